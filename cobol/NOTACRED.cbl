000500*     (RIF-RESO-BR su BUONIREG) -- accreditarli di nuovo
000510*     sarebbe un doppio rimborso.
000520*
000521*2026*        15/10/26
000522*     ogni nota emessa, di qualunque conto, va anche in coda
000523*     all'archivio NOTEARCH (magazzino del reso, causale IVA
000524*     da CONFATT, flag split payment) da cui si compongono i
000525*     registri IVA: NOTACREF resta ai soli conti FATTEL.
000526*
000527*2026*        15/10/26
000528*     anche i reclami chiusi da RECLAMI con accredito senza
000529*     rientro del capo (stato "C", modo "N", valore battuto)
00052A*     entrano in nota, una riga da un capo al valore del
00052B*     reclamo, se chiusi entro la data a. Il numero di nota
00052C*     torna su NOTA-RC e RECLAMIF si riscrive: il reclamo non
00052D*     si accredita due volte. Con RECLAMIF oltre la tabella
00052E*     i reclami restano fuori (non si potrebbero marcare).
00052F*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
001450     SELECT OPTIONAL FILE-BUONI ASSIGN TO "BUONIREG"
001460        ORGANIZATION IS LINE SEQUENTIAL
001470        FILE STATUS IS CHECK-BR.
001480     SELECT OPTIONAL FILE-NOTEARC ASSIGN TO "NOTEARCH"
001485        ORGANIZATION IS LINE SEQUENTIAL
001490        FILE STATUS IS CHECK-NR.
001491     SELECT OPTIONAL FILE-RECLAMI ASSIGN TO "RECLAMIF"
001492        ORGANIZATION IS LINE SEQUENTIAL
001493        FILE STATUS IS CHECK-RC.
001500*
001600 DATA DIVISION.
001700 FILE SECTION.
004292    05 FILLER                PIC X(35).
004293    05 RIF-RESO-BR           PIC 9(15).
004294    05 FILLER                PIC X(18).
004296 FD FILE-NOTEARC DATA RECORD REC-NOTEARC.
004297 01 REC-NOTEARC           COPY YNOTEARC.
004298 FD FILE-RECLAMI DATA RECORD REC-RECLAMI.
004299 01 REC-RECLAMI           COPY YRECLAMI.
004295*
004400 WORKING-STORAGE SECTION.
004500*
005600*
005700 77 CHECK-NC        PIC XX.
005800    88 NC-APERTO    VALUES ARE "05", "00".
005810 77 CHECK-NR        PIC XX.
005820    88 NR-APERTO    VALUES ARE "05", "00".
005900*
006000 01 DATA-DA-IN      PIC X(6).
006100 01 DATA-A-IN       PIC X(6).
006300 01 SETT-A          PIC S9(4) COMP.
006400 01 BASE-NOTA-IN    PIC X(6).
006500 01 NUMERO-NOTA     PIC 9(6).
006510 01 CAUSALE-IVA-NOTA PIC 9(4).
006520 01 SPLIT-NOTA      PIC X.
006600*
006700 01 PARGEN           COPY QPARGEN.
006800 01 PARQDATA         COPY QPARDATS.
007400   10 C-MAT-RN         PIC 9(15).
007500   10 QTA-RN           PIC S9(4) COMP.
007600   10 PREZZO-RN        PIC S9(9) COMP.
007650   10 MAG-RN           PIC 9(3).
007700   10 RIF-VENDITA-RN   PIC 9(15).
007800   10 RIF-RESO-RN      PIC 9(15).
007900   10 SCRITTA-RN       PIC X.
007901*    riga di RIGA-RC per i reclami accreditati senza rientro
007902   10 RECLAMO-RN       PIC S9(4) COMP.
008000 01 N-RESI-NC       PIC S9(4) COMP.
008100 01 I-RN            PIC S9(4) COMP.
008200 01 J-RN            PIC S9(4) COMP.
008294 01 I-SL            PIC S9(4) COMP.
008295 01 RESO-SALDATO    PIC X.
008296 01 RESI-SALTATI    PIC S9(4) COMP.
008297*
008298* registro reclami (RECLAMI) caricato per intero e riscritto
008299* con i numeri di nota dei reclami accreditati
00829A 77 CHECK-RC        PIC XX.
00829B    88 RC-APERTO-F  VALUES ARE "05", "00".
00829C 01 REC-RC-W         COPY YRECLAMI.
00829D 01 TAB-RECLAMI-NC.
00829E  05 RIGA-RC         PIC X(210) OCCURS 2000.
00829F 01 N-RECLAMI-NC    PIC S9(4) COMP.
0082A0 01 I-RC            PIC S9(4) COMP.
0082A1 01 RECLAMI-PIENO   PIC X.
0082A2 01 RECLAMI-ACCR    PIC S9(4) COMP.
0082A3 01 DATA-A-AMG.
0082A4  05 AA-A-AMG       PIC XX.
0082A5  05 MM-A-AMG       PIC XX.
0082A6  05 GG-A-AMG       PIC XX.
0082A7 01 DATA-A-AMG-9 REDEFINES DATA-A-AMG PIC 9(6).
008300*
008400 01 CONTO-CORRENTE  PIC 9(8).
008500 01 QTA-RIGA-NC     PIC S9(4) COMP.
013200*
013300 01 STATO-DISPLAY    PIC ZZZZ-.
013400 01 FATTEL-SI-NO     PIC X.
013410 01 T-TAB           PIC X VALUE X"9".
013500*
013600 LINKAGE SECTION.
013700*
016110     PERFORM CARICA-RESI-SALDATI
016120         THRU EX-CARICA-RESI-SALDATI.
016200     PERFORM SCANSIONA-MOVMAG THRU EX-SCANSIONA-MOVMAG.
016201     PERFORM CARICA-RECLAMI-NC THRU EX-CARICA-RECLAMI-NC.
016300     IF N-RESI-NC = 0
016400        DISPLAY "Nessun reso RESC o reclamo da accreditare"
016500        GO TO FINE.
016600     MOVE 0 TO CONTI-SCRITTI RIGHE-SCRITTE.
016700     OPEN OUTPUT FILE-NOTACRE.
016710     OPEN EXTEND FILE-NOTEARC.
016800     PERFORM APRI-TABULATO THRU EX-APRI-TABULATO.
016900     PERFORM TRATTA-CONTI THRU EX-TRATTA-CONTI.
017000     PERFORM SCRIVI-CODA-NOTACRE THRU EX-SCRIVI-CODA-NOTACRE.
017100     CLOSE FILE-NOTACRE.
017110     IF NR-APERTO
017120        CLOSE FILE-NOTEARC.
017121     IF RECLAMI-ACCR > 0
017122        PERFORM RISCRIVI-RECLAMI-NC
017123            THRU EX-RISCRIVI-RECLAMI-NC.
017200     CALL "QCLPPR" USING PAR-PRINT
017300                          RIGA BUFFER.
017400     DISPLAY "NOTACRED   movimenti " MOVIMENTI-LETTI
017500             " resi " N-RESI-NC " conti " CONTI-SCRITTI
017510             " gia' saldati " RESI-SALTATI
017511             " reclami " RECLAMI-ACCR.
017600 FINE.
017700     EXIT PROGRAM.
017800*
025300          TO RIF-VENDITA-RN (N-RESI-NC).
025400     MOVE RIF-INTERNO OF REC-MOVMAG
025500          TO RIF-RESO-RN (N-RESI-NC).
025510     MOVE MAGAZZINO OF REC-MOVMAG TO MAG-RN (N-RESI-NC).
025600     MOVE SPACE TO SCRITTA-RN (N-RESI-NC).
025601     MOVE 0 TO RECLAMO-RN (N-RESI-NC).
025700 EX-VAGLIA-RESO.
025800     EXIT.
025900*
0259A8 EX-CONFRONTA-RESO-SALDATO.
0259A9     EXIT.
0259B0*
0259B1*     reclami accreditati senza rientro e non ancora in nota,
0259B2*     chiusi entro la data a: una riga da un capo al valore
0259B3*     del reclamo (VALORE-ACC-RC in centesimi come PREZZO-RN)
0259B4 CARICA-RECLAMI-NC.
0259B5     MOVE 0 TO N-RECLAMI-NC RECLAMI-ACCR.
0259B6     MOVE "N" TO RECLAMI-PIENO.
0259B7     MOVE DATA-A-IN (5:2) TO AA-A-AMG.
0259B8     MOVE DATA-A-IN (3:2) TO MM-A-AMG.
0259B9     MOVE DATA-A-IN (1:2) TO GG-A-AMG.
0259BA     OPEN INPUT FILE-RECLAMI.
0259BB     IF NOT RC-APERTO-F
0259BC        GO TO EX-CARICA-RECLAMI-NC.
0259BD     MOVE 0 TO OK-FINE-SL.
0259BE     PERFORM LEGGI-RIGA-RECLAMI-NC THRU EX-LEGGI-RIGA-RECLAMI-NC
0259BF        UNTIL LETTO-FINE-SL.
0259C0     CLOSE FILE-RECLAMI.
0259C1     IF RECLAMI-PIENO = "S"
0259C2        DISPLAY "NOTACRED   RECLAMIF oltre 2000 righe: "
0259C3                "reclami non accreditati"
0259C4        GO TO EX-CARICA-RECLAMI-NC.
0259C5     PERFORM VAGLIA-RECLAMO THRU EX-VAGLIA-RECLAMO
0259C6        VARYING I-RC FROM 1 BY 1 UNTIL I-RC > N-RECLAMI-NC.
0259C7 EX-CARICA-RECLAMI-NC.
0259C8     EXIT.
0259C9*
0259CA LEGGI-RIGA-RECLAMI-NC.
0259CB     READ FILE-RECLAMI
0259CC        AT END
0259CD           MOVE 1 TO OK-FINE-SL
0259CE           GO TO EX-LEGGI-RIGA-RECLAMI-NC
0259CF     END-READ.
0259D0     IF N-RECLAMI-NC NOT < 2000
0259D1        MOVE "S" TO RECLAMI-PIENO
0259D2        GO TO EX-LEGGI-RIGA-RECLAMI-NC.
0259D3     ADD 1 TO N-RECLAMI-NC.
0259D4     MOVE REC-RECLAMI TO RIGA-RC (N-RECLAMI-NC).
0259D5 EX-LEGGI-RIGA-RECLAMI-NC.
0259D6     EXIT.
0259D7*
0259D8 VAGLIA-RECLAMO.
0259D9     MOVE RIGA-RC (I-RC) TO REC-RC-W.
0259DA     IF NOT RC-ACCREDITATO OF REC-RC-W
0259DB        OR NOT RC-SOLO-NOTA OF REC-RC-W
0259DC        GO TO EX-VAGLIA-RECLAMO.
0259DD     IF NOTA-RC OF REC-RC-W NOT NUMERIC
0259DE        OR VALORE-ACC-RC OF REC-RC-W NOT NUMERIC
0259DF        OR DATA-CHIUSURA-RC OF REC-RC-W NOT NUMERIC
0259E0        OR CONTO-RC OF REC-RC-W NOT NUMERIC
0259E1        GO TO EX-VAGLIA-RECLAMO.
0259E2     IF NOTA-RC OF REC-RC-W NOT = 0
0259E3        OR VALORE-ACC-RC OF REC-RC-W = 0
0259E4        OR DATA-CHIUSURA-RC OF REC-RC-W > DATA-A-AMG-9
0259E5        GO TO EX-VAGLIA-RECLAMO.
0259E6     IF N-RESI-NC NOT < 2000
0259E7        DISPLAY "NOTACRED   tabella resi piena"
0259E8        GO TO EX-VAGLIA-RECLAMO.
0259E9     ADD 1 TO N-RESI-NC.
0259EA     MOVE CONTO-RC OF REC-RC-W TO CONTO-RN (N-RESI-NC).
0259EB     MOVE C-MAT-RC OF REC-RC-W TO C-MAT-RN (N-RESI-NC).
0259EC     MOVE 1 TO QTA-RN (N-RESI-NC).
0259ED     MOVE VALORE-ACC-RC OF REC-RC-W TO PREZZO-RN (N-RESI-NC).
0259EE     MOVE 0 TO RIF-VENDITA-RN (N-RESI-NC)
0259EF               RIF-RESO-RN (N-RESI-NC).
0259F0     MOVE 0 TO MAG-RN (N-RESI-NC).
0259F1     IF MAG-RC OF REC-RC-W NUMERIC
0259F2        MOVE MAG-RC OF REC-RC-W TO MAG-RN (N-RESI-NC).
0259F3     MOVE SPACE TO SCRITTA-RN (N-RESI-NC).
0259F4     MOVE I-RC TO RECLAMO-RN (N-RESI-NC).
0259F5 EX-VAGLIA-RECLAMO.
0259F6     EXIT.
0259F7*
0259F8 SEGNA-NOTA-RECLAMO.
0259F9     MOVE RIGA-RC (RECLAMO-RN (J-RN)) TO REC-RC-W.
0259FA     MOVE NUMERO-NOTA TO NOTA-RC OF REC-RC-W.
0259FB     MOVE REC-RC-W TO RIGA-RC (RECLAMO-RN (J-RN)).
0259FC     ADD 1 TO RECLAMI-ACCR.
0259FD EX-SEGNA-NOTA-RECLAMO.
0259FE     EXIT.
0259FF*
025A00 RISCRIVI-RECLAMI-NC.
025A01     OPEN OUTPUT FILE-RECLAMI.
025A02     PERFORM SCRIVI-RIGA-RECLAMI-NC
025A03         THRU EX-SCRIVI-RIGA-RECLAMI-NC
025A04        VARYING I-RC FROM 1 BY 1 UNTIL I-RC > N-RECLAMI-NC.
025A05     CLOSE FILE-RECLAMI.
025A06 EX-RISCRIVI-RECLAMI-NC.
025A07     EXIT.
025A08*
025A09 SCRIVI-RIGA-RECLAMI-NC.
025A0A     MOVE RIGA-RC (I-RC) TO REC-RECLAMI.
025A0B     WRITE REC-RECLAMI.
025A0C EX-SCRIVI-RIGA-RECLAMI-NC.
025A0D     EXIT.
025A0E*
026000 SOMMA-TAGLIE-NC.
026100     IF QTA-TAGLIA OF REC-MOVMAG (I-TG) > 0
026200        ADD QTA-TAGLIA OF REC-MOVMAG (I-TG) TO QTA-RIGA-NC
032100     MOVE "N" TO FATTEL-SI-NO.
032200     IF W-OK-IMAGE AND FATTURAZ-ELETTRONICA OF REC-ANACON
032300        MOVE "S" TO FATTEL-SI-NO.
032310     MOVE SPACE TO SPLIT-NOTA.
032320     IF W-OK-IMAGE AND SPLIT-PAYMENT OF REC-ANACON
032330        MOVE "A" TO SPLIT-NOTA.
032400     IF FATTEL-SI-NO = "S"
032500        PERFORM SCRIVI-TESTATA-NOTA
032600            THRU EX-SCRIVI-TESTATA-NOTA.
032610     MOVE 0 TO CAUSALE-IVA-NOTA.
032620     PERFORM LEGGI-CONFATT-NC THRU EX-LEGGI-CONFATT-NC.
032630     IF W-OK-IMAGE
032640        MOVE CAUSALE-IVA OF REC-CONFATT TO CAUSALE-IVA-NOTA.
032700     PERFORM SCRIVI-RIGHE-CONTO THRU EX-SCRIVI-RIGHE-CONTO
032800        VARYING J-RN FROM I-RN BY 1 UNTIL J-RN > N-RESI-NC.
032900     ADD 1 TO CONTI-SCRITTI.
034100             + PREZZO-RN (J-RN) * QTA-RN (J-RN).
034200     IF FATTEL-SI-NO = "S"
034300        PERFORM SCRIVI-RIGA-04 THRU EX-SCRIVI-RIGA-04.
034310     PERFORM SCRIVI-ARCHIVIO-NOTA THRU EX-SCRIVI-ARCHIVIO-NOTA.
034400     MOVE "*" TO SCRITTA-RN (J-RN).
034401     IF RECLAMO-RN (J-RN) NOT = 0
034402        PERFORM SEGNA-NOTA-RECLAMO THRU EX-SEGNA-NOTA-RECLAMO.
034500 EX-SCRIVI-RIGHE-CONTO.
034600     EXIT.
034610*
034622 SCRIVI-ARCHIVIO-NOTA.
034626     IF NOT NR-APERTO
034630        GO TO EX-SCRIVI-ARCHIVIO-NOTA.
034634     MOVE T-TAB TO TG-NR-1 TG-NR-2 TG-NR-3 TG-NR-4 TG-NR-5
034638                   TG-NR-6 TG-NR-7 TG-NR-8.
034642     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-NR.
034646     MOVE CONTO-CORRENTE TO CONTO-NR.
034650     MOVE NUMERO-NOTA TO NUMERO-NOTA-NR.
034654     MOVE MAG-RN (J-RN) TO MAG-NR.
034658     MOVE C-MAT-RN (J-RN) TO C-MAT-NR.
034662     MOVE QTA-RN (J-RN) TO QTA-NR.
034666     MOVE PREZZO-RN (J-RN) TO PREZZO-NR.
034670     MOVE CAUSALE-IVA-NOTA TO CAUSALE-IVA-NR.
034674     MOVE SPLIT-NOTA TO SPLIT-NR.
034678     WRITE REC-NOTEARC.
034682 EX-SCRIVI-ARCHIVIO-NOTA.
034686     EXIT.
034700*
034800 LEGGI-ANACON-NC.
034900     MOVE "ANACON;"    TO W-NOME-DATA-SET.
