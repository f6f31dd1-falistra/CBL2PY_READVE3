000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. PRESTITI.
000310*2026*        15/10/26
000320*     registro del campionario in prestito: prototipi e
000330*     promozionali (FLAG5 di ANAMAT) e campioni showroom dati
000340*     ad agenti, showroom, fotografi e stampa. Si lavora con
000350*     lo scanner: letto il baruni (capo risalito su LOTTRACE)
000360*     o battuto C-MAT + taglia, la FUNZIONE "U" registra
000370*     l'uscita (beneficiario di PRESTBEN, data di rientro
000380*     prevista, scopo), scrive il MOVMAG con causale "PRES"
000390*     e scarica SITPF via AGSITPFW, cosi' il capo fuori non
000400*     risulta disponibile; la FUNZIONE "R" chiude il prestito
000410*     aperto con causale "PRER" e ricarica SITPF. Uscite e
000420*     rientri vanno sul registro PRESTREG (YPRESTIT), letto
000430*     anche da VITACAPO. La FUNZIONE "S" stampa i prestiti
000440*     scaduti raggruppati per responsabile del beneficiario
000450*     (una pagina per responsabile, da consegnargli).
000460*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-REG ASSIGN TO "PRESTREG"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-PR.
001500     SELECT OPTIONAL FILE-BEN ASSIGN TO "PRESTBEN"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-PB.
001800     SELECT OPTIONAL FILE-LOTTRAC ASSIGN TO "LOTTRACE"
001900        ORGANIZATION IS LINE SEQUENTIAL
002000        FILE STATUS IS CHECK-LT.
002100*
002200 DATA DIVISION.
002300 FILE SECTION.
002400 FD FILE-REG DATA RECORD REC-PRESTIT.
002500 01 REC-PRESTIT            COPY YPRESTIT.
002600*
002700* beneficiari: tipo A=agente S=showroom F=fotografo G=stampa,
002800* responsabile = a chi va l'elenco dei prestiti scaduti
002900 FD FILE-BEN DATA RECORD REC-BEN.
003000 01 REC-BEN.
003100    05 CODICE-PB             PIC X(8).
003200    05 TG-PB-1               PIC X.
003300    05 NOME-PB               PIC X(30).
003400    05 TG-PB-2               PIC X.
003500    05 TIPO-PB               PIC X.
003600    05 TG-PB-3               PIC X.
003700    05 RESP-PB               PIC X(8).
003800*
003900 FD FILE-LOTTRAC DATA RECORD REC-LOTTRAC.
004000 01 REC-LOTTRAC            COPY YLOTTRAC.
004100*
004200 WORKING-STORAGE SECTION.
004300 77 WK-TIME-PR      PIC 9(8).
004400*
004500 01 AREA-REC-SET     PIC X(512).
004600 01 FILLER REDEFINES AREA-REC-SET.
004700  05 REC-ANAMAT      COPY YANAMAT.
004800 01 REC-MOVMAG       COPY YMOVMAG.
004900*
005000 01 PARGEN           COPY QPARGEN.
005100 01 PARQDATA         COPY QPARDATS.
005200 01 PAR-CTRLCAUS     COPY PARCAUS.
005300 01 PARAGGPF-PR      COPY PARAGGPF.
005400*
005500 77 CHECK-PR        PIC XX.
005600    88 PR-APERTO    VALUES ARE "05", "00".
005700 77 CHECK-PB        PIC XX.
005800    88 PB-APERTO    VALUES ARE "05", "00".
005900 77 CHECK-LT        PIC XX.
006000    88 LT-APERTO    VALUES ARE "05", "00".
006100*
006200 01 OK-FINE-FILE    PIC S9(4) COMP.
006300    88 LETTO-FINE-FILE VALUE 1.
006400*
006500 01 T-TAB           PIC X VALUE X"9".
006600*
006700 01 FUNZIONE-IN     PIC X.
006800    88 FUNZ-USCITA      VALUE "U".
006900    88 FUNZ-RIENTRO     VALUE "R".
007000 01 ALTRO-CAPO      PIC X.
007100*
007200* capo letto: baruni (13) oppure C-MAT + taglia (17 cifre)
007300 01 CODICE-IN       PIC X(17).
007400 01 FILLER REDEFINES CODICE-IN.
007500    05 C-MAT-CODICE-IN  PIC 9(15).
007600    05 TAGLIA-CODICE-IN PIC 9(2).
007700 01 CAPO-LETTO      PIC X.
007800    88 CAPO-OK          VALUE "S".
007900 01 BARUNI-PS       PIC X(13).
008000 01 C-MAT-PS        PIC 9(15).
008100 01 TAGLIA-PS       PIC 9(2).
008200 01 MAG-LT-PS       PIC 9(3).
008300 01 MAG-PS          PIC 9(3).
008400 01 CAUSALE-PS      PIC X(4).
008500 01 QTA-MOV-PS      PIC S9(4) COMP.
008600 01 NUMERO-RIGA-PS  PIC S9(4) COMP VALUE 0.
008700 01 I-TG            PIC S9(4) COMP.
008800*
008900 01 MAG-IN          PIC X(3).
009000 01 BENEF-IN        PIC X(8).
009100 01 CONFERMA-IN     PIC X.
009200 01 SCOPO-IN        PIC X(30).
009300 01 RIENTRO-IN      PIC X(6).
009400 01 RIENTRO-PREV-PS PIC 9(6).
009500 01 DATA-OGGI-PS    PIC 9(6).
009600*
009700* data AAMMGG da girare (video, stampa, giorni seriali)
009800 01 DATA-AAMMGG-PS  PIC 9(6).
009900 01 FILLER REDEFINES DATA-AAMMGG-PS.
010000    05 AA2-PS           PIC 99.
010100    05 MM2-PS           PIC 99.
010200    05 GG2-PS           PIC 99.
010300 01 DATA-GGMMAA-PS.
010400    05 GG-PS            PIC 99.
010500    05 MM-PS            PIC 99.
010600    05 AA-PS            PIC 99.
010700 01 DATA-ED.
010800    05 GG-ED            PIC 99.
010900    05 FILLER           PIC X VALUE "/".
011000    05 MM-ED            PIC 99.
011100    05 FILLER           PIC X VALUE "/".
011200    05 AA-ED            PIC 99.
011300 01 USCITA-ED       PIC X(8).
011400 01 PREVISTO-ED     PIC X(8).
011500*
011600* beneficiari da PRESTBEN
011700 01 TAB-BENEFICIARI.
011800  05 RIGA-BN OCCURS 200.
011900   10 CODICE-BN        PIC X(8).
012000   10 NOME-BN          PIC X(30).
012100   10 RESP-BN          PIC X(8).
012200 01 N-BENEF-BN      PIC S9(4) COMP.
012300 01 I-BN            PIC S9(4) COMP.
012400 01 IX-BN           PIC S9(4) COMP.
012500*
012600* prestiti aperti ricostruiti dal registro
012700 01 TAB-APERTI.
012800  05 RIGA-PA OCCURS 500.
012900   10 BARUNI-PA        PIC X(13).
013000   10 C-MAT-PA         PIC 9(15).
013100   10 TAGLIA-PA        PIC 9(2).
013200   10 MAG-PA           PIC 9(3).
013300   10 BENEF-PA         PIC X(8).
013400   10 DATA-USCITA-PA   PIC 9(6).
013500   10 RIENTRO-PREV-PA  PIC 9(6).
013600   10 SCOPO-PA         PIC X(30).
013700   10 APERTO-PA        PIC X.
013800   10 STAMPATO-PA      PIC X.
013900 01 N-RIGHE-PA      PIC S9(4) COMP.
014000 01 I-PA            PIC S9(4) COMP.
014100 01 IX-PA           PIC S9(4) COMP.
014200*
014300* chiave cercata fra i prestiti aperti
014400 01 BARUNI-CE       PIC X(13).
014500 01 C-MAT-CE        PIC 9(15).
014600 01 TAGLIA-CE       PIC 9(2).
014700 01 BENEF-CE        PIC X(8).
014800*
014900* elenco scaduti
015000 01 SERIALE-OGGI    PIC S9(9) COMP.
015100 01 RITARDO-PS      PIC S9(9) COMP.
015200 01 RITARDO-ED      PIC ZZZ9.
015300 01 RESP-CORRENTE   PIC X(8).
015400 01 RESP-RIGA       PIC X(8).
015500 01 NOME-RIGA       PIC X(30).
015600 01 SCADUTI-PS      PIC S9(4) COMP.
015700 01 SCADUTI-ED      PIC ZZZ9.
015800 01 RESTANO-PS      PIC X.
015900    88 RESTANO-SCADUTI  VALUE "S".
016000 01 TAGLIA-ED       PIC Z9.
016100*
016200 01  PAR-PRINT.
016300  05  STATO         PIC S9(4) COMP.
016400  05  LL-RIGA       PIC  9(4) COMP.
016500  05  N-MAX-RIGHE   PIC  9(4) COMP.
016600  05  FLAG-ROUTINE  PIC  9(4) COMP.
016700  05  NUM-FILE-ID   PIC  9(4) COMP.
016800  05  NOME-FILE.
016900   10 PRE-NOME-FILE     PIC X.
017000   10 TERM-N-FILE       PIC 9(6).
017100   10 FILLER            PIC XXX VALUE ".ST".
017200*
017300 01  RIGA.
017400  05  N-STAMPANTE   PIC 9.
017500  05  COMANDO       PIC X.
017600  05  N-RIGA-STAMPA PIC 9(4) COMP.
017700  05  DATI-RIGA     PIC X(132).
017800*
017900 01 BUFFER.
018000  05 N-BUF               PIC S9(4) COMP VALUE 37.
018100  05 FILLER              PIC XX.
018200  05 FILLER              PIC X(5120).
018300*
018400 01 STATO-DISPLAY    PIC ZZZZ-.
018500*
018600 LINKAGE SECTION.
018700*
018800 01 W-COMMON       COPY WCOMMONW.
018900*
019000*PAGE
019100 PROCEDURE DIVISION  USING W-COMMON.
019200 INIZIO.
019300     DISPLAY "----  CAMPIONARIO IN PRESTITO  ----------".
019400     DISPLAY "Funzione (U=uscita R=rientro S=scaduti) "
019500             NO ADVANCING.
019600     MOVE SPACE TO FUNZIONE-IN.
019700     ACCEPT FUNZIONE-IN.
019800     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-OGGI-PS.
019900     PERFORM CARICA-BENEFICIARI THRU EX-CARICA-BENEFICIARI.
020000     IF FUNZIONE-IN = "S"
020100        PERFORM ELENCO-SCADUTI THRU EX-ELENCO-SCADUTI
020200        GO TO FINE.
020300     IF NOT FUNZ-USCITA AND NOT FUNZ-RIENTRO
020400        DISPLAY "Funzione non valida"
020500        GO TO FINE.
020600     PERFORM CALCOLA-SETT-PS THRU EX-CALCOLA-SETT-PS.
020700     MOVE "S" TO ALTRO-CAPO.
020800     IF FUNZ-USCITA
020900        PERFORM TRATTA-USCITA THRU EX-TRATTA-USCITA
021000           UNTIL ALTRO-CAPO NOT = "S"
021100     ELSE
021200        PERFORM TRATTA-RIENTRO THRU EX-TRATTA-RIENTRO
021300           UNTIL ALTRO-CAPO NOT = "S"
021400     END-IF.
021500 FINE.
021600     EXIT PROGRAM.
021700*
021800*
021900 CARICA-BENEFICIARI.
022000     MOVE 0 TO N-BENEF-BN.
022100     OPEN INPUT FILE-BEN.
022200     IF PB-APERTO
022300        MOVE 0 TO OK-FINE-FILE
022400        PERFORM LEGGI-BENEFICIARIO THRU EX-LEGGI-BENEFICIARIO
022500           UNTIL LETTO-FINE-FILE
022600        CLOSE FILE-BEN
022700     END-IF.
022800 EX-CARICA-BENEFICIARI.
022900     EXIT.
023000*
023100 LEGGI-BENEFICIARIO.
023200     READ FILE-BEN
023300        AT END
023400           MOVE 1 TO OK-FINE-FILE
023500        NOT AT END
023600           IF CODICE-PB NOT = SPACES
023700              IF N-BENEF-BN < 200
023800                 ADD 1 TO N-BENEF-BN
023900                 MOVE CODICE-PB TO CODICE-BN (N-BENEF-BN)
024000                 MOVE NOME-PB TO NOME-BN (N-BENEF-BN)
024100                 MOVE RESP-PB TO RESP-BN (N-BENEF-BN)
024200              ELSE
024300                 DISPLAY "PRESTITI   TAB-BENEFICIARI da allargare"
024400              END-IF
024500           END-IF
024600     END-READ.
024700 EX-LEGGI-BENEFICIARIO.
024800     EXIT.
024900*
025000 CERCA-BENEFICIARIO.
025100     MOVE 0 TO IX-BN.
025200     PERFORM CONFRONTA-BENEFICIARIO
025300        THRU EX-CONFRONTA-BENEFICIARIO
025400        VARYING I-BN FROM 1 BY 1
025500        UNTIL I-BN > N-BENEF-BN OR IX-BN NOT = 0.
025600 EX-CERCA-BENEFICIARIO.
025700     EXIT.
025800*
025900 CONFRONTA-BENEFICIARIO.
026000     IF CODICE-BN (I-BN) = BENEF-CE
026100        MOVE I-BN TO IX-BN.
026200 EX-CONFRONTA-BENEFICIARIO.
026300     EXIT.
026400*
026500*
026600*     uscita: capo, magazzino, beneficiario, rientro previsto,
026700*     scopo; poi MOVMAG "PRES", scarico SITPF e registro
026800 TRATTA-USCITA.
026900     PERFORM LEGGI-CAPO THRU EX-LEGGI-CAPO.
027000     IF NOT CAPO-OK
027100        GO TO EX-USCITA-CHIEDI.
027200     IF BARUNI-PS NOT = SPACES
027300        PERFORM CARICA-APERTI THRU EX-CARICA-APERTI
027400        MOVE BARUNI-PS TO BARUNI-CE
027500        PERFORM CERCA-APERTO THRU EX-CERCA-APERTO
027600        IF IX-PA NOT = 0
027700           DISPLAY "Capo gia' in prestito a " BENEF-PA (IX-PA)
027800           GO TO EX-USCITA-CHIEDI
027900        END-IF
028000     END-IF.
028100     IF NOT PROTOTIPO OF REC-ANAMAT
028200        AND NOT PROMOZIONALE OF REC-ANAMAT
028300        DISPLAY "Articolo non prototipo/promozionale: "
028400                "campione showroom ? (S/N) " NO ADVANCING
028500        MOVE "N" TO CONFERMA-IN
028600        ACCEPT CONFERMA-IN
028700        IF CONFERMA-IN NOT = "S"
028800           GO TO EX-USCITA-CHIEDI
028900        END-IF
029000     END-IF.
029100*
029200     PERFORM CHIEDI-MAGAZZINO THRU EX-CHIEDI-MAGAZZINO.
029300     IF MAG-PS = 0
029400        GO TO EX-USCITA-CHIEDI.
029500     DISPLAY "Beneficiario (codice PRESTBEN) " NO ADVANCING.
029600     MOVE SPACES TO BENEF-IN.
029700     ACCEPT BENEF-IN.
029800     MOVE BENEF-IN TO BENEF-CE.
029900     PERFORM CERCA-BENEFICIARIO THRU EX-CERCA-BENEFICIARIO.
030000     IF IX-BN = 0
030100        DISPLAY "Beneficiario non in PRESTBEN"
030200        GO TO EX-USCITA-CHIEDI.
030300     DISPLAY "  " NOME-BN (IX-BN).
030400     DISPLAY "Rientro previsto (GGMMAA) " NO ADVANCING.
030500     PERFORM CHIEDI-RIENTRO THRU EX-CHIEDI-RIENTRO.
030600     IF RIENTRO-PREV-PS = 0
030700        GO TO EX-USCITA-CHIEDI.
030800     DISPLAY "Scopo del prestito " NO ADVANCING.
030900     MOVE SPACES TO SCOPO-IN.
031000     ACCEPT SCOPO-IN.
031100*
031200     MOVE "PRES" TO CAUSALE-PS.
031300     PERFORM CONTROLLA-CAUSALE THRU EX-CONTROLLA-CAUSALE.
031400     IF CAUSALE-NEGATA OF PAR-CTRLCAUS
031500        GO TO EX-USCITA-CHIEDI.
031600     MOVE -1 TO QTA-MOV-PS.
031700     PERFORM SCRIVI-MOVMAG-PS THRU EX-SCRIVI-MOVMAG-PS.
031800     PERFORM AGGIORNA-SITPF-PS THRU EX-AGGIORNA-SITPF-PS.
031900     MOVE SPACES TO REC-PRESTIT.
032000     MOVE "U" TO TIPO-PR.
032100     MOVE BENEF-IN TO BENEF-PR.
032200     MOVE DATA-OGGI-PS TO DATA-USCITA-PR.
032300     MOVE RIENTRO-PREV-PS TO RIENTRO-PREV-PR.
032400     MOVE SCOPO-IN TO SCOPO-PR.
032500     PERFORM SCRIVI-REGISTRO THRU EX-SCRIVI-REGISTRO.
032600     DISPLAY "Uscita in prestito registrata".
032700 EX-USCITA-CHIEDI.
032800     DISPLAY "Altro capo ? (S/N)        " NO ADVANCING.
032900     MOVE "N" TO ALTRO-CAPO.
033000     ACCEPT ALTRO-CAPO.
033100 EX-TRATTA-USCITA.
033200     EXIT.
033300*
033400*
033500*     rientro: il prestito aperto del capo (per baruni, o per
033600*     C-MAT/taglia/beneficiario), MOVMAG "PRER" sul magazzino
033700*     di uscita, ricarico SITPF e riga di rientro
033800 TRATTA-RIENTRO.
033900     PERFORM LEGGI-CAPO THRU EX-LEGGI-CAPO.
034000     IF NOT CAPO-OK
034100        GO TO EX-RIENTRO-CHIEDI.
034200     PERFORM CARICA-APERTI THRU EX-CARICA-APERTI.
034300     MOVE BARUNI-PS TO BARUNI-CE.
034400     MOVE C-MAT-PS TO C-MAT-CE.
034500     MOVE TAGLIA-PS TO TAGLIA-CE.
034600     MOVE SPACES TO BENEF-CE.
034700     IF BARUNI-PS = SPACES
034800        DISPLAY "Beneficiario (codice PRESTBEN) " NO ADVANCING
034900        MOVE SPACES TO BENEF-IN
035000        ACCEPT BENEF-IN
035100        MOVE BENEF-IN TO BENEF-CE
035200     END-IF.
035300     PERFORM CERCA-APERTO THRU EX-CERCA-APERTO.
035400     IF IX-PA = 0
035500        DISPLAY "Nessun prestito aperto per il capo"
035600        GO TO EX-RIENTRO-CHIEDI.
035700     MOVE MAG-PA (IX-PA) TO MAG-PS.
035800     MOVE "PRER" TO CAUSALE-PS.
035900     PERFORM CONTROLLA-CAUSALE THRU EX-CONTROLLA-CAUSALE.
036000     IF CAUSALE-NEGATA OF PAR-CTRLCAUS
036100        GO TO EX-RIENTRO-CHIEDI.
036200     MOVE 1 TO QTA-MOV-PS.
036300     PERFORM SCRIVI-MOVMAG-PS THRU EX-SCRIVI-MOVMAG-PS.
036400     PERFORM AGGIORNA-SITPF-PS THRU EX-AGGIORNA-SITPF-PS.
036500     MOVE SPACES TO REC-PRESTIT.
036600     MOVE "R" TO TIPO-PR.
036700     MOVE BENEF-PA (IX-PA) TO BENEF-PR.
036800     MOVE DATA-USCITA-PA (IX-PA) TO DATA-USCITA-PR.
036900     MOVE RIENTRO-PREV-PA (IX-PA) TO RIENTRO-PREV-PR.
037000     MOVE SCOPO-PA (IX-PA) TO SCOPO-PR.
037100     PERFORM SCRIVI-REGISTRO THRU EX-SCRIVI-REGISTRO.
037200     IF RIENTRO-PREV-PA (IX-PA) < DATA-OGGI-PS
037300        DISPLAY "Rientro registrato, OLTRE LA DATA PREVISTA"
037400     ELSE
037500        DISPLAY "Rientro registrato"
037600     END-IF.
037700 EX-RIENTRO-CHIEDI.
037800     DISPLAY "Altro capo ? (S/N)        " NO ADVANCING.
037900     MOVE "N" TO ALTRO-CAPO.
038000     ACCEPT ALTRO-CAPO.
038100 EX-TRATTA-RIENTRO.
038200     EXIT.
038300*
038400*
038500*     baruni dello scanner (risalito su LOTTRACE) oppure
038600*     C-MAT + taglia battuti per i capi senza baruni
038700 LEGGI-CAPO.
038800     MOVE "N" TO CAPO-LETTO.
038900     MOVE SPACES TO BARUNI-PS.
039000     MOVE 0 TO C-MAT-PS TAGLIA-PS MAG-LT-PS.
039100     DISPLAY "Baruni o C-MAT+taglia (17 cifre) " NO ADVANCING.
039200     MOVE SPACES TO CODICE-IN.
039300     ACCEPT CODICE-IN.
039400     IF CODICE-IN = SPACES
039500        GO TO EX-LEGGI-CAPO.
039600     IF CODICE-IN (14:4) = SPACES
039700        MOVE CODICE-IN (1:13) TO BARUNI-PS
039800        PERFORM CERCA-SU-LOTTRAC THRU EX-CERCA-SU-LOTTRAC
039900        IF C-MAT-PS = 0
040000           DISPLAY "Baruni sconosciuto (non su LOTTRACE)"
040100           GO TO EX-LEGGI-CAPO
040200        END-IF
040300     ELSE
040400        IF CODICE-IN NOT NUMERIC
040500           DISPLAY "Codice non valido"
040600           GO TO EX-LEGGI-CAPO
040700        END-IF
040800        MOVE C-MAT-CODICE-IN TO C-MAT-PS
040900        MOVE TAGLIA-CODICE-IN TO TAGLIA-PS
041000     END-IF.
041100     IF TAGLIA-PS < 1 OR TAGLIA-PS > 10
041200        DISPLAY "Taglia non valida"
041300        GO TO EX-LEGGI-CAPO.
041400     PERFORM LEGGI-ANAMAT THRU EX-LEGGI-ANAMAT.
041500     IF NOT W-OK-IMAGE
041600        DISPLAY "Articolo non in anagrafica"
041700        GO TO EX-LEGGI-CAPO.
041800     MOVE TAGLIA-PS TO TAGLIA-ED.
041900     DISPLAY "  C-MAT " C-MAT-PS " tg " TAGLIA-ED.
042000     MOVE "S" TO CAPO-LETTO.
042100 EX-LEGGI-CAPO.
042200     EXIT.
042300*
042400 CERCA-SU-LOTTRAC.
042500     OPEN INPUT FILE-LOTTRAC.
042600     IF LT-APERTO
042700        MOVE 0 TO OK-FINE-FILE
042800        PERFORM LEGGI-RIGA-LT THRU EX-LEGGI-RIGA-LT
042900           UNTIL LETTO-FINE-FILE
043000        CLOSE FILE-LOTTRAC
043100     END-IF.
043200 EX-CERCA-SU-LOTTRAC.
043300     EXIT.
043400*
043500 LEGGI-RIGA-LT.
043600     READ FILE-LOTTRAC
043700        AT END
043800           MOVE 1 TO OK-FINE-FILE
043900        NOT AT END
044000           IF BARUNI-LT OF REC-LOTTRAC = BARUNI-PS
044100              MOVE C-MAT-LT OF REC-LOTTRAC TO C-MAT-PS
044200              MOVE TAGLIA-LT OF REC-LOTTRAC TO TAGLIA-PS
044300              MOVE MAGAZZINO-LT OF REC-LOTTRAC TO MAG-LT-PS
044400              MOVE 1 TO OK-FINE-FILE
044500           END-IF
044600     END-READ.
044700 EX-LEGGI-RIGA-LT.
044800     EXIT.
044900*
045000 LEGGI-ANAMAT.
045100     MOVE "ANAMAT;" TO W-NOME-DATA-SET.
045200     MOVE "C-MAT;" TO W-NOME-CAMPO.
045300     COMPUTE W-VALORE-CAMPO = C-MAT-PS / 1000 * 1000.
045400     MOVE 7 TO W-MODO.
045500     PERFORM TTDBGET THRU EX-TTDBGET.
045600 EX-LEGGI-ANAMAT.
045700     EXIT.
045800*
045900*     il magazzino di ricevimento del baruni e' proposto
046000 CHIEDI-MAGAZZINO.
046100     MOVE 0 TO MAG-PS.
046200     IF MAG-LT-PS NOT = 0
046300        DISPLAY "Magazzino di uscita (vuoto = " MAG-LT-PS ") "
046400                NO ADVANCING
046500     ELSE
046600        DISPLAY "Magazzino di uscita (3 cifre) " NO ADVANCING
046700     END-IF.
046800     MOVE SPACES TO MAG-IN.
046900     ACCEPT MAG-IN.
047000     IF MAG-IN = SPACES AND MAG-LT-PS NOT = 0
047100        MOVE MAG-LT-PS TO MAG-PS
047200        GO TO EX-CHIEDI-MAGAZZINO.
047300     IF MAG-IN NOT NUMERIC
047400        DISPLAY "Magazzino non valido"
047500        GO TO EX-CHIEDI-MAGAZZINO.
047600     MOVE MAG-IN TO MAG-PS.
047700 EX-CHIEDI-MAGAZZINO.
047800     EXIT.
047900*
048000*     GGMMAA controllata da QDATAS, non prima di oggi
048100 CHIEDI-RIENTRO.
048200     MOVE 0 TO RIENTRO-PREV-PS.
048300     MOVE SPACES TO RIENTRO-IN.
048400     ACCEPT RIENTRO-IN.
048500     MOVE SPACES TO Q-DATA-E.
048600     MOVE RIENTRO-IN TO Q-DATA.
048700     MOVE 1 TO Q-FUNZIONE OF PARGEN.
048800     CANCEL "QDATAS"
048900     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA.
049000     IF Q-STATO OF PARGEN NOT = 0
049100        DISPLAY "Data non valida"
049200        GO TO EX-CHIEDI-RIENTRO.
049300     IF Q-DATA-I < DATA-OGGI-PS
049400        DISPLAY "Rientro previsto prima di oggi"
049500        GO TO EX-CHIEDI-RIENTRO.
049600     MOVE Q-DATA-I TO RIENTRO-PREV-PS.
049700*    la settimana dei movimenti resta quella di oggi
049800     PERFORM CALCOLA-SETT-PS THRU EX-CALCOLA-SETT-PS.
049900 EX-CHIEDI-RIENTRO.
050000     EXIT.
050100*
050200 CONTROLLA-CAUSALE.
050300     MOVE "V" TO FUNZ-CA OF PAR-CTRLCAUS.
050400     MOVE CAUSALE-PS TO CAUSALE-CA OF PAR-CTRLCAUS.
050500     MOVE W-SIGLA-UTENTE OF W-COMMON
050600          TO OPERATORE-CA OF PAR-CTRLCAUS.
050700     MOVE MAG-PS TO MAGAZZINO-CA OF PAR-CTRLCAUS.
050800     CALL "CTRLCAUS" USING W-COMMON PAR-CTRLCAUS.
050900     IF CAUSALE-NEGATA OF PAR-CTRLCAUS
051000        DISPLAY "Causale " CAUSALE-PS " non ammessa (CAUSALIF)".
051100 EX-CONTROLLA-CAUSALE.
051200     EXIT.
051300*
051400*
051500*     prestiti aperti: ogni uscita entra in tabella, ogni
051600*     rientro chiude la prima uscita aperta con la sua chiave
051700 CARICA-APERTI.
051800     MOVE 0 TO N-RIGHE-PA.
051900     OPEN INPUT FILE-REG.
052000     IF PR-APERTO
052100        MOVE 0 TO OK-FINE-FILE
052200        PERFORM LEGGI-REGISTRO THRU EX-LEGGI-REGISTRO
052300           UNTIL LETTO-FINE-FILE
052400        CLOSE FILE-REG
052500     END-IF.
052600 EX-CARICA-APERTI.
052700     EXIT.
052800*
052900 LEGGI-REGISTRO.
053000     READ FILE-REG
053100        AT END
053200           MOVE 1 TO OK-FINE-FILE
053300        NOT AT END
053400           IF USCITA-PR
053500              PERFORM AGGIUNGI-APERTO THRU EX-AGGIUNGI-APERTO
053600           END-IF
053700           IF RIENTRO-PR
053800              PERFORM CHIUDI-APERTO THRU EX-CHIUDI-APERTO
053900           END-IF
054000     END-READ.
054100 EX-LEGGI-REGISTRO.
054200     EXIT.
054300*
054400 AGGIUNGI-APERTO.
054500     IF N-RIGHE-PA NOT < 500
054600        DISPLAY "PRESTITI   TAB-APERTI da allargare"
054700        GO TO EX-AGGIUNGI-APERTO.
054800     ADD 1 TO N-RIGHE-PA.
054900     MOVE BARUNI-PR TO BARUNI-PA (N-RIGHE-PA).
055000     MOVE C-MAT-PR TO C-MAT-PA (N-RIGHE-PA).
055100     MOVE TAGLIA-PR TO TAGLIA-PA (N-RIGHE-PA).
055200     MOVE MAGAZZINO-PR TO MAG-PA (N-RIGHE-PA).
055300     MOVE BENEF-PR TO BENEF-PA (N-RIGHE-PA).
055400     MOVE DATA-USCITA-PR TO DATA-USCITA-PA (N-RIGHE-PA).
055500     MOVE RIENTRO-PREV-PR TO RIENTRO-PREV-PA (N-RIGHE-PA).
055600     MOVE SCOPO-PR TO SCOPO-PA (N-RIGHE-PA).
055700     MOVE "S" TO APERTO-PA (N-RIGHE-PA).
055800     MOVE "N" TO STAMPATO-PA (N-RIGHE-PA).
055900 EX-AGGIUNGI-APERTO.
056000     EXIT.
056100*
056200 CHIUDI-APERTO.
056300     MOVE BARUNI-PR TO BARUNI-CE.
056400     MOVE C-MAT-PR TO C-MAT-CE.
056500     MOVE TAGLIA-PR TO TAGLIA-CE.
056600     MOVE BENEF-PR TO BENEF-CE.
056700     PERFORM CERCA-APERTO THRU EX-CERCA-APERTO.
056800     IF IX-PA NOT = 0
056900        MOVE "N" TO APERTO-PA (IX-PA).
057000 EX-CHIUDI-APERTO.
057100     EXIT.
057200*
057300 CERCA-APERTO.
057400     MOVE 0 TO IX-PA.
057500     PERFORM CONFRONTA-APERTO THRU EX-CONFRONTA-APERTO
057600        VARYING I-PA FROM 1 BY 1
057700        UNTIL I-PA > N-RIGHE-PA OR IX-PA NOT = 0.
057800 EX-CERCA-APERTO.
057900     EXIT.
058000*
058100*     col baruni basta il baruni; senza, C-MAT, taglia e
058200*     beneficiario
058300 CONFRONTA-APERTO.
058400     IF APERTO-PA (I-PA) NOT = "S"
058500        GO TO EX-CONFRONTA-APERTO.
058600     IF BARUNI-CE NOT = SPACES
058700        IF BARUNI-PA (I-PA) = BARUNI-CE
058800           MOVE I-PA TO IX-PA
058900        END-IF
059000        GO TO EX-CONFRONTA-APERTO.
059100     IF BARUNI-PA (I-PA) = SPACES
059200        AND C-MAT-PA (I-PA) = C-MAT-CE
059300        AND TAGLIA-PA (I-PA) = TAGLIA-CE
059400        AND BENEF-PA (I-PA) = BENEF-CE
059500        MOVE I-PA TO IX-PA.
059600 EX-CONFRONTA-APERTO.
059700     EXIT.
059800*
059900*
060000*     un capo alla volta: -1 in uscita, +1 al rientro, sulla
060100*     taglia del capo (stessa strada di SCRIVI-MOVMAG-TP di
060200*     TAGLPEZ)
060300 SCRIVI-MOVMAG-PS.
060400     MOVE LOW-VALUE TO REC-MOVMAG.
060500     ADD 1 TO NUMERO-RIGA-PS.
060600     MOVE 0 TO RIF-INTERNO OF REC-MOVMAG
060700               RIF-ORDINE OF REC-MOVMAG
060800               RIF-BOLLA-FORN OF REC-MOVMAG
060900               MOD-IMPUTAZ OF REC-MOVMAG
061000               CONTO OF REC-MOVMAG
061100               PREZZO OF REC-MOVMAG
061200               COSTO-STD OF REC-MOVMAG.
061300     MOVE NUMERO-RIGA-PS TO NUMERO-RIGA OF REC-MOVMAG.
061400     MOVE C-MAT-PS TO C-MAT OF REC-MOVMAG.
061500     MOVE CAUSALE-PS TO C-OPE OF REC-MOVMAG.
061600     MOVE Q-SETTIMANA TO SETTIMANA OF REC-MOVMAG.
061700     MOVE MAG-PS TO MAGAZZINO OF REC-MOVMAG.
061800     MOVE "EUR" TO DIVISA OF REC-MOVMAG.
061900     MOVE "NR" TO UN-MIS-FATT OF REC-MOVMAG.
062000     PERFORM AZZERA-TAGLIE-PS THRU EX-AZZERA-TAGLIE-PS
062100        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
062200     MOVE QTA-MOV-PS TO QTA-TAGLIA OF REC-MOVMAG (TAGLIA-PS).
062300     MOVE QTA-MOV-PS TO QUANTITA OF REC-MOVMAG.
062400     MOVE SPACES TO VAL-REC OF REC-MOVMAG.
062500     MOVE REC-MOVMAG TO AREA-REC-SET.
062600     MOVE "MOVMAG" TO W-NOME-DATA-SET.
062700     PERFORM TTDBPUT THRU EX-TTDBPUT.
062800     IF NOT W-OK-IMAGE
062900        DISPLAY "PRESTITI   ERR PUT MOVMAG "
063000                W-STATUS-WORD-IMAGE
063100        CANCEL "QDBERROR"
063200        CALL "QDBERROR" USING W-COMMON
063300     END-IF.
063400 EX-SCRIVI-MOVMAG-PS.
063500     EXIT.
063600*
063700 AZZERA-TAGLIE-PS.
063800     MOVE 0 TO QTA-TAGLIA OF REC-MOVMAG (I-TG).
063900 EX-AZZERA-TAGLIE-PS.
064000     EXIT.
064100*
064200*     giacenza via AGSITPFW, come CARICA-SITPF-ARRIVO di
064300*     CONFTRAS
064400 AGGIORNA-SITPF-PS.
064500     MOVE LOW-VALUE TO PARAGGPF-PR.
064600     MOVE C-MAT-PS TO C-MAT OF PARAGGPF-PR.
064700     MOVE MAG-PS TO MAGAZZINO OF PARAGGPF-PR.
064800     MOVE -1 TO VALORE OF PARAGGPF-PR.
064900     PERFORM AZZERA-QTA-AGGPF THRU EX-AZZERA-QTA-AGGPF
065000        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
065100     MOVE QTA-MOV-PS TO QTA OF PARAGGPF-PR (TAGLIA-PS).
065200     MOVE 1 TO F-GIAC OF PARAGGPF-PR.
065300     MOVE 0 TO F-QTA-ORD OF PARAGGPF-PR
065400               F-QTA-ORD-C OF PARAGGPF-PR
065500               F-QTA-IMP OF PARAGGPF-PR
065600               F-QTA-IMP-C OF PARAGGPF-PR.
065700     MOVE CAUSALE-PS TO CAUSALE-SITPF OF PARAGGPF-PR.
065800     CANCEL "AGSITPFW"
065900     CALL "AGSITPFW" USING W-COMMON PARAGGPF-PR.
066000 EX-AGGIORNA-SITPF-PS.
066100     EXIT.
066200*
066300 AZZERA-QTA-AGGPF.
066400     MOVE 0 TO QTA OF PARAGGPF-PR (I-TG).
066500 EX-AZZERA-QTA-AGGPF.
066600     EXIT.
066700*
066800 CALCOLA-SETT-PS.
066900     MOVE W-FORMATO-INTERNO OF W-COMMON TO Q-DATA-I.
067000     MOVE 2 TO Q-FUNZIONE OF PARGEN.
067100     CANCEL "QDATAS"
067200     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA.
067300 EX-CALCOLA-SETT-PS.
067400     EXIT.
067500*
067600*     i campi del prestito sono gia' in REC-PRESTIT
067700 SCRIVI-REGISTRO.
067800     MOVE T-TAB TO TG-PR-1 TG-PR-2 TG-PR-3 TG-PR-4 TG-PR-5
067900                   TG-PR-6 TG-PR-7 TG-PR-8 TG-PR-9 TG-PR-10
068000                   TG-PR-11 TG-PR-12.
068100     MOVE DATA-OGGI-PS TO DATA-PR.
068200     ACCEPT WK-TIME-PR FROM TIME.
068300     MOVE WK-TIME-PR (1:6) TO ORA-PR.
068400     MOVE W-TERMINALE OF W-COMMON TO TERMINALE-PR.
068500     MOVE W-SIGLA-UTENTE OF W-COMMON TO OPERATORE-PR.
068600     MOVE BARUNI-PS TO BARUNI-PR.
068700     MOVE C-MAT-PS TO C-MAT-PR.
068800     MOVE TAGLIA-PS TO TAGLIA-PR.
068900     MOVE MAG-PS TO MAGAZZINO-PR.
069000     OPEN EXTEND FILE-REG.
069100     IF NOT PR-APERTO
069200        DISPLAY "PRESTITI   PRESTREG non apribile " CHECK-PR
069300        GO TO EX-SCRIVI-REGISTRO.
069400     WRITE REC-PRESTIT.
069500     CLOSE FILE-REG.
069600 EX-SCRIVI-REGISTRO.
069700     EXIT.
069800*
069900*
070000*     prestiti aperti oltre la data di rientro, una pagina per
070100*     responsabile del beneficiario
070200 ELENCO-SCADUTI.
070300     PERFORM CARICA-APERTI THRU EX-CARICA-APERTI.
070400     MOVE DATA-OGGI-PS TO DATA-AAMMGG-PS.
070500     PERFORM GIRA-IN-SERIALE THRU EX-GIRA-IN-SERIALE.
070600     MOVE Q-GIORNI-SERIALE TO SERIALE-OGGI.
070700     MOVE 0 TO SCADUTI-PS.
070800     PERFORM APRI-STAMPA THRU EX-APRI-STAMPA.
070900     MOVE "S" TO RESTANO-PS.
071000     PERFORM STAMPA-RESPONSABILE THRU EX-STAMPA-RESPONSABILE
071100        UNTIL NOT RESTANO-SCADUTI.
071200     IF SCADUTI-PS = 0
071300        MOVE " nessun prestito scaduto" TO DATI-RIGA
071400        MOVE 2 TO N-RIGA-STAMPA
071500        PERFORM SCRIVI THRU EX-SCRIVI.
071600     CALL "QCLPPR" USING PAR-PRINT
071700                          RIGA BUFFER.
071800     MOVE SCADUTI-PS TO SCADUTI-ED.
071900     DISPLAY "PRESTITI   prestiti scaduti " SCADUTI-ED.
072000 EX-ELENCO-SCADUTI.
072100     EXIT.
072200*
072300*     il responsabile del primo scaduto non ancora stampato,
072400*     poi tutti i suoi
072500 STAMPA-RESPONSABILE.
072600     MOVE 0 TO IX-PA.
072700     PERFORM CERCA-SCADUTO THRU EX-CERCA-SCADUTO
072800        VARYING I-PA FROM 1 BY 1
072900        UNTIL I-PA > N-RIGHE-PA OR IX-PA NOT = 0.
073000     IF IX-PA = 0
073100        MOVE "N" TO RESTANO-PS
073200        GO TO EX-STAMPA-RESPONSABILE.
073300     MOVE IX-PA TO I-PA.
073400     PERFORM RESPONSABILE-RIGA THRU EX-RESPONSABILE-RIGA.
073500     MOVE RESP-RIGA TO RESP-CORRENTE.
073600     MOVE SPACES TO DATI-RIGA.
073700     IF RESP-CORRENTE = SPACES
073800        MOVE " --- BENEFICIARI SENZA RESPONSABILE ---"
073900          TO DATI-RIGA
074000     ELSE
074100        STRING " --- RESPONSABILE " DELIMITED BY SIZE
074200               RESP-CORRENTE DELIMITED BY SIZE
074300               " ---" DELIMITED BY SIZE
074400           INTO DATI-RIGA
074500     END-IF.
074600     MOVE "P" TO COMANDO.
074700     MOVE 2 TO N-RIGA-STAMPA.
074800     PERFORM SCRIVI THRU EX-SCRIVI.
074900     MOVE "  BENEF.    NOME" TO DATI-RIGA.
075000     MOVE "BARUNI        C-MAT           TG MAG"
075050       TO DATI-RIGA (44:37).
075100     MOVE "USCITO   RIENTRO  RITARDO   SCOPO"
075150       TO DATI-RIGA (81:33).
075200     MOVE 2 TO N-RIGA-STAMPA.
075300     PERFORM SCRIVI THRU EX-SCRIVI.
075400     PERFORM STAMPA-SCADUTO THRU EX-STAMPA-SCADUTO
075500        VARYING I-PA FROM IX-PA BY 1 UNTIL I-PA > N-RIGHE-PA.
075600 EX-STAMPA-RESPONSABILE.
075700     EXIT.
075800*
075900 CERCA-SCADUTO.
076000     IF APERTO-PA (I-PA) = "S"
076100        AND STAMPATO-PA (I-PA) NOT = "S"
076200        AND RIENTRO-PREV-PA (I-PA) < DATA-OGGI-PS
076300        MOVE I-PA TO IX-PA.
076400 EX-CERCA-SCADUTO.
076500     EXIT.
076600*
076700 RESPONSABILE-RIGA.
076800     MOVE SPACES TO RESP-RIGA NOME-RIGA.
076900     MOVE BENEF-PA (I-PA) TO BENEF-CE.
077000     PERFORM CERCA-BENEFICIARIO THRU EX-CERCA-BENEFICIARIO.
077100     IF IX-BN NOT = 0
077200        MOVE RESP-BN (IX-BN) TO RESP-RIGA
077300        MOVE NOME-BN (IX-BN) TO NOME-RIGA.
077400 EX-RESPONSABILE-RIGA.
077500     EXIT.
077600*
077700 STAMPA-SCADUTO.
077800     IF APERTO-PA (I-PA) NOT = "S"
077900        OR STAMPATO-PA (I-PA) = "S"
078000        OR RIENTRO-PREV-PA (I-PA) NOT < DATA-OGGI-PS
078100        GO TO EX-STAMPA-SCADUTO.
078200     PERFORM RESPONSABILE-RIGA THRU EX-RESPONSABILE-RIGA.
078300     IF RESP-RIGA NOT = RESP-CORRENTE
078400        GO TO EX-STAMPA-SCADUTO.
078500     MOVE "S" TO STAMPATO-PA (I-PA).
078600     ADD 1 TO SCADUTI-PS.
078700     MOVE DATA-USCITA-PA (I-PA) TO DATA-AAMMGG-PS.
078800     PERFORM EDITA-DATA THRU EX-EDITA-DATA.
078900     MOVE DATA-ED TO USCITA-ED.
079000     MOVE RIENTRO-PREV-PA (I-PA) TO DATA-AAMMGG-PS.
079100     PERFORM EDITA-DATA THRU EX-EDITA-DATA.
079200     MOVE DATA-ED TO PREVISTO-ED.
079300     PERFORM GIRA-IN-SERIALE THRU EX-GIRA-IN-SERIALE.
079400     COMPUTE RITARDO-PS = SERIALE-OGGI - Q-GIORNI-SERIALE.
079500     MOVE RITARDO-PS TO RITARDO-ED.
079600     MOVE TAGLIA-PA (I-PA) TO TAGLIA-ED.
079700     MOVE SPACES TO DATI-RIGA.
079800     STRING "  " DELIMITED BY SIZE
079900            BENEF-PA (I-PA) DELIMITED BY SIZE
080000            "  " DELIMITED BY SIZE
080100            NOME-RIGA DELIMITED BY SIZE
080200            " " DELIMITED BY SIZE
080300            BARUNI-PA (I-PA) DELIMITED BY SIZE
080400            " " DELIMITED BY SIZE
080500            C-MAT-PA (I-PA) DELIMITED BY SIZE
080600            " " DELIMITED BY SIZE
080700            TAGLIA-ED DELIMITED BY SIZE
080800            " " DELIMITED BY SIZE
080900            MAG-PA (I-PA) DELIMITED BY SIZE
081000            " " DELIMITED BY SIZE
081100            USCITA-ED DELIMITED BY SIZE
081200            " " DELIMITED BY SIZE
081300            PREVISTO-ED DELIMITED BY SIZE
081400            "  " DELIMITED BY SIZE
081500            RITARDO-ED DELIMITED BY SIZE
081600            " gg  " DELIMITED BY SIZE
081700            SCOPO-PA (I-PA) DELIMITED BY SIZE
081800        INTO DATI-RIGA.
081900     PERFORM SCRIVI THRU EX-SCRIVI.
082000 EX-STAMPA-SCADUTO.
082100     EXIT.
082200*
082300 EDITA-DATA.
082400     MOVE GG2-PS TO GG-ED.
082500     MOVE MM2-PS TO MM-ED.
082600     MOVE AA2-PS TO AA-ED.
082700 EX-EDITA-DATA.
082800     EXIT.
082900*
083000*     AAMMGG -> GGMMAA -> giorni seriali (QDATAS funz 6)
083100 GIRA-IN-SERIALE.
083200     MOVE AA2-PS TO AA-PS.
083300     MOVE MM2-PS TO MM-PS.
083400     MOVE GG2-PS TO GG-PS.
083500     MOVE DATA-GGMMAA-PS TO Q-DATA-E.
083600     MOVE 6 TO Q-FUNZIONE OF PARGEN.
083700     CANCEL "QDATAS"
083800     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I
083900                         Q-SETTIMANA Q-AA-4 Q-GIORNI-SERIALE.
084000 EX-GIRA-IN-SERIALE.
084100     EXIT.
084200*
084300 APRI-STAMPA.
084400     MOVE  136  TO LL-RIGA.
084500     MOVE 9999 TO N-MAX-RIGHE.
084600     MOVE "G" TO PRE-NOME-FILE.
084700     MOVE W-FORMATO-INTERNO TO TERM-N-FILE.
084800     CALL "QOLPPR" USING PAR-PRINT
084900                          RIGA BUFFER.
085000     MOVE 0   TO N-STAMPANTE.
085100     MOVE "M" TO COMANDO.
085200     MOVE 66  TO N-RIGA-STAMPA.
085300     MOVE DATA-OGGI-PS TO DATA-AAMMGG-PS.
085400     PERFORM EDITA-DATA THRU EX-EDITA-DATA.
085500     MOVE " CAMPIONARIO IN PRESTITO - SCADUTI AL " TO DATI-RIGA.
085600     MOVE DATA-ED TO DATI-RIGA (40:8).
085700     PERFORM SCRIVI THRU EX-SCRIVI.
085800 EX-APRI-STAMPA.
085900     EXIT.
086000*
086100 SCRIVI.
086200     CALL "QWLPPR" USING PAR-PRINT
086300                         RIGA BUFFER.
086400     IF STATO OF PAR-PRINT NOT = 0
086500        MOVE STATO OF PAR-PRINT TO STATO-DISPLAY
086600        DISPLAY "PRESTITI   ERRORE QPRINT CON STATO : "
086700                STATO-DISPLAY
086800     END-IF.
086900     MOVE SPACES TO DATI-RIGA.
087000     MOVE "S" TO COMANDO.
087100     MOVE 0 TO N-RIGA-STAMPA.
087200 EX-SCRIVI.
087300     EXIT.
087400*
087500*
087600 TTDBGET.
087700              COPY PDBGET.
087800*
087900 TTDBPUT.
088000              COPY PDBPUT.
088100*
088200*      FINE PROGRAMMA    **** /K PRESTITI.COB  *****
