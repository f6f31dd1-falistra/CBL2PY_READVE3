000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. RITIRWEB.
000310*2026*        15/10/26
000320*     ordini web con ritiro in negozio (click and collect). Il
000330*     feed ORDINIWEB porta il negozio di ritiro (NEG-RITIRO-OW):
000340*     IMPEWEB "O" lascia quelle righe a questo programma ("I"),
000350*     che le registra su RITIRWEBF; se il negozio ha la merce
000360*     disponibile (giacenza meno impegnato) la impegna li' e
000370*     l'ordine e' subito pronto, altrimenti la impegna sul
000380*     primo magazzino che ce l'ha e scrive la proposta di
000390*     travaso PROPTRAS (origine "RITIRWEB") per READTR3;
000400*     nessuna disponibilita' = riga annullata sul CONFWEB.
000410*     All'arrivo in negozio (CONFTRAS chiama "A", o conferma a
000420*     video) l'impegno passa dal magazzino al negozio e su
000430*     NOTIFWEB parte l'avviso "pronto per il ritiro". Al banco
000440*     READVE3 rilegge l'ordine ("V"), vende i capi gia' pagati
000450*     sul web e lo chiude ("R", consegna sul CONFWEB). A
000460*     video: "S" scadenze (pronti non ritirati oltre N giorni:
000470*     impegno e annullo sul CONFWEB), "A" arrivo a mano, "L"
000480*     elenco aperti; "X" chiude le righe del file ANNULWEB.
000490*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-REGRT ASSIGN TO "RITIRWEBF"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-RT.
001500     SELECT OPTIONAL FILE-ORDWEB ASSIGN TO "ORDINIWEB"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-OW.
001800     SELECT OPTIONAL FILE-ANNUL ASSIGN TO "ANNULWEB"
001900        ORGANIZATION IS LINE SEQUENTIAL
002000        FILE STATUS IS CHECK-AW.
002100     SELECT OPTIONAL FILE-PROP ASSIGN TO "PROPTRAS"
002200        ORGANIZATION IS LINE SEQUENTIAL
002300        FILE STATUS IS CHECK-PT.
002400     SELECT OPTIONAL FILE-CONFWEB ASSIGN TO "CONFWEB"
002500        ORGANIZATION IS LINE SEQUENTIAL
002600        FILE STATUS IS CHECK-CW.
002700     SELECT OPTIONAL FILE-NOTIF ASSIGN TO "NOTIFWEB"
002800        ORGANIZATION IS LINE SEQUENTIAL
002900        FILE STATUS IS CHECK-NW.
003000*
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD FILE-REGRT DATA RECORD REC-REGRT.
003400 01 REC-REGRT              COPY YRITWEB.
003500 FD FILE-ORDWEB DATA RECORD REC-ORDWEB.
003600 01 REC-ORDWEB             COPY YORDWEB.
003700 FD FILE-ANNUL DATA RECORD REC-ANNUL.
003800 01 REC-ANNUL              COPY YORDWEB.
003900 FD FILE-PROP DATA RECORD REC-PROP.
004000 01 REC-PROP               COPY YPROPTRAS.
004100 FD FILE-CONFWEB DATA RECORD REC-CONFWEB.
004200 01 REC-CONFWEB            COPY YCONFWEB.
004300* avviso al cliente via piattaforma web
004400 FD FILE-NOTIF DATA RECORD REC-NOTIF.
004500 01 REC-NOTIF.
004600    05 RIF-ORDINE-NW         PIC X(20).
004700    05 TG-NW-1               PIC X.
004800    05 NEG-NW                PIC 9(3).
004900    05 TG-NW-2               PIC X.
005000    05 DATA-NW               PIC 9(6).
005100    05 TG-NW-3               PIC X.
005200    05 ORA-NW                PIC 9(6).
005300    05 TG-NW-4               PIC X.
005400    05 EVENTO-NW             PIC X(8).
005500*
005600 WORKING-STORAGE SECTION.
005700*
005800 01 REC-SITPF        COPY YSITPF.
005900 01 AREA-REC-SET     PIC X(512).
006000*
006100 77 CHECK-RT        PIC XX.
006200    88 RT-APERTO    VALUES ARE "05", "00".
006300 77 CHECK-OW        PIC XX.
006400    88 OW-APERTO    VALUES ARE "05", "00".
006500 77 CHECK-AW        PIC XX.
006600    88 AW-APERTO    VALUES ARE "05", "00".
006700 77 CHECK-PT        PIC XX.
006800    88 PT-APERTO    VALUES ARE "05", "00".
006900 77 CHECK-CW        PIC XX.
007000    88 CW-APERTO    VALUES ARE "05", "00".
007100 77 CHECK-NW        PIC XX.
007200    88 NW-APERTO    VALUES ARE "05", "00".
007300 77 WK-TIME-NW      PIC 9(8).
007400*
007500 01 OK-FINE-FILE    PIC S9(4) COMP.
007600    88 LETTO-FINE-FILE VALUE 1.
007700*
007800 01 T-TAB           PIC X VALUE X"9".
007900*
008000* giorni di giacenza in negozio dell'ordine pronto, se a
008100* video non se ne battono altri
008200 01 GIORNI-RITIRO   PIC S9(4) COMP VALUE 10.
008300*
008400 01 PARGEN           COPY QPARGEN.
008500 01 PARQDATA         COPY QPARDATS.
008600 01 PAR-IMPEWEB      COPY PARIMPEW.
008700*
008800* registro in memoria, una riga per riga d'ordine
008900 01 TAB-RITIRI.
009000  05 RIGA-RM OCCURS 2000.
009100   10 RIF-ORDINE-RM    PIC X(20).
009200   10 C-MAT-RM         PIC 9(15).
009300   10 TAGLIA-RM        PIC 9.
009400   10 QTA-RM           PIC 9(5).
009500   10 NEG-RM           PIC 9(3).
009600   10 MAG-PROV-RM      PIC 9(3).
009700   10 STATO-RM         PIC X.
009800   10 DATA-ORDINE-RM   PIC 9(6).
009900   10 DATA-PRONTO-RM   PIC 9(6).
010000   10 DATA-CHIUSO-RM   PIC 9(6).
010100 01 N-RIGHE-RM      PIC S9(4) COMP.
010200 01 I-RM            PIC S9(4) COMP.
010300 01 IX-RM           PIC S9(4) COMP.
010400 01 I-TG            PIC S9(4) COMP.
010500 01 I-RG            PIC S9(4) COMP.
010600*
010700 01 RIF-CERCA       PIC X(20).
010800 01 C-MAT-CERCA     PIC 9(15).
010900 01 TAGLIA-CERCA    PIC 9.
011000*
011100* disponibilita' (giacenza meno impegnato) dalla catena SITPF
011200 01 DISP-NETTA      PIC S9(8) COMP.
011300 01 DISP-NEGOZIO    PIC S9(8) COMP.
011400 01 MAG-PROV-SCELTO PIC 9(3).
011500 01 QTA-ARRIVO-RES  PIC S9(4) COMP OCCURS 10.
011600*
011700 01 TROVATO-SW      PIC X.
011800    88 ORDINE-TROVATO  VALUE "S".
011900 01 ALTRO-NEG-SW    PIC X.
012000 01 NON-PRONTO-SW   PIC X.
012100*
012200 01 DATA-OGGI-RT    PIC 9(6).
012300 01 DATA-CALC       PIC 9(6).
012400 01 SERIALE-CALC    PIC S9(9) COMP.
012500 01 SERIALE-OGGI    PIC S9(9) COMP.
012600*
012700 01 FUNZIONE-IN     PIC X.
012800 01 RIF-ORDINE-IN   PIC X(20).
012900 01 GIORNI-IN       PIC X(3).
013000 01 GIORNI-IN-9 REDEFINES GIORNI-IN PIC 9(3).
013100*
013200 01 N-AVVISI        PIC S9(4) COMP.
013300 01 N-CONFERME      PIC S9(4) COMP.
013400 01 N-NUOVE         PIC S9(4) COMP.
013500 01 N-PROPOSTE      PIC S9(4) COMP.
013600 01 N-ANNULLATE     PIC S9(4) COMP.
013700 01 CONTA-ED        PIC ZZZ9.
013800*
013900* consegna SFTP (COMMAND2, come CONFWEB in READVE3)
014000 01 COMANDO-SFTP-CONFWEB.
014100  05 FILLER      PIC X(12) VALUE "SFTP CONFWEB".
014200  05 FILLER      PIC X     VALUE X"13".
014300  05 FILLER      PIC X(27) VALUE SPACES.
014400 01 COMANDO-SFTP-NOTIFWEB.
014500  05 FILLER      PIC X(13) VALUE "SFTP NOTIFWEB".
014600  05 FILLER      PIC X     VALUE X"13".
014700  05 FILLER      PIC X(26) VALUE SPACES.
014800 01 ERR          PIC S9(9) COMP.
014900 01 ERR-PARM     PIC S9(9) COMP.
015000 01 ERR-DISP     PIC -(6).
015100*
015200 LINKAGE SECTION.
015300*
015400 01 W-COMMON       COPY WCOMMONW.
015500*
015600 01 PAR-RITIRWEB   COPY PARRITWB.
015700*
015800*PAGE
015900 PROCEDURE DIVISION  USING W-COMMON
016000                           PAR-RITIRWEB.
016100 INIZIO.
016200     MOVE 0 TO ESITO-RW OF PAR-RITIRWEB.
016300     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-OGGI-RT.
016400     MOVE 0 TO N-AVVISI N-CONFERME N-NUOVE N-PROPOSTE.
016500     EVALUATE TRUE
016600        WHEN RW-ACQUISIZIONE OF PAR-RITIRWEB
016700           PERFORM ACQUISISCI-ORDINI THRU EX-ACQUISISCI-ORDINI
016800        WHEN RW-ANNULLO-WEB OF PAR-RITIRWEB
016900           PERFORM ANNULLA-DA-WEB THRU EX-ANNULLA-DA-WEB
017000        WHEN RW-ARRIVO OF PAR-RITIRWEB
017100           PERFORM ARRIVO-MERCE THRU EX-ARRIVO-MERCE
017200        WHEN RW-VERIFICA OF PAR-RITIRWEB
017300           PERFORM VERIFICA-ORDINE THRU EX-VERIFICA-ORDINE
017400        WHEN RW-CONSEGNA OF PAR-RITIRWEB
017500           PERFORM CONSEGNA-ORDINE THRU EX-CONSEGNA-ORDINE
017600        WHEN OTHER
017700           PERFORM MENU-VIDEO THRU EX-MENU-VIDEO
017800     END-EVALUATE.
017900     PERFORM SPEDISCI-FILE-WEB THRU EX-SPEDISCI-FILE-WEB.
018000 FINE.
018100     EXIT PROGRAM.
018200*
018300*
018400*     il registro si rilegge in memoria e si riscrive per
018500*     intero, sullo schema di CONFTRAS
018600 CARICA-REGISTRO.
018700     MOVE 0 TO N-RIGHE-RM.
018800     OPEN INPUT FILE-REGRT.
018900     IF RT-APERTO
019000        MOVE 0 TO OK-FINE-FILE
019100        PERFORM LEGGI-RIGA-REGISTRO THRU EX-LEGGI-RIGA-REGISTRO
019200           UNTIL LETTO-FINE-FILE
019300        CLOSE FILE-REGRT
019400     END-IF.
019500 EX-CARICA-REGISTRO.
019600     EXIT.
019700*
019800 LEGGI-RIGA-REGISTRO.
019900     READ FILE-REGRT
020000        AT END
020100           MOVE 1 TO OK-FINE-FILE
020200           GO TO EX-LEGGI-RIGA-REGISTRO
020300     END-READ.
020400     IF N-RIGHE-RM NOT < 2000
020500        DISPLAY "RITIRWEB   TAB-RITIRI da allargare"
020600        GO TO EX-LEGGI-RIGA-REGISTRO.
020700     ADD 1 TO N-RIGHE-RM.
020800     MOVE RIF-ORDINE-RT TO RIF-ORDINE-RM (N-RIGHE-RM).
020900     MOVE C-MAT-RT TO C-MAT-RM (N-RIGHE-RM).
021000     MOVE TAGLIA-RT TO TAGLIA-RM (N-RIGHE-RM).
021100     MOVE QTA-RT TO QTA-RM (N-RIGHE-RM).
021200     MOVE NEG-RT TO NEG-RM (N-RIGHE-RM).
021300     MOVE MAG-PROV-RT TO MAG-PROV-RM (N-RIGHE-RM).
021400     MOVE STATO-RT TO STATO-RM (N-RIGHE-RM).
021500     MOVE DATA-ORDINE-RT TO DATA-ORDINE-RM (N-RIGHE-RM).
021600     MOVE DATA-PRONTO-RT TO DATA-PRONTO-RM (N-RIGHE-RM).
021700     MOVE DATA-CHIUSO-RT TO DATA-CHIUSO-RM (N-RIGHE-RM).
021800 EX-LEGGI-RIGA-REGISTRO.
021900     EXIT.
022000*
022100 RISCRIVI-REGISTRO.
022200     OPEN OUTPUT FILE-REGRT.
022300     IF NOT RT-APERTO
022400        DISPLAY "RITIRWEB   RITIRWEBF non apribile " CHECK-RT
022500        GO TO EX-RISCRIVI-REGISTRO.
022600     PERFORM SCRIVI-RIGA-REGISTRO THRU EX-SCRIVI-RIGA-REGISTRO
022700        VARYING I-RM FROM 1 BY 1 UNTIL I-RM > N-RIGHE-RM.
022800     CLOSE FILE-REGRT.
022900 EX-RISCRIVI-REGISTRO.
023000     EXIT.
023100*
023200 SCRIVI-RIGA-REGISTRO.
023300     MOVE T-TAB TO TG-RT-1 TG-RT-2 TG-RT-3 TG-RT-4 TG-RT-5
023400                   TG-RT-6 TG-RT-7 TG-RT-8 TG-RT-9.
023500     MOVE RIF-ORDINE-RM (I-RM) TO RIF-ORDINE-RT.
023600     MOVE C-MAT-RM (I-RM) TO C-MAT-RT.
023700     MOVE TAGLIA-RM (I-RM) TO TAGLIA-RT.
023800     MOVE QTA-RM (I-RM) TO QTA-RT.
023900     MOVE NEG-RM (I-RM) TO NEG-RT.
024000     MOVE MAG-PROV-RM (I-RM) TO MAG-PROV-RT.
024100     MOVE STATO-RM (I-RM) TO STATO-RT.
024200     MOVE DATA-ORDINE-RM (I-RM) TO DATA-ORDINE-RT.
024300     MOVE DATA-PRONTO-RM (I-RM) TO DATA-PRONTO-RT.
024400     MOVE DATA-CHIUSO-RM (I-RM) TO DATA-CHIUSO-RT.
024500     WRITE REC-REGRT.
024600 EX-SCRIVI-RIGA-REGISTRO.
024700     EXIT.
024800*
024900*     riga del registro per ordine, C-MAT e taglia
025000 CERCA-RIGA.
025100     MOVE 0 TO IX-RM.
025200     PERFORM CONFRONTA-RIGA THRU EX-CONFRONTA-RIGA
025300        VARYING I-RM FROM 1 BY 1
025400        UNTIL I-RM > N-RIGHE-RM OR IX-RM NOT = 0.
025500 EX-CERCA-RIGA.
025600     EXIT.
025700*
025800 CONFRONTA-RIGA.
025900     IF RIF-ORDINE-RM (I-RM) = RIF-CERCA
026000        AND C-MAT-RM (I-RM) = C-MAT-CERCA
026100        AND TAGLIA-RM (I-RM) = TAGLIA-CERCA
026200        MOVE I-RM TO IX-RM.
026300 EX-CONFRONTA-RIGA.
026400     EXIT.
026500*
026600*
026700*     righe del feed con negozio di ritiro non ancora a
026800*     registro (il feed si puo' ripresentare: la riga gia'
026900*     acquisita non si impegna due volte)
027000 ACQUISISCI-ORDINI.
027100     PERFORM CARICA-REGISTRO THRU EX-CARICA-REGISTRO.
027200     OPEN INPUT FILE-ORDWEB.
027300     IF NOT OW-APERTO
027400        GO TO EX-ACQUISISCI-ORDINI.
027500     PERFORM APRI-FILE-WEB THRU EX-APRI-FILE-WEB.
027600     OPEN EXTEND FILE-PROP.
027700     MOVE 0 TO OK-FINE-FILE.
027800     PERFORM LEGGI-ORDINE-WEB THRU EX-LEGGI-ORDINE-WEB
027900        UNTIL LETTO-FINE-FILE.
028000     CLOSE FILE-ORDWEB FILE-PROP.
028100     PERFORM CHIUDI-FILE-WEB THRU EX-CHIUDI-FILE-WEB.
028200     IF N-NUOVE > 0
028300        PERFORM RISCRIVI-REGISTRO THRU EX-RISCRIVI-REGISTRO.
028400     MOVE N-NUOVE TO CONTA-ED.
028500     DISPLAY "RITIRWEB   righe ritiro in negozio " CONTA-ED.
028600     MOVE N-PROPOSTE TO CONTA-ED.
028700     DISPLAY "RITIRWEB   proposte di travaso     " CONTA-ED.
028800 EX-ACQUISISCI-ORDINI.
028900     EXIT.
029000*
029100 LEGGI-ORDINE-WEB.
029200     READ FILE-ORDWEB
029300        AT END
029400           MOVE 1 TO OK-FINE-FILE
029500           GO TO EX-LEGGI-ORDINE-WEB
029600     END-READ.
029700     IF CONSEGNA-A-CASA-OW OF REC-ORDWEB
029800        GO TO EX-LEGGI-ORDINE-WEB.
029900     IF NEG-RITIRO-OW OF REC-ORDWEB NOT NUMERIC
030000        DISPLAY "RITIRWEB   negozio di ritiro errato, ordine "
030100                RIF-ORDINE-OW OF REC-ORDWEB
030200        GO TO EX-LEGGI-ORDINE-WEB.
030300     MOVE RIF-ORDINE-OW OF REC-ORDWEB TO RIF-CERCA.
030400     MOVE C-MAT-OW OF REC-ORDWEB TO C-MAT-CERCA.
030500     MOVE TAGLIA-OW OF REC-ORDWEB TO TAGLIA-CERCA.
030600     PERFORM CERCA-RIGA THRU EX-CERCA-RIGA.
030700     IF IX-RM NOT = 0
030800        GO TO EX-LEGGI-ORDINE-WEB.
030900     IF N-RIGHE-RM NOT < 2000
031000        DISPLAY "RITIRWEB   TAB-RITIRI da allargare"
031100        GO TO EX-LEGGI-ORDINE-WEB.
031200     ADD 1 TO N-RIGHE-RM N-NUOVE.
031300     MOVE N-RIGHE-RM TO IX-RM.
031400     MOVE RIF-ORDINE-OW OF REC-ORDWEB TO RIF-ORDINE-RM (IX-RM).
031500     MOVE C-MAT-OW OF REC-ORDWEB TO C-MAT-RM (IX-RM).
031600     MOVE TAGLIA-OW OF REC-ORDWEB TO TAGLIA-RM (IX-RM).
031700     MOVE QTA-OW OF REC-ORDWEB TO QTA-RM (IX-RM).
031800     MOVE NEG-RITIRO-OW-R OF REC-ORDWEB TO NEG-RM (IX-RM).
031900     MOVE 0 TO MAG-PROV-RM (IX-RM) DATA-PRONTO-RM (IX-RM)
032000               DATA-CHIUSO-RM (IX-RM).
032100     MOVE DATA-OGGI-RT TO DATA-ORDINE-RM (IX-RM).
032200     PERFORM ASSEGNA-MERCE THRU EX-ASSEGNA-MERCE.
032300 EX-LEGGI-ORDINE-WEB.
032400     EXIT.
032500*
032600*     prima il negozio, poi il primo magazzino della catena
032700*     che copre la quantita'; senza nessuno la riga si chiude
032800*     subito con l'annullo sul CONFWEB
032900 ASSEGNA-MERCE.
033000     PERFORM DISPONIBILITA-SITPF THRU EX-DISPONIBILITA-SITPF.
033100     IF DISP-NEGOZIO NOT < QTA-RM (IX-RM)
033200        MOVE NEG-RM (IX-RM) TO MAG-PROV-RM (IX-RM)
033300        MOVE NEG-RM (IX-RM) TO MAGAZZINO-IMPW OF PAR-IMPEWEB
033400        PERFORM PRENOTA-RIGA THRU EX-PRENOTA-RIGA
033500        IF IMPW-OK OF PAR-IMPEWEB
033600           MOVE "P" TO STATO-RM (IX-RM)
033700           MOVE DATA-OGGI-RT TO DATA-PRONTO-RM (IX-RM)
033800           PERFORM SCRIVI-AVVISO THRU EX-SCRIVI-AVVISO
033900           GO TO EX-ASSEGNA-MERCE
034000        END-IF
034100     END-IF.
034200     IF MAG-PROV-SCELTO NOT = 0
034300        MOVE MAG-PROV-SCELTO TO MAG-PROV-RM (IX-RM)
034400        MOVE MAG-PROV-SCELTO TO MAGAZZINO-IMPW OF PAR-IMPEWEB
034500        PERFORM PRENOTA-RIGA THRU EX-PRENOTA-RIGA
034600        IF IMPW-OK OF PAR-IMPEWEB
034700           MOVE "T" TO STATO-RM (IX-RM)
034800           PERFORM SCRIVI-PROPOSTA THRU EX-SCRIVI-PROPOSTA
034900           GO TO EX-ASSEGNA-MERCE
035000        END-IF
035100     END-IF.
035200     MOVE "N" TO STATO-RM (IX-RM).
035300     MOVE DATA-OGGI-RT TO DATA-CHIUSO-RM (IX-RM).
035400     PERFORM SCRIVI-ANNULLO THRU EX-SCRIVI-ANNULLO.
035500     DISPLAY "RITIRWEB   nessuna disponibilita' per ordine "
035600             RIF-ORDINE-RM (IX-RM) " C-MAT " C-MAT-RM (IX-RM).
035700 EX-ASSEGNA-MERCE.
035800     EXIT.
035900*
036000 PRENOTA-RIGA.
036100     MOVE "P" TO FUNZIONE-IMPW OF PAR-IMPEWEB.
036200     MOVE C-MAT-RM (IX-RM) TO C-MAT-IMPW OF PAR-IMPEWEB.
036300     MOVE TAGLIA-RM (IX-RM) TO TAGLIA-IMPW OF PAR-IMPEWEB.
036400     MOVE QTA-RM (IX-RM) TO QTA-IMPW OF PAR-IMPEWEB.
036500     CANCEL "IMPEWEB".
036600     CALL "IMPEWEB" USING W-COMMON PAR-IMPEWEB.
036700 EX-PRENOTA-RIGA.
036800     EXIT.
036900*
037000*     rilascia la riga IX-RM sul magazzino gia' impostato in
037100*     MAGAZZINO-IMPW
037200 RILASCIA-RIGA.
037300     MOVE "R" TO FUNZIONE-IMPW OF PAR-IMPEWEB.
037400     MOVE C-MAT-RM (IX-RM) TO C-MAT-IMPW OF PAR-IMPEWEB.
037500     MOVE TAGLIA-RM (IX-RM) TO TAGLIA-IMPW OF PAR-IMPEWEB.
037600     MOVE QTA-RM (IX-RM) TO QTA-IMPW OF PAR-IMPEWEB.
037700     CANCEL "IMPEWEB".
037800     CALL "IMPEWEB" USING W-COMMON PAR-IMPEWEB.
037900     IF NOT IMPW-OK OF PAR-IMPEWEB
038000        DISPLAY "RITIRWEB   rilascio non riuscito su "
038100                C-MAT-RM (IX-RM) " ordine " RIF-ORDINE-RM (IX-RM).
038200 EX-RILASCIA-RIGA.
038300     EXIT.
038400*
038500*     una passata sulla catena SITPF del C-MAT: disponibile
038600*     nel negozio e primo altro magazzino che copre la riga
038700 DISPONIBILITA-SITPF.
038800     MOVE 0 TO DISP-NEGOZIO MAG-PROV-SCELTO.
038900     IF TAGLIA-RM (IX-RM) < 1
039000        GO TO EX-DISPONIBILITA-SITPF.
039100     MOVE "C-MAT;"      TO W-NOME-CAMPO.
039200     MOVE C-MAT-RM (IX-RM) TO W-VALORE-CAMPO.
039300     MOVE "SITPF;"      TO W-NOME-DATA-SET.
039400     PERFORM TTDBFIND THRU EX-TTDBFIND.
039500     IF W-OK-IMAGE
039600        PERFORM DBGET-SITPF-RT THRU EX-DBGET-SITPF-RT
039700        PERFORM VAGLIA-MAG-SITPF THRU EX-VAGLIA-MAG-SITPF
039800           UNTIL NOT W-OK-IMAGE
039900     END-IF.
040000 EX-DISPONIBILITA-SITPF.
040100     EXIT.
040200*
040300 DBGET-SITPF-RT.
040400     MOVE 5 TO W-MODO.
040500     PERFORM TTDBGET THRU EX-TTDBGET.
040600     MOVE AREA-REC-SET TO REC-SITPF.
040700 EX-DBGET-SITPF-RT.
040800     EXIT.
040900*
041000 VAGLIA-MAG-SITPF.
041100     COMPUTE DISP-NETTA =
041200             QTA-GIAC-PF OF REC-SITPF (TAGLIA-RM (IX-RM))
041300           - QTA-IMP OF REC-SITPF (TAGLIA-RM (IX-RM)).
041400     IF MAGAZZINO OF REC-SITPF = NEG-RM (IX-RM)
041500        MOVE DISP-NETTA TO DISP-NEGOZIO
041600     ELSE
041700        IF MAG-PROV-SCELTO = 0
041800           AND DISP-NETTA NOT < QTA-RM (IX-RM)
041900           MOVE MAGAZZINO OF REC-SITPF TO MAG-PROV-SCELTO
042000        END-IF
042100     END-IF.
042200     PERFORM DBGET-SITPF-RT THRU EX-DBGET-SITPF-RT.
042300 EX-VAGLIA-MAG-SITPF.
042400     EXIT.
042500*
042600*     proposta di travaso verso il negozio, nella forma di
042700*     MINMAX/ORDINEG: READTR3 la lancia come le altre
042800 SCRIVI-PROPOSTA.
042900     IF NOT PT-APERTO
043000        DISPLAY "RITIRWEB   PROPTRAS non apribile " CHECK-PT
043100        GO TO EX-SCRIVI-PROPOSTA.
043200     MOVE T-TAB TO TG-PT-1 TG-PT-2 TG-PT-3 TG-PT-4 TG-PT-5.
043300     MOVE DATA-OGGI-RT TO DATA-PT.
043400     MOVE MAG-PROV-RM (IX-RM) TO MAG-PROV-PT.
043500     MOVE NEG-RM (IX-RM) TO MAG-DEST-PT.
043600     MOVE C-MAT-RM (IX-RM) TO C-MAT-PT.
043700     PERFORM AZZERA-QTA-PROP THRU EX-AZZERA-QTA-PROP
043800        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
043900     MOVE QTA-RM (IX-RM) TO QTA-PT (TAGLIA-RM (IX-RM)).
044000     MOVE "RITIRWEB" TO ORIGINE-PT.
044100     WRITE REC-PROP.
044200     ADD 1 TO N-PROPOSTE.
044300 EX-SCRIVI-PROPOSTA.
044400     EXIT.
044500*
044600 AZZERA-QTA-PROP.
044700     MOVE 0 TO QTA-PT (I-TG).
044800 EX-AZZERA-QTA-PROP.
044900     EXIT.
045000*
045100*
045200*     merce arrivata in negozio (quantita' accettate per
045300*     taglia): le righe in attesa dello stesso C-MAT, in
045400*     ordine di registro, passano pronte finche' bastano
045500 ARRIVO-MERCE.
045600     PERFORM CARICA-REGISTRO THRU EX-CARICA-REGISTRO.
045700     PERFORM COPIA-QTA-ARRIVO THRU EX-COPIA-QTA-ARRIVO
045800        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
045900     PERFORM APRI-FILE-WEB THRU EX-APRI-FILE-WEB.
046000     PERFORM ABBINA-ARRIVO THRU EX-ABBINA-ARRIVO
046100        VARYING IX-RM FROM 1 BY 1 UNTIL IX-RM > N-RIGHE-RM.
046200     PERFORM CHIUDI-FILE-WEB THRU EX-CHIUDI-FILE-WEB.
046300     IF N-AVVISI > 0
046400        PERFORM RISCRIVI-REGISTRO THRU EX-RISCRIVI-REGISTRO.
046500 EX-ARRIVO-MERCE.
046600     EXIT.
046700*
046800 COPIA-QTA-ARRIVO.
046900     MOVE QTA-ARRIVO-RW OF PAR-RITIRWEB (I-TG)
047000       TO QTA-ARRIVO-RES (I-TG).
047100 EX-COPIA-QTA-ARRIVO.
047200     EXIT.
047300*
047400 ABBINA-ARRIVO.
047500     IF STATO-RM (IX-RM) NOT = "T"
047600        OR NEG-RM (IX-RM) NOT = MAG-RW OF PAR-RITIRWEB
047700        OR C-MAT-RM (IX-RM) NOT = C-MAT-RW OF PAR-RITIRWEB
047800        OR TAGLIA-RM (IX-RM) < 1
047900        GO TO EX-ABBINA-ARRIVO.
048000     IF QTA-ARRIVO-RES (TAGLIA-RM (IX-RM)) < QTA-RM (IX-RM)
048100        GO TO EX-ABBINA-ARRIVO.
048200     SUBTRACT QTA-RM (IX-RM)
048300         FROM QTA-ARRIVO-RES (TAGLIA-RM (IX-RM)).
048400     PERFORM RENDI-PRONTO THRU EX-RENDI-PRONTO.
048500 EX-ABBINA-ARRIVO.
048600     EXIT.
048700*
048800*     l'impegno lascia il magazzino di partenza e si prende
048900*     in negozio; il cliente riceve l'avviso
049000 RENDI-PRONTO.
049100     MOVE MAG-PROV-RM (IX-RM) TO MAGAZZINO-IMPW OF PAR-IMPEWEB.
049200     PERFORM RILASCIA-RIGA THRU EX-RILASCIA-RIGA.
049300     MOVE NEG-RM (IX-RM) TO MAGAZZINO-IMPW OF PAR-IMPEWEB.
049400     PERFORM PRENOTA-RIGA THRU EX-PRENOTA-RIGA.
049500     IF NOT IMPW-OK OF PAR-IMPEWEB
049600        DISPLAY "RITIRWEB   impegno in negozio non riuscito su "
049700                C-MAT-RM (IX-RM).
049800     MOVE "P" TO STATO-RM (IX-RM).
049900     MOVE DATA-OGGI-RT TO DATA-PRONTO-RM (IX-RM).
050000     PERFORM SCRIVI-AVVISO THRU EX-SCRIVI-AVVISO.
050100 EX-RENDI-PRONTO.
050200     EXIT.
050300*
050400*
050500*     ordine al banco: le righe pronte nel negozio della
050600*     sessione; le altre dicono perche' non si consegnano
050700 VERIFICA-ORDINE.
050800     MOVE 0 TO N-RIGHE-RW OF PAR-RITIRWEB.
050900     PERFORM CARICA-REGISTRO THRU EX-CARICA-REGISTRO.
051000     MOVE "N" TO TROVATO-SW ALTRO-NEG-SW NON-PRONTO-SW.
051100     PERFORM RIGA-DA-CONSEGNARE THRU EX-RIGA-DA-CONSEGNARE
051200        VARYING IX-RM FROM 1 BY 1 UNTIL IX-RM > N-RIGHE-RM.
051300     EVALUATE TRUE
051400        WHEN NOT ORDINE-TROVATO
051500           MOVE 1 TO ESITO-RW OF PAR-RITIRWEB
051600        WHEN N-RIGHE-RW OF PAR-RITIRWEB > 0
051700           MOVE 0 TO ESITO-RW OF PAR-RITIRWEB
051800        WHEN ALTRO-NEG-SW = "S"
051900           MOVE 3 TO ESITO-RW OF PAR-RITIRWEB
052000        WHEN NON-PRONTO-SW = "S"
052100           MOVE 2 TO ESITO-RW OF PAR-RITIRWEB
052200        WHEN OTHER
052300           MOVE 4 TO ESITO-RW OF PAR-RITIRWEB
052400     END-EVALUATE.
052500 EX-VERIFICA-ORDINE.
052600     EXIT.
052700*
052800 RIGA-DA-CONSEGNARE.
052900     IF RIF-ORDINE-RM (IX-RM) NOT = RIF-ORDINE-RW OF PAR-RITIRWEB
053000        GO TO EX-RIGA-DA-CONSEGNARE.
053100     MOVE "S" TO TROVATO-SW.
053200     IF STATO-RM (IX-RM) = "T"
053300        MOVE "S" TO NON-PRONTO-SW
053400        GO TO EX-RIGA-DA-CONSEGNARE.
053500     IF STATO-RM (IX-RM) NOT = "P"
053600        GO TO EX-RIGA-DA-CONSEGNARE.
053700     IF NEG-RM (IX-RM) NOT = MAG-RW OF PAR-RITIRWEB
053800        MOVE "S" TO ALTRO-NEG-SW
053900        GO TO EX-RIGA-DA-CONSEGNARE.
054000     IF N-RIGHE-RW OF PAR-RITIRWEB NOT < 50
054100        DISPLAY "RITIRWEB   ordine oltre 50 righe"
054200        GO TO EX-RIGA-DA-CONSEGNARE.
054300     ADD 1 TO N-RIGHE-RW OF PAR-RITIRWEB.
054400     MOVE N-RIGHE-RW OF PAR-RITIRWEB TO I-RG.
054500     MOVE C-MAT-RM (IX-RM)
054510       TO C-MAT-RIGA-RW OF PAR-RITIRWEB (I-RG).
054600     MOVE TAGLIA-RM (IX-RM)
054700       TO TAGLIA-RIGA-RW OF PAR-RITIRWEB (I-RG).
054800     MOVE QTA-RM (IX-RM) TO QTA-RIGA-RW OF PAR-RITIRWEB (I-RG).
054900 EX-RIGA-DA-CONSEGNARE.
055000     EXIT.
055100*
055200*     ordine consegnato: le righe pronte del negozio si
055300*     chiudono e la consegna torna al web sul CONFWEB (senza
055400*     DDT); l'impegno lo ha gia' liberato la vendita
055500 CONSEGNA-ORDINE.
055600     PERFORM CARICA-REGISTRO THRU EX-CARICA-REGISTRO.
055700     PERFORM APRI-FILE-WEB THRU EX-APRI-FILE-WEB.
055800     PERFORM CHIUDI-RIGA-CONSEGNATA
055900        THRU EX-CHIUDI-RIGA-CONSEGNATA
056000        VARYING IX-RM FROM 1 BY 1 UNTIL IX-RM > N-RIGHE-RM.
056100     PERFORM CHIUDI-FILE-WEB THRU EX-CHIUDI-FILE-WEB.
056200     IF N-CONFERME = 0
056300        MOVE 1 TO ESITO-RW OF PAR-RITIRWEB
056400        GO TO EX-CONSEGNA-ORDINE.
056500     PERFORM RISCRIVI-REGISTRO THRU EX-RISCRIVI-REGISTRO.
056600 EX-CONSEGNA-ORDINE.
056700     EXIT.
056800*
056900 CHIUDI-RIGA-CONSEGNATA.
057000     IF RIF-ORDINE-RM (IX-RM) NOT = RIF-ORDINE-RW OF PAR-RITIRWEB
057100        OR STATO-RM (IX-RM) NOT = "P"
057200        OR NEG-RM (IX-RM) NOT = MAG-RW OF PAR-RITIRWEB
057300        GO TO EX-CHIUDI-RIGA-CONSEGNATA.
057400     MOVE "R" TO STATO-RM (IX-RM).
057500     MOVE DATA-OGGI-RT TO DATA-CHIUSO-RM (IX-RM).
057600     PERFORM RIEMPI-CONFWEB THRU EX-RIEMPI-CONFWEB.
057700     MOVE QTA-RM (IX-RM) TO QTA-SPEDITA-CW.
057800     PERFORM SCRIVI-CONFWEB THRU EX-SCRIVI-CONFWEB.
057900 EX-CHIUDI-RIGA-CONSEGNATA.
058000     EXIT.
058100*
058200*
058300*     annulli del web: la riga ancora aperta libera l'impegno
058400*     dove si trova (magazzino di partenza o negozio)
058500 ANNULLA-DA-WEB.
058600     PERFORM CARICA-REGISTRO THRU EX-CARICA-REGISTRO.
058700     OPEN INPUT FILE-ANNUL.
058800     IF NOT AW-APERTO
058900        GO TO EX-ANNULLA-DA-WEB.
059000     MOVE 0 TO OK-FINE-FILE N-ANNULLATE.
059100     PERFORM LEGGI-ANNULLO-WEB THRU EX-LEGGI-ANNULLO-WEB
059200        UNTIL LETTO-FINE-FILE.
059300     CLOSE FILE-ANNUL.
059400     IF N-ANNULLATE > 0
059500        PERFORM RISCRIVI-REGISTRO THRU EX-RISCRIVI-REGISTRO.
059600     MOVE N-ANNULLATE TO CONTA-ED.
059700     DISPLAY "RITIRWEB   righe annullate dal web " CONTA-ED.
059800 EX-ANNULLA-DA-WEB.
059900     EXIT.
060000*
060100 LEGGI-ANNULLO-WEB.
060200     READ FILE-ANNUL
060300        AT END
060400           MOVE 1 TO OK-FINE-FILE
060500           GO TO EX-LEGGI-ANNULLO-WEB
060600     END-READ.
060700     IF CONSEGNA-A-CASA-OW OF REC-ANNUL
060800        GO TO EX-LEGGI-ANNULLO-WEB.
060900     MOVE RIF-ORDINE-OW OF REC-ANNUL TO RIF-CERCA.
061000     MOVE C-MAT-OW OF REC-ANNUL TO C-MAT-CERCA.
061100     MOVE TAGLIA-OW OF REC-ANNUL TO TAGLIA-CERCA.
061200     PERFORM CERCA-RIGA THRU EX-CERCA-RIGA.
061300     IF IX-RM = 0
061400        GO TO EX-LEGGI-ANNULLO-WEB.
061500     EVALUATE STATO-RM (IX-RM)
061600        WHEN "T"
061700           MOVE MAG-PROV-RM (IX-RM)
061800             TO MAGAZZINO-IMPW OF PAR-IMPEWEB
061900        WHEN "P"
062000           MOVE NEG-RM (IX-RM) TO MAGAZZINO-IMPW OF PAR-IMPEWEB
062100        WHEN OTHER
062200           GO TO EX-LEGGI-ANNULLO-WEB
062300     END-EVALUATE.
062400     PERFORM RILASCIA-RIGA THRU EX-RILASCIA-RIGA.
062500     MOVE "A" TO STATO-RM (IX-RM).
062600     MOVE DATA-OGGI-RT TO DATA-CHIUSO-RM (IX-RM).
062700     ADD 1 TO N-ANNULLATE.
062800 EX-LEGGI-ANNULLO-WEB.
062900     EXIT.
063000*
063100*
063200*     file verso la piattaforma: si aprono in coda per la
063300*     durata della funzione e si consegnano a fine programma
063400 APRI-FILE-WEB.
063500     OPEN EXTEND FILE-CONFWEB.
063600     OPEN EXTEND FILE-NOTIF.
063700 EX-APRI-FILE-WEB.
063800     EXIT.
063900*
064000 CHIUDI-FILE-WEB.
064100     IF CW-APERTO
064200        CLOSE FILE-CONFWEB.
064300     IF NW-APERTO
064400        CLOSE FILE-NOTIF.
064500 EX-CHIUDI-FILE-WEB.
064600     EXIT.
064700*
064800 SCRIVI-AVVISO.
064900     IF NOT NW-APERTO
065000        DISPLAY "RITIRWEB   NOTIFWEB non apribile " CHECK-NW
065100        GO TO EX-SCRIVI-AVVISO.
065200     MOVE SPACES TO REC-NOTIF.
065300     MOVE T-TAB TO TG-NW-1 TG-NW-2 TG-NW-3 TG-NW-4.
065400     MOVE RIF-ORDINE-RM (IX-RM) TO RIF-ORDINE-NW.
065500     MOVE NEG-RM (IX-RM) TO NEG-NW.
065600     MOVE DATA-OGGI-RT TO DATA-NW.
065700     ACCEPT WK-TIME-NW FROM TIME.
065800     MOVE WK-TIME-NW (1:6) TO ORA-NW.
065900     MOVE "PRONTO" TO EVENTO-NW.
066000     WRITE REC-NOTIF.
066100     ADD 1 TO N-AVVISI.
066200 EX-SCRIVI-AVVISO.
066300     EXIT.
066400*
066500*     riga di annullo verso il web: spedita e pendente zero
066600 SCRIVI-ANNULLO.
066700     PERFORM RIEMPI-CONFWEB THRU EX-RIEMPI-CONFWEB.
066800     PERFORM SCRIVI-CONFWEB THRU EX-SCRIVI-CONFWEB.
066900 EX-SCRIVI-ANNULLO.
067000     EXIT.
067100*
067200 RIEMPI-CONFWEB.
067300     MOVE T-TAB TO TG-CW-1 TG-CW-2 TG-CW-3 TG-CW-4 TG-CW-5
067400                   TG-CW-6 TG-CW-7.
067500     MOVE RIF-ORDINE-RM (IX-RM) TO RIF-ORDINE-CW.
067600     MOVE DATA-OGGI-RT TO DATA-SPED-CW.
067700     MOVE 0 TO NUMERO-DDT-CW QTA-SPEDITA-CW QTA-PEND-CW.
067800     MOVE C-MAT-RM (IX-RM) TO C-MAT-CW.
067900     MOVE TAGLIA-RM (IX-RM) TO TAGLIA-CW.
068000     MOVE QTA-RM (IX-RM) TO QTA-ORDINATA-CW.
068100 EX-RIEMPI-CONFWEB.
068200     EXIT.
068300*
068400 SCRIVI-CONFWEB.
068500     IF NOT CW-APERTO
068600        DISPLAY "RITIRWEB   CONFWEB non apribile " CHECK-CW
068700        GO TO EX-SCRIVI-CONFWEB.
068800     WRITE REC-CONFWEB.
068900     ADD 1 TO N-CONFERME.
069000 EX-SCRIVI-CONFWEB.
069100     EXIT.
069200*
069300*     consegna SFTP dei file scritti in questo giro
069400 SPEDISCI-FILE-WEB.
069500     IF N-CONFERME > 0
069600        CANCEL "COMMAND2"
069700        CALL "COMMAND2" USING COMANDO-SFTP-CONFWEB ERR ERR-PARM
069800        IF ERR NOT = 0
069900           MOVE ERR TO ERR-DISP
070000           DISPLAY "RITIRWEB   err SFTP CONFWEB " ERR-DISP
070100        END-IF
070200     END-IF.
070300     IF N-AVVISI > 0
070400        CANCEL "COMMAND2"
070500        CALL "COMMAND2" USING COMANDO-SFTP-NOTIFWEB ERR ERR-PARM
070600        IF ERR NOT = 0
070700           MOVE ERR TO ERR-DISP
070800           DISPLAY "RITIRWEB   err SFTP NOTIFWEB " ERR-DISP
070900        END-IF
071000     END-IF.
071100 EX-SPEDISCI-FILE-WEB.
071200     EXIT.
071300*
071400*     seriale dei giorni di una data AAMMGG (QDATAS funz.6,
071500*     stesso giro di BUONOACQ)
071600 CALCOLA-SERIALE.
071700     MOVE DATA-CALC TO Q-DATA-I.
071800     MOVE 2 TO Q-FUNZIONE OF PARGEN.
071900     CANCEL "QDATAS"
072000     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA
072100                         Q-AA-4 Q-GIORNI-SERIALE.
072200     MOVE 6 TO Q-FUNZIONE OF PARGEN.
072300     CANCEL "QDATAS"
072400     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA
072500                         Q-AA-4 Q-GIORNI-SERIALE.
072600     MOVE Q-GIORNI-SERIALE TO SERIALE-CALC.
072700 EX-CALCOLA-SERIALE.
072800     EXIT.
072900*
073000*
073100 MENU-VIDEO.
073200     DISPLAY "----  ORDINI WEB RITIRO IN NEGOZIO  -----".
073300     DISPLAY "Funzione (S=scadenze A=arrivo in negozio "
073400             "L=elenco aperti) " NO ADVANCING.
073500     MOVE SPACE TO FUNZIONE-IN.
073600     ACCEPT FUNZIONE-IN.
073700     EVALUATE FUNZIONE-IN
073800        WHEN "S"
073900           PERFORM TRATTA-SCADENZE THRU EX-TRATTA-SCADENZE
074000        WHEN "A"
074100           PERFORM ARRIVO-A-VIDEO THRU EX-ARRIVO-A-VIDEO
074200        WHEN "L"
074300           PERFORM ELENCO-APERTI THRU EX-ELENCO-APERTI
074400        WHEN OTHER
074500           DISPLAY "Funzione non valida"
074600     END-EVALUATE.
074700 EX-MENU-VIDEO.
074800     EXIT.
074900*
075000*     ordini pronti non ritirati entro i giorni di giacenza:
075100*     la merce torna vendibile e il web riceve l'annullo
075200 TRATTA-SCADENZE.
075300     DISPLAY "Giorni di giacenza in negozio (vuoto = "
075400             GIORNI-RITIRO ") " NO ADVANCING.
075500     MOVE SPACES TO GIORNI-IN.
075600     ACCEPT GIORNI-IN.
075700     IF GIORNI-IN NOT = SPACES
075800        IF GIORNI-IN NUMERIC
075900           MOVE GIORNI-IN-9 TO GIORNI-RITIRO
076000        ELSE
076100           DISPLAY "Giorni non numerici"
076200           GO TO EX-TRATTA-SCADENZE
076300        END-IF
076400     END-IF.
076500     PERFORM CARICA-REGISTRO THRU EX-CARICA-REGISTRO.
076600     MOVE DATA-OGGI-RT TO DATA-CALC.
076700     PERFORM CALCOLA-SERIALE THRU EX-CALCOLA-SERIALE.
076800     MOVE SERIALE-CALC TO SERIALE-OGGI.
076900     PERFORM APRI-FILE-WEB THRU EX-APRI-FILE-WEB.
077000     PERFORM SCADE-RIGA THRU EX-SCADE-RIGA
077100        VARYING IX-RM FROM 1 BY 1 UNTIL IX-RM > N-RIGHE-RM.
077200     PERFORM CHIUDI-FILE-WEB THRU EX-CHIUDI-FILE-WEB.
077300     IF N-CONFERME > 0
077400        PERFORM RISCRIVI-REGISTRO THRU EX-RISCRIVI-REGISTRO.
077500     MOVE N-CONFERME TO CONTA-ED.
077600     DISPLAY "RITIRWEB   righe scadute " CONTA-ED.
077700 EX-TRATTA-SCADENZE.
077800     EXIT.
077900*
078000 SCADE-RIGA.
078100     IF STATO-RM (IX-RM) NOT = "P"
078200        GO TO EX-SCADE-RIGA.
078300     MOVE DATA-PRONTO-RM (IX-RM) TO DATA-CALC.
078400     PERFORM CALCOLA-SERIALE THRU EX-CALCOLA-SERIALE.
078500     IF SERIALE-OGGI - SERIALE-CALC NOT > GIORNI-RITIRO
078600        GO TO EX-SCADE-RIGA.
078700     MOVE NEG-RM (IX-RM) TO MAGAZZINO-IMPW OF PAR-IMPEWEB.
078800     PERFORM RILASCIA-RIGA THRU EX-RILASCIA-RIGA.
078900     MOVE "S" TO STATO-RM (IX-RM).
079000     MOVE DATA-OGGI-RT TO DATA-CHIUSO-RM (IX-RM).
079100     PERFORM SCRIVI-ANNULLO THRU EX-SCRIVI-ANNULLO.
079200     DISPLAY "Scaduto ordine " RIF-ORDINE-RM (IX-RM)
079300             " neg " NEG-RM (IX-RM) " C-MAT " C-MAT-RM (IX-RM).
079400 EX-SCADE-RIGA.
079500     EXIT.
079600*
079700*     arrivo confermato a mano (travaso in un colpo solo,
079800*     senza CONFTRAS): tutte le righe in attesa dell'ordine
079900 ARRIVO-A-VIDEO.
080000     DISPLAY "Numero ordine web " NO ADVANCING.
080100     MOVE SPACES TO RIF-ORDINE-IN.
080200     ACCEPT RIF-ORDINE-IN.
080300     IF RIF-ORDINE-IN = SPACES
080400        GO TO EX-ARRIVO-A-VIDEO.
080500     PERFORM CARICA-REGISTRO THRU EX-CARICA-REGISTRO.
080600     PERFORM APRI-FILE-WEB THRU EX-APRI-FILE-WEB.
080700     PERFORM ARRIVO-RIGA-ORDINE THRU EX-ARRIVO-RIGA-ORDINE
080800        VARYING IX-RM FROM 1 BY 1 UNTIL IX-RM > N-RIGHE-RM.
080900     PERFORM CHIUDI-FILE-WEB THRU EX-CHIUDI-FILE-WEB.
081000     IF N-AVVISI = 0
081100        DISPLAY "Nessuna riga in attesa per l'ordine"
081200        GO TO EX-ARRIVO-A-VIDEO.
081300     PERFORM RISCRIVI-REGISTRO THRU EX-RISCRIVI-REGISTRO.
081400     MOVE N-AVVISI TO CONTA-ED.
081500     DISPLAY "Righe pronte per il ritiro " CONTA-ED.
081600 EX-ARRIVO-A-VIDEO.
081700     EXIT.
081800*
081900 ARRIVO-RIGA-ORDINE.
082000     IF RIF-ORDINE-RM (IX-RM) = RIF-ORDINE-IN
082100        AND STATO-RM (IX-RM) = "T"
082200        PERFORM RENDI-PRONTO THRU EX-RENDI-PRONTO.
082300 EX-ARRIVO-RIGA-ORDINE.
082400     EXIT.
082500*
082600 ELENCO-APERTI.
082700     PERFORM CARICA-REGISTRO THRU EX-CARICA-REGISTRO.
082800     DISPLAY "ORDINE               NEG MAG C-MAT           T "
082900             "QTA   S DATA".
083000     PERFORM LISTA-RIGA THRU EX-LISTA-RIGA
083100        VARYING IX-RM FROM 1 BY 1 UNTIL IX-RM > N-RIGHE-RM.
083200 EX-ELENCO-APERTI.
083300     EXIT.
083400*
083500 LISTA-RIGA.
083600     IF STATO-RM (IX-RM) = "T"
083700        DISPLAY RIF-ORDINE-RM (IX-RM) " " NEG-RM (IX-RM) " "
083800                MAG-PROV-RM (IX-RM) " " C-MAT-RM (IX-RM) " "
083900                TAGLIA-RM (IX-RM) " " QTA-RM (IX-RM) " T "
084000                DATA-ORDINE-RM (IX-RM).
084100     IF STATO-RM (IX-RM) = "P"
084200        DISPLAY RIF-ORDINE-RM (IX-RM) " " NEG-RM (IX-RM) " "
084300                MAG-PROV-RM (IX-RM) " " C-MAT-RM (IX-RM) " "
084400                TAGLIA-RM (IX-RM) " " QTA-RM (IX-RM) " P "
084500                DATA-PRONTO-RM (IX-RM).
084600 EX-LISTA-RIGA.
084700     EXIT.
084800*
084900*
085000 TTDBFIND.
085100              COPY PDBFIND.
085200*
085300 TTDBGET.
085400              COPY PDBGET.
085500*
085600*      FINE PROGRAMMA    **** /K RITIRWEB.COB  *****
