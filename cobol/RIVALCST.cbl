000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. RIVALCST.
000310*2026*        15/10/26
000320*     rivalutazione di fine anno del costo standard ANAMAT
000330*     (COSTO e CTO-COSTI, fissati alla creazione e mai piu'
000340*     rivisti). FUNZIONE "P": per ogni articolo (C-MAT senza
000350*     colore, chiave di ANAMAT) con carichi o giacenza propone
000360*     il nuovo costo secondo la base scelta: M media ponderata
000370*     dei carichi dell'anno, U ultimo acquisto (carichi come
000380*     in VALINVEN, maggiorazione LANDCOST compresa) oppure C
000390*     percentuale per classe dal file RIVALCLS; scrive la
000400*     proposta su RIVALPRO e stampa l'effetto sulla giacenza
000410*     SITPF per classe e per magazzino. FUNZIONE "A": dopo la
000420*     conferma aggiorna ANAMAT, scrive una riga di audit per
000430*     articolo su RIVALAUD e stampa lo scostamento di
000440*     rivalutazione per la contabilita'.
000450*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-PROPOSTA ASSIGN TO "RIVALPRO"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-RV.
001500     SELECT OPTIONAL FILE-PERC ASSIGN TO "RIVALCLS"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-PC.
001800     SELECT OPTIONAL FILE-AUD ASSIGN TO "RIVALAUD"
001900        ORGANIZATION IS LINE SEQUENTIAL
002000        FILE STATUS IS CHECK-AU.
002100     SELECT OPTIONAL FILE-LANDCOST ASSIGN TO "LANDCOST"
002200        ORGANIZATION IS LINE SEQUENTIAL
002300        FILE STATUS IS CHECK-LA.
002400*
002500 DATA DIVISION.
002600 FILE SECTION.
002700 FD FILE-PROPOSTA DATA RECORD REC-PROPOSTA.
002800 01 REC-PROPOSTA          COPY YRIVALCS.
002900 FD FILE-PERC DATA RECORD REC-PERC.
003000 01 REC-PERC.
003100    05 CLASSE-PF             PIC 99.
003200    05 TG-PF-1               PIC X.
003300    05 PERC-PF               PIC 9(3)V99.
003400 FD FILE-AUD DATA RECORD REC-AUD.
003500 01 REC-AUD.
003600    05 DATA-AU               PIC 9(6).
003700    05 TA-1                  PIC X.
003800    05 ORA-AU                PIC 9(6).
003900    05 TA-2                  PIC X.
004000    05 TERMINALE-AU          PIC X(8).
004100    05 TA-3                  PIC X.
004200    05 C-MAT-AU              PIC 9(15).
004300    05 TA-4                  PIC X.
004400    05 BASE-AU               PIC X.
004500    05 TA-5                  PIC X.
004600    05 COSTO-VEC-AU          PIC 9(9).
004700    05 TA-6                  PIC X.
004800    05 COSTO-NUO-AU          PIC 9(9).
004900    05 TA-7                  PIC X.
005000    05 CTO-VEC-AU            PIC 9(9).
005100    05 TA-8                  PIC X.
005200    05 CTO-NUO-AU            PIC 9(9).
005300 FD FILE-LANDCOST DATA RECORD REC-LANDCOST.
005400 01 REC-LANDCOST          COPY YLANDCST.
005500*
005600 WORKING-STORAGE SECTION.
005700*
005800*ESTETA*
005900     COPY NTG.
006000*
006100 01 REC-MOVMAG       COPY YMOVMAG.
006200 01 REC-SITPF        COPY YSITPF.
006300 01 AREA-REC-SET     PIC X(512).
006400 01 FILLER REDEFINES AREA-REC-SET.
006500  05 REC-ANAMAT      COPY YANAMAT.
006600*
006700 01 COD-RIV          COPY DANCODMT.
006800*
006900 01 PARGEN           COPY QPARGEN.
007000 01 PARQDATA         COPY QPARDATS.
007100*
007200 77 CHECK-RV        PIC XX.
007300    88 RV-APERTO    VALUES ARE "05", "00".
007400 77 CHECK-PC        PIC XX.
007500    88 PC-APERTO    VALUES ARE "05", "00".
007600 77 CHECK-AU        PIC XX.
007700    88 AU-APERTO    VALUES ARE "05", "00".
007800 77 CHECK-LA        PIC XX.
007900    88 LA-APERTO    VALUES ARE "05", "00".
008000 77 WK-TIME-AU      PIC 9(8).
008100*
008200 01 OK-FINE-FILE    PIC S9(4) COMP.
008300    88 LETTO-FINE-FILE VALUE 1.
008400*
008500 01 T-TAB           PIC X VALUE X"9".
008600*
008700 01 FUNZIONE-IN     PIC X.
008800 01 ANNO-IN         PIC X(2).
008900 01 BASE-IN         PIC X.
009000    88 BASE-MEDIA       VALUE "M".
009100    88 BASE-ULTIMO      VALUE "U".
009200    88 BASE-CLASSE      VALUE "C".
009300 01 CONFERMA-IN     PIC X.
009400 01 DATA-IN         PIC X(6).
009500 01 SETT-DA         PIC S9(4) COMP.
009600 01 SETT-A          PIC S9(4) COMP.
009700*
009800* articoli ANAMAT in esame: carichi dell'anno, giacenza e
009900* costo vecchio/nuovo
010000 01 TAB-ARTICOLI.
010100  05 RIGA-AR OCCURS 5000.
010200   10 C-MAT-AR         PIC 9(15).
010300   10 CLASSE-AR        PIC 99.
010400   10 ULT-SETT-AR      PIC S9(4) COMP.
010500   10 ULT-COSTO-AR     PIC S9(9) COMP.
010600   10 SOMMA-CQ-AR      PIC S9(15) COMP-3.
010700   10 SOMMA-Q-AR       PIC S9(9) COMP.
010800   10 GIAC-AR          PIC S9(9) COMP.
010900   10 COSTO-VEC-AR     PIC S9(9) COMP.
011000   10 COSTO-NUO-AR     PIC S9(9) COMP.
011100   10 INCLUSO-AR       PIC X.
011200 01 N-ARTICOLI      PIC S9(4) COMP.
011300 01 I-AR            PIC S9(4) COMP.
011400 01 IX-AR           PIC S9(4) COMP.
011500 01 ARTICOLI-PIENA  PIC S9(4) COMP.
011600 01 C-MAT-CHIAVE    PIC 9(15).
011700*
011800* percentuali per classe di RIVALCLS
011900 01 TAB-PERC.
012000  05 RIGA-PC OCCURS 100.
012100   10 CLASSE-PC        PIC 99.
012200   10 PERC-PC          PIC 9(3)V99.
012300 01 N-PERC          PIC S9(4) COMP.
012400 01 I-PC            PIC S9(4) COMP.
012500 01 IX-PC           PIC S9(4) COMP.
012600*
012700* maggiorazioni LANDCOST per bolla/C-MAT/magazzino
012800 01 TAB-LANDCOST.
012900  05 RIGA-LA OCCURS 3000.
013000   10 BOLLA-TLA        PIC 9(15).
013100   10 C-MAT-TLA        PIC 9(15).
013200   10 MAG-TLA          PIC 9(3).
013300   10 MAGGIOR-TLA      PIC S9(9) COMP.
013400 01 N-RIGHE-LA      PIC S9(4) COMP.
013500 01 I-LA            PIC S9(4) COMP.
013600 01 COSTO-CARICO    PIC S9(9) COMP.
013700*
013800* effetto sulla giacenza per classe e per magazzino
013900 01 TAB-CLASSI-RV.
014000  05 RIGA-CV OCCURS 100.
014100   10 CLASSE-CV        PIC 99.
014200   10 QTA-CV           PIC S9(9) COMP.
014300   10 VEC-CV           PIC S9(15) COMP-3.
014400   10 NUO-CV           PIC S9(15) COMP-3.
014500 01 N-CLASSI-RV     PIC S9(4) COMP.
014600 01 TAB-MAG-RV.
014700  05 RIGA-MV OCCURS 50.
014800   10 MAG-MV           PIC 9(3).
014900   10 QTA-MV           PIC S9(9) COMP.
015000   10 VEC-MV           PIC S9(15) COMP-3.
015100   10 NUO-MV           PIC S9(15) COMP-3.
015200 01 N-MAG-RV        PIC S9(4) COMP.
015300 01 I-AGG           PIC S9(4) COMP.
015400 01 IX-AGG          PIC S9(4) COMP.
015500*
015600* proposta riletta per l'approvazione
015700 01 TAB-PROPOSTA.
015800  05 RIGA-TP        PIC X(56) OCCURS 5000.
015900 01 N-PROPOSTA      PIC S9(4) COMP.
016000 01 I-TP            PIC S9(4) COMP.
016100 01 N-DA-APPLICARE  PIC S9(4) COMP.
016200 01 N-APPLICATE     PIC S9(4) COMP.
016300 01 N-SCARTATE      PIC S9(4) COMP.
016400*
016500 01 NUM-REC-SER     PIC S9(9) COMP.
016600 01 GIAC-RIGA       PIC S9(9) COMP.
016700 01 I-TG            PIC S9(4) COMP.
016800 01 FASE-SITPF      PIC X.
016900    88 FASE-ARTICOLI    VALUE "1".
017000    88 FASE-EFFETTO     VALUE "2".
017100 01 CTO-NUOVO       PIC S9(9) COMP.
017200 01 DIFF-UNIT       PIC S9(9) COMP.
017300 01 VARIANZA-RIGA   PIC S9(15) COMP-3.
017400 01 TOT-VEC         PIC S9(15) COMP-3.
017500 01 TOT-NUO         PIC S9(15) COMP-3.
017600 01 TOT-QTA         PIC S9(9) COMP.
017700 01 CONTA-ED        PIC ZZZ9.
017800*
017900 01  PAR-PRINT.
018000  05  STATO         PIC S9(4) COMP.
018100  05  LL-RIGA       PIC  9(4) COMP.
018200  05  N-MAX-RIGHE   PIC  9(4) COMP.
018300  05  FLAG-ROUTINE  PIC  9(4) COMP.
018400  05  NUM-FILE-ID   PIC  9(4) COMP.
018500  05  NOME-FILE.
018600   10 PRE-NOME-FILE     PIC X.
018700   10 TERM-N-FILE       PIC 9(6).
018800   10 FILLER            PIC XXX VALUE ".ST".
018900*
019000 01  RIGA.
019100  05  N-STAMPANTE   PIC 9.
019200  05  COMANDO       PIC X.
019300  05  N-RIGA-STAMPA PIC 9(4) COMP.
019400  05  DATI-RIGA     PIC X(132).
019500  05 RIGA-EFFETTO-ST REDEFINES DATI-RIGA.
019600    10 FILLER        PIC X(2).
019700    10 CHIAVE-ST     PIC X(10).
019800    10 FILLER        PIC X(2).
019900    10 QTA-ST        PIC -(9)9.
020000    10 FILLER        PIC X(2).
020100    10 VEC-ST        PIC -(12)9,99.
020200    10 FILLER        PIC X(2).
020300    10 NUO-ST        PIC -(12)9,99.
020400    10 FILLER        PIC X(2).
020500    10 DELTA-ST      PIC -(12)9,99.
020600    10 FILLER        PIC X(44).
020700  05 RIGA-VARIANZA-ST REDEFINES DATI-RIGA.
020800    10 FILLER        PIC X(2).
020900    10 C-MAT-ST      PIC 9(15).
021000    10 FILLER        PIC X(2).
021100    10 CLASSE-ST     PIC 99.
021200    10 FILLER        PIC X(2).
021300    10 COSTO-VEC-ST  PIC Z(6)9,99.
021400    10 FILLER        PIC X(2).
021500    10 COSTO-NUO-ST  PIC Z(6)9,99.
021600    10 FILLER        PIC X(2).
021700    10 DIFF-ST       PIC -(6)9,99.
021800    10 FILLER        PIC X(2).
021900    10 GIAC-ST       PIC -(8)9.
022000    10 FILLER        PIC X(2).
022100    10 VARIANZA-ST   PIC -(12)9,99.
022200    10 FILLER        PIC X(2).
022300    10 ESITO-ST      PIC X(20).
022400    10 FILLER        PIC X(19).
022500*
022600 01 BUFFER.
022700  05 N-BUF               PIC S9(4) COMP VALUE 37.
022800  05 FILLER              PIC XX.
022900  05 FILLER              PIC X(5120).
023000*
023100 01 STATO-DISPLAY    PIC ZZZZ-.
023200*
023300 LINKAGE SECTION.
023400*
023500 01 W-COMMON       COPY WCOMMONW.
023600*
023700*PAGE
023800 PROCEDURE DIVISION  USING W-COMMON.
023900 INIZIO.
024000     DISPLAY "----  RIVALUTAZIONE COSTO STANDARD  -----".
024100     DISPLAY "Funzione (P=proposta A=approvazione) "
024200             NO ADVANCING.
024300     MOVE SPACE TO FUNZIONE-IN.
024400     ACCEPT FUNZIONE-IN.
024500     EVALUATE FUNZIONE-IN
024600        WHEN "P"
024700           PERFORM PROPOSTA THRU EX-PROPOSTA
024800        WHEN "A"
024900           PERFORM APPROVAZIONE THRU EX-APPROVAZIONE
025000        WHEN OTHER
025100           DISPLAY "Funzione non valida"
025200     END-EVALUATE.
025300 FINE.
025400     EXIT PROGRAM.
025500*
025600*
025700*     proposta: carichi dell'anno, giacenza, costo nuovo per
025800*     articolo, RIVALPRO riscritto e stampa dell'effetto
025900 PROPOSTA.
026000     DISPLAY "Anno dei carichi (AA) " NO ADVANCING.
026100     ACCEPT ANNO-IN.
026200     IF ANNO-IN NOT NUMERIC
026300        DISPLAY "Anno non numerico"
026400        GO TO EX-PROPOSTA.
026500     DISPLAY "Base (M=media carichi U=ultimo acquisto "
026600             "C=% per classe) " NO ADVANCING.
026700     MOVE SPACE TO BASE-IN.
026800     ACCEPT BASE-IN.
026900     IF NOT BASE-MEDIA AND NOT BASE-ULTIMO AND NOT BASE-CLASSE
027000        DISPLAY "Base non valida"
027100        GO TO EX-PROPOSTA.
027200     PERFORM CALCOLA-SETTIMANE THRU EX-CALCOLA-SETTIMANE.
027300     IF Q-STATO OF PARGEN NOT = 0
027400        DISPLAY "Anno non valido"
027500        GO TO EX-PROPOSTA.
027600     MOVE 0 TO N-ARTICOLI ARTICOLI-PIENA N-PERC N-RIGHE-LA.
027700     IF BASE-CLASSE
027800        PERFORM CARICA-PERCENTUALI THRU EX-CARICA-PERCENTUALI
027900        IF N-PERC = 0
028000           DISPLAY "Nessuna percentuale su RIVALCLS"
028100           GO TO EX-PROPOSTA
028200        END-IF
028300     ELSE
028400        PERFORM CARICA-LANDCOST THRU EX-CARICA-LANDCOST
028500        PERFORM SCANSIONA-MOVMAG THRU EX-SCANSIONA-MOVMAG
028600     END-IF.
028700     MOVE "1" TO FASE-SITPF.
028800     PERFORM SCANSIONA-SITPF THRU EX-SCANSIONA-SITPF.
028900     IF ARTICOLI-PIENA NOT = 0
029000        DISPLAY "RIVALCST   TAB-ARTICOLI da allargare: "
029100                "proposta INCOMPLETA".
029200     IF N-ARTICOLI = 0
029300        DISPLAY "Nessun articolo da rivalutare"
029400        GO TO EX-PROPOSTA.
029500     PERFORM CALCOLA-NUOVO-COSTO THRU EX-CALCOLA-NUOVO-COSTO
029600        VARYING I-AR FROM 1 BY 1 UNTIL I-AR > N-ARTICOLI.
029700     MOVE 0 TO N-CLASSI-RV N-MAG-RV.
029800     MOVE "2" TO FASE-SITPF.
029900     PERFORM SCANSIONA-SITPF THRU EX-SCANSIONA-SITPF.
030000     PERFORM SCRIVI-PROPOSTA THRU EX-SCRIVI-PROPOSTA.
030100     PERFORM STAMPA-EFFETTO THRU EX-STAMPA-EFFETTO.
030200     MOVE N-DA-APPLICARE TO CONTA-ED.
030300     DISPLAY "RIVALCST   articoli proposti " CONTA-ED.
030400 EX-PROPOSTA.
030500     EXIT.
030600*
030700*     anno -> settimane dal 01/01 al 31/12 (QDATAS funz.1 poi
030800*     funz.2, come CALCOLA-SETTIMANE di RAPMARG)
030900 CALCOLA-SETTIMANE.
031000     STRING "0101" ANNO-IN DELIMITED BY SIZE INTO DATA-IN.
031100     MOVE DATA-IN TO Q-DATA-9.
031200     MOVE 1 TO Q-FUNZIONE OF PARGEN.
031300     CANCEL "QDATAS"
031400     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA.
031500     IF Q-STATO OF PARGEN NOT = 0
031600        GO TO EX-CALCOLA-SETTIMANE.
031700     MOVE 2 TO Q-FUNZIONE OF PARGEN.
031800     CANCEL "QDATAS"
031900     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA.
032000     MOVE Q-SETTIMANA TO SETT-DA.
032100     STRING "3112" ANNO-IN DELIMITED BY SIZE INTO DATA-IN.
032200     MOVE DATA-IN TO Q-DATA-9.
032300     MOVE 1 TO Q-FUNZIONE OF PARGEN.
032400     CANCEL "QDATAS"
032500     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA.
032600     IF Q-STATO OF PARGEN NOT = 0
032700        GO TO EX-CALCOLA-SETTIMANE.
032800     MOVE 2 TO Q-FUNZIONE OF PARGEN.
032900     CANCEL "QDATAS"
033000     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA.
033100     MOVE Q-SETTIMANA TO SETT-A.
033200 EX-CALCOLA-SETTIMANE.
033300     EXIT.
033400*
033500 CARICA-PERCENTUALI.
033600     OPEN INPUT FILE-PERC.
033700     IF NOT PC-APERTO
033800        GO TO EX-CARICA-PERCENTUALI.
033900     MOVE 0 TO OK-FINE-FILE.
034000     PERFORM LEGGI-RIGA-PERC THRU EX-LEGGI-RIGA-PERC
034100        UNTIL LETTO-FINE-FILE.
034200     CLOSE FILE-PERC.
034300 EX-CARICA-PERCENTUALI.
034400     EXIT.
034500*
034600 LEGGI-RIGA-PERC.
034700     READ FILE-PERC
034800        AT END
034900           MOVE 1 TO OK-FINE-FILE
035000           GO TO EX-LEGGI-RIGA-PERC
035100     END-READ.
035200     IF CLASSE-PF NOT NUMERIC OR PERC-PF NOT NUMERIC
035300        DISPLAY "Scartata: " REC-PERC
035400        GO TO EX-LEGGI-RIGA-PERC.
035500     IF N-PERC < 100
035600        ADD 1 TO N-PERC
035700        MOVE CLASSE-PF TO CLASSE-PC (N-PERC)
035800        MOVE PERC-PF TO PERC-PC (N-PERC).
035900 EX-LEGGI-RIGA-PERC.
036000     EXIT.
036100*
036200*     LANDCOST di COSTIACC, come CARICA-LANDCOST di VALINVEN
036300 CARICA-LANDCOST.
036400     OPEN INPUT FILE-LANDCOST.
036500     IF NOT LA-APERTO
036600        GO TO EX-CARICA-LANDCOST.
036700     MOVE 0 TO OK-FINE-FILE.
036800     PERFORM LEGGI-RIGA-LANDCOST THRU EX-LEGGI-RIGA-LANDCOST
036900        UNTIL LETTO-FINE-FILE.
037000     CLOSE FILE-LANDCOST.
037100 EX-CARICA-LANDCOST.
037200     EXIT.
037300*
037400 LEGGI-RIGA-LANDCOST.
037500     READ FILE-LANDCOST
037600        AT END
037700           MOVE 1 TO OK-FINE-FILE
037800           GO TO EX-LEGGI-RIGA-LANDCOST
037900     END-READ.
038000     IF N-RIGHE-LA NOT < 3000
038100        DISPLAY "RIVALCST   TAB-LANDCOST da allargare"
038200        GO TO EX-LEGGI-RIGA-LANDCOST.
038300     ADD 1 TO N-RIGHE-LA.
038400     MOVE RIF-BOLLA-LA TO BOLLA-TLA (N-RIGHE-LA).
038500     MOVE C-MAT-LA TO C-MAT-TLA (N-RIGHE-LA).
038600     MOVE MAG-LA TO MAG-TLA (N-RIGHE-LA).
038700     MOVE MAGGIOR-LA TO MAGGIOR-TLA (N-RIGHE-LA).
038800 EX-LEGGI-RIGA-LANDCOST.
038900     EXIT.
039000*
039100*
039200*     carichi dell'anno (bolla fornitore, quantita' e costo
039300*     positivi: stessa regola di ACCUMULA-MOVIMENTO di
039400*     VALINVEN) per articolo
039500 SCANSIONA-MOVMAG.
039600     MOVE 0 TO NUM-REC-SER.
039700     MOVE 0 TO W-STATUS-WORD-IMAGE.
039800     PERFORM LEGGI-MOVMAG-SER THRU EX-LEGGI-MOVMAG-SER
039900        UNTIL W-FUORI-FILE.
040000 EX-SCANSIONA-MOVMAG.
040100     EXIT.
040200*
040300 LEGGI-MOVMAG-SER.
040400     ADD 1 TO NUM-REC-SER.
040500     MOVE NUM-REC-SER TO W-VALORE-CAMPO-W.
040600     MOVE 2 TO W-MODO.
040700     MOVE "MOVMAG"     TO W-NOME-DATA-SET.
040800     PERFORM TTDBGET THRU EX-TTDBGET.
040900     IF W-OK-IMAGE
041000        MOVE AREA-REC-SET TO REC-MOVMAG
041100        PERFORM ACCUMULA-CARICO THRU EX-ACCUMULA-CARICO
041200     END-IF.
041300 EX-LEGGI-MOVMAG-SER.
041400     EXIT.
041500*
041600 ACCUMULA-CARICO.
041700     IF RIF-BOLLA-FORN OF REC-MOVMAG = 0
041800        OR QUANTITA OF REC-MOVMAG NOT > 0
041900        OR COSTO-STD OF REC-MOVMAG NOT > 0
042000        OR VAL-REC OF REC-MOVMAG = "**"
042100        OR SETTIMANA OF REC-MOVMAG < SETT-DA
042200        OR SETTIMANA OF REC-MOVMAG > SETT-A
042300        GO TO EX-ACCUMULA-CARICO.
042400     MOVE C-MAT OF REC-MOVMAG TO C-MAT-TRANS-RID.
042500     PERFORM TROVA-ARTICOLO THRU EX-TROVA-ARTICOLO.
042600     IF IX-AR = 0
042700        GO TO EX-ACCUMULA-CARICO.
042800     MOVE COSTO-STD OF REC-MOVMAG TO COSTO-CARICO.
042900     PERFORM CERCA-MAGGIORAZIONE THRU EX-CERCA-MAGGIORAZIONE
043000        VARYING I-LA FROM 1 BY 1 UNTIL I-LA > N-RIGHE-LA.
043100     IF SETTIMANA OF REC-MOVMAG NOT < ULT-SETT-AR (IX-AR)
043200        MOVE SETTIMANA OF REC-MOVMAG TO ULT-SETT-AR (IX-AR)
043300        MOVE COSTO-CARICO TO ULT-COSTO-AR (IX-AR)
043400     END-IF.
043500     COMPUTE SOMMA-CQ-AR (IX-AR) = SOMMA-CQ-AR (IX-AR)
043600           + COSTO-CARICO * QUANTITA OF REC-MOVMAG.
043700     ADD QUANTITA OF REC-MOVMAG TO SOMMA-Q-AR (IX-AR).
043800 EX-ACCUMULA-CARICO.
043900     EXIT.
044000*
044100 CERCA-MAGGIORAZIONE.
044200     IF BOLLA-TLA (I-LA) = RIF-BOLLA-FORN OF REC-MOVMAG
044300        AND C-MAT-TLA (I-LA) = C-MAT OF REC-MOVMAG
044400        AND MAG-TLA (I-LA) = MAGAZZINO OF REC-MOVMAG
044500        COMPUTE COSTO-CARICO = COSTO-STD OF REC-MOVMAG
044600                             + MAGGIOR-TLA (I-LA)
044700     END-IF.
044800 EX-CERCA-MAGGIORAZIONE.
044900     EXIT.
045000*
045100*     riga dell'articolo (chiave ANAMAT = C-MAT senza colore)
045200*     per il C-MAT in C-MAT-TRANS-RID, aggiunta se manca
045300 TROVA-ARTICOLO.
045400     COMPUTE C-MAT-CHIAVE = C-MAT-TRANS-RID / 1000 * 1000.
045500     MOVE 0 TO IX-AR.
045600     PERFORM CONFRONTA-ARTICOLO THRU EX-CONFRONTA-ARTICOLO
045700        VARYING I-AR FROM 1 BY 1 UNTIL I-AR > N-ARTICOLI.
045800     IF IX-AR NOT = 0
045900        GO TO EX-TROVA-ARTICOLO.
046000     IF N-ARTICOLI NOT < 5000
046100        MOVE 1 TO ARTICOLI-PIENA
046200        GO TO EX-TROVA-ARTICOLO.
046300     ADD 1 TO N-ARTICOLI.
046400     MOVE N-ARTICOLI TO IX-AR.
046500     MOVE C-MAT-CHIAVE TO C-MAT-AR (IX-AR).
046600     MOVE CLASSE OF C-MAT-TRANSITO TO CLASSE-AR (IX-AR).
046700     MOVE 0 TO ULT-SETT-AR (IX-AR) ULT-COSTO-AR (IX-AR)
046800               SOMMA-CQ-AR (IX-AR) SOMMA-Q-AR (IX-AR)
046900               GIAC-AR (IX-AR) COSTO-VEC-AR (IX-AR)
047000               COSTO-NUO-AR (IX-AR).
047100     MOVE "N" TO INCLUSO-AR (IX-AR).
047200 EX-TROVA-ARTICOLO.
047300     EXIT.
047400*
047500 CONFRONTA-ARTICOLO.
047600     IF C-MAT-AR (I-AR) = C-MAT-CHIAVE
047700        MOVE I-AR TO IX-AR.
047800 EX-CONFRONTA-ARTICOLO.
047900     EXIT.
048000*
048100*
048200*     giro seriale di SITPF: in fase 1 la giacenza per
048300*     articolo (e gli articoli senza carichi), in fase 2
048400*     l'effetto vecchio/nuovo costo per classe e magazzino
048500 SCANSIONA-SITPF.
048600     MOVE 0 TO NUM-REC-SER.
048700     MOVE 0 TO W-STATUS-WORD-IMAGE.
048800     PERFORM LEGGI-SITPF-SER THRU EX-LEGGI-SITPF-SER
048900        UNTIL W-FUORI-FILE.
049000 EX-SCANSIONA-SITPF.
049100     EXIT.
049200*
049300 LEGGI-SITPF-SER.
049400     ADD 1 TO NUM-REC-SER.
049500     MOVE NUM-REC-SER TO W-VALORE-CAMPO-W.
049600     MOVE 2 TO W-MODO.
049700     MOVE "SITPF;"     TO W-NOME-DATA-SET.
049800     PERFORM TTDBGET THRU EX-TTDBGET.
049900     IF W-OK-IMAGE
050000        MOVE AREA-REC-SET TO REC-SITPF
050100        PERFORM ESAMINA-SITPF THRU EX-ESAMINA-SITPF
050200     END-IF.
050300 EX-LEGGI-SITPF-SER.
050400     EXIT.
050500*
050600 ESAMINA-SITPF.
050700     MOVE 0 TO GIAC-RIGA.
050800     PERFORM SOMMA-GIAC-TAGLIA THRU EX-SOMMA-GIAC-TAGLIA
050900        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > NTG-NTG.
051000     IF GIAC-RIGA = 0
051100        GO TO EX-ESAMINA-SITPF.
051200     MOVE C-MAT OF REC-SITPF TO C-MAT-TRANS-RID.
051300     IF FASE-ARTICOLI
051400        PERFORM TROVA-ARTICOLO THRU EX-TROVA-ARTICOLO
051500        IF IX-AR NOT = 0
051600           ADD GIAC-RIGA TO GIAC-AR (IX-AR)
051700        END-IF
051800        GO TO EX-ESAMINA-SITPF.
051900     COMPUTE C-MAT-CHIAVE = C-MAT-TRANS-RID / 1000 * 1000.
052000     MOVE 0 TO IX-AR.
052100     PERFORM CONFRONTA-ARTICOLO THRU EX-CONFRONTA-ARTICOLO
052200        VARYING I-AR FROM 1 BY 1 UNTIL I-AR > N-ARTICOLI.
052300     IF IX-AR = 0
052400        GO TO EX-ESAMINA-SITPF.
052500     IF INCLUSO-AR (IX-AR) NOT = "S"
052600        GO TO EX-ESAMINA-SITPF.
052700     PERFORM ACCUMULA-CLASSE THRU EX-ACCUMULA-CLASSE.
052800     PERFORM ACCUMULA-MAGAZZINO THRU EX-ACCUMULA-MAGAZZINO.
052900 EX-ESAMINA-SITPF.
053000     EXIT.
053100*
053200 SOMMA-GIAC-TAGLIA.
053300     ADD QTA-GIAC-PF OF REC-SITPF (I-TG) TO GIAC-RIGA.
053400 EX-SOMMA-GIAC-TAGLIA.
053500     EXIT.
053600*
053700 ACCUMULA-CLASSE.
053800     MOVE 0 TO IX-AGG.
053900     PERFORM CERCA-CLASSE-RV THRU EX-CERCA-CLASSE-RV
054000        VARYING I-AGG FROM 1 BY 1 UNTIL I-AGG > N-CLASSI-RV.
054100     IF IX-AGG = 0
054200        IF N-CLASSI-RV NOT < 100
054300           GO TO EX-ACCUMULA-CLASSE
054400        END-IF
054500        ADD 1 TO N-CLASSI-RV
054600        MOVE N-CLASSI-RV TO IX-AGG
054700        MOVE CLASSE-AR (IX-AR) TO CLASSE-CV (IX-AGG)
054800        MOVE 0 TO QTA-CV (IX-AGG) VEC-CV (IX-AGG)
054900                  NUO-CV (IX-AGG)
055000     END-IF.
055100     ADD GIAC-RIGA TO QTA-CV (IX-AGG).
055200     COMPUTE VEC-CV (IX-AGG) = VEC-CV (IX-AGG)
055300           + GIAC-RIGA * COSTO-VEC-AR (IX-AR).
055400     COMPUTE NUO-CV (IX-AGG) = NUO-CV (IX-AGG)
055500           + GIAC-RIGA * COSTO-NUO-AR (IX-AR).
055600 EX-ACCUMULA-CLASSE.
055700     EXIT.
055800*
055900 CERCA-CLASSE-RV.
056000     IF CLASSE-CV (I-AGG) = CLASSE-AR (IX-AR)
056100        MOVE I-AGG TO IX-AGG.
056200 EX-CERCA-CLASSE-RV.
056300     EXIT.
056400*
056500 ACCUMULA-MAGAZZINO.
056600     MOVE 0 TO IX-AGG.
056700     PERFORM CERCA-MAGAZZINO-RV THRU EX-CERCA-MAGAZZINO-RV
056800        VARYING I-AGG FROM 1 BY 1 UNTIL I-AGG > N-MAG-RV.
056900     IF IX-AGG = 0
057000        IF N-MAG-RV NOT < 50
057100           GO TO EX-ACCUMULA-MAGAZZINO
057200        END-IF
057300        ADD 1 TO N-MAG-RV
057400        MOVE N-MAG-RV TO IX-AGG
057500        MOVE MAGAZZINO OF REC-SITPF TO MAG-MV (IX-AGG)
057600        MOVE 0 TO QTA-MV (IX-AGG) VEC-MV (IX-AGG)
057700                  NUO-MV (IX-AGG)
057800     END-IF.
057900     ADD GIAC-RIGA TO QTA-MV (IX-AGG).
058000     COMPUTE VEC-MV (IX-AGG) = VEC-MV (IX-AGG)
058100           + GIAC-RIGA * COSTO-VEC-AR (IX-AR).
058200     COMPUTE NUO-MV (IX-AGG) = NUO-MV (IX-AGG)
058300           + GIAC-RIGA * COSTO-NUO-AR (IX-AR).
058400 EX-ACCUMULA-MAGAZZINO.
058500     EXIT.
058600*
058700 CERCA-MAGAZZINO-RV.
058800     IF MAG-MV (I-AGG) = MAGAZZINO OF REC-SITPF
058900        MOVE I-AGG TO IX-AGG.
059000 EX-CERCA-MAGAZZINO-RV.
059100     EXIT.
059200*
059300*
059400*     costo attuale da ANAMAT (mod.7) e costo proposto; senza
059500*     base (nessun carico, classe senza percentuale) o senza
059600*     variazione l'articolo resta fuori dalla proposta
059700 CALCOLA-NUOVO-COSTO.
059800     MOVE "ANAMAT;" TO W-NOME-DATA-SET.
059900     MOVE "C-MAT;" TO W-NOME-CAMPO.
060000     MOVE C-MAT-AR (I-AR) TO W-VALORE-CAMPO.
060100     MOVE 7 TO W-MODO.
060200     PERFORM TTDBGET THRU EX-TTDBGET.
060300     IF NOT W-OK-IMAGE
060400        GO TO EX-CALCOLA-NUOVO-COSTO.
060500     MOVE COSTO OF REC-ANAMAT TO COSTO-VEC-AR (I-AR).
060600     MOVE 0 TO COSTO-NUO-AR (I-AR).
060700     EVALUATE TRUE
060800        WHEN BASE-MEDIA
060900           IF SOMMA-Q-AR (I-AR) > 0
061000              COMPUTE COSTO-NUO-AR (I-AR) ROUNDED =
061100                      SOMMA-CQ-AR (I-AR) / SOMMA-Q-AR (I-AR)
061200           END-IF
061300        WHEN BASE-ULTIMO
061400           MOVE ULT-COSTO-AR (I-AR) TO COSTO-NUO-AR (I-AR)
061500        WHEN OTHER
061600           MOVE 0 TO IX-PC
061700           PERFORM CERCA-PERC THRU EX-CERCA-PERC
061800              VARYING I-PC FROM 1 BY 1 UNTIL I-PC > N-PERC
061900           IF IX-PC NOT = 0
062000              COMPUTE COSTO-NUO-AR (I-AR) ROUNDED =
062100                      COSTO-VEC-AR (I-AR)
062200                    * (100 + PERC-PC (IX-PC)) / 100
062300           END-IF
062400     END-EVALUATE.
062500     IF COSTO-NUO-AR (I-AR) > 0
062600        AND COSTO-NUO-AR (I-AR) NOT = COSTO-VEC-AR (I-AR)
062700        MOVE "S" TO INCLUSO-AR (I-AR).
062800 EX-CALCOLA-NUOVO-COSTO.
062900     EXIT.
063000*
063100 CERCA-PERC.
063200     IF CLASSE-PC (I-PC) = CLASSE-AR (I-AR)
063300        MOVE I-PC TO IX-PC.
063400 EX-CERCA-PERC.
063500     EXIT.
063600*
063700 SCRIVI-PROPOSTA.
063800     MOVE 0 TO N-DA-APPLICARE.
063900     OPEN OUTPUT FILE-PROPOSTA.
064000     IF NOT RV-APERTO
064100        DISPLAY "RIVALCST   RIVALPRO non apribile " CHECK-RV
064200        GO TO EX-SCRIVI-PROPOSTA.
064300     PERFORM SCRIVI-RIGA-PROPOSTA THRU EX-SCRIVI-RIGA-PROPOSTA
064400        VARYING I-AR FROM 1 BY 1 UNTIL I-AR > N-ARTICOLI.
064500     CLOSE FILE-PROPOSTA.
064600 EX-SCRIVI-PROPOSTA.
064700     EXIT.
064800*
064900 SCRIVI-RIGA-PROPOSTA.
065000     IF INCLUSO-AR (I-AR) NOT = "S"
065100        GO TO EX-SCRIVI-RIGA-PROPOSTA.
065200     MOVE T-TAB TO TG-RV-1 TG-RV-2 TG-RV-3 TG-RV-4 TG-RV-5
065300                   TG-RV-6 TG-RV-7.
065400     MOVE C-MAT-AR (I-AR) TO C-MAT-RV.
065500     MOVE CLASSE-AR (I-AR) TO CLASSE-RV.
065600     MOVE BASE-IN TO BASE-RV.
065700     MOVE ANNO-IN TO ANNO-RV.
065800     MOVE COSTO-VEC-AR (I-AR) TO COSTO-VEC-RV.
065900     MOVE COSTO-NUO-AR (I-AR) TO COSTO-NUO-RV.
066000     MOVE GIAC-AR (I-AR) TO GIAC-RV.
066100     MOVE "P" TO STATO-RV.
066200     WRITE REC-PROPOSTA.
066300     ADD 1 TO N-DA-APPLICARE.
066400 EX-SCRIVI-RIGA-PROPOSTA.
066500     EXIT.
066600*
066700 STAMPA-EFFETTO.
066800     PERFORM APRI-STAMPA THRU EX-APRI-STAMPA.
066900     STRING " PROPOSTA RIVALUTAZIONE COSTO STANDARD - ANNO "
067000            ANNO-IN "  BASE " BASE-IN
067100            DELIMITED BY SIZE INTO DATI-RIGA.
067200     PERFORM SCRIVI THRU EX-SCRIVI.
067300     MOVE "  CHIAVE         GIACENZA      VALORE ATTUALE"
067400       &  "      VALORE PROPOSTO         DIFFERENZA"
067500       TO DATI-RIGA.
067600     MOVE 2 TO N-RIGA-STAMPA.
067700     PERFORM SCRIVI THRU EX-SCRIVI.
067800     MOVE " --- PER CLASSE ---" TO DATI-RIGA.
067900     MOVE 2 TO N-RIGA-STAMPA.
068000     PERFORM SCRIVI THRU EX-SCRIVI.
068100     MOVE 0 TO TOT-QTA TOT-VEC TOT-NUO.
068200     PERFORM STAMPA-CLASSE THRU EX-STAMPA-CLASSE
068300        VARYING I-AGG FROM 1 BY 1 UNTIL I-AGG > N-CLASSI-RV.
068400     MOVE "TOTALE" TO CHIAVE-ST.
068500     PERFORM STAMPA-TOTALE THRU EX-STAMPA-TOTALE.
068600     MOVE " --- PER MAGAZZINO ---" TO DATI-RIGA.
068700     MOVE 2 TO N-RIGA-STAMPA.
068800     PERFORM SCRIVI THRU EX-SCRIVI.
068900     MOVE 0 TO TOT-QTA TOT-VEC TOT-NUO.
069000     PERFORM STAMPA-MAGAZZINO THRU EX-STAMPA-MAGAZZINO
069100        VARYING I-AGG FROM 1 BY 1 UNTIL I-AGG > N-MAG-RV.
069200     MOVE "TOTALE" TO CHIAVE-ST.
069300     PERFORM STAMPA-TOTALE THRU EX-STAMPA-TOTALE.
069400     CALL "QCLPPR" USING PAR-PRINT
069500                          RIGA BUFFER.
069600 EX-STAMPA-EFFETTO.
069700     EXIT.
069800*
069900 STAMPA-CLASSE.
070000     STRING "CLASSE " CLASSE-CV (I-AGG)
070100            DELIMITED BY SIZE INTO CHIAVE-ST.
070200     MOVE QTA-CV (I-AGG) TO QTA-ST.
070300     COMPUTE VEC-ST = VEC-CV (I-AGG) / 100.
070400     COMPUTE NUO-ST = NUO-CV (I-AGG) / 100.
070500     COMPUTE DELTA-ST = (NUO-CV (I-AGG) - VEC-CV (I-AGG)) / 100.
070600     ADD QTA-CV (I-AGG) TO TOT-QTA.
070700     ADD VEC-CV (I-AGG) TO TOT-VEC.
070800     ADD NUO-CV (I-AGG) TO TOT-NUO.
070900     MOVE 1 TO N-RIGA-STAMPA.
071000     PERFORM SCRIVI THRU EX-SCRIVI.
071100 EX-STAMPA-CLASSE.
071200     EXIT.
071300*
071400 STAMPA-MAGAZZINO.
071500     STRING "MAG " MAG-MV (I-AGG)
071600            DELIMITED BY SIZE INTO CHIAVE-ST.
071700     MOVE QTA-MV (I-AGG) TO QTA-ST.
071800     COMPUTE VEC-ST = VEC-MV (I-AGG) / 100.
071900     COMPUTE NUO-ST = NUO-MV (I-AGG) / 100.
072000     COMPUTE DELTA-ST = (NUO-MV (I-AGG) - VEC-MV (I-AGG)) / 100.
072100     ADD QTA-MV (I-AGG) TO TOT-QTA.
072200     ADD VEC-MV (I-AGG) TO TOT-VEC.
072300     ADD NUO-MV (I-AGG) TO TOT-NUO.
072400     MOVE 1 TO N-RIGA-STAMPA.
072500     PERFORM SCRIVI THRU EX-SCRIVI.
072600 EX-STAMPA-MAGAZZINO.
072700     EXIT.
072800*
072900 STAMPA-TOTALE.
073000     MOVE TOT-QTA TO QTA-ST.
073100     COMPUTE VEC-ST = TOT-VEC / 100.
073200     COMPUTE NUO-ST = TOT-NUO / 100.
073300     COMPUTE DELTA-ST = (TOT-NUO - TOT-VEC) / 100.
073400     MOVE 2 TO N-RIGA-STAMPA.
073500     PERFORM SCRIVI THRU EX-SCRIVI.
073600 EX-STAMPA-TOTALE.
073700     EXIT.
073800*
073900*
074000*     approvazione: la proposta RIVALPRO va su ANAMAT solo se
074100*     il COSTO e' ancora quello letto in proposta; CTO-COSTI
074200*     (costo meno sconto) si sposta della stessa differenza
074300 APPROVAZIONE.
074400     PERFORM CARICA-PROPOSTA THRU EX-CARICA-PROPOSTA.
074500     IF N-DA-APPLICARE = 0
074600        DISPLAY "Nessuna proposta da approvare"
074700        GO TO EX-APPROVAZIONE.
074800     MOVE RIGA-TP (1) TO REC-PROPOSTA.
074900     MOVE N-DA-APPLICARE TO CONTA-ED.
075000     DISPLAY "Articoli in proposta " CONTA-ED
075100             "  anno " ANNO-RV "  base " BASE-RV.
075200     DISPLAY "Confermi l'aggiornamento di ANAMAT (S/N) "
075300             NO ADVANCING.
075400     MOVE "N" TO CONFERMA-IN.
075500     ACCEPT CONFERMA-IN.
075600     IF CONFERMA-IN NOT = "S"
075700        DISPLAY "Nessun aggiornamento"
075800        GO TO EX-APPROVAZIONE.
075900     OPEN EXTEND FILE-AUD.
076000     IF NOT AU-APERTO
076100        DISPLAY "RIVALCST   RIVALAUD non apribile " CHECK-AU
076200        GO TO EX-APPROVAZIONE.
076300     PERFORM APRI-STAMPA THRU EX-APRI-STAMPA.
076400     MOVE " SCOSTAMENTO DI RIVALUTAZIONE COSTO STANDARD"
076500       TO DATI-RIGA.
076600     PERFORM SCRIVI THRU EX-SCRIVI.
076700     MOVE "  C-MAT            CL    COSTO VEC.   COSTO NUOVO"
076800       &  "   DIFF.UNIT.  GIACENZA          SCOSTAMENTO"
076900       TO DATI-RIGA.
077000     MOVE 2 TO N-RIGA-STAMPA.
077100     PERFORM SCRIVI THRU EX-SCRIVI.
077200     MOVE 0 TO N-APPLICATE N-SCARTATE N-CLASSI-RV.
077300     PERFORM APPLICA-RIGA THRU EX-APPLICA-RIGA
077400        VARYING I-TP FROM 1 BY 1 UNTIL I-TP > N-PROPOSTA.
077500     CLOSE FILE-AUD.
077600     MOVE " --- SCOSTAMENTO PER CLASSE ---" TO DATI-RIGA.
077700     MOVE 2 TO N-RIGA-STAMPA.
077800     PERFORM SCRIVI THRU EX-SCRIVI.
077900     MOVE 0 TO TOT-QTA TOT-VEC TOT-NUO.
078000     PERFORM STAMPA-CLASSE THRU EX-STAMPA-CLASSE
078100        VARYING I-AGG FROM 1 BY 1 UNTIL I-AGG > N-CLASSI-RV.
078200     MOVE "TOTALE" TO CHIAVE-ST.
078300     PERFORM STAMPA-TOTALE THRU EX-STAMPA-TOTALE.
078400     CALL "QCLPPR" USING PAR-PRINT
078500                          RIGA BUFFER.
078600     PERFORM RISCRIVI-PROPOSTA THRU EX-RISCRIVI-PROPOSTA.
078700     MOVE N-APPLICATE TO CONTA-ED.
078800     DISPLAY "RIVALCST   articoli aggiornati " CONTA-ED.
078900     MOVE N-SCARTATE TO CONTA-ED.
079000     DISPLAY "RIVALCST   articoli scartati   " CONTA-ED.
079100 EX-APPROVAZIONE.
079200     EXIT.
079300*
079400 CARICA-PROPOSTA.
079500     MOVE 0 TO N-PROPOSTA N-DA-APPLICARE.
079600     OPEN INPUT FILE-PROPOSTA.
079700     IF NOT RV-APERTO
079800        GO TO EX-CARICA-PROPOSTA.
079900     MOVE 0 TO OK-FINE-FILE.
080000     PERFORM LEGGI-RIGA-PROPOSTA THRU EX-LEGGI-RIGA-PROPOSTA
080100        UNTIL LETTO-FINE-FILE.
080200     CLOSE FILE-PROPOSTA.
080300 EX-CARICA-PROPOSTA.
080400     EXIT.
080500*
080600 LEGGI-RIGA-PROPOSTA.
080700     READ FILE-PROPOSTA
080800        AT END
080900           MOVE 1 TO OK-FINE-FILE
081000           GO TO EX-LEGGI-RIGA-PROPOSTA
081100     END-READ.
081200     IF N-PROPOSTA NOT < 5000
081300        DISPLAY "RIVALCST   TAB-PROPOSTA da allargare"
081400        GO TO EX-LEGGI-RIGA-PROPOSTA.
081500     ADD 1 TO N-PROPOSTA.
081600     MOVE REC-PROPOSTA TO RIGA-TP (N-PROPOSTA).
081700     IF PROPOSTA-RV
081800        ADD 1 TO N-DA-APPLICARE.
081900 EX-LEGGI-RIGA-PROPOSTA.
082000     EXIT.
082100*
082200 APPLICA-RIGA.
082300     MOVE RIGA-TP (I-TP) TO REC-PROPOSTA.
082400     IF NOT PROPOSTA-RV
082500        GO TO EX-APPLICA-RIGA.
082600     MOVE SPACES TO DATI-RIGA.
082700     MOVE C-MAT-RV TO C-MAT-ST.
082800     MOVE CLASSE-RV TO CLASSE-ST.
082900     COMPUTE COSTO-VEC-ST = COSTO-VEC-RV / 100.
083000     COMPUTE COSTO-NUO-ST = COSTO-NUO-RV / 100.
083100     COMPUTE DIFF-UNIT = COSTO-NUO-RV - COSTO-VEC-RV.
083200     COMPUTE DIFF-ST = DIFF-UNIT / 100.
083300     MOVE GIAC-RV TO GIAC-ST.
083400     MOVE "ANAMAT;" TO W-NOME-DATA-SET.
083500     MOVE "C-MAT;" TO W-NOME-CAMPO.
083600     MOVE C-MAT-RV TO W-VALORE-CAMPO.
083700     MOVE 7 TO W-MODO.
083800     PERFORM TTDBGET THRU EX-TTDBGET.
083900     IF NOT W-OK-IMAGE
084000        MOVE "ARTICOLO ASSENTE" TO ESITO-ST
084100        GO TO EX-APPLICA-RIGA-SCARTA.
084200     IF COSTO OF REC-ANAMAT NOT = COSTO-VEC-RV
084300        MOVE "COSTO GIA' CAMBIATO" TO ESITO-ST
084400        GO TO EX-APPLICA-RIGA-SCARTA.
084500     COMPUTE CTO-NUOVO = CTO-COSTI OF REC-ANAMAT + DIFF-UNIT.
084600     IF CTO-NUOVO < 0
084700        MOVE 0 TO CTO-NUOVO.
084800     MOVE T-TAB TO TA-1 TA-2 TA-3 TA-4 TA-5 TA-6 TA-7 TA-8.
084900     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-AU.
085000     ACCEPT WK-TIME-AU FROM TIME.
085100     MOVE WK-TIME-AU (1:6) TO ORA-AU.
085200     MOVE W-TERMINALE OF W-COMMON TO TERMINALE-AU.
085300     MOVE C-MAT-RV TO C-MAT-AU.
085400     MOVE BASE-RV TO BASE-AU.
085500     MOVE COSTO OF REC-ANAMAT TO COSTO-VEC-AU.
085600     MOVE COSTO-NUO-RV TO COSTO-NUO-AU.
085700     MOVE CTO-COSTI OF REC-ANAMAT TO CTO-VEC-AU.
085800     MOVE CTO-NUOVO TO CTO-NUO-AU.
085900     MOVE COSTO-NUO-RV TO COSTO OF REC-ANAMAT.
086000     MOVE CTO-NUOVO TO CTO-COSTI OF REC-ANAMAT.
086100     PERFORM TTUPDATE THRU EX-TTUPDATE.
086200     IF NOT W-OK-IMAGE
086300        DISPLAY "ERR UPDATE ANAMAT " W-STATUS-WORD-IMAGE
086400        MOVE "ERRORE AGGIORNAMENTO" TO ESITO-ST
086500        GO TO EX-APPLICA-RIGA-SCARTA.
086600     WRITE REC-AUD.
086700     COMPUTE VARIANZA-RIGA = DIFF-UNIT * GIAC-RV.
086800     COMPUTE VARIANZA-ST = VARIANZA-RIGA / 100.
086900     MOVE "A" TO STATO-RV.
087000     MOVE REC-PROPOSTA TO RIGA-TP (I-TP).
087100     ADD 1 TO N-APPLICATE.
087200     PERFORM ACCUMULA-CLASSE-VAR THRU EX-ACCUMULA-CLASSE-VAR.
087300     MOVE 1 TO N-RIGA-STAMPA.
087400     PERFORM SCRIVI THRU EX-SCRIVI.
087500     GO TO EX-APPLICA-RIGA.
087600 EX-APPLICA-RIGA-SCARTA.
087700     MOVE "X" TO STATO-RV.
087800     MOVE REC-PROPOSTA TO RIGA-TP (I-TP).
087900     ADD 1 TO N-SCARTATE.
088000     MOVE 1 TO N-RIGA-STAMPA.
088100     PERFORM SCRIVI THRU EX-SCRIVI.
088200 EX-APPLICA-RIGA.
088300     EXIT.
088400*
088500 ACCUMULA-CLASSE-VAR.
088600     MOVE 0 TO IX-AGG.
088700     PERFORM CERCA-CLASSE-VAR THRU EX-CERCA-CLASSE-VAR
088800        VARYING I-AGG FROM 1 BY 1 UNTIL I-AGG > N-CLASSI-RV.
088900     IF IX-AGG = 0
089000        IF N-CLASSI-RV NOT < 100
089100           GO TO EX-ACCUMULA-CLASSE-VAR
089200        END-IF
089300        ADD 1 TO N-CLASSI-RV
089400        MOVE N-CLASSI-RV TO IX-AGG
089500        MOVE CLASSE-RV TO CLASSE-CV (IX-AGG)
089600        MOVE 0 TO QTA-CV (IX-AGG) VEC-CV (IX-AGG)
089700                  NUO-CV (IX-AGG)
089800     END-IF.
089900     ADD GIAC-RV TO QTA-CV (IX-AGG).
090000     COMPUTE VEC-CV (IX-AGG) = VEC-CV (IX-AGG)
090100           + GIAC-RV * COSTO-VEC-RV.
090200     COMPUTE NUO-CV (IX-AGG) = NUO-CV (IX-AGG)
090300           + GIAC-RV * COSTO-NUO-RV.
090400 EX-ACCUMULA-CLASSE-VAR.
090500     EXIT.
090600*
090700 CERCA-CLASSE-VAR.
090800     IF CLASSE-CV (I-AGG) = CLASSE-RV
090900        MOVE I-AGG TO IX-AGG.
091000 EX-CERCA-CLASSE-VAR.
091100     EXIT.
091200*
091300 RISCRIVI-PROPOSTA.
091400     OPEN OUTPUT FILE-PROPOSTA.
091500     IF NOT RV-APERTO
091600        DISPLAY "RIVALCST   RIVALPRO non apribile " CHECK-RV
091700        GO TO EX-RISCRIVI-PROPOSTA.
091800     PERFORM RISCRIVI-RIGA-PROPOSTA
091900        THRU EX-RISCRIVI-RIGA-PROPOSTA
092000        VARYING I-TP FROM 1 BY 1 UNTIL I-TP > N-PROPOSTA.
092100     CLOSE FILE-PROPOSTA.
092200 EX-RISCRIVI-PROPOSTA.
092300     EXIT.
092400*
092500 RISCRIVI-RIGA-PROPOSTA.
092600     MOVE RIGA-TP (I-TP) TO REC-PROPOSTA.
092700     WRITE REC-PROPOSTA.
092800 EX-RISCRIVI-RIGA-PROPOSTA.
092900     EXIT.
093000*
093100*
093200 APRI-STAMPA.
093300     MOVE  136  TO LL-RIGA.
093400     MOVE 9999 TO N-MAX-RIGHE.
093500     MOVE "S" TO PRE-NOME-FILE.
093600     MOVE W-FORMATO-INTERNO TO TERM-N-FILE.
093700     CALL "QOLPPR" USING PAR-PRINT
093800                          RIGA BUFFER.
093900     MOVE 0   TO N-STAMPANTE.
094000     MOVE "M" TO COMANDO.
094100     MOVE 66  TO N-RIGA-STAMPA.
094200 EX-APRI-STAMPA.
094300     EXIT.
094400*
094500 SCRIVI.
094600     CALL "QWLPPR" USING PAR-PRINT
094700                         RIGA BUFFER.
094800     IF STATO OF PAR-PRINT NOT = 0
094900        MOVE STATO OF PAR-PRINT TO STATO-DISPLAY
095000        DISPLAY "RIVALCST   ERRORE QPRINT CON STATO : "
095100                STATO-DISPLAY
095200     END-IF.
095300     MOVE SPACES TO DATI-RIGA.
095400     MOVE "S" TO COMANDO.
095500     MOVE 0 TO N-RIGA-STAMPA.
095600 EX-SCRIVI.
095700     EXIT.
095800*
095900*
096000 TTDBGET.
096100              COPY PDBGET.
096200*
096300 TTUPDATE.
096400              COPY PDBUPDAT.
096500*
096600*      FINE PROGRAMMA    **** /K RIVALCST.COB  *****
