000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. FIDELRFM.
000310*2026*        15/10/26
000320*     segmentazione dei titolari di carta fedelta' per
000330*     recenza, frequenza e valore degli acquisti (RFM), per il
000340*     marketing. Si caricano da FIDELMST i soli titolari col
000350*     consenso marketing e non anonimizzati da RETENZ (gli
000360*     altri si contano e basta); poi scansione seriale di
000370*     MOVMAG come l'estratto di FIDELITY: sulle vendite con
000380*     CLI-FINALE della carta si accumulano settimane
000390*     dall'ultimo acquisto (la SETTIMANA di MOVMAG non porta
000400*     l'anno: oltre quella di oggi e' dell'anno prima, come
000410*     in CTRLPER), visite (scontrini RIF-INTERNO distinti),
000420*     valore e valore per classe e per outlet (magazzino).
000430*     Punteggi 1-3 sulle soglie RFMSOGLIE (in mancanza quelle
000440*     di fabbrica), segmento dal punteggio. Rapporto per
000450*     segmento sul tabulato QOLPPR/QWLPPR/QCLPPR con classe e
000460*     outlet preferiti; estratto dei titolari contattabili
000470*     per segmento su RFMESTR (campi separati da tabulatore)
000480*     per le campagne. Nessuna domanda a video: gira anche
000490*     come passo della catena ORCHEOD.
00049A*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-MST ASSIGN TO "FIDELMST"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-FM.
001500     SELECT OPTIONAL FILE-SOGLIE ASSIGN TO "RFMSOGLIE"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-RS.
001800     SELECT OPTIONAL FILE-ESTR ASSIGN TO "RFMESTR"
001900        ORGANIZATION IS LINE SEQUENTIAL
002000        FILE STATUS IS CHECK-RE.
002100*
002200 DATA DIVISION.
002300 FILE SECTION.
002400 FD FILE-MST DATA RECORD REC-MST.
002500 01 REC-MST                COPY YFIDMST.
002600*
002700* soglie dei punteggi: settimane dall'ultimo acquisto (fino a
002800* R3 = 3, fino a R2 = 2), visite (da F3 = 3, da F2 = 2),
002900* valore in euro (da M3 = 3, da M2 = 2)
003000 FD FILE-SOGLIE DATA RECORD REC-SOGLIE.
003100 01 REC-SOGLIE.
003200    05 R3-RS                 PIC 9(3).
003300    05 TG-RS-1               PIC X.
003400    05 R2-RS                 PIC 9(3).
003500    05 TG-RS-2               PIC X.
003600    05 F3-RS                 PIC 9(5).
003700    05 TG-RS-3               PIC X.
003800    05 F2-RS                 PIC 9(5).
003900    05 TG-RS-4               PIC X.
004000    05 M3-RS                 PIC 9(9).
004100    05 TG-RS-5               PIC X.
004200    05 M2-RS                 PIC 9(9).
004300*
004400 FD FILE-ESTR DATA RECORD REC-ESTR REC-ESTR-INT.
004500 01 REC-ESTR.
004600    05 SEGMENTO-RE           PIC 99.
004700    05 T-RE-1                PIC X.
004800    05 D-SEGMENTO-RE         PIC X(12).
004900    05 T-RE-2                PIC X.
005000    05 CARTA-RE              PIC 9(13).
005100    05 T-RE-3                PIC X.
005200    05 NOME-RE               PIC X(24).
005300    05 T-RE-4                PIC X.
005400    05 CONTATTO-RE           PIC X(40).
005500    05 T-RE-5                PIC X.
005600    05 RFM-RE.
005700     10 R-RE                 PIC 9.
005800     10 F-RE                 PIC 9.
005900     10 M-RE                 PIC 9.
006000    05 T-RE-6                PIC X.
006100    05 SETT-AGO-RE           PIC 99.
006200    05 T-RE-7                PIC X.
006300    05 VISITE-RE             PIC 9(5).
006400    05 T-RE-8                PIC X.
006500    05 VALORE-RE             PIC Z(9)9,99.
006600    05 T-RE-9                PIC X.
006700    05 CLASSE-PREF-RE        PIC 99.
006800    05 T-RE-10               PIC X.
006900    05 MAG-PREF-RE           PIC 9(3).
007000* riga di intestazione delle colonne
007100 01 REC-ESTR-INT             PIC X(130).
007200*
007300 WORKING-STORAGE SECTION.
007400*
007500 01 REC-MOVMAG       COPY YMOVMAG.
007600 01 AREA-REC-SET     PIC X(512).
007700*
007800 01 COD-RFM          COPY DANCODMT.
007900*
008000 77 CHECK-FM        PIC XX.
008100    88 FM-APERTO    VALUES ARE "05", "00".
008200 77 CHECK-RS        PIC XX.
008300    88 RS-APERTO    VALUES ARE "05", "00".
008400 77 CHECK-RE        PIC XX.
008500    88 RE-APERTO    VALUES ARE "05", "00".
008600*
008700 01 OK-FINE-FM      PIC S9(4) COMP.
008800    88 LETTO-FINE-FM VALUE 1.
008900*
009000 01 T-TAB           PIC X VALUE X"9".
009100*
009200 01 PARGEN           COPY QPARGEN.
009300 01 PARQDATA         COPY QPARDATS.
009400*
009500* soglie (con i difetti di fabbrica se RFMSOGLIE manca)
009600 01 SOGLIA-R3       PIC 9(3) VALUE 8.
009700 01 SOGLIA-R2       PIC 9(3) VALUE 26.
009800 01 SOGLIA-F3       PIC 9(5) VALUE 6.
009900 01 SOGLIA-F2       PIC 9(5) VALUE 2.
010000 01 SOGLIA-M3       PIC 9(9) VALUE 500.
010100 01 SOGLIA-M2       PIC 9(9) VALUE 150.
010200*
010300* titolari analizzati (consenso e dati in chiaro)
010400 01 TAB-CARTE-RF.
010500  05 RIGA-RF OCCURS 3000.
010600   10 CARTA-RF         PIC 9(13).
010700   10 NOME-RF          PIC X(24).
010800   10 CONTATTO-RF      PIC X(40).
010900   10 SETT-AGO-RF      PIC S9(4) COMP.
011000   10 VISITE-RF        PIC S9(5) COMP.
011100   10 VALORE-RF        PIC S9(13) COMP-3.
011200   10 ULT-RIF-RF       PIC S9(15) COMP-3.
011300   10 N-CL-RF          PIC S9(4) COMP.
011400   10 CLASSI-RF OCCURS 8.
011500    15 CLASSE-RF       PIC 99.
011600    15 VAL-CL-RF       PIC S9(11) COMP-3.
011700   10 N-MG-RF          PIC S9(4) COMP.
011800   10 OUTLET-RF OCCURS 4.
011900    15 MAG-RF          PIC 9(3).
012000    15 VAL-MG-RF       PIC S9(11) COMP-3.
012100   10 R-RF             PIC 9.
012200   10 F-RF             PIC 9.
012300   10 M-RF             PIC 9.
012400   10 SEGMENTO-RF      PIC 99.
012500   10 CLASSE-PREF-RF   PIC 99.
012600   10 MAG-PREF-RF      PIC 9(3).
012700 01 N-CARTE-RF      PIC S9(4) COMP.
012800 01 I-CF            PIC S9(4) COMP.
012900 01 IX-CF           PIC S9(4) COMP.
013000 01 I-CL            PIC S9(4) COMP.
013100 01 IX-CL           PIC S9(4) COMP.
013200 01 I-MG            PIC S9(4) COMP.
013300 01 IX-MG           PIC S9(4) COMP.
013400 01 CARTA-PREC      PIC S9(15) COMP-3.
013500*
013600* segmenti: descrizione e totali per il rapporto
013700 01 TAB-DESCR-SEG-V.
013800  05 FILLER          PIC X(12) VALUE "CAMPIONI".
013900  05 FILLER          PIC X(12) VALUE "FEDELI".
014000  05 FILLER          PIC X(12) VALUE "NUOVI".
014100  05 FILLER          PIC X(12) VALUE "PROMETTENTI".
014200  05 FILLER          PIC X(12) VALUE "A RISCHIO".
014300  05 FILLER          PIC X(12) VALUE "DORMIENTI".
014400  05 FILLER          PIC X(12) VALUE "OCCASIONALI".
014500  05 FILLER          PIC X(12) VALUE "INATTIVI".
014600 01 FILLER REDEFINES TAB-DESCR-SEG-V.
014700  05 D-SEGMENTO      PIC X(12) OCCURS 8.
014800 01 TAB-SEGMENTI.
014900  05 RIGA-SG OCCURS 8.
015000   10 TITOLARI-SG      PIC S9(5) COMP.
015100   10 CONTATTABILI-SG  PIC S9(5) COMP.
015200   10 VISITE-SG        PIC S9(9) COMP.
015300   10 SETT-AGO-SG      PIC S9(9) COMP.
015400   10 VALORE-SG        PIC S9(15) COMP-3.
015500   10 PREF-CLASSE-SG   PIC S9(5) COMP OCCURS 100.
015600   10 PREF-MAG-SG      PIC S9(5) COMP OCCURS 1000.
015700 01 I-SG            PIC S9(4) COMP.
015800 01 IX-MAX          PIC S9(4) COMP.
015900 01 N-MAX           PIC S9(5) COMP.
016000 01 I-PF            PIC S9(4) COMP.
016100*
016200 01 LETTI-FM        PIC S9(5) COMP.
016300 01 SENZA-CONSENSO  PIC S9(5) COMP.
016400 01 ANONIMIZZATI    PIC S9(5) COMP.
016500 01 ESTRATTI        PIC S9(5) COMP.
016600 01 MOVIMENTI-LETTI PIC S9(9) COMP.
016700 01 SETT-OGGI       PIC S9(4) COMP.
016800 01 SETT-AGO        PIC S9(4) COMP.
016900 01 DATA-OGGI-RF    PIC 9(6).
017000 01 DATA-OGGI-X REDEFINES DATA-OGGI-RF.
017100  05 AA-OGGI        PIC 99.
017200  05 MM-OGGI        PIC 99.
017300  05 GG-OGGI        PIC 99.
017400 01 QTA-RIGA-RF     PIC S9(9) COMP.
017500 01 VALORE-RIGA-RF  PIC S9(13) COMP-3.
017600 01 VALORE-EURO     PIC S9(11) COMP-3.
017700 01 VAL-MAX         PIC S9(11) COMP-3.
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
019500  05 RIGA-SEG-RF REDEFINES DATI-RIGA.
019600    10 FILLER        PIC X.
019700    10 D-SEGMENTO-ST PIC X(12).
019800    10 FILLER        PIC X.
019900    10 TITOLARI-ST   PIC Z(4)9.
020000    10 FILLER        PIC X.
020100    10 PERC-ST       PIC ZZ9.
020200    10 FILLER        PIC XX.
020300    10 CONTATT-ST    PIC Z(4)9.
020400    10 FILLER        PIC X.
020500    10 VALORE-ST     PIC Z(10)9.
020600    10 FILLER        PIC X.
020700    10 MEDIO-ST      PIC Z(6)9.
020800    10 FILLER        PIC X.
020900    10 VISITE-ST     PIC ZZ9,9.
021000    10 FILLER        PIC X.
021100    10 SETT-AGO-ST   PIC ZZ9.
021200    10 FILLER        PIC XXX.
021300    10 CLASSE-PREF-ST PIC 99.
021400    10 FILLER        PIC XXXX.
021500    10 MAG-PREF-ST   PIC 9(3).
021600*
021700 01 BUFFER.
021800  05 N-BUF               PIC S9(4) COMP VALUE 37.
021900  05 FILLER              PIC XX.
022000  05 FILLER              PIC X(5120).
022100*
022200 01 STATO-DISPLAY    PIC ZZZZ-.
022300 01 CONTA-ED         PIC ZZZZ9.
022400*
022500 LINKAGE SECTION.
022600*
022700 01 W-COMMON       COPY WCOMMONW.
022800*
022900*PAGE
023000 PROCEDURE DIVISION  USING W-COMMON.
023100 INIZIO.
023200     DISPLAY "----  SEGMENTAZIONE FEDELTA' RFM  -------".
023300     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-OGGI-RF.
023400     PERFORM CALCOLA-SETT-OGGI THRU EX-CALCOLA-SETT-OGGI.
023500     PERFORM CARICA-SOGLIE THRU EX-CARICA-SOGLIE.
023600     PERFORM CARICA-CARTE THRU EX-CARICA-CARTE.
023700     IF N-CARTE-RF = 0
023800        DISPLAY "Nessun titolare segmentabile"
023900        GO TO FINE.
024000     MOVE 0 TO MOVIMENTI-LETTI.
024100     MOVE -1 TO CARTA-PREC.
024200     MOVE 0 TO IX-CF.
024300     MOVE 0 TO W-VALORE-CAMPO-W.
024400     MOVE 0 TO W-STATUS-WORD-IMAGE.
024500     PERFORM LEGGI-MOVMAG-SER THRU EX-LEGGI-MOVMAG-SER
024600        UNTIL W-FUORI-FILE.
024700     INITIALIZE TAB-SEGMENTI.
024800     PERFORM SEGMENTA-CARTA THRU EX-SEGMENTA-CARTA
024900        VARYING I-CF FROM 1 BY 1 UNTIL I-CF > N-CARTE-RF.
025000     PERFORM STAMPA-RAPPORTO THRU EX-STAMPA-RAPPORTO.
025100     PERFORM SCRIVI-ESTRATTO THRU EX-SCRIVI-ESTRATTO.
025200     MOVE N-CARTE-RF TO CONTA-ED.
025300     DISPLAY "Titolari segmentati        " CONTA-ED.
025400     MOVE ESTRATTI TO CONTA-ED.
025500     DISPLAY "Contattabili su RFMESTR    " CONTA-ED.
025600 FINE.
025700     EXIT PROGRAM.
025800*
025900*
026000*     settimana di oggi (QDATAS funz.1 poi funz.2, come
026100*     CALCOLA-SETTIMANE di FIDELITY)
026200 CALCOLA-SETT-OGGI.
026300     MOVE GG-OGGI TO Q-GG.
026400     MOVE MM-OGGI TO Q-MM.
026500     MOVE AA-OGGI TO Q-AA.
026600     MOVE 1 TO Q-FUNZIONE OF PARGEN.
026700     CANCEL "QDATAS"
026800     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA.
026900     MOVE 2 TO Q-FUNZIONE OF PARGEN.
027000     CANCEL "QDATAS"
027100     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA.
027200     MOVE Q-SETTIMANA TO SETT-OGGI.
027300 EX-CALCOLA-SETT-OGGI.
027400     EXIT.
027500*
027600 CARICA-SOGLIE.
027700     OPEN INPUT FILE-SOGLIE.
027800     IF NOT RS-APERTO
027900        GO TO EX-CARICA-SOGLIE.
028000     READ FILE-SOGLIE
028100        AT END
028200           CONTINUE
028300        NOT AT END
028400           IF R3-RS NUMERIC AND R2-RS NUMERIC
028500              AND F3-RS NUMERIC AND F2-RS NUMERIC
028600              AND M3-RS NUMERIC AND M2-RS NUMERIC
028700              MOVE R3-RS TO SOGLIA-R3
028800              MOVE R2-RS TO SOGLIA-R2
028900              MOVE F3-RS TO SOGLIA-F3
029000              MOVE F2-RS TO SOGLIA-F2
029100              MOVE M3-RS TO SOGLIA-M3
029200              MOVE M2-RS TO SOGLIA-M2
029300           END-IF
029400     END-READ.
029500     CLOSE FILE-SOGLIE.
029600 EX-CARICA-SOGLIE.
029700     EXIT.
029800*
029900*
030000******************************************************
030100*  TITOLARI                                           *
030200******************************************************
030300*     fuori dall'analisi: anonimizzati da RETENZ (data di
030400*     anonimizzazione o nome e contatto gia' cancellati) e
030500*     chi non ha dato il consenso marketing
030600 CARICA-CARTE.
030700     MOVE 0 TO N-CARTE-RF LETTI-FM SENZA-CONSENSO ANONIMIZZATI.
030800     OPEN INPUT FILE-MST.
030900     IF NOT FM-APERTO
031000        GO TO EX-CARICA-CARTE.
031100     MOVE 0 TO OK-FINE-FM.
031200     PERFORM LEGGI-RIGA-MST THRU EX-LEGGI-RIGA-MST
031300        UNTIL LETTO-FINE-FM.
031400     CLOSE FILE-MST.
031500 EX-CARICA-CARTE.
031600     EXIT.
031700*
031800 LEGGI-RIGA-MST.
031900     READ FILE-MST
032000        AT END
032100           MOVE 1 TO OK-FINE-FM
032200           GO TO EX-LEGGI-RIGA-MST
032300     END-READ.
032400     IF CARTA-FM NOT NUMERIC
032500        GO TO EX-LEGGI-RIGA-MST.
032600     ADD 1 TO LETTI-FM.
032700     IF (DATA-ANONIM-FM NUMERIC AND DATA-ANONIM-FM > 0)
032800        OR (NOME-FM = SPACES AND CONTATTO-FM = SPACES)
032900        ADD 1 TO ANONIMIZZATI
033000        GO TO EX-LEGGI-RIGA-MST.
033100     IF NOT FM-CONSENSO-MKT
033200        ADD 1 TO SENZA-CONSENSO
033300        GO TO EX-LEGGI-RIGA-MST.
033400     IF N-CARTE-RF NOT < 3000
033500        DISPLAY "FIDELRFM   TAB-CARTE-RF da allargare"
033600        GO TO EX-LEGGI-RIGA-MST.
033700     ADD 1 TO N-CARTE-RF.
033800     MOVE CARTA-FM TO CARTA-RF (N-CARTE-RF).
033900     MOVE NOME-FM TO NOME-RF (N-CARTE-RF).
034000     MOVE CONTATTO-FM TO CONTATTO-RF (N-CARTE-RF).
034100     MOVE 99 TO SETT-AGO-RF (N-CARTE-RF).
034200     MOVE 0 TO VISITE-RF (N-CARTE-RF) VALORE-RF (N-CARTE-RF)
034300               ULT-RIF-RF (N-CARTE-RF) N-CL-RF (N-CARTE-RF)
034400               N-MG-RF (N-CARTE-RF) CLASSE-PREF-RF (N-CARTE-RF)
034500               MAG-PREF-RF (N-CARTE-RF).
034600 EX-LEGGI-RIGA-MST.
034700     EXIT.
034800*
034900*
035000******************************************************
035100*  ACQUISTI DA MOVMAG                                 *
035200******************************************************
035300 LEGGI-MOVMAG-SER.
035400     ADD 1 TO W-VALORE-CAMPO-W.
035500     MOVE 2 TO W-MODO.
035600     MOVE "MOVMAG"     TO W-NOME-DATA-SET.
035700     PERFORM TTDBGET THRU EX-TTDBGET.
035800     IF W-OK-IMAGE
035900        MOVE AREA-REC-SET TO REC-MOVMAG
036000        ADD 1 TO MOVIMENTI-LETTI
036100        PERFORM VAGLIA-MOVIMENTO THRU EX-VAGLIA-MOVIMENTO
036200     END-IF.
036300 EX-LEGGI-MOVMAG-SER.
036400     EXIT.
036500*
036600*     solo scarichi di vendita con la carta (come il top
036700*     clienti di FIDELITY); le righe dello stesso scontrino
036800*     arrivano di fila, la carta trovata si ricorda
036900 VAGLIA-MOVIMENTO.
037000     IF QUANTITA OF REC-MOVMAG NOT < 0
037100        OR CLI-FINALE OF REC-MOVMAG NOT > 0
037200        GO TO EX-VAGLIA-MOVIMENTO.
037300     IF CLI-FINALE OF REC-MOVMAG NOT = CARTA-PREC
037400        MOVE CLI-FINALE OF REC-MOVMAG TO CARTA-PREC
037500        MOVE 0 TO IX-CF
037600        PERFORM CERCA-CARTA THRU EX-CERCA-CARTA
037700           VARYING I-CF FROM 1 BY 1 UNTIL I-CF > N-CARTE-RF.
037800     IF IX-CF = 0
037900        GO TO EX-VAGLIA-MOVIMENTO.
038000     IF SETTIMANA OF REC-MOVMAG > SETT-OGGI
038100        COMPUTE SETT-AGO = SETT-OGGI + 52
038200                           - SETTIMANA OF REC-MOVMAG
038300     ELSE
038400        COMPUTE SETT-AGO = SETT-OGGI - SETTIMANA OF REC-MOVMAG.
038500     IF SETT-AGO < SETT-AGO-RF (IX-CF)
038600        MOVE SETT-AGO TO SETT-AGO-RF (IX-CF).
038700     IF RIF-INTERNO OF REC-MOVMAG NOT = ULT-RIF-RF (IX-CF)
038800        MOVE RIF-INTERNO OF REC-MOVMAG TO ULT-RIF-RF (IX-CF)
038900        ADD 1 TO VISITE-RF (IX-CF).
039000     COMPUTE QTA-RIGA-RF = 0 - QUANTITA OF REC-MOVMAG.
039100     COMPUTE VALORE-RIGA-RF = COSTO-STD OF REC-MOVMAG
039200             * QTA-RIGA-RF.
039300     ADD VALORE-RIGA-RF TO VALORE-RF (IX-CF).
039400     MOVE C-MAT OF REC-MOVMAG TO C-MAT-TRANS-RID.
039500     MOVE 0 TO IX-CL.
039600     PERFORM CERCA-CLASSE THRU EX-CERCA-CLASSE
039700        VARYING I-CL FROM 1 BY 1 UNTIL I-CL > N-CL-RF (IX-CF).
039800     IF IX-CL = 0 AND N-CL-RF (IX-CF) < 8
039900        ADD 1 TO N-CL-RF (IX-CF)
040000        MOVE N-CL-RF (IX-CF) TO IX-CL
040100        MOVE CLASSE OF C-MAT-TRANSITO TO CLASSE-RF (IX-CF IX-CL)
040200        MOVE 0 TO VAL-CL-RF (IX-CF IX-CL).
040300     IF IX-CL NOT = 0
040400        ADD VALORE-RIGA-RF TO VAL-CL-RF (IX-CF IX-CL).
040500     MOVE 0 TO IX-MG.
040600     PERFORM CERCA-OUTLET THRU EX-CERCA-OUTLET
040700        VARYING I-MG FROM 1 BY 1 UNTIL I-MG > N-MG-RF (IX-CF).
040800     IF IX-MG = 0 AND N-MG-RF (IX-CF) < 4
040900        ADD 1 TO N-MG-RF (IX-CF)
041000        MOVE N-MG-RF (IX-CF) TO IX-MG
041100        MOVE MAGAZZINO OF REC-MOVMAG TO MAG-RF (IX-CF IX-MG)
041200        MOVE 0 TO VAL-MG-RF (IX-CF IX-MG).
041300     IF IX-MG NOT = 0
041400        ADD VALORE-RIGA-RF TO VAL-MG-RF (IX-CF IX-MG).
041500 EX-VAGLIA-MOVIMENTO.
041600     EXIT.
041700*
041800 CERCA-CARTA.
041900     IF CARTA-RF (I-CF) = CLI-FINALE OF REC-MOVMAG
042000        MOVE I-CF TO IX-CF.
042100 EX-CERCA-CARTA.
042200     EXIT.
042300*
042400 CERCA-CLASSE.
042500     IF CLASSE-RF (IX-CF I-CL) = CLASSE OF C-MAT-TRANSITO
042600        MOVE I-CL TO IX-CL.
042700 EX-CERCA-CLASSE.
042800     EXIT.
042900*
043000 CERCA-OUTLET.
043100     IF MAG-RF (IX-CF I-MG) = MAGAZZINO OF REC-MOVMAG
043200        MOVE I-MG TO IX-MG.
043300 EX-CERCA-OUTLET.
043400     EXIT.
043500*
043600*
043700******************************************************
043800*  PUNTEGGI E SEGMENTO                                *
043900******************************************************
044000 SEGMENTA-CARTA.
044100     MOVE 0 TO R-RF (I-CF) F-RF (I-CF) M-RF (I-CF).
044200     PERFORM PREFERENZE-CARTA THRU EX-PREFERENZE-CARTA.
044300     IF VISITE-RF (I-CF) = 0
044400        MOVE 8 TO SEGMENTO-RF (I-CF)
044500        GO TO TOTALI-SEGMENTO.
044600     MOVE 1 TO R-RF (I-CF).
044700     IF SETT-AGO-RF (I-CF) NOT > SOGLIA-R2
044800        MOVE 2 TO R-RF (I-CF).
044900     IF SETT-AGO-RF (I-CF) NOT > SOGLIA-R3
045000        MOVE 3 TO R-RF (I-CF).
045100     MOVE 1 TO F-RF (I-CF).
045200     IF VISITE-RF (I-CF) NOT < SOGLIA-F2
045300        MOVE 2 TO F-RF (I-CF).
045400     IF VISITE-RF (I-CF) NOT < SOGLIA-F3
045500        MOVE 3 TO F-RF (I-CF).
045600     COMPUTE VALORE-EURO = VALORE-RF (I-CF) / 100.
045700     MOVE 1 TO M-RF (I-CF).
045800     IF VALORE-EURO NOT < SOGLIA-M2
045900        MOVE 2 TO M-RF (I-CF).
046000     IF VALORE-EURO NOT < SOGLIA-M3
046100        MOVE 3 TO M-RF (I-CF).
046200     EVALUATE TRUE
046300        WHEN R-RF (I-CF) = 3 AND F-RF (I-CF) = 3
046400           MOVE 1 TO SEGMENTO-RF (I-CF)
046500        WHEN R-RF (I-CF) = 1 AND F-RF (I-CF) > 1
046600           MOVE 5 TO SEGMENTO-RF (I-CF)
046700        WHEN F-RF (I-CF) = 3 OR M-RF (I-CF) = 3
046800           MOVE 2 TO SEGMENTO-RF (I-CF)
046900        WHEN R-RF (I-CF) = 3 AND F-RF (I-CF) = 1
047000           MOVE 3 TO SEGMENTO-RF (I-CF)
047100        WHEN F-RF (I-CF) = 2
047200           MOVE 4 TO SEGMENTO-RF (I-CF)
047300        WHEN R-RF (I-CF) = 1
047400           MOVE 6 TO SEGMENTO-RF (I-CF)
047500        WHEN OTHER
047600           MOVE 7 TO SEGMENTO-RF (I-CF)
047700     END-EVALUATE.
047800 TOTALI-SEGMENTO.
047900     MOVE SEGMENTO-RF (I-CF) TO I-SG.
048000     ADD 1 TO TITOLARI-SG (I-SG).
048100     IF CONTATTO-RF (I-CF) NOT = SPACES
048200        ADD 1 TO CONTATTABILI-SG (I-SG).
048300     ADD VISITE-RF (I-CF) TO VISITE-SG (I-SG).
048400     ADD VALORE-RF (I-CF) TO VALORE-SG (I-SG).
048500     IF VISITE-RF (I-CF) > 0
048600        ADD SETT-AGO-RF (I-CF) TO SETT-AGO-SG (I-SG)
048700        COMPUTE I-PF = CLASSE-PREF-RF (I-CF) + 1
048800        ADD 1 TO PREF-CLASSE-SG (I-SG I-PF)
048900        COMPUTE I-PF = MAG-PREF-RF (I-CF) + 1
049000        ADD 1 TO PREF-MAG-SG (I-SG I-PF).
049100 EX-SEGMENTA-CARTA.
049200     EXIT.
049300*
049400*     classe e outlet dove il titolare ha speso di piu'
049500 PREFERENZE-CARTA.
049600     MOVE 0 TO VAL-MAX.
049700     PERFORM MASSIMO-CLASSE THRU EX-MASSIMO-CLASSE
049800        VARYING I-CL FROM 1 BY 1 UNTIL I-CL > N-CL-RF (I-CF).
049900     MOVE 0 TO VAL-MAX.
050000     PERFORM MASSIMO-OUTLET THRU EX-MASSIMO-OUTLET
050100        VARYING I-MG FROM 1 BY 1 UNTIL I-MG > N-MG-RF (I-CF).
050200 EX-PREFERENZE-CARTA.
050300     EXIT.
050400*
050500 MASSIMO-CLASSE.
050600     IF VAL-CL-RF (I-CF I-CL) > VAL-MAX
050700        MOVE VAL-CL-RF (I-CF I-CL) TO VAL-MAX
050800        MOVE CLASSE-RF (I-CF I-CL) TO CLASSE-PREF-RF (I-CF).
050900 EX-MASSIMO-CLASSE.
051000     EXIT.
051100*
051200 MASSIMO-OUTLET.
051300     IF VAL-MG-RF (I-CF I-MG) > VAL-MAX
051400        MOVE VAL-MG-RF (I-CF I-MG) TO VAL-MAX
051500        MOVE MAG-RF (I-CF I-MG) TO MAG-PREF-RF (I-CF).
051600 EX-MASSIMO-OUTLET.
051700     EXIT.
051800*
051900*
052000******************************************************
052100*  RAPPORTO PER SEGMENTO                              *
052200******************************************************
052300 STAMPA-RAPPORTO.
052400     MOVE  136  TO LL-RIGA.
052500     MOVE 9999 TO N-MAX-RIGHE.
052600     MOVE "G" TO PRE-NOME-FILE.
052700     MOVE W-FORMATO-INTERNO TO TERM-N-FILE.
052800     CALL "QOLPPR" USING PAR-PRINT
052900                          RIGA BUFFER.
053000     MOVE 0   TO N-STAMPANTE.
053100     MOVE "M" TO COMANDO.
053200     MOVE 66  TO N-RIGA-STAMPA.
053300     MOVE SPACES TO DATI-RIGA.
053400     STRING " SEGMENTAZIONE RFM TITOLARI CARTA FEDELTA'  AL "
053500            DATA-OGGI-RF "  (ULTIME 52 SETTIMANE)"
053600            DELIMITED BY SIZE INTO DATI-RIGA.
053700     PERFORM SCRIVI THRU EX-SCRIVI.
053800     MOVE LETTI-FM TO CONTA-ED.
053900     STRING " CARTE SU FIDELMST        " CONTA-ED
054000            DELIMITED BY SIZE INTO DATI-RIGA.
054100     MOVE 2 TO N-RIGA-STAMPA.
054200     PERFORM SCRIVI THRU EX-SCRIVI.
054300     MOVE ANONIMIZZATI TO CONTA-ED.
054400     STRING " ESCLUSE ANONIMIZZATE     " CONTA-ED
054500            DELIMITED BY SIZE INTO DATI-RIGA.
054600     PERFORM SCRIVI THRU EX-SCRIVI.
054700     MOVE SENZA-CONSENSO TO CONTA-ED.
054800     STRING " ESCLUSE SENZA CONSENSO   " CONTA-ED
054900            DELIMITED BY SIZE INTO DATI-RIGA.
055000     PERFORM SCRIVI THRU EX-SCRIVI.
055100     MOVE N-CARTE-RF TO CONTA-ED.
055200     STRING " TITOLARI SEGMENTATI      " CONTA-ED
055300            DELIMITED BY SIZE INTO DATI-RIGA.
055400     PERFORM SCRIVI THRU EX-SCRIVI.
055500     MOVE " SEGMENTO     TITOL.   %  CONTAT.  VALORE EUR  MED"
055600       & "IO EUR VIS.M SETT CLASSE OUTLET" TO DATI-RIGA.
055700     MOVE 2 TO N-RIGA-STAMPA.
055800     PERFORM SCRIVI THRU EX-SCRIVI.
055900     PERFORM STAMPA-SEGMENTO THRU EX-STAMPA-SEGMENTO
056000        VARYING I-SG FROM 1 BY 1 UNTIL I-SG > 8.
056100     MOVE " VIS.M = VISITE MEDIE, SETT = SETTIMANE MEDIE DALL'"
056200       & "ULTIMO ACQUISTO; CLASSE E OUTLET PREFERITI DAL MAGGIO"
056300       & "R NUMERO DI TITOLARI DEL SEGMENTO" TO DATI-RIGA.
056400     MOVE 2 TO N-RIGA-STAMPA.
056500     PERFORM SCRIVI THRU EX-SCRIVI.
056600     CALL "QCLPPR" USING PAR-PRINT
056700                          RIGA BUFFER.
056800 EX-STAMPA-RAPPORTO.
056900     EXIT.
057000*
057100 STAMPA-SEGMENTO.
057200     MOVE D-SEGMENTO (I-SG) TO D-SEGMENTO-ST.
057300     MOVE TITOLARI-SG (I-SG) TO TITOLARI-ST.
057400     COMPUTE PERC-ST = TITOLARI-SG (I-SG) * 100 / N-CARTE-RF.
057500     MOVE CONTATTABILI-SG (I-SG) TO CONTATT-ST.
057600     COMPUTE VALORE-ST = VALORE-SG (I-SG) / 100.
057700     IF TITOLARI-SG (I-SG) = 0
057800        PERFORM SCRIVI THRU EX-SCRIVI
057900        GO TO EX-STAMPA-SEGMENTO.
058000     COMPUTE MEDIO-ST = VALORE-SG (I-SG) / 100
058100                        / TITOLARI-SG (I-SG).
058200     COMPUTE VISITE-ST = VISITE-SG (I-SG) / TITOLARI-SG (I-SG).
058300     IF I-SG NOT = 8
058400        COMPUTE SETT-AGO-ST = SETT-AGO-SG (I-SG)
058500                              / TITOLARI-SG (I-SG)
058600        MOVE 0 TO IX-MAX N-MAX
058700        PERFORM MODA-CLASSE THRU EX-MODA-CLASSE
058800           VARYING I-PF FROM 1 BY 1 UNTIL I-PF > 100
058900        COMPUTE CLASSE-PREF-ST = IX-MAX - 1
059000        MOVE 0 TO IX-MAX N-MAX
059100        PERFORM MODA-OUTLET THRU EX-MODA-OUTLET
059200           VARYING I-PF FROM 1 BY 1 UNTIL I-PF > 1000
059300        COMPUTE MAG-PREF-ST = IX-MAX - 1.
059400     PERFORM SCRIVI THRU EX-SCRIVI.
059500 EX-STAMPA-SEGMENTO.
059600     EXIT.
059700*
059800 MODA-CLASSE.
059900     IF PREF-CLASSE-SG (I-SG I-PF) > N-MAX
060000        MOVE PREF-CLASSE-SG (I-SG I-PF) TO N-MAX
060100        MOVE I-PF TO IX-MAX.
060200 EX-MODA-CLASSE.
060300     EXIT.
060400*
060500 MODA-OUTLET.
060600     IF PREF-MAG-SG (I-SG I-PF) > N-MAX
060700        MOVE PREF-MAG-SG (I-SG I-PF) TO N-MAX
060800        MOVE I-PF TO IX-MAX.
060900 EX-MODA-OUTLET.
061000     EXIT.
061100*
061200*
061300******************************************************
061400*  ESTRATTO PER LE CAMPAGNE                           *
061500******************************************************
061600*     solo titolari con un contatto, un segmento dopo l'altro
061700 SCRIVI-ESTRATTO.
061800     MOVE 0 TO ESTRATTI.
061900     OPEN OUTPUT FILE-ESTR.
062000     IF NOT RE-APERTO
062100        DISPLAY "FIDELRFM   RFMESTR non apribile " CHECK-RE
062200        GO TO EX-SCRIVI-ESTRATTO.
062300     MOVE SPACES TO REC-ESTR-INT.
062400     STRING "SEGMENTO" T-TAB "DESCRIZIONE" T-TAB "CARTA" T-TAB
062500         "NOME" T-TAB "CONTATTO" T-TAB "RFM" T-TAB
062600         "SETTIMANE" T-TAB "VISITE" T-TAB "VALORE" T-TAB
062700         "CLASSE" T-TAB "OUTLET"
062800        DELIMITED BY SIZE
062900        INTO REC-ESTR-INT.
063000     WRITE REC-ESTR-INT.
063100     PERFORM ESTRAI-SEGMENTO THRU EX-ESTRAI-SEGMENTO
063200        VARYING I-SG FROM 1 BY 1 UNTIL I-SG > 8.
063300     CLOSE FILE-ESTR.
063400 EX-SCRIVI-ESTRATTO.
063500     EXIT.
063600*
063700 ESTRAI-SEGMENTO.
063800     PERFORM ESTRAI-CARTA THRU EX-ESTRAI-CARTA
063900        VARYING I-CF FROM 1 BY 1 UNTIL I-CF > N-CARTE-RF.
064000 EX-ESTRAI-SEGMENTO.
064100     EXIT.
064200*
064300 ESTRAI-CARTA.
064400     IF SEGMENTO-RF (I-CF) NOT = I-SG
064500        OR CONTATTO-RF (I-CF) = SPACES
064600        GO TO EX-ESTRAI-CARTA.
064700     MOVE T-TAB TO T-RE-1 T-RE-2 T-RE-3 T-RE-4 T-RE-5 T-RE-6
064800                   T-RE-7 T-RE-8 T-RE-9 T-RE-10.
064900     MOVE I-SG TO SEGMENTO-RE.
065000     MOVE D-SEGMENTO (I-SG) TO D-SEGMENTO-RE.
065100     MOVE CARTA-RF (I-CF) TO CARTA-RE.
065200     MOVE NOME-RF (I-CF) TO NOME-RE.
065300     MOVE CONTATTO-RF (I-CF) TO CONTATTO-RE.
065400     MOVE R-RF (I-CF) TO R-RE.
065500     MOVE F-RF (I-CF) TO F-RE.
065600     MOVE M-RF (I-CF) TO M-RE.
065700     MOVE SETT-AGO-RF (I-CF) TO SETT-AGO-RE.
065800     MOVE VISITE-RF (I-CF) TO VISITE-RE.
065900     COMPUTE VALORE-RE = VALORE-RF (I-CF) / 100.
066000     MOVE CLASSE-PREF-RF (I-CF) TO CLASSE-PREF-RE.
066100     MOVE MAG-PREF-RF (I-CF) TO MAG-PREF-RE.
066200     WRITE REC-ESTR.
066300     ADD 1 TO ESTRATTI.
066400 EX-ESTRAI-CARTA.
066500     EXIT.
066600*
066700*
066800 SCRIVI.
066900     CALL "QWLPPR" USING PAR-PRINT
067000                         RIGA BUFFER.
067100     IF STATO OF PAR-PRINT NOT = 0
067200        MOVE STATO OF PAR-PRINT TO STATO-DISPLAY
067300        DISPLAY "FIDELRFM   ERRORE QPRINT CON STATO : "
067400                STATO-DISPLAY
067500     END-IF.
067600     MOVE SPACES TO DATI-RIGA.
067700     MOVE "S" TO COMANDO.
067800     MOVE 1 TO N-RIGA-STAMPA.
067900 EX-SCRIVI.
068000     EXIT.
068100*
068200*
068300 TTDBGET.
068400              COPY PDBGET.
068500*
068600*      FINE PROGRAMMA    **** /K FIDELRFM.COB  *****
