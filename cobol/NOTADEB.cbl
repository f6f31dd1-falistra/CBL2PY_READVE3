000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. NOTADEB.
000310*2026*        15/10/26
000320*     note di addebito ai fornitori, per conto e periodo
000330*     (date GGMMAA, conto vuoto = tutti): i resi RESF di
000340*     RESOFOR su MOVMAG nelle settimane del periodo, valutati
000350*     al costo del carico CARF dello stesso fornitore/C-MAT,
000360*     e le differenze di prezzo "PRZ" di FATFORN su FATTECCZ
000370*     (fatturato oltre l'atteso d'ordine, gia' fuori
000380*     tolleranza). Una nota per fornitore, IVA all'aliquota
000390*     dell'articolo (ANAMAT), stampata sulla catena QOLPPR/
000400*     QWLPPR/QCLPPR e spedita via QELPPR se il conto ha
000410*     l'indirizzo su SOLLMAIL. In definitiva numera da
000420*     NOTEDPRG (AANNNNNN, si riparte ogni anno), accoda le
000430*     righe su NOTEDEBA e marca le fonti col numero: il RESF
000440*     in MOD-IMPUTAZ, la riga FATTECCZ in NOTA-DEB-EZ; le
000450*     righe marcate non si addebitano piu'.
000460*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-ECCZ ASSIGN TO "FATTECCZ"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-EZ.
001500     SELECT OPTIONAL FILE-PROG ASSIGN TO "NOTEDPRG"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-DP.
001800     SELECT OPTIONAL FILE-NOTEDEB ASSIGN TO "NOTEDEBA"
001900        ORGANIZATION IS LINE SEQUENTIAL
002000        FILE STATUS IS CHECK-ND.
002100     SELECT OPTIONAL FILE-MAIL ASSIGN TO "SOLLMAIL"
002200        ORGANIZATION IS LINE SEQUENTIAL
002300        FILE STATUS IS CHECK-ML.
002400*
002500 DATA DIVISION.
002600 FILE SECTION.
002700 FD FILE-ECCZ DATA RECORD REC-ECCZ.
002800 01 REC-ECCZ              PIC X(95).
002900 FD FILE-PROG DATA RECORD REC-PROG.
003000 01 REC-PROG.
003100    05 ANNO-DP               PIC 99.
003200    05 TG-DP-1               PIC X.
003300    05 ULT-NUM-DP            PIC 9(6).
003400 FD FILE-NOTEDEB DATA RECORD REC-NOTEDEB.
003500 01 REC-NOTEDEB           COPY YNOTEDEB.
003600 FD FILE-MAIL DATA RECORD REC-MAIL.
003700 01 REC-MAIL.
003800    05 CONTO-ML              PIC 9(8).
003900    05 TG-ML-1               PIC X.
004000    05 EMAIL-ML              PIC X(60).
004100*
004200 WORKING-STORAGE SECTION.
004300*
004400 01 REC-MOVMAG       COPY YMOVMAG.
004500 01 REC-MOVMAG-CAR   COPY YMOVMAG.
004600 01 AREA-REC-SET     PIC X(512).
004700 01 FILLER REDEFINES AREA-REC-SET.
004800  05 REC-ANACON      COPY YANACON.
004900 01 FILLER REDEFINES AREA-REC-SET.
005000  05 REC-ANAMAT      COPY YANAMAT.
005100*
005200 01 ECCZ-LAV         COPY YFATECZ.
005300*
005400 01 PARGEN           COPY QPARGEN.
005500 01 PARQDATA         COPY QPARDATS.
005600*
005700 77 CHECK-EZ        PIC XX.
005800    88 EZ-APERTO    VALUES ARE "05", "00".
005900 77 CHECK-DP        PIC XX.
006000    88 DP-APERTO    VALUES ARE "05", "00".
006100 77 CHECK-ND        PIC XX.
006200    88 ND-APERTO    VALUES ARE "05", "00".
006300 77 CHECK-ML        PIC XX.
006400    88 ML-APERTO    VALUES ARE "05", "00".
006500*
006600 01 OK-FINE-FILE    PIC S9(4) COMP.
006700    88 LETTO-FINE-FILE VALUE 1.
006800*
006900 01 T-TAB           PIC X VALUE X"9".
007000*
007100 01 DATA-DA-IN      PIC X(6).
007200 01 DATA-A-IN       PIC X(6).
007300 01 CONTO-IN        PIC X(8).
007400 01 CONTO-SCELTO    PIC 9(8).
007500 01 DEFINITIVA-IN   PIC X.
007600    88 DEFINITIVA   VALUE "S".
007700 01 DATA-DA-I       PIC S9(8) COMP.
007800 01 DATA-A-I        PIC S9(8) COMP.
007900 01 SETT-DA         PIC S9(4) COMP.
008000 01 SETT-A          PIC S9(4) COMP.
008100 01 DATA-OGGI-ND    PIC 9(6).
008200 01 DATA-OGGI-R REDEFINES DATA-OGGI-ND.
008300  05 AA-OGGI        PIC 99.
008400  05 FILLER         PIC 9(4).
008500*
008600* coda FATTECCZ in memoria, riscritta con le marcature
008700 01 TAB-ECCZ.
008800  05 RIGA-TE        PIC X(95) OCCURS 3000.
008900 01 N-ECCZ          PIC S9(4) COMP.
009000 01 I-TE            PIC S9(4) COMP.
009100*
009200* righe da addebitare: "R" reso RESF, "F" differenza prezzo
009300 01 TAB-ADDEBITI.
009400  05 RIGA-AD OCCURS 2000.
009500   10 TIPO-AD          PIC X.
009600   10 CONTO-AD         PIC 9(8).
009700   10 RIF-AD           PIC X(15).
009800   10 C-MAT-AD         PIC 9(15).
009900   10 QTA-AD           PIC 9(6).
010000   10 COSTO-AD         PIC 9(9).
010100   10 IMPORTO-AD       PIC 9(11).
010200   10 ALIQ-AD          PIC 99.
010300   10 IVA-AD           PIC 9(11).
010400   10 NUM-REC-AD       PIC S9(9) COMP.
010500   10 RIGA-ECCZ-AD     PIC S9(4) COMP.
010600 01 N-ADDEBITI      PIC S9(4) COMP.
010700 01 I-AD            PIC S9(4) COMP.
010800*
010900* fornitori con qualcosa da addebitare
011000 01 TAB-FORNITORI.
011100  05 RIGA-FA OCCURS 300.
011200   10 CONTO-FA         PIC 9(8).
011300   10 IMPONIBILE-FA    PIC 9(13).
011400   10 IVA-FA           PIC 9(13).
011500 01 N-FORNITORI     PIC S9(4) COMP.
011600 01 I-FA            PIC S9(4) COMP.
011700 01 IX-FA           PIC S9(4) COMP.
011800*
011900 01 NUM-REC-MOV     PIC S9(9) COMP.
012000 01 NON-VALUTATI    PIC S9(4) COMP.
012100 01 ALIQ-ORDINARIA  PIC 99 VALUE 22.
012200 01 CARICO-TROVATO  PIC S9(4) COMP.
012300    88 C-E-CARICO   VALUE 1.
012400*
012500 01 ULT-NUMERO      PIC 9(6).
012600 01 NUMERO-NOTA     PIC 9(8).
012700 01 NUMERO-NOTA-R REDEFINES NUMERO-NOTA.
012800  05 AA-NOTA        PIC 99.
012900  05 PROG-NOTA      PIC 9(6).
013000 01 NOTE-EMESSE     PIC S9(4) COMP.
013100 01 NOTE-SPEDITE    PIC S9(4) COMP.
013200 01 EMAIL-CONTO     PIC X(60).
013300 01 D-CONTO-ND      PIC X(24).
013400*
013500 01 CONTA-ED        PIC ZZZ9.
013600 01 IMPORTO-ED      PIC Z(10)9,99.
013700*
013800 01  PAR-PRINT.
013900  05  STATO         PIC S9(4) COMP.
014000  05  LL-RIGA       PIC S9(4) COMP.
014100  05  N-MAX-RIGHE   PIC S9(4) COMP.
014200  05  FLAGS-ROUTINE PIC S9(4) COMP.
014300      88 INVIO-EMAIL-ND   VALUE 1.
014400  05  NUM-FILE-ID   PIC S9(4) COMP.
014500  05  NOME-FILE.
014600   10 PRE-NOME-FILE     PIC X.
014700   10 TERM-N-FILE       PIC 9(6).
014800   10 FILLER            PIC XXX VALUE ".ST".
014900   10 FILLER            PIC XX.
015000  05  EMAIL-DEST-ND PIC X(60).
015100*
015200 01  RIGA.
015300  05  N-STAMPANTE   PIC 9.
015400  05  COMANDO       PIC X.
015500  05  N-RIGA-STAMPA PIC 9(4) COMP.
015600  05  DATI-RIGA     PIC X(132).
015700  05 RIGA-DETT-ND REDEFINES DATI-RIGA.
015800    10 FILLER        PIC X(2).
015900    10 DESCR-ST      PIC X(30).
016000    10 FILLER        PIC X(2).
016100    10 RIF-ST        PIC X(15).
016200    10 FILLER        PIC X(2).
016300    10 C-MAT-ST      PIC 9(15).
016400    10 FILLER        PIC X(2).
016500    10 QTA-ST        PIC Z(5)9.
016600    10 FILLER        PIC X(2).
016700    10 IMPORTO-ST    PIC Z(10)9,99.
016800    10 FILLER        PIC X(2).
016900    10 ALIQ-ST       PIC Z9.
017000    10 FILLER        PIC X(2).
017100    10 IVA-ST        PIC Z(10)9,99.
017200    10 FILLER        PIC X(22).
017300*
017400 01 BUFFER.
017500  05 N-BUF               PIC S9(4) COMP VALUE 37.
017600  05 FILLER              PIC XX.
017700  05 FILLER              PIC X(5120).
017800*
017900 01 STATO-DISPLAY    PIC ZZZZ-.
018000*
018100 LINKAGE SECTION.
018200*
018300 01 W-COMMON       COPY WCOMMONW.
018400*
018500*PAGE
018600 PROCEDURE DIVISION  USING W-COMMON.
018700 INIZIO.
018800     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-OGGI-ND.
018900     DISPLAY "----  NOTE DI ADDEBITO FORNITORI  -------".
019000     DISPLAY "Data da (GGMMAA) " NO ADVANCING.
019100     ACCEPT DATA-DA-IN.
019200     DISPLAY "Data a  (GGMMAA) " NO ADVANCING.
019300     ACCEPT DATA-A-IN.
019400     IF DATA-DA-IN NOT NUMERIC OR DATA-A-IN NOT NUMERIC
019500        DISPLAY "Date non numeriche"
019600        GO TO FINE.
019700     DISPLAY "CONTO fornitore (vuoto = tutti) " NO ADVANCING.
019800     MOVE SPACES TO CONTO-IN.
019900     ACCEPT CONTO-IN.
020000     MOVE 0 TO CONTO-SCELTO.
020100     IF CONTO-IN NOT = SPACES
020200        IF CONTO-IN NOT NUMERIC
020300           DISPLAY "CONTO non numerico"
020400           GO TO FINE
020500        ELSE
020600           MOVE CONTO-IN TO CONTO-SCELTO
020700        END-IF
020800     END-IF.
020900     DISPLAY "Definitiva (S = numera e marca) " NO ADVANCING.
021000     MOVE SPACE TO DEFINITIVA-IN.
021100     ACCEPT DEFINITIVA-IN.
021200     PERFORM CALCOLA-PERIODO THRU EX-CALCOLA-PERIODO.
021300     MOVE 0 TO N-ADDEBITI NON-VALUTATI.
021400     PERFORM CARICA-ECCEZIONI THRU EX-CARICA-ECCEZIONI.
021500     PERFORM SCANSIONA-MOVMAG THRU EX-SCANSIONA-MOVMAG.
021600     PERFORM VALUTA-RIGA THRU EX-VALUTA-RIGA
021700        VARYING I-AD FROM 1 BY 1 UNTIL I-AD > N-ADDEBITI.
021800     PERFORM RAGGRUPPA-FORNITORI THRU EX-RAGGRUPPA-FORNITORI.
021900     IF N-FORNITORI = 0
022000        DISPLAY "Nessun addebito da fare nel periodo"
022100        GO TO FINE.
022200     IF DEFINITIVA
022300        PERFORM LEGGI-PROGRESSIVO THRU EX-LEGGI-PROGRESSIVO.
022400     MOVE 0 TO NOTE-EMESSE NOTE-SPEDITE.
022500     PERFORM EMETTI-NOTA THRU EX-EMETTI-NOTA
022600        VARYING I-FA FROM 1 BY 1 UNTIL I-FA > N-FORNITORI.
022700     IF DEFINITIVA
022800        PERFORM SCRIVI-PROGRESSIVO THRU EX-SCRIVI-PROGRESSIVO
022900        PERFORM RISCRIVI-ECCEZIONI THRU EX-RISCRIVI-ECCEZIONI.
023000     MOVE NOTE-EMESSE TO CONTA-ED.
023100     DISPLAY "NOTADEB    note emesse     " CONTA-ED.
023200     MOVE NOTE-SPEDITE TO CONTA-ED.
023300     DISPLAY "NOTADEB    note spedite    " CONTA-ED.
023400     IF NON-VALUTATI > 0
023500        MOVE NON-VALUTATI TO CONTA-ED
023600        DISPLAY "NOTADEB    resi senza costo di carico, non "
023700                "addebitati " CONTA-ED.
023800 FINE.
023900     EXIT PROGRAM.
024000*
024100*
024200*     date del periodo in formato interno (per FATTECCZ) e
024300*     settimane (per MOVMAG), come in SCOREFOR
024400 CALCOLA-PERIODO.
024500     MOVE DATA-DA-IN TO Q-DATA-9.
024600     MOVE 1 TO Q-FUNZIONE OF PARGEN.
024700     CANCEL "QDATAS"
024800     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA.
024900     MOVE Q-DATA-I TO DATA-DA-I.
025000     MOVE 2 TO Q-FUNZIONE OF PARGEN.
025100     CANCEL "QDATAS"
025200     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA.
025300     MOVE Q-SETTIMANA TO SETT-DA.
025400     MOVE DATA-A-IN TO Q-DATA-9.
025500     MOVE 1 TO Q-FUNZIONE OF PARGEN.
025600     CANCEL "QDATAS"
025700     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA.
025800     MOVE Q-DATA-I TO DATA-A-I.
025900     MOVE 2 TO Q-FUNZIONE OF PARGEN.
026000     CANCEL "QDATAS"
026100     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA.
026200     MOVE Q-SETTIMANA TO SETT-A.
026300 EX-CALCOLA-PERIODO.
026400     EXIT.
026500*
026600*
026700*     tutta la coda FATTECCZ in memoria (si riscrive con le
026800*     marcature); le "PRZ" del periodo non ancora addebitate
026900*     diventano righe di addebito per la differenza
027000 CARICA-ECCEZIONI.
027100     MOVE 0 TO N-ECCZ.
027200     OPEN INPUT FILE-ECCZ.
027300     IF NOT EZ-APERTO
027400        GO TO EX-CARICA-ECCEZIONI.
027500     MOVE 0 TO OK-FINE-FILE.
027600     PERFORM LEGGI-RIGA-ECCZ THRU EX-LEGGI-RIGA-ECCZ
027700        UNTIL LETTO-FINE-FILE.
027800     CLOSE FILE-ECCZ.
027900 EX-CARICA-ECCEZIONI.
028000     EXIT.
028100*
028200 LEGGI-RIGA-ECCZ.
028300     READ FILE-ECCZ
028400        AT END
028500           MOVE 1 TO OK-FINE-FILE
028600           GO TO EX-LEGGI-RIGA-ECCZ
028700     END-READ.
028800     IF N-ECCZ NOT < 3000
028900        DISPLAY "NOTADEB    TAB-ECCZ da allargare"
029000        GO TO EX-LEGGI-RIGA-ECCZ.
029100     ADD 1 TO N-ECCZ.
029200     MOVE REC-ECCZ TO RIGA-TE (N-ECCZ).
029300     MOVE REC-ECCZ TO ECCZ-LAV.
029400     IF NOTA-DEB-EZ NOT NUMERIC
029500        MOVE T-TAB TO TG-EZ-9
029600        MOVE 0 TO NOTA-DEB-EZ
029700        MOVE ECCZ-LAV TO RIGA-TE (N-ECCZ).
029800     IF MOTIVO-EZ NOT = "PRZ"
029900        OR NOTA-DEB-EZ NOT = 0
030000        OR DATA-EZ < DATA-DA-I OR DATA-EZ > DATA-A-I
030100        OR IMPORTO-FATT-EZ NOT > IMPORTO-ATTESO-EZ
030200        GO TO EX-LEGGI-RIGA-ECCZ.
030300     IF CONTO-SCELTO NOT = 0 AND CONTO-EZ NOT = CONTO-SCELTO
030400        GO TO EX-LEGGI-RIGA-ECCZ.
030500     IF N-ADDEBITI NOT < 2000
030600        DISPLAY "NOTADEB    TAB-ADDEBITI da allargare"
030700        GO TO EX-LEGGI-RIGA-ECCZ.
030800     ADD 1 TO N-ADDEBITI.
030900     MOVE "F" TO TIPO-AD (N-ADDEBITI).
031000     MOVE CONTO-EZ TO CONTO-AD (N-ADDEBITI).
031100     MOVE NUM-FATT-EZ TO RIF-AD (N-ADDEBITI).
031200     MOVE C-MAT-EZ TO C-MAT-AD (N-ADDEBITI).
031300     MOVE QTA-FATT-EZ TO QTA-AD (N-ADDEBITI).
031400     MOVE 0 TO COSTO-AD (N-ADDEBITI) NUM-REC-AD (N-ADDEBITI).
031500     COMPUTE IMPORTO-AD (N-ADDEBITI) = IMPORTO-FATT-EZ
031600                                     - IMPORTO-ATTESO-EZ.
031700     MOVE N-ECCZ TO RIGA-ECCZ-AD (N-ADDEBITI).
031800 EX-LEGGI-RIGA-ECCZ.
031900     EXIT.
032000*
032100 RISCRIVI-ECCEZIONI.
032200     OPEN OUTPUT FILE-ECCZ.
032300     IF NOT EZ-APERTO
032400        DISPLAY "NOTADEB    FATTECCZ non apribile " CHECK-EZ
032500        GO TO EX-RISCRIVI-ECCEZIONI.
032600     PERFORM SCRIVI-RIGA-ECCZ THRU EX-SCRIVI-RIGA-ECCZ
032700        VARYING I-TE FROM 1 BY 1 UNTIL I-TE > N-ECCZ.
032800     CLOSE FILE-ECCZ.
032900 EX-RISCRIVI-ECCEZIONI.
033000     EXIT.
033100*
033200 SCRIVI-RIGA-ECCZ.
033300     MOVE RIGA-TE (I-TE) TO REC-ECCZ.
033400     WRITE REC-ECCZ.
033500 EX-SCRIVI-RIGA-ECCZ.
033600     EXIT.
033700*
033800*
033900*     giro seriale di MOVMAG: i RESF del periodo non ancora
034000*     legati a una nota (MOD-IMPUTAZ a zero), col numero
034100*     record per rileggerli e marcarli
034200 SCANSIONA-MOVMAG.
034300     MOVE 0 TO NUM-REC-MOV.
034400     MOVE 0 TO W-STATUS-WORD-IMAGE.
034500     PERFORM LEGGI-MOVMAG-SER THRU EX-LEGGI-MOVMAG-SER
034600        UNTIL W-FUORI-FILE.
034700 EX-SCANSIONA-MOVMAG.
034800     EXIT.
034900*
035000 LEGGI-MOVMAG-SER.
035100     ADD 1 TO NUM-REC-MOV.
035200     MOVE NUM-REC-MOV TO W-VALORE-CAMPO-W.
035300     MOVE 2 TO W-MODO.
035400     MOVE "MOVMAG"     TO W-NOME-DATA-SET.
035500     PERFORM TTDBGET THRU EX-TTDBGET.
035600     IF W-OK-IMAGE
035700        MOVE AREA-REC-SET TO REC-MOVMAG
035800        PERFORM VAGLIA-RESO THRU EX-VAGLIA-RESO
035900     END-IF.
036000 EX-LEGGI-MOVMAG-SER.
036100     EXIT.
036200*
036300 VAGLIA-RESO.
036400     IF C-OPE OF REC-MOVMAG NOT = "RESF"
036500        OR VAL-REC OF REC-MOVMAG = "**"
036600        OR MOD-IMPUTAZ OF REC-MOVMAG NOT = 0
036700        GO TO EX-VAGLIA-RESO.
036800     IF SETTIMANA OF REC-MOVMAG < SETT-DA
036900        OR SETTIMANA OF REC-MOVMAG > SETT-A
037000        GO TO EX-VAGLIA-RESO.
037100     IF CONTO-SCELTO NOT = 0
037200        AND CONTO OF REC-MOVMAG NOT = CONTO-SCELTO
037300        GO TO EX-VAGLIA-RESO.
037400     IF N-ADDEBITI NOT < 2000
037500        DISPLAY "NOTADEB    TAB-ADDEBITI da allargare"
037600        GO TO EX-VAGLIA-RESO.
037700     ADD 1 TO N-ADDEBITI.
037800     MOVE "R" TO TIPO-AD (N-ADDEBITI).
037900     MOVE CONTO OF REC-MOVMAG TO CONTO-AD (N-ADDEBITI).
038000     MOVE RIF-INTERNO OF REC-MOVMAG TO RIF-AD (N-ADDEBITI).
038100     MOVE C-MAT OF REC-MOVMAG TO C-MAT-AD (N-ADDEBITI).
038200     COMPUTE QTA-AD (N-ADDEBITI) = 0 - QUANTITA OF REC-MOVMAG.
038300     MOVE 0 TO COSTO-AD (N-ADDEBITI) IMPORTO-AD (N-ADDEBITI)
038400               RIGA-ECCZ-AD (N-ADDEBITI).
038500     MOVE NUM-REC-MOV TO NUM-REC-AD (N-ADDEBITI).
038600 EX-VAGLIA-RESO.
038700     EXIT.
038800*
038900*
039000*     il reso vale il costo del carico CARF dello stesso
039100*     fornitore e C-MAT (il COSTO-STD, prezzo d'ordine, come
039200*     nel riscontro di FATFORN); senza carico la riga resta
039300*     fuori. Per ogni riga IVA all'aliquota di ANAMAT
039400 VALUTA-RIGA.
039500     IF TIPO-AD (I-AD) = "R"
039600        PERFORM COSTO-CARICO THRU EX-COSTO-CARICO
039700        IF NOT C-E-CARICO
039800           ADD 1 TO NON-VALUTATI
039900           MOVE SPACE TO TIPO-AD (I-AD)
040000           GO TO EX-VALUTA-RIGA
040100        END-IF
040200        COMPUTE IMPORTO-AD (I-AD) = QTA-AD (I-AD)
040300                                  * COSTO-AD (I-AD)
040400     END-IF.
040500     MOVE ALIQ-ORDINARIA TO ALIQ-AD (I-AD).
040600     MOVE "ANAMAT;" TO W-NOME-DATA-SET.
040700     MOVE "C-MAT;" TO W-NOME-CAMPO.
040800     COMPUTE W-VALORE-CAMPO = C-MAT-AD (I-AD) / 1000 * 1000.
040900     MOVE 7 TO W-MODO.
041000     PERFORM TTDBGET THRU EX-TTDBGET.
041100     IF W-OK-IMAGE
041200        MOVE ALIQ-IVA OF REC-ANAMAT TO ALIQ-AD (I-AD).
041300     COMPUTE IVA-AD (I-AD) ROUNDED = IMPORTO-AD (I-AD)
041400                                   * ALIQ-AD (I-AD) / 100.
041500 EX-VALUTA-RIGA.
041600     EXIT.
041700*
041800 COSTO-CARICO.
041900     MOVE 0 TO CARICO-TROVATO.
042000     MOVE "MOVMAG;"     TO W-NOME-DATA-SET.
042100     MOVE "C-MAT;"      TO W-NOME-CAMPO.
042200     MOVE C-MAT-AD (I-AD) TO W-VALORE-CAMPO.
042300     PERFORM TTDBFIND THRU EX-TTDBFIND.
042400     IF NOT W-OK-IMAGE
042500        GO TO EX-COSTO-CARICO.
042600     PERFORM DBGET-MOVMAG-CAR THRU EX-DBGET-MOVMAG-CAR.
042700     PERFORM ESAMINA-CARICO THRU EX-ESAMINA-CARICO
042800        UNTIL W-FINE-CATENA OR NOT W-OK-IMAGE.
042900 EX-COSTO-CARICO.
043000     EXIT.
043100*
043200 DBGET-MOVMAG-CAR.
043300     MOVE 5 TO W-MODO.
043400     PERFORM TTDBGET THRU EX-TTDBGET.
043500     MOVE AREA-REC-SET TO REC-MOVMAG-CAR.
043600 EX-DBGET-MOVMAG-CAR.
043700     EXIT.
043800*
043900*     vale l'ultimo carico della catena
044000 ESAMINA-CARICO.
044100     IF C-OPE OF REC-MOVMAG-CAR = "CARF"
044200        AND CONTO OF REC-MOVMAG-CAR = CONTO-AD (I-AD)
044300        AND COSTO-STD OF REC-MOVMAG-CAR > 0
044400        MOVE COSTO-STD OF REC-MOVMAG-CAR TO COSTO-AD (I-AD)
044500        MOVE 1 TO CARICO-TROVATO.
044600     PERFORM DBGET-MOVMAG-CAR THRU EX-DBGET-MOVMAG-CAR.
044700 EX-ESAMINA-CARICO.
044800     EXIT.
044900*
045000*
045100 RAGGRUPPA-FORNITORI.
045200     MOVE 0 TO N-FORNITORI.
045300     PERFORM SOMMA-FORNITORE THRU EX-SOMMA-FORNITORE
045400        VARYING I-AD FROM 1 BY 1 UNTIL I-AD > N-ADDEBITI.
045500 EX-RAGGRUPPA-FORNITORI.
045600     EXIT.
045700*
045800 SOMMA-FORNITORE.
045900     IF TIPO-AD (I-AD) = SPACE
046000        GO TO EX-SOMMA-FORNITORE.
046100     MOVE 0 TO IX-FA.
046200     PERFORM CERCA-FORNITORE THRU EX-CERCA-FORNITORE
046300        VARYING I-FA FROM 1 BY 1 UNTIL I-FA > N-FORNITORI.
046400     IF IX-FA = 0
046500        IF N-FORNITORI NOT < 300
046600           DISPLAY "NOTADEB    TAB-FORNITORI da allargare"
046700           MOVE SPACE TO TIPO-AD (I-AD)
046800           GO TO EX-SOMMA-FORNITORE
046900        END-IF
047000        ADD 1 TO N-FORNITORI
047100        MOVE N-FORNITORI TO IX-FA
047200        MOVE CONTO-AD (I-AD) TO CONTO-FA (IX-FA)
047300        MOVE 0 TO IMPONIBILE-FA (IX-FA) IVA-FA (IX-FA)
047400     END-IF.
047500     ADD IMPORTO-AD (I-AD) TO IMPONIBILE-FA (IX-FA).
047600     ADD IVA-AD (I-AD) TO IVA-FA (IX-FA).
047700 EX-SOMMA-FORNITORE.
047800     EXIT.
047900*
048000 CERCA-FORNITORE.
048100     IF CONTO-FA (I-FA) = CONTO-AD (I-AD)
048200        MOVE I-FA TO IX-FA.
048300 EX-CERCA-FORNITORE.
048400     EXIT.
048500*
048600*
048700 LEGGI-PROGRESSIVO.
048800     MOVE 0 TO ULT-NUMERO.
048900     OPEN INPUT FILE-PROG.
049000     IF NOT DP-APERTO
049100        GO TO EX-LEGGI-PROGRESSIVO.
049200     READ FILE-PROG
049300        AT END
049400           MOVE AA-OGGI TO ANNO-DP
049500           MOVE 0 TO ULT-NUM-DP
049600     END-READ.
049700     IF ANNO-DP = AA-OGGI AND ULT-NUM-DP NUMERIC
049800        MOVE ULT-NUM-DP TO ULT-NUMERO.
049900     CLOSE FILE-PROG.
050000 EX-LEGGI-PROGRESSIVO.
050100     EXIT.
050200*
050300 SCRIVI-PROGRESSIVO.
050400     OPEN OUTPUT FILE-PROG.
050500     IF NOT DP-APERTO
050600        DISPLAY "NOTADEB    NOTEDPRG non apribile " CHECK-DP
050700        GO TO EX-SCRIVI-PROGRESSIVO.
050800     MOVE AA-OGGI TO ANNO-DP.
050900     MOVE T-TAB TO TG-DP-1.
051000     MOVE ULT-NUMERO TO ULT-NUM-DP.
051100     WRITE REC-PROG.
051200     CLOSE FILE-PROG.
051300 EX-SCRIVI-PROGRESSIVO.
051400     EXIT.
051500*
051600*
051700*     una nota per fornitore, un file di spool per nota (nome
051800*     dal conto, come le lettere di SCADENZ); in definitiva
051900*     numero, archivio, marcatura delle fonti e invio e-mail
052000 EMETTI-NOTA.
052100     MOVE 0 TO NUMERO-NOTA.
052200     IF DEFINITIVA
052300        ADD 1 TO ULT-NUMERO
052400        MOVE AA-OGGI TO AA-NOTA
052500        MOVE ULT-NUMERO TO PROG-NOTA.
052600     MOVE SPACES TO D-CONTO-ND.
052700     MOVE LOW-VALUE TO AREA-REC-SET.
052800     MOVE "ANACON;" TO W-NOME-DATA-SET.
052900     MOVE "CONTO;" TO W-NOME-CAMPO.
053000     MOVE CONTO-FA (I-FA) TO W-VALORE-CAMPO-W.
053100     MOVE 7 TO W-MODO.
053200     PERFORM TTDBGET THRU EX-TTDBGET.
053300     IF W-OK-IMAGE
053400        MOVE D-CONTO OF REC-ANACON TO D-CONTO-ND.
053500     MOVE  136  TO LL-RIGA.
053600     MOVE 9999 TO N-MAX-RIGHE.
053700     MOVE 0 TO FLAGS-ROUTINE.
053800     MOVE "M" TO PRE-NOME-FILE.
053900     MOVE CONTO-FA (I-FA) (3:6) TO TERM-N-FILE.
054000     CALL "QOLPPR" USING PAR-PRINT
054100                          RIGA BUFFER.
054200     MOVE 0   TO N-STAMPANTE.
054300     MOVE "M" TO COMANDO.
054400     MOVE 66  TO N-RIGA-STAMPA.
054500     MOVE SPACES TO DATI-RIGA.
054600     IF DEFINITIVA
054700        STRING " NOTA DI ADDEBITO N. " AA-NOTA "/" PROG-NOTA
054800               "  DEL " DATA-OGGI-ND
054900               DELIMITED BY SIZE INTO DATI-RIGA
055000     ELSE
055100        STRING " NOTA DI ADDEBITO (PROVA)  DEL " DATA-OGGI-ND
055200               DELIMITED BY SIZE INTO DATI-RIGA
055300     END-IF.
055400     PERFORM SCRIVI THRU EX-SCRIVI.
055500     STRING " SPETT. " CONTO-FA (I-FA) " " D-CONTO-ND
055600            DELIMITED BY SIZE INTO DATI-RIGA.
055700     MOVE 2 TO N-RIGA-STAMPA.
055800     PERFORM SCRIVI THRU EX-SCRIVI.
055900     STRING " PERIODO DAL " DATA-DA-IN " AL " DATA-A-IN
056000            DELIMITED BY SIZE INTO DATI-RIGA.
056100     PERFORM SCRIVI THRU EX-SCRIVI.
056200     MOVE "  DESCRIZIONE                     RIFERIMENTO      "
056300       &  "C-MAT               QTA        IMPONIBILE  IVA"
056400       &  "          IMPOSTA" TO DATI-RIGA.
056500     MOVE 2 TO N-RIGA-STAMPA.
056600     PERFORM SCRIVI THRU EX-SCRIVI.
056700     PERFORM STAMPA-RIGA-NOTA THRU EX-STAMPA-RIGA-NOTA
056800        VARYING I-AD FROM 1 BY 1 UNTIL I-AD > N-ADDEBITI.
056900     MOVE "TOTALE IMPONIBILE / IVA" TO DESCR-ST.
057000     COMPUTE IMPORTO-ST = IMPONIBILE-FA (I-FA) / 100.
057100     COMPUTE IVA-ST = IVA-FA (I-FA) / 100.
057200     MOVE 2 TO N-RIGA-STAMPA.
057300     PERFORM SCRIVI THRU EX-SCRIVI.
057400     MOVE "TOTALE DA ADDEBITARE" TO DESCR-ST.
057500     COMPUTE IMPORTO-ST = (IMPONIBILE-FA (I-FA)
057600                           + IVA-FA (I-FA)) / 100.
057700     PERFORM SCRIVI THRU EX-SCRIVI.
057800     CALL "QCLPPR" USING PAR-PRINT
057900                          RIGA BUFFER.
058000     ADD 1 TO NOTE-EMESSE.
058100     IF NOT DEFINITIVA
058200        GO TO EX-EMETTI-NOTA.
058300     PERFORM CERCA-EMAIL-CONTO THRU EX-CERCA-EMAIL-CONTO.
058400     IF EMAIL-CONTO NOT = SPACES
058500        MOVE 1 TO FLAGS-ROUTINE
058600        MOVE EMAIL-CONTO TO EMAIL-DEST-ND
058700        CALL "QELPPR" USING PAR-PRINT RIGA BUFFER
058800        MOVE 0 TO FLAGS-ROUTINE
058900        ADD 1 TO NOTE-SPEDITE
059000     END-IF.
059100     OPEN EXTEND FILE-NOTEDEB.
059200     IF NOT ND-APERTO
059300        DISPLAY "NOTADEB    NOTEDEBA non apribile " CHECK-ND.
059400     PERFORM ARCHIVIA-RIGA-NOTA THRU EX-ARCHIVIA-RIGA-NOTA
059500        VARYING I-AD FROM 1 BY 1 UNTIL I-AD > N-ADDEBITI.
059600     IF ND-APERTO
059700        CLOSE FILE-NOTEDEB.
059800 EX-EMETTI-NOTA.
059900     EXIT.
060000*
060100 STAMPA-RIGA-NOTA.
060200     IF TIPO-AD (I-AD) = SPACE
060300        OR CONTO-AD (I-AD) NOT = CONTO-FA (I-FA)
060400        GO TO EX-STAMPA-RIGA-NOTA.
060500     IF TIPO-AD (I-AD) = "R"
060600        MOVE "MERCE RESA" TO DESCR-ST
060700     ELSE
060800        MOVE "DIFFERENZA PREZZO SU FATTURA" TO DESCR-ST.
060900     MOVE RIF-AD (I-AD) TO RIF-ST.
061000     MOVE C-MAT-AD (I-AD) TO C-MAT-ST.
061100     MOVE QTA-AD (I-AD) TO QTA-ST.
061200     COMPUTE IMPORTO-ST = IMPORTO-AD (I-AD) / 100.
061300     MOVE ALIQ-AD (I-AD) TO ALIQ-ST.
061400     COMPUTE IVA-ST = IVA-AD (I-AD) / 100.
061500     MOVE 1 TO N-RIGA-STAMPA.
061600     PERFORM SCRIVI THRU EX-SCRIVI.
061700 EX-STAMPA-RIGA-NOTA.
061800     EXIT.
061900*
062000*     riga su NOTEDEBA e numero della nota sulla fonte: il
062100*     RESF riletto per numero record (DBGET modo 4, come in
062200*     DBREPLAY) e riscritto col numero in MOD-IMPUTAZ, la
062300*     riga FATTECCZ in memoria col numero in NOTA-DEB-EZ
062400 ARCHIVIA-RIGA-NOTA.
062500     IF TIPO-AD (I-AD) = SPACE
062600        OR CONTO-AD (I-AD) NOT = CONTO-FA (I-FA)
062700        GO TO EX-ARCHIVIA-RIGA-NOTA.
062800     IF ND-APERTO
062900        MOVE T-TAB TO TG-ND-1 TG-ND-2 TG-ND-3 TG-ND-4 TG-ND-5
063000                      TG-ND-6 TG-ND-7 TG-ND-8 TG-ND-9
063100        MOVE DATA-OGGI-ND TO DATA-ND
063200        MOVE CONTO-AD (I-AD) TO CONTO-ND
063300        MOVE NUMERO-NOTA TO NUMERO-ND
063400        MOVE TIPO-AD (I-AD) TO TIPO-ND
063500        MOVE RIF-AD (I-AD) TO RIF-ND
063600        MOVE C-MAT-AD (I-AD) TO C-MAT-ND
063700        MOVE QTA-AD (I-AD) TO QTA-ND
063800        MOVE IMPORTO-AD (I-AD) TO IMPORTO-ND
063900        MOVE ALIQ-AD (I-AD) TO ALIQ-ND
064000        MOVE IVA-AD (I-AD) TO IVA-ND
064100        WRITE REC-NOTEDEB
064200     END-IF.
064300     IF TIPO-AD (I-AD) = "F"
064400        MOVE RIGA-TE (RIGA-ECCZ-AD (I-AD)) TO ECCZ-LAV
064500        MOVE NUMERO-NOTA TO NOTA-DEB-EZ
064600        MOVE ECCZ-LAV TO RIGA-TE (RIGA-ECCZ-AD (I-AD))
064700        GO TO EX-ARCHIVIA-RIGA-NOTA.
064800     MOVE "MOVMAG" TO W-NOME-DATA-SET.
064900     MOVE 4 TO W-MODO.
065000     MOVE NUM-REC-AD (I-AD) TO W-VALORE-CAMPO-W.
065100     PERFORM TTDBGET THRU EX-TTDBGET.
065200     IF NOT W-OK-IMAGE
065300        DISPLAY "NOTADEB    RESF non riletto, record "
065400                NUM-REC-AD (I-AD)
065500        GO TO EX-ARCHIVIA-RIGA-NOTA.
065600     MOVE AREA-REC-SET TO REC-MOVMAG.
065700     MOVE NUMERO-NOTA TO MOD-IMPUTAZ OF REC-MOVMAG.
065800     MOVE REC-MOVMAG TO AREA-REC-SET.
065900     PERFORM TTUPDATE THRU EX-TTUPDATE.
066000     IF NOT W-OK-IMAGE
066100        DISPLAY "NOTADEB    ERR UPDATE MOVMAG "
066200                W-STATUS-WORD-IMAGE " record " NUM-REC-AD (I-AD).
066300 EX-ARCHIVIA-RIGA-NOTA.
066400     EXIT.
066500*
066600 CERCA-EMAIL-CONTO.
066700     MOVE SPACES TO EMAIL-CONTO.
066800     OPEN INPUT FILE-MAIL.
066900     IF NOT ML-APERTO
067000        GO TO EX-CERCA-EMAIL-CONTO.
067100     MOVE 0 TO OK-FINE-FILE.
067200     PERFORM LEGGI-RIGA-MAIL THRU EX-LEGGI-RIGA-MAIL
067300        UNTIL LETTO-FINE-FILE.
067400     CLOSE FILE-MAIL.
067500 EX-CERCA-EMAIL-CONTO.
067600     EXIT.
067700*
067800 LEGGI-RIGA-MAIL.
067900     READ FILE-MAIL
068000        AT END
068100           MOVE 1 TO OK-FINE-FILE
068200        NOT AT END
068300           IF CONTO-ML = CONTO-FA (I-FA)
068400              MOVE EMAIL-ML TO EMAIL-CONTO
068500           END-IF
068600     END-READ.
068700 EX-LEGGI-RIGA-MAIL.
068800     EXIT.
068900*
069000*
069100 SCRIVI.
069200     CALL "QWLPPR" USING PAR-PRINT
069300                         RIGA BUFFER.
069400     IF STATO OF PAR-PRINT NOT = 0
069500        MOVE STATO OF PAR-PRINT TO STATO-DISPLAY
069600        DISPLAY "NOTADEB    ERRORE QPRINT CON STATO : "
069700                STATO-DISPLAY
069800     END-IF.
069900     MOVE SPACES TO DATI-RIGA.
070000     MOVE "S" TO COMANDO.
070100     MOVE 0 TO N-RIGA-STAMPA.
070200 EX-SCRIVI.
070300     EXIT.
070400*
070500*
070600 TTDBFIND.
070700              COPY PDBFIND.
070800*
070900 TTDBGET.
071000              COPY PDBGET.
071100*
071200 TTUPDATE.
071300              COPY PDBUPDAT.
071400*
071500*      FINE PROGRAMMA    **** /K NOTADEB.COB  *****
