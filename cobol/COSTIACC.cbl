000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. COSTIACC.
000310*2026*        15/10/26
000320*     costo di arrivo della merce: nolo, dazio e sdoganamento
000330*     per bolla fornitore su ONERIBOL. FUNZIONE "I" li batte a
000340*     mano, "M" accoda il file ONERIIMP dello spedizioniere o
000350*     del doganalista (stesso tracciato YONERBOL). FUNZIONE
000360*     "R": per ogni bolla con oneri da ripartire si leggono i
000370*     carichi CARF di MOVMAG con quel RIF-BOLLA-FORN e ogni
000380*     onere va sulle righe C-MAT/magazzino a valore (quantita'
000390*     per COSTO-STD), a quantita' o a peso (PESIART, articolo
000400*     poi classe); l'ultima riga prende il resto. La bolla si
000410*     ripartisce sempre per intero, anche con oneri aggiunti
000420*     dopo, e su LANDCOST (YLANDCST) le sue righe si
000430*     sostituiscono con la maggiorazione unitaria che VALINVEN
000440*     e RAPMARG sommano al costo ultimo/medio di METODOCST.
000450*     Prospetto per bolla sulla catena QOLPPR.
000460*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-ONERI ASSIGN TO "ONERIBOL"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-OB.
001500     SELECT OPTIONAL FILE-IMPORT ASSIGN TO "ONERIIMP"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-OI.
001800     SELECT OPTIONAL FILE-LANDCOST ASSIGN TO "LANDCOST"
001900        ORGANIZATION IS LINE SEQUENTIAL
002000        FILE STATUS IS CHECK-LA.
002100     SELECT OPTIONAL FILE-PESI ASSIGN TO "PESIART"
002200        ORGANIZATION IS LINE SEQUENTIAL
002300        FILE STATUS IS CHECK-PE.
002400*
002500 DATA DIVISION.
002600 FILE SECTION.
002700 FD FILE-ONERI DATA RECORD REC-ONERI.
002800 01 REC-ONERI             COPY YONERBOL.
002900 FD FILE-IMPORT DATA RECORD REC-IMPORT.
003000 01 REC-IMPORT            PIC X(40).
003100 FD FILE-LANDCOST DATA RECORD REC-LANDCOST.
003200 01 REC-LANDCOST          COPY YLANDCST.
003300 FD FILE-PESI DATA RECORD REC-PESI.
003400 01 REC-PESI              COPY YPESIART.
003500*
003600 WORKING-STORAGE SECTION.
003700*
003800 01 REC-MOVMAG       COPY YMOVMAG.
003900 01 AREA-REC-SET     PIC X(512).
004000*
004100 01 COD-ACC          COPY DANCODMT.
004200*
004300 01 PARGEN           COPY QPARGEN.
004400 01 PARQDATA         COPY QPARDATS.
004500*
004600 77 CHECK-OB        PIC XX.
004700    88 OB-APERTO    VALUES ARE "05", "00".
004800 77 CHECK-OI        PIC XX.
004900    88 OI-APERTO    VALUES ARE "05", "00".
005000 77 CHECK-LA        PIC XX.
005100    88 LA-APERTO    VALUES ARE "05", "00".
005200 77 CHECK-PE        PIC XX.
005300    88 PE-APERTO    VALUES ARE "05", "00".
005400*
005500 01 OK-FINE-FILE    PIC S9(4) COMP.
005600    88 LETTO-FINE-FILE VALUE 1.
005700*
005800 01 T-TAB           PIC X VALUE X"9".
005900*
006000 01 FUNZIONE-IN     PIC X.
006100 01 BOLLA-IN        PIC X(15).
006200 01 TIPO-IN         PIC X.
006300 01 IMPORTO-IN      PIC X(11).
006400 01 CRITERIO-IN     PIC X.
006500 01 ALTRO-ONERE     PIC X.
006600 01 ONERI-IMPORTATI PIC S9(4) COMP.
006700 01 ONERI-SCARTATI  PIC S9(4) COMP.
006800*
006900* oneri di ONERIBOL in memoria
007000 01 TAB-ONERI.
007100  05 RIGA-OB OCCURS 2000.
007200   10 DATA-TO          PIC 9(6).
007300   10 BOLLA-TO         PIC 9(15).
007400   10 TIPO-TO          PIC X.
007500   10 IMPORTO-TO       PIC 9(11).
007600   10 CRITERIO-TO      PIC X.
007700   10 STATO-TO         PIC X.
007800   10 CRIT-EFF-TO      PIC X.
007900 01 N-ONERI         PIC S9(4) COMP.
008000 01 I-TO            PIC S9(4) COMP.
008100*
008200* bolle con oneri da ripartire
008300 01 TAB-BOLLE.
008400  05 RIGA-BO OCCURS 300.
008500   10 BOLLA-BO         PIC 9(15).
008600   10 RIGHE-BO         PIC S9(4) COMP.
008700   10 ULTIMA-BO        PIC S9(4) COMP.
008800 01 N-BOLLE         PIC S9(4) COMP.
008900 01 I-BO            PIC S9(4) COMP.
009000 01 IX-BO           PIC S9(4) COMP.
009100*
009200* righe CARF delle bolle, per C-MAT/magazzino
009300 01 TAB-RIGHE.
009400  05 RIGA-RC OCCURS 3000.
009500   10 BOLLA-RC         PIC 9(15).
009600   10 CONTO-RC         PIC 9(8).
009700   10 C-MAT-RC         PIC 9(15).
009800   10 MAG-RC           PIC 9(3).
009900   10 SETT-RC          PIC 9(4).
010000   10 QTA-RC           PIC S9(7) COMP-3.
010100   10 VALORE-RC        PIC S9(13) COMP-3.
010200   10 PESO-RC          PIC S9(11) COMP-3.
010300   10 ONERI-RC         PIC S9(11) COMP-3.
010400   10 MAGGIOR-RC       PIC S9(9) COMP-3.
010500 01 N-RIGHE         PIC S9(4) COMP.
010600 01 I-RC            PIC S9(4) COMP.
010700 01 IX-RC           PIC S9(4) COMP.
010800*
010900* LANDCOST in memoria, per riscriverlo senza le bolle rifatte
011000 01 TAB-LANDCOST.
011100  05 RIGA-TL        PIC X(89) OCCURS 5000.
011200 01 N-LANDCOST      PIC S9(4) COMP.
011300 01 I-TL            PIC S9(4) COMP.
011400*
011500* pesi PESIART
011600 01 TAB-PESI.
011700  05 RIGA-PA OCCURS 500.
011800   10 TIPO-PA          PIC X.
011900   10 C-MAT-PA         PIC 9(15).
012000   10 CLASSE-PA        PIC 99.
012100   10 PESO-PA          PIC 9(6).
012200 01 N-PESI          PIC S9(4) COMP.
012300 01 I-PA            PIC S9(4) COMP.
012400 01 PESO-UNIT       PIC S9(9) COMP.
012500*
012600 01 NUM-REC-MOV     PIC S9(9) COMP.
012700 01 BASE-TOTALE     PIC S9(15) COMP-3.
012800 01 BASE-RIGA       PIC S9(15) COMP-3.
012900 01 QUOTA-RIGA      PIC S9(11) COMP-3.
013000 01 QUOTA-DATA      PIC S9(11) COMP-3.
013100 01 BOLLE-RIPARTITE PIC S9(4) COMP.
013200 01 BOLLA-RIPARTITA PIC X.
013300    88 RIPARTITA    VALUE "S".
013400 01 TOT-ONERI-BOLLA PIC S9(13) COMP-3.
013500 01 TOT-VALORE-BOLLA PIC S9(15) COMP-3.
013600*
013700 01 CONTA-ED        PIC ZZZ9.
013800*
013900 01  PAR-PRINT.
014000  05  STATO         PIC S9(4) COMP.
014100  05  LL-RIGA       PIC  9(4) COMP.
014200  05  N-MAX-RIGHE   PIC  9(4) COMP.
014300  05  FLAG-ROUTINE  PIC  9(4) COMP.
014400  05  NUM-FILE-ID   PIC  9(4) COMP.
014500  05  NOME-FILE.
014600   10 PRE-NOME-FILE     PIC X.
014700   10 TERM-N-FILE       PIC 9(6).
014800   10 FILLER            PIC XXX VALUE ".ST".
014900*
015000 01  RIGA.
015100  05  N-STAMPANTE   PIC 9.
015200  05  COMANDO       PIC X.
015300  05  N-RIGA-STAMPA PIC 9(4) COMP.
015400  05  DATI-RIGA     PIC X(132).
015500  05 RIGA-ONERE-ST REDEFINES DATI-RIGA.
015600    10 FILLER        PIC X(4).
015700    10 TIPO-ST       PIC X(14).
015800    10 FILLER        PIC X(2).
015900    10 IMP-ONERE-ST  PIC Z(10)9,99.
016000    10 FILLER        PIC X(2).
016100    10 CRITERIO-ST   PIC X(40).
016200    10 FILLER        PIC X(56).
016300  05 RIGA-CARICO-ST REDEFINES DATI-RIGA.
016400    10 FILLER        PIC X(4).
016500    10 C-MAT-ST      PIC 9(15).
016600    10 FILLER        PIC X(2).
016700    10 MAG-ST        PIC ZZ9.
016800    10 FILLER        PIC X(2).
016900    10 QTA-ST        PIC -(6)9.
017000    10 FILLER        PIC X(2).
017100    10 COSTO-ST      PIC Z(6)9,99.
017200    10 FILLER        PIC X(2).
017300    10 VALORE-ST     PIC -(10)9,99.
017400    10 FILLER        PIC X(2).
017500    10 ONERI-ST      PIC -(10)9,99.
017600    10 FILLER        PIC X(2).
017700    10 MAGGIOR-ST    PIC -(6)9,99.
017800    10 FILLER        PIC X(2).
017900    10 LANDED-ST     PIC -(6)9,99.
018000    10 FILLER        PIC X(20).
018100*
018200 01 BUFFER.
018300  05 N-BUF               PIC S9(4) COMP VALUE 37.
018400  05 FILLER              PIC XX.
018500  05 FILLER              PIC X(5120).
018600*
018700 01 STATO-DISPLAY    PIC ZZZZ-.
018800*
018900 LINKAGE SECTION.
019000*
019100 01 W-COMMON       COPY WCOMMONW.
019200*
019300*PAGE
019400 PROCEDURE DIVISION  USING W-COMMON.
019500 INIZIO.
019600     DISPLAY "----  COSTI DI ARRIVO  ----------------------".
019700     DISPLAY "Funzione (I=oneri a mano M=importa R=ripartisci) "
019800             NO ADVANCING.
019900     MOVE SPACE TO FUNZIONE-IN.
020000     ACCEPT FUNZIONE-IN.
020100     EVALUATE FUNZIONE-IN
020200        WHEN "I"
020300           PERFORM REGISTRA-ONERI THRU EX-REGISTRA-ONERI
020400        WHEN "M"
020500           PERFORM IMPORTA-ONERI THRU EX-IMPORTA-ONERI
020600        WHEN "R"
020700           PERFORM RIPARTIZIONE THRU EX-RIPARTIZIONE
020800        WHEN OTHER
020900           DISPLAY "Funzione non valida"
021000     END-EVALUATE.
021100 FINE.
021200     EXIT PROGRAM.
021300*
021400*
021500 REGISTRA-ONERI.
021600     DISPLAY "Bolla fornitore (15 cifre)" NO ADVANCING.
021700     ACCEPT BOLLA-IN.
021800     IF BOLLA-IN NOT NUMERIC
021900        DISPLAY "Bolla non numerica"
022000        GO TO EX-REGISTRA-ONERI.
022100     OPEN EXTEND FILE-ONERI.
022200     IF NOT OB-APERTO
022300        DISPLAY "COSTIACC   ONERIBOL non apribile " CHECK-OB
022400        GO TO EX-REGISTRA-ONERI.
022500     MOVE "S" TO ALTRO-ONERE.
022600     PERFORM REGISTRA-ONERE THRU EX-REGISTRA-ONERE
022700        UNTIL ALTRO-ONERE NOT = "S".
022800     CLOSE FILE-ONERI.
022900 EX-REGISTRA-ONERI.
023000     EXIT.
023100*
023200 REGISTRA-ONERE.
023300     DISPLAY "Tipo (N=nolo D=dazio S=sdoganamento A=altro) "
023400             NO ADVANCING.
023500     MOVE SPACE TO TIPO-IN.
023600     ACCEPT TIPO-IN.
023700     IF TIPO-IN NOT = "N" AND NOT = "D" AND NOT = "S"
023800                AND NOT = "A"
023900        DISPLAY "Tipo non valido"
024000        GO TO EX-REGISTRA-ONERE-CHIEDI.
024100     DISPLAY "Importo (centesimi)       " NO ADVANCING.
024200     ACCEPT IMPORTO-IN.
024300     IF IMPORTO-IN NOT NUMERIC
024400        DISPLAY "Importo non numerico"
024500        GO TO EX-REGISTRA-ONERE-CHIEDI.
024600     DISPLAY "Ripartizione (V=valore Q=quantita' P=peso) "
024700             NO ADVANCING.
024800     MOVE SPACE TO CRITERIO-IN.
024900     ACCEPT CRITERIO-IN.
025000     IF CRITERIO-IN = SPACE
025100        MOVE "V" TO CRITERIO-IN.
025200     IF CRITERIO-IN NOT = "V" AND NOT = "Q" AND NOT = "P"
025300        DISPLAY "Criterio non valido"
025400        GO TO EX-REGISTRA-ONERE-CHIEDI.
025500     MOVE T-TAB TO TG-OB-1 TG-OB-2 TG-OB-3 TG-OB-4 TG-OB-5.
025600     MOVE W-FORMATO-INTERNO TO DATA-OB.
025700     MOVE BOLLA-IN TO RIF-BOLLA-OB.
025800     MOVE TIPO-IN TO TIPO-OB.
025900     MOVE IMPORTO-IN TO IMPORTO-OB.
026000     MOVE CRITERIO-IN TO CRITERIO-OB.
026100     MOVE SPACE TO STATO-OB.
026200     WRITE REC-ONERI.
026300 EX-REGISTRA-ONERE-CHIEDI.
026400     DISPLAY "Altro onere ? (S/N)       " NO ADVANCING.
026500     MOVE "N" TO ALTRO-ONERE.
026600     ACCEPT ALTRO-ONERE.
026700 EX-REGISTRA-ONERE.
026800     EXIT.
026900*
027000*
027100*     il file dello spedizioniere/doganalista si accoda a
027200*     ONERIBOL (righe da ripartire) e si svuota
027300 IMPORTA-ONERI.
027400     MOVE 0 TO ONERI-IMPORTATI ONERI-SCARTATI.
027500     OPEN INPUT FILE-IMPORT.
027600     IF NOT OI-APERTO
027700        DISPLAY "Nessun file ONERIIMP da importare"
027800        GO TO EX-IMPORTA-ONERI.
027900     OPEN EXTEND FILE-ONERI.
028000     IF NOT OB-APERTO
028100        DISPLAY "COSTIACC   ONERIBOL non apribile " CHECK-OB
028200        CLOSE FILE-IMPORT
028300        GO TO EX-IMPORTA-ONERI.
028400     MOVE 0 TO OK-FINE-FILE.
028500     PERFORM IMPORTA-RIGA THRU EX-IMPORTA-RIGA
028600        UNTIL LETTO-FINE-FILE.
028700     CLOSE FILE-ONERI.
028800     CLOSE FILE-IMPORT.
028900     OPEN OUTPUT FILE-IMPORT.
029000     CLOSE FILE-IMPORT.
029100     MOVE ONERI-IMPORTATI TO CONTA-ED.
029200     DISPLAY "COSTIACC   oneri importati " CONTA-ED.
029300     MOVE ONERI-SCARTATI TO CONTA-ED.
029400     DISPLAY "COSTIACC   righe scartate  " CONTA-ED.
029500 EX-IMPORTA-ONERI.
029600     EXIT.
029700*
029800 IMPORTA-RIGA.
029900     READ FILE-IMPORT
030000        AT END
030100           MOVE 1 TO OK-FINE-FILE
030200           GO TO EX-IMPORTA-RIGA
030300     END-READ.
030400     MOVE REC-IMPORT TO REC-ONERI.
030500     IF RIF-BOLLA-OB NOT NUMERIC OR IMPORTO-OB NOT NUMERIC
030600        OR (TIPO-OB NOT = "N" AND NOT = "D" AND NOT = "S"
030700                    AND NOT = "A")
030800        ADD 1 TO ONERI-SCARTATI
030900        DISPLAY "Scartata: " REC-IMPORT
031000        GO TO EX-IMPORTA-RIGA.
031100     IF CRITERIO-OB NOT = "V" AND NOT = "Q" AND NOT = "P"
031200        MOVE "V" TO CRITERIO-OB.
031300     IF DATA-OB NOT NUMERIC
031400        MOVE W-FORMATO-INTERNO TO DATA-OB.
031500     MOVE T-TAB TO TG-OB-1 TG-OB-2 TG-OB-3 TG-OB-4 TG-OB-5.
031600     MOVE SPACE TO STATO-OB.
031700     WRITE REC-ONERI.
031800     ADD 1 TO ONERI-IMPORTATI.
031900 EX-IMPORTA-RIGA.
032000     EXIT.
032100*
032200*
032300*     ripartizione delle bolle con oneri nuovi: carichi CARF
032400*     della bolla, oneri sulle righe, LANDCOST e ONERIBOL
032500*     riscritti, prospetto per bolla
032600 RIPARTIZIONE.
032700     PERFORM CARICA-ONERI THRU EX-CARICA-ONERI.
032800     MOVE 0 TO N-BOLLE.
032900     PERFORM SEGNA-BOLLA THRU EX-SEGNA-BOLLA
033000        VARYING I-TO FROM 1 BY 1 UNTIL I-TO > N-ONERI.
033100     IF N-BOLLE = 0
033200        DISPLAY "Nessun onere da ripartire"
033300        GO TO EX-RIPARTIZIONE.
033400     PERFORM CARICA-PESI THRU EX-CARICA-PESI.
033500     MOVE 0 TO N-RIGHE.
033600     PERFORM SCANSIONA-MOVMAG THRU EX-SCANSIONA-MOVMAG.
033700     MOVE 0 TO BOLLE-RIPARTITE.
033800     PERFORM APRI-STAMPA THRU EX-APRI-STAMPA.
033900     PERFORM RIPARTISCI-BOLLA THRU EX-RIPARTISCI-BOLLA
034000        VARYING I-BO FROM 1 BY 1 UNTIL I-BO > N-BOLLE.
034100     CALL "QCLPPR" USING PAR-PRINT
034200                          RIGA BUFFER.
034300     IF BOLLE-RIPARTITE > 0
034400        PERFORM AGGIORNA-LANDCOST THRU EX-AGGIORNA-LANDCOST
034500        PERFORM RISCRIVI-ONERI THRU EX-RISCRIVI-ONERI.
034600     MOVE BOLLE-RIPARTITE TO CONTA-ED.
034700     DISPLAY "COSTIACC   bolle ripartite " CONTA-ED.
034800 EX-RIPARTIZIONE.
034900     EXIT.
035000*
035100 CARICA-ONERI.
035200     MOVE 0 TO N-ONERI.
035300     OPEN INPUT FILE-ONERI.
035400     IF NOT OB-APERTO
035500        GO TO EX-CARICA-ONERI.
035600     MOVE 0 TO OK-FINE-FILE.
035700     PERFORM LEGGI-RIGA-ONERI THRU EX-LEGGI-RIGA-ONERI
035800        UNTIL LETTO-FINE-FILE.
035900     CLOSE FILE-ONERI.
036000 EX-CARICA-ONERI.
036100     EXIT.
036200*
036300 LEGGI-RIGA-ONERI.
036400     READ FILE-ONERI
036500        AT END
036600           MOVE 1 TO OK-FINE-FILE
036700           GO TO EX-LEGGI-RIGA-ONERI
036800     END-READ.
036900     IF N-ONERI NOT < 2000
037000        DISPLAY "COSTIACC   TAB-ONERI da allargare"
037100        GO TO EX-LEGGI-RIGA-ONERI.
037200     ADD 1 TO N-ONERI.
037300     MOVE DATA-OB TO DATA-TO (N-ONERI).
037400     MOVE RIF-BOLLA-OB TO BOLLA-TO (N-ONERI).
037500     MOVE TIPO-OB TO TIPO-TO (N-ONERI).
037600     MOVE IMPORTO-OB TO IMPORTO-TO (N-ONERI).
037700     MOVE CRITERIO-OB TO CRITERIO-TO (N-ONERI).
037800     MOVE STATO-OB TO STATO-TO (N-ONERI).
037900     MOVE CRITERIO-OB TO CRIT-EFF-TO (N-ONERI).
038000 EX-LEGGI-RIGA-ONERI.
038100     EXIT.
038200*
038300 RISCRIVI-ONERI.
038400     OPEN OUTPUT FILE-ONERI.
038500     IF NOT OB-APERTO
038600        DISPLAY "COSTIACC   ONERIBOL non apribile " CHECK-OB
038700        GO TO EX-RISCRIVI-ONERI.
038800     PERFORM SCRIVI-RIGA-ONERI THRU EX-SCRIVI-RIGA-ONERI
038900        VARYING I-TO FROM 1 BY 1 UNTIL I-TO > N-ONERI.
039000     CLOSE FILE-ONERI.
039100 EX-RISCRIVI-ONERI.
039200     EXIT.
039300*
039400 SCRIVI-RIGA-ONERI.
039500     MOVE T-TAB TO TG-OB-1 TG-OB-2 TG-OB-3 TG-OB-4 TG-OB-5.
039600     MOVE DATA-TO (I-TO) TO DATA-OB.
039700     MOVE BOLLA-TO (I-TO) TO RIF-BOLLA-OB.
039800     MOVE TIPO-TO (I-TO) TO TIPO-OB.
039900     MOVE IMPORTO-TO (I-TO) TO IMPORTO-OB.
040000     MOVE CRITERIO-TO (I-TO) TO CRITERIO-OB.
040100     MOVE STATO-TO (I-TO) TO STATO-OB.
040200     WRITE REC-ONERI.
040300 EX-SCRIVI-RIGA-ONERI.
040400     EXIT.
040500*
040600 SEGNA-BOLLA.
040700     IF STATO-TO (I-TO) NOT = SPACE
040800        GO TO EX-SEGNA-BOLLA.
040900     PERFORM TROVA-BOLLA THRU EX-TROVA-BOLLA.
041000     IF IX-BO NOT = 0
041100        GO TO EX-SEGNA-BOLLA.
041200     IF N-BOLLE NOT < 300
041300        DISPLAY "COSTIACC   TAB-BOLLE da allargare"
041400        GO TO EX-SEGNA-BOLLA.
041500     ADD 1 TO N-BOLLE.
041600     MOVE BOLLA-TO (I-TO) TO BOLLA-BO (N-BOLLE).
041700     MOVE 0 TO RIGHE-BO (N-BOLLE) ULTIMA-BO (N-BOLLE).
041800 EX-SEGNA-BOLLA.
041900     EXIT.
042000*
042100 TROVA-BOLLA.
042200     MOVE 0 TO IX-BO.
042300     PERFORM CONFRONTA-BOLLA THRU EX-CONFRONTA-BOLLA
042400        VARYING I-PA FROM 1 BY 1 UNTIL I-PA > N-BOLLE.
042500 EX-TROVA-BOLLA.
042600     EXIT.
042700*
042800 CONFRONTA-BOLLA.
042900     IF BOLLA-BO (I-PA) = BOLLA-TO (I-TO)
043000        MOVE I-PA TO IX-BO.
043100 EX-CONFRONTA-BOLLA.
043200     EXIT.
043300*
043400*
043500*     giro seriale di MOVMAG: i carichi CARF delle bolle da
043600*     ripartire, sommati per C-MAT/magazzino
043700 SCANSIONA-MOVMAG.
043800     MOVE 0 TO NUM-REC-MOV.
043900     MOVE 0 TO W-STATUS-WORD-IMAGE.
044000     PERFORM LEGGI-MOVMAG-SER THRU EX-LEGGI-MOVMAG-SER
044100        UNTIL W-FUORI-FILE.
044200 EX-SCANSIONA-MOVMAG.
044300     EXIT.
044400*
044500 LEGGI-MOVMAG-SER.
044600     ADD 1 TO NUM-REC-MOV.
044700     MOVE NUM-REC-MOV TO W-VALORE-CAMPO-W.
044800     MOVE 2 TO W-MODO.
044900     MOVE "MOVMAG"     TO W-NOME-DATA-SET.
045000     PERFORM TTDBGET THRU EX-TTDBGET.
045100     IF W-OK-IMAGE
045200        MOVE AREA-REC-SET TO REC-MOVMAG
045300        PERFORM VAGLIA-CARICO THRU EX-VAGLIA-CARICO
045400     END-IF.
045500 EX-LEGGI-MOVMAG-SER.
045600     EXIT.
045700*
045800 VAGLIA-CARICO.
045900     IF C-OPE OF REC-MOVMAG NOT = "CARF"
046000        OR VAL-REC OF REC-MOVMAG = "**"
046100        OR RIF-BOLLA-FORN OF REC-MOVMAG = 0
046200        GO TO EX-VAGLIA-CARICO.
046300     MOVE 0 TO IX-BO.
046400     PERFORM CERCA-BOLLA-CARICO THRU EX-CERCA-BOLLA-CARICO
046500        VARYING I-BO FROM 1 BY 1 UNTIL I-BO > N-BOLLE.
046600     IF IX-BO = 0
046700        GO TO EX-VAGLIA-CARICO.
046800     MOVE 0 TO IX-RC.
046900     PERFORM CERCA-RIGA-CARICO THRU EX-CERCA-RIGA-CARICO
047000        VARYING I-RC FROM 1 BY 1 UNTIL I-RC > N-RIGHE.
047100     IF IX-RC = 0
047200        IF N-RIGHE NOT < 3000
047300           DISPLAY "COSTIACC   TAB-RIGHE da allargare"
047400           GO TO EX-VAGLIA-CARICO
047500        END-IF
047600        ADD 1 TO N-RIGHE
047700        MOVE N-RIGHE TO IX-RC
047800        MOVE RIF-BOLLA-FORN OF REC-MOVMAG TO BOLLA-RC (IX-RC)
047900        MOVE CONTO OF REC-MOVMAG TO CONTO-RC (IX-RC)
048000        MOVE C-MAT OF REC-MOVMAG TO C-MAT-RC (IX-RC)
048100        MOVE MAGAZZINO OF REC-MOVMAG TO MAG-RC (IX-RC)
048200        MOVE SETTIMANA OF REC-MOVMAG TO SETT-RC (IX-RC)
048300        MOVE 0 TO QTA-RC (IX-RC) VALORE-RC (IX-RC)
048400                  PESO-RC (IX-RC) ONERI-RC (IX-RC)
048500                  MAGGIOR-RC (IX-RC)
048600        ADD 1 TO RIGHE-BO (IX-BO)
048700        MOVE IX-RC TO ULTIMA-BO (IX-BO)
048800     END-IF.
048900     ADD QUANTITA OF REC-MOVMAG TO QTA-RC (IX-RC).
049000     COMPUTE VALORE-RC (IX-RC) = VALORE-RC (IX-RC)
049100             + QUANTITA OF REC-MOVMAG * COSTO-STD OF REC-MOVMAG.
049200     MOVE C-MAT OF REC-MOVMAG TO C-MAT-TRANS-RID.
049300     PERFORM CERCA-PESO THRU EX-CERCA-PESO.
049400     COMPUTE PESO-RC (IX-RC) = PESO-RC (IX-RC)
049500             + QUANTITA OF REC-MOVMAG * PESO-UNIT.
049600 EX-VAGLIA-CARICO.
049700     EXIT.
049800*
049900 CERCA-BOLLA-CARICO.
050000     IF BOLLA-BO (I-BO) = RIF-BOLLA-FORN OF REC-MOVMAG
050100        MOVE I-BO TO IX-BO.
050200 EX-CERCA-BOLLA-CARICO.
050300     EXIT.
050400*
050500 CERCA-RIGA-CARICO.
050600     IF BOLLA-RC (I-RC) = RIF-BOLLA-FORN OF REC-MOVMAG
050700        AND C-MAT-RC (I-RC) = C-MAT OF REC-MOVMAG
050800        AND MAG-RC (I-RC) = MAGAZZINO OF REC-MOVMAG
050900        MOVE I-RC TO IX-RC.
051000 EX-CERCA-RIGA-CARICO.
051100     EXIT.
051200*
051300*
051400 CARICA-PESI.
051500     MOVE 0 TO N-PESI.
051600     OPEN INPUT FILE-PESI.
051700     IF NOT PE-APERTO
051800        GO TO EX-CARICA-PESI.
051900     MOVE 0 TO OK-FINE-FILE.
052000     PERFORM LEGGI-RIGA-PESI THRU EX-LEGGI-RIGA-PESI
052100        UNTIL LETTO-FINE-FILE.
052200     CLOSE FILE-PESI.
052300 EX-CARICA-PESI.
052400     EXIT.
052500*
052600 LEGGI-RIGA-PESI.
052700     READ FILE-PESI
052800        AT END
052900           MOVE 1 TO OK-FINE-FILE
053000        NOT AT END
053100           IF N-PESI < 500
053200              ADD 1 TO N-PESI
053300              MOVE TIPO-PE TO TIPO-PA (N-PESI)
053400              MOVE C-MAT-PE TO C-MAT-PA (N-PESI)
053500              MOVE CLASSE-PE TO CLASSE-PA (N-PESI)
053600              MOVE PESO-GRAMMI-PE TO PESO-PA (N-PESI)
053700           END-IF
053800     END-READ.
053900 EX-LEGGI-RIGA-PESI.
054000     EXIT.
054100*
054200*     peso unitario: prima la riga "A" dell'articolo, poi il
054300*     default "C" della classe (come PRINTDDF e INTRASTA)
054400 CERCA-PESO.
054500     MOVE 0 TO PESO-UNIT.
054600     PERFORM CONFRONTA-PESO-A THRU EX-CONFRONTA-PESO-A
054700        VARYING I-PA FROM 1 BY 1 UNTIL I-PA > N-PESI.
054800     IF PESO-UNIT = 0
054900        PERFORM CONFRONTA-PESO-C THRU EX-CONFRONTA-PESO-C
055000           VARYING I-PA FROM 1 BY 1 UNTIL I-PA > N-PESI.
055100 EX-CERCA-PESO.
055200     EXIT.
055300*
055400 CONFRONTA-PESO-A.
055500     IF TIPO-PA (I-PA) = "A"
055600        AND C-MAT-PA (I-PA) = C-MAT-TRANS-RID
055700        MOVE PESO-PA (I-PA) TO PESO-UNIT
055800     END-IF.
055900 EX-CONFRONTA-PESO-A.
056000     EXIT.
056100*
056200 CONFRONTA-PESO-C.
056300     IF TIPO-PA (I-PA) = "C"
056400        AND CLASSE-PA (I-PA) = CLASSE OF C-MAT-TRANSITO
056500        MOVE PESO-PA (I-PA) TO PESO-UNIT
056600     END-IF.
056700 EX-CONFRONTA-PESO-C.
056800     EXIT.
056900*
057000*
057100*     tutti gli oneri della bolla (anche quelli gia' ripartiti
057200*     in un giro precedente) sulle sue righe di carico; una
057300*     bolla senza carichi resta da ripartire
057400 RIPARTISCI-BOLLA.
057500     IF RIGHE-BO (I-BO) = 0
057600        DISPLAY "Bolla " BOLLA-BO (I-BO)
057700                " senza carichi CARF: oneri non ripartiti"
057800        GO TO EX-RIPARTISCI-BOLLA.
057900     MOVE 0 TO TOT-ONERI-BOLLA.
058000     PERFORM RIPARTISCI-ONERE THRU EX-RIPARTISCI-ONERE
058100        VARYING I-TO FROM 1 BY 1 UNTIL I-TO > N-ONERI.
058200     PERFORM CALCOLA-MAGGIORAZIONE THRU EX-CALCOLA-MAGGIORAZIONE
058300        VARYING I-RC FROM 1 BY 1 UNTIL I-RC > N-RIGHE.
058400     PERFORM STAMPA-BOLLA THRU EX-STAMPA-BOLLA.
058500     ADD 1 TO BOLLE-RIPARTITE.
058600 EX-RIPARTISCI-BOLLA.
058700     EXIT.
058800*
058900*     base di ripartizione secondo il criterio; a valore o a
059000*     peso senza base (costi o pesi mancanti) si ripiega sulla
059100*     quantita'
059200 RIPARTISCI-ONERE.
059300     IF BOLLA-TO (I-TO) NOT = BOLLA-BO (I-BO)
059400        GO TO EX-RIPARTISCI-ONERE.
059500     MOVE CRITERIO-TO (I-TO) TO CRIT-EFF-TO (I-TO).
059600     MOVE 0 TO BASE-TOTALE.
059700     PERFORM SOMMA-BASE THRU EX-SOMMA-BASE
059800        VARYING I-RC FROM 1 BY 1 UNTIL I-RC > N-RIGHE.
059900     IF BASE-TOTALE NOT > 0
060000        MOVE "Q" TO CRIT-EFF-TO (I-TO)
060100        PERFORM SOMMA-BASE THRU EX-SOMMA-BASE
060200           VARYING I-RC FROM 1 BY 1 UNTIL I-RC > N-RIGHE.
060300     IF BASE-TOTALE NOT > 0
060400        GO TO EX-RIPARTISCI-ONERE.
060500     MOVE 0 TO QUOTA-DATA.
060600     PERFORM ASSEGNA-QUOTA THRU EX-ASSEGNA-QUOTA
060700        VARYING I-RC FROM 1 BY 1 UNTIL I-RC > N-RIGHE.
060800     ADD IMPORTO-TO (I-TO) TO TOT-ONERI-BOLLA.
060900     MOVE "R" TO STATO-TO (I-TO).
061000 EX-RIPARTISCI-ONERE.
061100     EXIT.
061200*
061300 SOMMA-BASE.
061400     IF BOLLA-RC (I-RC) NOT = BOLLA-BO (I-BO)
061500        GO TO EX-SOMMA-BASE.
061600     PERFORM BASE-DELLA-RIGA THRU EX-BASE-DELLA-RIGA.
061700     ADD BASE-RIGA TO BASE-TOTALE.
061800 EX-SOMMA-BASE.
061900     EXIT.
062000*
062100 BASE-DELLA-RIGA.
062200     EVALUATE CRIT-EFF-TO (I-TO)
062300        WHEN "V"
062400           MOVE VALORE-RC (I-RC) TO BASE-RIGA
062500        WHEN "P"
062600           MOVE PESO-RC (I-RC) TO BASE-RIGA
062700        WHEN OTHER
062800           MOVE QTA-RC (I-RC) TO BASE-RIGA
062900     END-EVALUATE.
063000     IF BASE-RIGA < 0
063100        MOVE 0 TO BASE-RIGA.
063200 EX-BASE-DELLA-RIGA.
063300     EXIT.
063400*
063500*     quota proporzionale troncata, l'ultima riga della bolla
063600*     prende il resto cosi' la somma torna all'importo
063700 ASSEGNA-QUOTA.
063800     IF BOLLA-RC (I-RC) NOT = BOLLA-BO (I-BO)
063900        GO TO EX-ASSEGNA-QUOTA.
064000     IF I-RC = ULTIMA-BO (I-BO)
064100        COMPUTE QUOTA-RIGA = IMPORTO-TO (I-TO) - QUOTA-DATA
064200     ELSE
064300        PERFORM BASE-DELLA-RIGA THRU EX-BASE-DELLA-RIGA
064400        COMPUTE QUOTA-RIGA = IMPORTO-TO (I-TO) * BASE-RIGA
064500                           / BASE-TOTALE
064600     END-IF.
064700     ADD QUOTA-RIGA TO ONERI-RC (I-RC) QUOTA-DATA.
064800 EX-ASSEGNA-QUOTA.
064900     EXIT.
065000*
065100 CALCOLA-MAGGIORAZIONE.
065200     IF BOLLA-RC (I-RC) NOT = BOLLA-BO (I-BO)
065300        GO TO EX-CALCOLA-MAGGIORAZIONE.
065400     MOVE 0 TO MAGGIOR-RC (I-RC).
065500     IF QTA-RC (I-RC) > 0
065600        COMPUTE MAGGIOR-RC (I-RC) ROUNDED =
065700                ONERI-RC (I-RC) / QTA-RC (I-RC).
065800 EX-CALCOLA-MAGGIORAZIONE.
065900     EXIT.
066000*
066100*
066200*     LANDCOST riscritto: le righe delle bolle non toccate
066300*     restano, quelle delle bolle ripartite ora si rifanno
066400 AGGIORNA-LANDCOST.
066500     MOVE 0 TO N-LANDCOST.
066600     OPEN INPUT FILE-LANDCOST.
066700     IF LA-APERTO
066800        MOVE 0 TO OK-FINE-FILE
066900        PERFORM LEGGI-RIGA-LANDCOST THRU EX-LEGGI-RIGA-LANDCOST
067000           UNTIL LETTO-FINE-FILE
067100        CLOSE FILE-LANDCOST.
067200     OPEN OUTPUT FILE-LANDCOST.
067300     IF NOT LA-APERTO
067400        DISPLAY "COSTIACC   LANDCOST non apribile " CHECK-LA
067500        GO TO EX-AGGIORNA-LANDCOST.
067600     PERFORM RISCRIVI-RIGA-LANDCOST
067700        THRU EX-RISCRIVI-RIGA-LANDCOST
067800        VARYING I-TL FROM 1 BY 1 UNTIL I-TL > N-LANDCOST.
067900     PERFORM SCRIVI-RIGA-LANDCOST THRU EX-SCRIVI-RIGA-LANDCOST
068000        VARYING I-RC FROM 1 BY 1 UNTIL I-RC > N-RIGHE.
068100     CLOSE FILE-LANDCOST.
068200 EX-AGGIORNA-LANDCOST.
068300     EXIT.
068400*
068500 LEGGI-RIGA-LANDCOST.
068600     READ FILE-LANDCOST
068700        AT END
068800           MOVE 1 TO OK-FINE-FILE
068900           GO TO EX-LEGGI-RIGA-LANDCOST
069000     END-READ.
069100     MOVE 0 TO IX-BO.
069200     PERFORM CONFRONTA-BOLLA-LA THRU EX-CONFRONTA-BOLLA-LA
069300        VARYING I-BO FROM 1 BY 1 UNTIL I-BO > N-BOLLE.
069400     IF IX-BO NOT = 0
069500        GO TO EX-LEGGI-RIGA-LANDCOST.
069600     IF N-LANDCOST NOT < 5000
069700        DISPLAY "COSTIACC   TAB-LANDCOST da allargare"
069800        GO TO EX-LEGGI-RIGA-LANDCOST.
069900     ADD 1 TO N-LANDCOST.
070000     MOVE REC-LANDCOST TO RIGA-TL (N-LANDCOST).
070100 EX-LEGGI-RIGA-LANDCOST.
070200     EXIT.
070300*
070400*     si scarta solo la bolla davvero ripartita ora
070500 CONFRONTA-BOLLA-LA.
070600     IF BOLLA-BO (I-BO) = RIF-BOLLA-LA
070700        AND RIGHE-BO (I-BO) > 0
070800        MOVE I-BO TO IX-BO.
070900 EX-CONFRONTA-BOLLA-LA.
071000     EXIT.
071100*
071200 RISCRIVI-RIGA-LANDCOST.
071300     MOVE RIGA-TL (I-TL) TO REC-LANDCOST.
071400     WRITE REC-LANDCOST.
071500 EX-RISCRIVI-RIGA-LANDCOST.
071600     EXIT.
071700*
071800 SCRIVI-RIGA-LANDCOST.
071900     MOVE T-TAB TO TG-LA-1 TG-LA-2 TG-LA-3 TG-LA-4 TG-LA-5
072000                   TG-LA-6 TG-LA-7 TG-LA-8.
072100     MOVE BOLLA-RC (I-RC) TO RIF-BOLLA-LA.
072200     MOVE CONTO-RC (I-RC) TO CONTO-LA.
072300     MOVE C-MAT-RC (I-RC) TO C-MAT-LA.
072400     MOVE MAG-RC (I-RC) TO MAG-LA.
072500     MOVE SETT-RC (I-RC) TO SETTIMANA-LA.
072600     MOVE QTA-RC (I-RC) TO QTA-LA.
072700     MOVE 0 TO COSTO-LA.
072800     IF QTA-RC (I-RC) > 0
072900        COMPUTE COSTO-LA ROUNDED = VALORE-RC (I-RC)
073000                                 / QTA-RC (I-RC).
073100     MOVE ONERI-RC (I-RC) TO ONERI-LA.
073200     MOVE MAGGIOR-RC (I-RC) TO MAGGIOR-LA.
073300     WRITE REC-LANDCOST.
073400 EX-SCRIVI-RIGA-LANDCOST.
073500     EXIT.
073600*
073700*
073800 APRI-STAMPA.
073900     MOVE  136  TO LL-RIGA.
074000     MOVE 9999 TO N-MAX-RIGHE.
074100     MOVE "Q" TO PRE-NOME-FILE.
074200     MOVE W-FORMATO-INTERNO TO TERM-N-FILE.
074300     CALL "QOLPPR" USING PAR-PRINT
074400                          RIGA BUFFER.
074500     MOVE 0   TO N-STAMPANTE.
074600     MOVE "M" TO COMANDO.
074700     MOVE 66  TO N-RIGA-STAMPA.
074800     MOVE " RIPARTIZIONE ONERI ACCESSORI SUI RICEVIMENTI"
074900       TO DATI-RIGA.
075000     PERFORM SCRIVI THRU EX-SCRIVI.
075100 EX-APRI-STAMPA.
075200     EXIT.
075300*
075400 STAMPA-BOLLA.
075500     MOVE 3 TO N-RIGA-STAMPA.
075600     STRING " BOLLA FORNITORE " BOLLA-BO (I-BO)
075700            "   CONTO " CONTO-RC (ULTIMA-BO (I-BO))
075800            DELIMITED BY SIZE INTO DATI-RIGA.
075900     PERFORM SCRIVI THRU EX-SCRIVI.
076000     PERFORM STAMPA-ONERE THRU EX-STAMPA-ONERE
076100        VARYING I-TO FROM 1 BY 1 UNTIL I-TO > N-ONERI.
076200     MOVE "    C-MAT              MAG      QTA    COSTO UN."
076300       &  "          VALORE           ONERI   MAGG.UN.   COSTO"
076400       &  " ARR." TO DATI-RIGA.
076500     MOVE 2 TO N-RIGA-STAMPA.
076600     PERFORM SCRIVI THRU EX-SCRIVI.
076700     MOVE 0 TO TOT-VALORE-BOLLA.
076800     PERFORM STAMPA-RIGA-CARICO THRU EX-STAMPA-RIGA-CARICO
076900        VARYING I-RC FROM 1 BY 1 UNTIL I-RC > N-RIGHE.
077000     MOVE "    TOTALE BOLLA" TO DATI-RIGA.
077100     COMPUTE VALORE-ST = TOT-VALORE-BOLLA / 100.
077200     COMPUTE ONERI-ST = TOT-ONERI-BOLLA / 100.
077300     MOVE 1 TO N-RIGA-STAMPA.
077400     PERFORM SCRIVI THRU EX-SCRIVI.
077500 EX-STAMPA-BOLLA.
077600     EXIT.
077700*
077800 STAMPA-ONERE.
077900     IF BOLLA-TO (I-TO) NOT = BOLLA-BO (I-BO)
078000        GO TO EX-STAMPA-ONERE.
078100     EVALUATE TIPO-TO (I-TO)
078200        WHEN "N"
078300           MOVE "NOLO" TO TIPO-ST
078400        WHEN "D"
078500           MOVE "DAZIO" TO TIPO-ST
078600        WHEN "S"
078700           MOVE "SDOGANAMENTO" TO TIPO-ST
078800        WHEN OTHER
078900           MOVE "ALTRO" TO TIPO-ST
079000     END-EVALUATE.
079100     COMPUTE IMP-ONERE-ST = IMPORTO-TO (I-TO) / 100.
079200     EVALUATE CRIT-EFF-TO (I-TO)
079300        WHEN "V"
079400           MOVE "A VALORE" TO CRITERIO-ST
079500        WHEN "P"
079600           MOVE "A PESO" TO CRITERIO-ST
079700        WHEN OTHER
079800           MOVE "A QUANTITA'" TO CRITERIO-ST
079900     END-EVALUATE.
080000     IF CRIT-EFF-TO (I-TO) NOT = CRITERIO-TO (I-TO)
080100        MOVE "A QUANTITA' (BASE RICHIESTA MANCANTE)"
080200          TO CRITERIO-ST.
080300     MOVE 1 TO N-RIGA-STAMPA.
080400     PERFORM SCRIVI THRU EX-SCRIVI.
080500 EX-STAMPA-ONERE.
080600     EXIT.
080700*
080800 STAMPA-RIGA-CARICO.
080900     IF BOLLA-RC (I-RC) NOT = BOLLA-BO (I-BO)
081000        GO TO EX-STAMPA-RIGA-CARICO.
081100     MOVE C-MAT-RC (I-RC) TO C-MAT-ST.
081200     MOVE MAG-RC (I-RC) TO MAG-ST.
081300     MOVE QTA-RC (I-RC) TO QTA-ST.
081400     MOVE 0 TO COSTO-ST.
081500     IF QTA-RC (I-RC) > 0
081600        COMPUTE COSTO-ST ROUNDED = VALORE-RC (I-RC)
081700                                 / QTA-RC (I-RC) / 100.
081800     COMPUTE VALORE-ST = VALORE-RC (I-RC) / 100.
081900     COMPUTE ONERI-ST = ONERI-RC (I-RC) / 100.
082000     COMPUTE MAGGIOR-ST = MAGGIOR-RC (I-RC) / 100.
082100     MOVE 0 TO LANDED-ST.
082200     IF QTA-RC (I-RC) > 0
082300        COMPUTE LANDED-ST ROUNDED = (VALORE-RC (I-RC)
082400                / QTA-RC (I-RC) + MAGGIOR-RC (I-RC)) / 100.
082500     ADD VALORE-RC (I-RC) TO TOT-VALORE-BOLLA.
082600     MOVE 1 TO N-RIGA-STAMPA.
082700     PERFORM SCRIVI THRU EX-SCRIVI.
082800 EX-STAMPA-RIGA-CARICO.
082900     EXIT.
083000*
083100*
083200 SCRIVI.
083300     CALL "QWLPPR" USING PAR-PRINT
083400                         RIGA BUFFER.
083500     IF STATO OF PAR-PRINT NOT = 0
083600        MOVE STATO OF PAR-PRINT TO STATO-DISPLAY
083700        DISPLAY "COSTIACC   ERRORE QPRINT CON STATO : "
083800                STATO-DISPLAY
083900     END-IF.
084000     MOVE SPACES TO DATI-RIGA.
084100     MOVE "S" TO COMANDO.
084200     MOVE 0 TO N-RIGA-STAMPA.
084300 EX-SCRIVI.
084400     EXIT.
084500*
084600*
084700 TTDBGET.
084800              COPY PDBGET.
084900*
085000*      FINE PROGRAMMA    **** /K COSTIACC.COB  *****
