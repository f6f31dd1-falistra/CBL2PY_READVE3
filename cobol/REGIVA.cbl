000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. REGIVA.
000310*2026*        15/10/26
000320*     registri IVA del mese per societa': vendite numerate da
000330*     pre-fatture (BOLLE fatturate del magazzino della societa',
000340*     data del documento da SCADAPER, righe dalla catena
000350*     RIF-INTR) e note di accredito (NOTEARCH, in negativo);
000360*     acquisti da FATFORNF (societa' dal carico CARF della
000370*     bolla fornitore). Riepilogo per CAUSALE-IVA e ALIQ-IVA
000380*     (categorie da CAUSIVA: imponibile, esente, non
000390*     imponibile; split payment da ANACON) e liquidazione del
000400*     mese con il credito del periodo prima. In definitiva
000410*     numerazione e credito si salvano su IVAPROG e il
000420*     periodo non si ristampa. Stampa sulla catena QOLPPR.
000430*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-CAUSIVA ASSIGN TO "CAUSIVA"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-CI.
001500     SELECT OPTIONAL FILE-IVAPROG ASSIGN TO "IVAPROG"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-PG.
001800     SELECT OPTIONAL FILE-MAGSOC ASSIGN TO "MAGSOC"
001900        ORGANIZATION IS LINE SEQUENTIAL
002000        FILE STATUS IS CHECK-MS.
002100     SELECT OPTIONAL FILE-SCAD ASSIGN TO "SCADAPER"
002200        ORGANIZATION IS LINE SEQUENTIAL
002300        FILE STATUS IS CHECK-SC.
002400     SELECT OPTIONAL FILE-NOTEARC ASSIGN TO "NOTEARCH"
002500        ORGANIZATION IS LINE SEQUENTIAL
002600        FILE STATUS IS CHECK-NR.
002700     SELECT OPTIONAL FILE-FATF ASSIGN TO "FATFORNF"
002800        ORGANIZATION IS LINE SEQUENTIAL
002900        FILE STATUS IS CHECK-FF.
003000*
003100 DATA DIVISION.
003200 FILE SECTION.
003300* categorie delle causali IVA: I imponibile, E esente,
003400* N non imponibile (esportazione); le causali che non ci
003500* sono valgono imponibile
003600 FD FILE-CAUSIVA DATA RECORD REC-CAUSIVA.
003700 01 REC-CAUSIVA.
003800    05 CAUSALE-IVA-CI        PIC 9(4).
003900    05 TG-CI-1               PIC X.
004000    05 CATEG-CI              PIC X.
004100    05 TG-CI-2               PIC X.
004200    05 DESCR-CI              PIC X(30).
004300* progressivi dei registri per societa' e anno: ultimo
004400* periodo stampato in definitiva (AAMM), ultimo protocollo
004500* vendite e acquisti, credito IVA da riportare (centesimi)
004600 FD FILE-IVAPROG DATA RECORD REC-IVAPROG.
004700 01 REC-IVAPROG.
004800    05 SOC-PG                PIC 99.
004900    05 TG-PG-1               PIC X.
005000    05 ANNO-PG               PIC 99.
005100    05 TG-PG-2               PIC X.
005200    05 ULT-PERIODO-PG        PIC 9(4).
005300    05 TG-PG-3               PIC X.
005400    05 ULT-NUM-V-PG          PIC 9(6).
005500    05 TG-PG-4               PIC X.
005600    05 ULT-NUM-A-PG          PIC 9(6).
005700    05 TG-PG-5               PIC X.
005800    05 CREDITO-PG            PIC 9(13).
005900 FD FILE-MAGSOC DATA RECORD REC-MAGSOC.
006000 01 REC-MAGSOC.
006100    05 MAG-MS                PIC 9(3).
006200    05 TM-1                  PIC X.
006300    05 SOC-MS                PIC 99.
006400 FD FILE-SCAD DATA RECORD REC-SCAD.
006500 01 REC-SCAD.
006600    05 DATA-PREF-SC          PIC 9(6).
006700    05 TG-SC-1               PIC X.
006800    05 CONTO-SC              PIC 9(8).
006900    05 TG-SC-2               PIC X.
007000    05 NUM-PREFATT-SC        PIC 9(4).
007100    05 TG-SC-3               PIC X.
007200    05 GGPAG-SC              PIC 9(3).
007300    05 TG-SC-4               PIC X.
007400    05 N-BOLLE-SC            PIC 9(4).
007500    05 TG-SC-5               PIC X.
007600    05 IMPORTO-SC            PIC 9(13).
007700    05 TG-SC-6               PIC X.
007800    05 STATO-SC              PIC X.
007900 FD FILE-NOTEARC DATA RECORD REC-NOTEARC.
008000 01 REC-NOTEARC           COPY YNOTEARC.
008100 FD FILE-FATF DATA RECORD REC-FATF.
008200 01 REC-FATF.
008300    05 DATA-FF               PIC 9(6).
008400    05 TG-FF-1               PIC X.
008500    05 CONTO-FF              PIC 9(8).
008600    05 TG-FF-2               PIC X.
008700    05 NUM-FATT-FF           PIC X(12).
008800    05 TG-FF-3               PIC X.
008900    05 RIF-BOLLA-FF          PIC 9(15).
009000    05 TG-FF-4               PIC X.
009100    05 C-MAT-FF              PIC 9(15).
009200    05 TG-FF-5               PIC X.
009300    05 QTA-FF                PIC 9(6).
009400    05 TG-FF-6               PIC X.
009500    05 IMPORTO-FF            PIC 9(11).
009600    05 TG-FF-7               PIC X.
009700    05 STATO-FF              PIC X.
009800*
009900 WORKING-STORAGE SECTION.
010000*
010100 01 REC-BOLLE        COPY YBOLLE.
010200 01 REC-MOVMAG       COPY YMOVMAG.
010300 01 AREA-REC-SET     PIC X(512).
010400 01 FILLER REDEFINES AREA-REC-SET.
010500  05 REC-INDIRIZZI   COPY YINDIRIZ.
010600 01 FILLER REDEFINES AREA-REC-SET.
010700  05 REC-CONFATT     COPY YCONFAT.
010800 01 FILLER REDEFINES AREA-REC-SET.
010900  05 REC-ANACON      COPY YANACON.
011000 01 FILLER REDEFINES AREA-REC-SET.
011100  05 REC-ANAMAT      COPY YANAMAT.
011200*
011300 77 CHECK-CI        PIC XX.
011400    88 CI-APERTO    VALUES ARE "05", "00".
011500 77 CHECK-PG        PIC XX.
011600    88 PG-APERTO    VALUES ARE "05", "00".
011700 77 CHECK-MS        PIC XX.
011800    88 MS-APERTO    VALUES ARE "05", "00".
011900 77 CHECK-SC        PIC XX.
012000    88 SC-APERTO    VALUES ARE "05", "00".
012100 77 CHECK-NR        PIC XX.
012200    88 NR-APERTO    VALUES ARE "05", "00".
012300 77 CHECK-FF        PIC XX.
012400    88 FF-APERTO    VALUES ARE "05", "00".
012500*
012600 01 OK-FINE-FILE    PIC S9(4) COMP.
012700    88 LETTO-FINE-FILE VALUE 1.
012800*
012900 01 T-TAB           PIC X VALUE X"9".
013000*
013100 01 SOC-IN          PIC XX.
013200 01 SOC-IN-9 REDEFINES SOC-IN PIC 99.
013300 01 PERIODO-IN      PIC X(4).
013400 01 PERIODO-IN-9 REDEFINES PERIODO-IN PIC 9(4).
013500 01 DEFINITIVA-IN   PIC X.
013600    88 STAMPA-DEFINITIVA VALUES ARE "S", "s".
013700 01 SOC-REG         PIC 99.
013800 01 PERIODO-REG     PIC 9(4).
013900 01 FILLER REDEFINES PERIODO-REG.
014000    05 ANNO-REG        PIC 99.
014100    05 MESE-REG        PIC 99.
014200 01 DATA-LAV        PIC 9(6).
014300 01 FILLER REDEFINES DATA-LAV.
014400    05 PERIODO-LAV     PIC 9(4).
014500    05 GG-LAV          PIC 99.
014600 01 ALIQ-ORDINARIA  PIC S9(4) COMP VALUE 22.
014700*
014800 01 TAB-CAUSIVA.
014900  05 RIGA-CI OCCURS 100.
015000   10 CAUSALE-IVA-TC   PIC 9(4).
015100   10 CATEG-TC         PIC X.
015200   10 DESCR-TC         PIC X(30).
015300 01 N-CAUSIVA       PIC S9(4) COMP.
015400 01 I-TC            PIC S9(4) COMP.
015500 01 IX-TC           PIC S9(4) COMP.
015600*
015700 01 TAB-PROG.
015800  05 RIGA-PG OCCURS 100.
015900   10 SOC-TP           PIC 99.
016000   10 ANNO-TP          PIC 99.
016100   10 ULT-PERIODO-TP   PIC 9(4).
016200   10 ULT-NUM-V-TP     PIC 9(6).
016300   10 ULT-NUM-A-TP     PIC 9(6).
016400   10 CREDITO-TP       PIC 9(13).
016500 01 N-PROG          PIC S9(4) COMP.
016600 01 I-PG            PIC S9(4) COMP.
016700 01 IX-PG           PIC S9(4) COMP.
016800 01 IX-PG-PREC      PIC S9(4) COMP.
016900*
017000 01 TAB-MAGSOC.
017100  05 RIGA-MS OCCURS 50.
017200   10 MAG-TB           PIC 9(3).
017300   10 SOC-TB           PIC 99.
017400 01 N-MAGSOC        PIC S9(4) COMP.
017500 01 I-MS            PIC S9(4) COMP.
017600 01 MAG-CERCATO     PIC 9(4).
017700 01 SOC-TROVATA     PIC 99.
017800*
017900 01 TAB-DATE-PREF.
018000  05 RIGA-DP OCCURS 2000.
018100   10 CONTO-DP         PIC 9(8).
018200   10 NUM-DP           PIC 9(4).
018300   10 DATA-DP          PIC 9(6).
018400 01 N-DATE-PREF     PIC S9(4) COMP.
018500 01 I-DP            PIC S9(4) COMP.
018600*
018700* bolle fatturate dei magazzini della societa'
018800 01 TAB-BOLLE-PF.
018900  05 RIGA-BP OCCURS 3000.
019000   10 CONTO-FATT-BP    PIC 9(8).
019100   10 NUM-PF-BP        PIC 9(4).
019200   10 RIF-BP           PIC S9(15) COMP-3.
019300 01 N-BOLLE-PF      PIC S9(4) COMP.
019400 01 I-BP            PIC S9(4) COMP.
019500 01 CONTO-FATT-COM  PIC 9(8).
019600*    numero di record della scansione seriale di BOLLE, tenuto
019700*    a parte perche' la DBFIND su INDIRIZ riusa W-VALORE-CAMPO
019800 01 NUM-REC-BOLLE   PIC S9(9) COMP.
019900*
020000* documenti del periodo (registro V vendite, A acquisti)
020100 01 TAB-DOC-IVA.
020200  05 RIGA-DI OCCURS 2000.
020300   10 REG-DI           PIC X.
020400   10 TIPO-DI          PIC X(4).
020500   10 DATA-DI          PIC 9(6).
020600   10 CONTO-DI         PIC 9(8).
020700   10 NUM-DI           PIC X(12).
020800   10 CAUSALE-IVA-DI   PIC 9(4).
020900   10 CATEG-DI         PIC X.
021000   10 PROT-DI          PIC 9(6).
021100 01 N-DOC-IVA       PIC S9(4) COMP.
021200 01 I-DI            PIC S9(4) COMP.
021300 01 IX-DI           PIC S9(4) COMP.
021400*
021500* imponibile per documento e aliquota
021600 01 TAB-RIGHE-IVA.
021700  05 RIGA-RI OCCURS 6000.
021800   10 IX-DI-RI         PIC S9(4) COMP.
021900   10 ALIQ-RI          PIC 9(4).
022000   10 IMPON-RI         PIC S9(13) COMP-3.
022100 01 N-RIGHE-IVA     PIC S9(4) COMP.
022200 01 I-RI            PIC S9(4) COMP.
022300 01 IX-RI           PIC S9(4) COMP.
022400*
022500* riepilogo per registro, CAUSALE-IVA e aliquota
022600 01 TAB-RIEPILOGO.
022700  05 RIGA-RP OCCURS 100.
022800   10 REG-RP           PIC X.
022900   10 CAUSALE-IVA-RP   PIC 9(4).
023000   10 CATEG-RP         PIC X.
023100   10 ALIQ-RP          PIC 9(4).
023200   10 IMPON-RP         PIC S9(13) COMP-3.
023300   10 IVA-RP           PIC S9(13) COMP-3.
023400 01 N-RIEPILOGO     PIC S9(4) COMP.
023500 01 I-RP            PIC S9(4) COMP.
023600 01 IX-RP           PIC S9(4) COMP.
023700*
023800* righe fattura fornitore senza carico CARF (societa' ignota)
023900 01 TAB-SENZA-CARICO.
024000  05 RIGA-SC OCCURS 200.
024100   10 CONTO-NC         PIC 9(8).
024200   10 NUM-FATT-NC      PIC X(12).
024300   10 C-MAT-NC         PIC 9(15).
024400   10 IMPORTO-NC       PIC 9(11).
024500 01 N-SENZA-CARICO  PIC S9(4) COMP.
024600 01 I-NC            PIC S9(4) COMP.
024700*
024800* documento e riga in corso
024900 01 REG-DOC         PIC X.
025000 01 TIPO-DOC        PIC X(4).
025100 01 DATA-DOC        PIC 9(6).
025200 01 CONTO-DOC       PIC 9(8).
025300 01 NUM-DOC         PIC X(12).
025400 01 CAUSALE-IVA-DOC PIC 9(4).
025500 01 SPLIT-DOC       PIC X.
025600 01 CATEG-DOC       PIC X.
025700 01 C-MAT-RIGA      PIC 9(15).
025800 01 ALIQ-RIGA       PIC 9(4).
025900 01 IMPORTO-RIGA    PIC S9(13) COMP-3.
026000 01 IVA-RIGA        PIC S9(13) COMP-3.
026100 01 CARICO-TROVATO  PIC S9(4) COMP.
026200*
026300* stampa dei registri
026400 01 REG-STAMPA      PIC X.
026500 01 GG-STAMPA       PIC S9(4) COMP.
026600 01 PRIMA-RIGA-SW   PIC X.
026700    88 PRIMA-RIGA   VALUE "S".
026800 01 NOME-DOC        PIC X(24).
026900 01 NUM-V           PIC 9(6).
027000 01 NUM-A           PIC 9(6).
027100 01 TOT-IMPON-REG   PIC S9(13) COMP-3.
027200 01 TOT-IVA-REG     PIC S9(13) COMP-3.
027300*
027400* liquidazione
027500 01 IVA-DEBITO      PIC S9(13) COMP-3.
027600 01 IVA-SPLIT       PIC S9(13) COMP-3.
027700 01 IVA-CREDITO     PIC S9(13) COMP-3.
027800 01 CREDITO-PREC    PIC S9(13) COMP-3.
027900 01 SALDO-IVA       PIC S9(13) COMP-3.
028000 01 CREDITO-NUOVO   PIC S9(13) COMP-3.
028100*
028200 01 CONTA-ED        PIC ZZZZZ9.
028300 01  PAR-PRINT.
028400  05  STATO         PIC S9(4) COMP.
028500  05  LL-RIGA       PIC  9(4) COMP.
028600  05  N-MAX-RIGHE   PIC  9(4) COMP.
028700  05  FLAG-ROUTINE  PIC  9(4) COMP.
028800  05  NUM-FILE-ID   PIC  9(4) COMP.
028900  05  NOME-FILE.
029000   10 PRE-NOME-FILE     PIC X.
029100   10 TERM-N-FILE       PIC 9(6).
029200   10 FILLER            PIC XXX VALUE ".ST".
029300*
029400 01  RIGA.
029500  05  N-STAMPANTE   PIC 9.
029600  05  COMANDO       PIC X.
029700  05  N-RIGA-STAMPA PIC 9(4) COMP.
029800  05  DATI-RIGA     PIC X(132).
029900  05 RIGA-REG-IVA REDEFINES DATI-RIGA.
030000    10 FILLER        PIC X.
030100    10 PROT-ST       PIC ZZZZZ9.
030200    10 FILLER        PIC X(2).
030300    10 DATA-ST       PIC 9(6).
030400    10 FILLER        PIC X(2).
030500    10 TIPO-ST       PIC X(4).
030600    10 FILLER        PIC X(2).
030700    10 NUM-ST        PIC X(12).
030800    10 FILLER        PIC X(2).
030900    10 CONTO-ST      PIC 9(8).
031000    10 FILLER        PIC X(2).
031100    10 NOME-ST       PIC X(24).
031200    10 FILLER        PIC X(2).
031300    10 CAUSALE-ST    PIC ZZZ9.
031400    10 FILLER        PIC X(2).
031500    10 CATEG-ST      PIC X.
031600    10 FILLER        PIC X(2).
031700    10 ALIQ-ST       PIC ZZ9.
031800    10 FILLER        PIC X(2).
031900    10 IMPON-ST      PIC -(10)9,99.
032000    10 FILLER        PIC X(2).
032100    10 IVA-ST        PIC -(10)9,99.
032200    10 FILLER        PIC X(13).
032300  05 RIGA-RIEP-IVA REDEFINES DATI-RIGA.
032400    10 FILLER        PIC X(2).
032500    10 CAUSALE-RP-ST PIC ZZZ9.
032600    10 FILLER        PIC X(2).
032700    10 DESCR-RP-ST   PIC X(30).
032800    10 FILLER        PIC X(2).
032900    10 CATEG-RP-ST   PIC X.
033000    10 FILLER        PIC X(2).
033100    10 ALIQ-RP-ST    PIC ZZ9.
033200    10 FILLER        PIC X(2).
033300    10 IMPON-RP-ST   PIC -(10)9,99.
033400    10 FILLER        PIC X(2).
033500    10 IVA-RP-ST     PIC -(10)9,99.
033600    10 FILLER        PIC X(54).
033700  05 RIGA-LIQ-IVA REDEFINES DATI-RIGA.
033800    10 FILLER        PIC X(2).
033900    10 DESCR-LQ-ST   PIC X(40).
034000    10 FILLER        PIC X(2).
034100    10 IMPORTO-LQ-ST PIC -(10)9,99.
034200    10 FILLER        PIC X(74).
034300  05 RIGA-SENZA-CAR REDEFINES DATI-RIGA.
034400    10 FILLER        PIC X(2).
034500    10 CONTO-NC-ST   PIC 9(8).
034600    10 FILLER        PIC X(2).
034700    10 NUM-NC-ST     PIC X(12).
034800    10 FILLER        PIC X(2).
034900    10 C-MAT-NC-ST   PIC 9(15).
035000    10 FILLER        PIC X(2).
035100    10 IMPORTO-NC-ST PIC Z(10)9,99.
035200    10 FILLER        PIC X(75).
035300*
035400 01 BUFFER.
035500  05 N-BUF               PIC S9(4) COMP VALUE 37.
035600  05 FILLER              PIC XX.
035700  05 FILLER              PIC X(5120).
035800*
035900 01 STATO-DISPLAY    PIC ZZZZ-.
036000*
036100 LINKAGE SECTION.
036200*
036300 01 W-COMMON       COPY WCOMMONW.
036400*
036500*PAGE
036600 PROCEDURE DIVISION  USING W-COMMON.
036700 INIZIO.
036800     DISPLAY "----  REGISTRI IVA E LIQUIDAZIONE  ------".
036900     DISPLAY "Societa' (99) " NO ADVANCING.
037000     MOVE SPACES TO SOC-IN.
037100     ACCEPT SOC-IN.
037200     IF SOC-IN NOT NUMERIC
037300        DISPLAY "Societa' non numerica"
037400        GO TO FINE.
037500     MOVE SOC-IN-9 TO SOC-REG.
037600     DISPLAY "Periodo (AAMM) " NO ADVANCING.
037700     MOVE SPACES TO PERIODO-IN.
037800     ACCEPT PERIODO-IN.
037900     IF PERIODO-IN NOT NUMERIC
038000        DISPLAY "Periodo non numerico"
038100        GO TO FINE.
038200     MOVE PERIODO-IN-9 TO PERIODO-REG.
038300     IF MESE-REG < 1 OR MESE-REG > 12
038400        DISPLAY "Mese errato"
038500        GO TO FINE.
038600     DISPLAY "Stampa definitiva (S/N) " NO ADVANCING.
038700     MOVE SPACE TO DEFINITIVA-IN.
038800     ACCEPT DEFINITIVA-IN.
038900     PERFORM CARICA-PROG THRU EX-CARICA-PROG.
039000     PERFORM CERCA-PROG THRU EX-CERCA-PROG.
039100     IF IX-PG = 0
039200        DISPLAY "REGIVA     IVAPROG pieno"
039300        GO TO FINE.
039400     IF STAMPA-DEFINITIVA
039500        AND ULT-PERIODO-TP (IX-PG) NOT < PERIODO-REG
039600        DISPLAY "REGIVA     periodo gia' stampato in definitiva"
039700                " (ultimo " ULT-PERIODO-TP (IX-PG) ")"
039800        GO TO FINE.
039900     MOVE ULT-NUM-V-TP (IX-PG) TO NUM-V.
040000     MOVE ULT-NUM-A-TP (IX-PG) TO NUM-A.
040100     MOVE CREDITO-TP (IX-PG) TO CREDITO-PREC.
040200     PERFORM CARICA-CAUSIVA THRU EX-CARICA-CAUSIVA.
040300     PERFORM CARICA-MAGSOC THRU EX-CARICA-MAGSOC.
040400     PERFORM CARICA-DATE-PREF THRU EX-CARICA-DATE-PREF.
040500     MOVE 0 TO N-DOC-IVA N-RIGHE-IVA N-RIEPILOGO
040600               N-SENZA-CARICO.
040700     PERFORM RACCOGLI-BOLLE THRU EX-RACCOGLI-BOLLE.
040800     PERFORM VENDITE-PREFATTURE THRU EX-VENDITE-PREFATTURE
040900        VARYING I-BP FROM 1 BY 1 UNTIL I-BP > N-BOLLE-PF.
041000     PERFORM VENDITE-NOTE THRU EX-VENDITE-NOTE.
041100     PERFORM ACQUISTI THRU EX-ACQUISTI.
041200     PERFORM APRI-STAMPA THRU EX-APRI-STAMPA.
041300     MOVE "V" TO REG-STAMPA.
041400     PERFORM STAMPA-REGISTRO THRU EX-STAMPA-REGISTRO.
041500     MOVE "A" TO REG-STAMPA.
041600     PERFORM STAMPA-REGISTRO THRU EX-STAMPA-REGISTRO.
041700     PERFORM STAMPA-SENZA-CARICO THRU EX-STAMPA-SENZA-CARICO.
041800     PERFORM LIQUIDAZIONE THRU EX-LIQUIDAZIONE.
041900     CALL "QCLPPR" USING PAR-PRINT
042000                          RIGA BUFFER.
042100     IF STAMPA-DEFINITIVA
042200        PERFORM AGGIORNA-PROG THRU EX-AGGIORNA-PROG.
042300 FINE.
042400     EXIT PROGRAM.
042500*
042600*
042700 CARICA-PROG.
042800     MOVE 0 TO N-PROG.
042900     OPEN INPUT FILE-IVAPROG.
043000     IF NOT PG-APERTO
043100        GO TO EX-CARICA-PROG.
043200     MOVE 0 TO OK-FINE-FILE.
043300     PERFORM LEGGI-RIGA-PROG THRU EX-LEGGI-RIGA-PROG
043400        UNTIL LETTO-FINE-FILE.
043500     CLOSE FILE-IVAPROG.
043600 EX-CARICA-PROG.
043700     EXIT.
043800*
043900 LEGGI-RIGA-PROG.
044000     READ FILE-IVAPROG
044100        AT END
044200           MOVE 1 TO OK-FINE-FILE
044300           GO TO EX-LEGGI-RIGA-PROG
044400     END-READ.
044500     IF SOC-PG NOT NUMERIC
044600        OR ANNO-PG NOT NUMERIC
044700        OR ULT-PERIODO-PG NOT NUMERIC
044800        OR ULT-NUM-V-PG NOT NUMERIC
044900        OR ULT-NUM-A-PG NOT NUMERIC
045000        OR CREDITO-PG NOT NUMERIC
045100        GO TO EX-LEGGI-RIGA-PROG.
045200     IF N-PROG NOT < 100
045300        DISPLAY "REGIVA     TAB-PROG da allargare"
045400        GO TO EX-LEGGI-RIGA-PROG.
045500     ADD 1 TO N-PROG.
045600     MOVE SOC-PG TO SOC-TP (N-PROG).
045700     MOVE ANNO-PG TO ANNO-TP (N-PROG).
045800     MOVE ULT-PERIODO-PG TO ULT-PERIODO-TP (N-PROG).
045900     MOVE ULT-NUM-V-PG TO ULT-NUM-V-TP (N-PROG).
046000     MOVE ULT-NUM-A-PG TO ULT-NUM-A-TP (N-PROG).
046100     MOVE CREDITO-PG TO CREDITO-TP (N-PROG).
046200 EX-LEGGI-RIGA-PROG.
046300     EXIT.
046400*
046500*     riga della societa' per l'anno del periodo; l'anno nuovo
046600*     riparte da protocollo 1 e porta il credito dell'ultimo
046700*     anno presente per la societa'
046800 CERCA-PROG.
046900     MOVE 0 TO IX-PG IX-PG-PREC.
047000     PERFORM CONFRONTA-PROG THRU EX-CONFRONTA-PROG
047100        VARYING I-PG FROM 1 BY 1 UNTIL I-PG > N-PROG.
047200     IF IX-PG NOT = 0
047300        GO TO EX-CERCA-PROG.
047400     IF N-PROG NOT < 100
047500        GO TO EX-CERCA-PROG.
047600     ADD 1 TO N-PROG.
047700     MOVE N-PROG TO IX-PG.
047800     MOVE SOC-REG TO SOC-TP (IX-PG).
047900     MOVE ANNO-REG TO ANNO-TP (IX-PG).
048000     MOVE 0 TO ULT-PERIODO-TP (IX-PG) ULT-NUM-V-TP (IX-PG)
048100               ULT-NUM-A-TP (IX-PG) CREDITO-TP (IX-PG).
048200     IF IX-PG-PREC NOT = 0
048300        MOVE CREDITO-TP (IX-PG-PREC) TO CREDITO-TP (IX-PG).
048400 EX-CERCA-PROG.
048500     EXIT.
048600*
048700 CONFRONTA-PROG.
048800     IF SOC-TP (I-PG) NOT = SOC-REG
048900        GO TO EX-CONFRONTA-PROG.
049000     IF ANNO-TP (I-PG) = ANNO-REG
049100        MOVE I-PG TO IX-PG
049200        GO TO EX-CONFRONTA-PROG.
049300     IF ANNO-TP (I-PG) < ANNO-REG
049400        IF IX-PG-PREC = 0
049500           MOVE I-PG TO IX-PG-PREC
049600        ELSE
049700           IF ANNO-TP (I-PG) > ANNO-TP (IX-PG-PREC)
049800              MOVE I-PG TO IX-PG-PREC
049900           END-IF
050000        END-IF
050100     END-IF.
050200 EX-CONFRONTA-PROG.
050300     EXIT.
050400*
050500 CARICA-CAUSIVA.
050600     MOVE 0 TO N-CAUSIVA.
050700     OPEN INPUT FILE-CAUSIVA.
050800     IF NOT CI-APERTO
050900        GO TO EX-CARICA-CAUSIVA.
051000     MOVE 0 TO OK-FINE-FILE.
051100     PERFORM LEGGI-RIGA-CAUSIVA THRU EX-LEGGI-RIGA-CAUSIVA
051200        UNTIL LETTO-FINE-FILE.
051300     CLOSE FILE-CAUSIVA.
051400 EX-CARICA-CAUSIVA.
051500     EXIT.
051600*
051700 LEGGI-RIGA-CAUSIVA.
051800     READ FILE-CAUSIVA
051900        AT END
052000           MOVE 1 TO OK-FINE-FILE
052100           GO TO EX-LEGGI-RIGA-CAUSIVA
052200     END-READ.
052300     IF CAUSALE-IVA-CI NOT NUMERIC
052400        OR (CATEG-CI NOT = "I" AND NOT = "E" AND NOT = "N")
052500        GO TO EX-LEGGI-RIGA-CAUSIVA.
052600     IF N-CAUSIVA NOT < 100
052700        DISPLAY "REGIVA     TAB-CAUSIVA da allargare"
052800        GO TO EX-LEGGI-RIGA-CAUSIVA.
052900     ADD 1 TO N-CAUSIVA.
053000     MOVE CAUSALE-IVA-CI TO CAUSALE-IVA-TC (N-CAUSIVA).
053100     MOVE CATEG-CI TO CATEG-TC (N-CAUSIVA).
053200     MOVE DESCR-CI TO DESCR-TC (N-CAUSIVA).
053300 EX-LEGGI-RIGA-CAUSIVA.
053400     EXIT.
053500*
053600 CARICA-MAGSOC.
053700     MOVE 0 TO N-MAGSOC.
053800     OPEN INPUT FILE-MAGSOC.
053900     IF NOT MS-APERTO
054000        GO TO EX-CARICA-MAGSOC.
054100     MOVE 0 TO OK-FINE-FILE.
054200     PERFORM LEGGI-RIGA-MAGSOC THRU EX-LEGGI-RIGA-MAGSOC
054300        UNTIL LETTO-FINE-FILE.
054400     CLOSE FILE-MAGSOC.
054500 EX-CARICA-MAGSOC.
054600     EXIT.
054700*
054800 LEGGI-RIGA-MAGSOC.
054900     READ FILE-MAGSOC
055000        AT END
055100           MOVE 1 TO OK-FINE-FILE
055200           GO TO EX-LEGGI-RIGA-MAGSOC
055300     END-READ.
055400     IF N-MAGSOC < 50
055500        ADD 1 TO N-MAGSOC
055600        MOVE MAG-MS TO MAG-TB (N-MAGSOC)
055700        MOVE SOC-MS TO SOC-TB (N-MAGSOC).
055800 EX-LEGGI-RIGA-MAGSOC.
055900     EXIT.
056000*
056100*     societa' del magazzino in MAG-CERCATO, zero se manca
056200 SOC-DEL-MAGAZZINO.
056300     MOVE 0 TO SOC-TROVATA.
056400     PERFORM CERCA-SOC-MAG THRU EX-CERCA-SOC-MAG
056500        VARYING I-MS FROM 1 BY 1 UNTIL I-MS > N-MAGSOC.
056600 EX-SOC-DEL-MAGAZZINO.
056700     EXIT.
056800*
056900 CERCA-SOC-MAG.
057000     IF MAG-TB (I-MS) = MAG-CERCATO
057100        MOVE SOC-TB (I-MS) TO SOC-TROVATA.
057200 EX-CERCA-SOC-MAG.
057300     EXIT.
057400*
057500*     data della pre-fattura: quella della sua partita su
057600*     SCADAPER
057700 CARICA-DATE-PREF.
057800     MOVE 0 TO N-DATE-PREF.
057900     OPEN INPUT FILE-SCAD.
058000     IF NOT SC-APERTO
058100        GO TO EX-CARICA-DATE-PREF.
058200     MOVE 0 TO OK-FINE-FILE.
058300     PERFORM LEGGI-RIGA-SCAD THRU EX-LEGGI-RIGA-SCAD
058400        UNTIL LETTO-FINE-FILE.
058500     CLOSE FILE-SCAD.
058600 EX-CARICA-DATE-PREF.
058700     EXIT.
058800*
058900 LEGGI-RIGA-SCAD.
059000     READ FILE-SCAD
059100        AT END
059200           MOVE 1 TO OK-FINE-FILE
059300           GO TO EX-LEGGI-RIGA-SCAD
059400     END-READ.
059500     IF DATA-PREF-SC NOT NUMERIC
059600        GO TO EX-LEGGI-RIGA-SCAD.
059700     MOVE DATA-PREF-SC TO DATA-LAV.
059800     IF PERIODO-LAV NOT = PERIODO-REG
059900        GO TO EX-LEGGI-RIGA-SCAD.
060000     IF N-DATE-PREF NOT < 2000
060100        DISPLAY "REGIVA     TAB-DATE-PREF da allargare"
060200        GO TO EX-LEGGI-RIGA-SCAD.
060300     ADD 1 TO N-DATE-PREF.
060400     MOVE CONTO-SC TO CONTO-DP (N-DATE-PREF).
060500     MOVE NUM-PREFATT-SC TO NUM-DP (N-DATE-PREF).
060600     MOVE DATA-PREF-SC TO DATA-DP (N-DATE-PREF).
060700 EX-LEGGI-RIGA-SCAD.
060800     EXIT.
060900*
061000*
061100*     scansione seriale di BOLLE: righe gia' fatturate dei
061200*     magazzini della societa', col conto di fatturazione
061300*     risolto come in PREFATT
061400 RACCOGLI-BOLLE.
061500     MOVE 0 TO N-BOLLE-PF.
061600     MOVE 0 TO NUM-REC-BOLLE.
061700     MOVE 0 TO W-STATUS-WORD-IMAGE.
061800     PERFORM LEGGI-BOLLE-SER THRU EX-LEGGI-BOLLE-SER
061900        UNTIL W-FUORI-FILE.
062000 EX-RACCOGLI-BOLLE.
062100     EXIT.
062200*
062300 LEGGI-BOLLE-SER.
062400     ADD 1 TO NUM-REC-BOLLE.
062500     MOVE NUM-REC-BOLLE TO W-VALORE-CAMPO-W.
062600     MOVE 2 TO W-MODO.
062700     MOVE "BOLLE;"     TO W-NOME-DATA-SET.
062800     PERFORM TTDBGET THRU EX-TTDBGET.
062900     IF W-OK-IMAGE
063000        MOVE AREA-REC-SET TO REC-BOLLE
063100        PERFORM VAGLIA-BOLLA THRU EX-VAGLIA-BOLLA
063200     END-IF.
063300 EX-LEGGI-BOLLE-SER.
063400     EXIT.
063500*
063600 VAGLIA-BOLLA.
063700     IF NUM-PRE-FATT OF REC-BOLLE = 0
063800        OR VAL-REC OF REC-BOLLE = "**"
063900        GO TO EX-VAGLIA-BOLLA.
064000     MOVE MAGAZZINO OF REC-BOLLE TO MAG-CERCATO.
064100     PERFORM SOC-DEL-MAGAZZINO THRU EX-SOC-DEL-MAGAZZINO.
064200     IF SOC-TROVATA NOT = SOC-REG
064300        GO TO EX-VAGLIA-BOLLA.
064400     IF N-BOLLE-PF NOT < 3000
064500        DISPLAY "REGIVA     TAB-BOLLE-PF da allargare"
064600        GO TO EX-VAGLIA-BOLLA.
064700     PERFORM RISOLVI-CONTO-FATT THRU EX-RISOLVI-CONTO-FATT.
064800     ADD 1 TO N-BOLLE-PF.
064900     MOVE CONTO-FATT-COM TO CONTO-FATT-BP (N-BOLLE-PF).
065000     MOVE NUM-PRE-FATT OF REC-BOLLE TO NUM-PF-BP (N-BOLLE-PF).
065100     MOVE RIF-INTERNO OF REC-BOLLE TO RIF-BP (N-BOLLE-PF).
065200 EX-VAGLIA-BOLLA.
065300     EXIT.
065400*
065500 RISOLVI-CONTO-FATT.
065600     MOVE CONTO OF REC-BOLLE TO CONTO-FATT-COM.
065700     MOVE "CONTO;"  TO W-NOME-CAMPO.
065800     MOVE "INDIRIZ;" TO W-NOME-DATA-SET.
065900     MOVE CONTO OF REC-BOLLE TO W-VALORE-CAMPO-W.
066000     PERFORM TTDBFIND THRU EX-TTDBFIND.
066100     IF W-OK-IMAGE
066200        MOVE 5 TO W-MODO
066300        PERFORM TTDBGET THRU EX-TTDBGET
066400        IF W-OK-IMAGE
066500           MOVE AREA-REC-SET TO REC-INDIRIZZI
066600           IF TELEFONO OF REC-INDIRIZZI NOT = 0
066700              AND CONTO-FATTURA OF REC-INDIRIZZI NOT = 0
066800              MOVE CONTO-FATTURA OF REC-INDIRIZZI
066900                   TO CONTO-FATT-COM
067000           END-IF
067100        END-IF
067200     END-IF.
067300     MOVE 0 TO W-STATUS-WORD-IMAGE.
067400 EX-RISOLVI-CONTO-FATT.
067500     EXIT.
067600*
067700*
067800*     bolla fatturata: vale se la sua pre-fattura e' datata
067900*     nel periodo; gli scarichi della catena RIF-INTR valgono
068000*     quantita' per COSTO-STD come in PREFATT
068100 VENDITE-PREFATTURE.
068200     MOVE 0 TO DATA-DOC.
068300     PERFORM CERCA-DATA-PREF THRU EX-CERCA-DATA-PREF
068400        VARYING I-DP FROM 1 BY 1 UNTIL I-DP > N-DATE-PREF.
068500     IF DATA-DOC = 0
068600        GO TO EX-VENDITE-PREFATTURE.
068700     MOVE "V" TO REG-DOC.
068800     MOVE "PREF" TO TIPO-DOC.
068900     MOVE CONTO-FATT-BP (I-BP) TO CONTO-DOC.
069000     MOVE SPACES TO NUM-DOC.
069100     MOVE NUM-PF-BP (I-BP) TO NUM-DOC (1:4).
069200     PERFORM CERCA-DOCUMENTO THRU EX-CERCA-DOCUMENTO.
069300     IF IX-DI = 0
069400        PERFORM CATEGORIA-CLIENTE THRU EX-CATEGORIA-CLIENTE
069500        PERFORM NUOVO-DOCUMENTO THRU EX-NUOVO-DOCUMENTO
069600        IF IX-DI = 0
069700           GO TO EX-VENDITE-PREFATTURE
069800        END-IF
069900     END-IF.
070000     MOVE "RIF-INTR;" TO W-NOME-CAMPO.
070100     MOVE "MOVMAG;"   TO W-NOME-DATA-SET.
070200     MOVE RIF-BP (I-BP) TO W-VALORE-CAMPO.
070300     PERFORM TTDBFIND THRU EX-TTDBFIND.
070400     IF NOT W-OK-IMAGE
070500        GO TO EX-VENDITE-PREFATTURE.
070600     PERFORM DBGET-MOVMAG-IV THRU EX-DBGET-MOVMAG-IV.
070700     PERFORM SCARICO-BOLLA THRU EX-SCARICO-BOLLA
070800        UNTIL W-FINE-CATENA.
070900 EX-VENDITE-PREFATTURE.
071000     EXIT.
071100*
071200 CERCA-DATA-PREF.
071300     IF CONTO-DP (I-DP) = CONTO-FATT-BP (I-BP)
071400        AND NUM-DP (I-DP) = NUM-PF-BP (I-BP)
071500        MOVE DATA-DP (I-DP) TO DATA-DOC.
071600 EX-CERCA-DATA-PREF.
071700     EXIT.
071800*
071900 DBGET-MOVMAG-IV.
072000     MOVE 5 TO W-MODO.
072100     PERFORM TTDBGET THRU EX-TTDBGET.
072200     MOVE AREA-REC-SET TO REC-MOVMAG.
072300 EX-DBGET-MOVMAG-IV.
072400     EXIT.
072500*
072600*     ANAMAT si legge a chiave: la catena MOVMAG non si sposta
072700 SCARICO-BOLLA.
072800     IF QUANTITA OF REC-MOVMAG < 0
072900        MOVE C-MAT OF REC-MOVMAG TO C-MAT-RIGA
073000        COMPUTE IMPORTO-RIGA = 0 - QUANTITA OF REC-MOVMAG
073100                                 * COSTO-STD OF REC-MOVMAG
073200        PERFORM AGGIUNGI-RIGA THRU EX-AGGIUNGI-RIGA
073300     END-IF.
073400     PERFORM DBGET-MOVMAG-IV THRU EX-DBGET-MOVMAG-IV.
073500 EX-SCARICO-BOLLA.
073600     EXIT.
073700*
073800*     categoria del cliente: split payment da ANACON, se no
073900*     quella della CAUSALE-IVA di CONFATT
074000 CATEGORIA-CLIENTE.
074100     MOVE 0 TO CAUSALE-IVA-DOC.
074200     MOVE SPACE TO SPLIT-DOC.
074300     MOVE "CONTO;"  TO W-NOME-CAMPO.
074400     MOVE "CONFATT;" TO W-NOME-DATA-SET.
074500     MOVE CONTO-DOC TO W-VALORE-CAMPO-W.
074600     PERFORM TTDBFIND THRU EX-TTDBFIND.
074700     IF W-OK-IMAGE
074800        MOVE 5 TO W-MODO
074900        PERFORM TTDBGET THRU EX-TTDBGET
075000        IF W-OK-IMAGE
075100           MOVE CAUSALE-IVA OF REC-CONFATT TO CAUSALE-IVA-DOC
075200        END-IF
075300     END-IF.
075400     MOVE "ANACON;"    TO W-NOME-DATA-SET.
075500     MOVE "CONTO;"     TO W-NOME-CAMPO.
075600     MOVE CONTO-DOC TO W-VALORE-CAMPO-W.
075700     MOVE 7 TO W-MODO.
075800     PERFORM TTDBGET THRU EX-TTDBGET.
075900     IF W-OK-IMAGE AND SPLIT-PAYMENT OF REC-ANACON
076000        MOVE "A" TO SPLIT-DOC.
076100     PERFORM CATEGORIA-DOC THRU EX-CATEGORIA-DOC.
076200 EX-CATEGORIA-CLIENTE.
076300     EXIT.
076400*
076500 CATEGORIA-DOC.
076600     MOVE "I" TO CATEG-DOC.
076700     MOVE 0 TO IX-TC.
076800     PERFORM CERCA-CAUSIVA THRU EX-CERCA-CAUSIVA
076900        VARYING I-TC FROM 1 BY 1 UNTIL I-TC > N-CAUSIVA.
077000     IF IX-TC NOT = 0
077100        MOVE CATEG-TC (IX-TC) TO CATEG-DOC.
077200     IF SPLIT-DOC = "A" AND CATEG-DOC = "I"
077300        MOVE "S" TO CATEG-DOC.
077400 EX-CATEGORIA-DOC.
077500     EXIT.
077600*
077700 CERCA-CAUSIVA.
077800     IF CAUSALE-IVA-TC (I-TC) = CAUSALE-IVA-DOC
077900        MOVE I-TC TO IX-TC.
078000 EX-CERCA-CAUSIVA.
078100     EXIT.
078200*
078300 CERCA-DOCUMENTO.
078400     MOVE 0 TO IX-DI.
078500     PERFORM CONFRONTA-DOCUMENTO THRU EX-CONFRONTA-DOCUMENTO
078600        VARYING I-DI FROM 1 BY 1 UNTIL I-DI > N-DOC-IVA.
078700 EX-CERCA-DOCUMENTO.
078800     EXIT.
078900*
079000 CONFRONTA-DOCUMENTO.
079100     IF REG-DI (I-DI) = REG-DOC
079200        AND TIPO-DI (I-DI) = TIPO-DOC
079300        AND CONTO-DI (I-DI) = CONTO-DOC
079400        AND NUM-DI (I-DI) = NUM-DOC
079500        MOVE I-DI TO IX-DI.
079600 EX-CONFRONTA-DOCUMENTO.
079700     EXIT.
079800*
079900 NUOVO-DOCUMENTO.
080000     MOVE 0 TO IX-DI.
080100     IF N-DOC-IVA NOT < 2000
080200        DISPLAY "REGIVA     TAB-DOC-IVA da allargare"
080300        GO TO EX-NUOVO-DOCUMENTO.
080400     ADD 1 TO N-DOC-IVA.
080500     MOVE N-DOC-IVA TO IX-DI.
080600     MOVE REG-DOC TO REG-DI (IX-DI).
080700     MOVE TIPO-DOC TO TIPO-DI (IX-DI).
080800     MOVE DATA-DOC TO DATA-DI (IX-DI).
080900     MOVE CONTO-DOC TO CONTO-DI (IX-DI).
081000     MOVE NUM-DOC TO NUM-DI (IX-DI).
081100     MOVE CAUSALE-IVA-DOC TO CAUSALE-IVA-DI (IX-DI).
081200     MOVE CATEG-DOC TO CATEG-DI (IX-DI).
081300     MOVE 0 TO PROT-DI (IX-DI).
081400 EX-NUOVO-DOCUMENTO.
081500     EXIT.
081600*
081700*     riga del documento IX-DI: l'importo va sull'aliquota
081800*     IVA dell'articolo (ANAMAT a colore 0), come in DOCCOMM
081900 AGGIUNGI-RIGA.
082000     MOVE ALIQ-ORDINARIA TO ALIQ-RIGA.
082100     MOVE "ANAMAT;" TO W-NOME-DATA-SET.
082200     MOVE "C-MAT;" TO W-NOME-CAMPO.
082300     COMPUTE W-VALORE-CAMPO = C-MAT-RIGA / 1000 * 1000.
082400     MOVE 7 TO W-MODO.
082500     PERFORM TTDBGET THRU EX-TTDBGET.
082600     IF W-OK-IMAGE
082700        MOVE ALIQ-IVA OF REC-ANAMAT TO ALIQ-RIGA.
082800     MOVE 0 TO W-STATUS-WORD-IMAGE.
082900     MOVE 0 TO IX-RI.
083000     PERFORM CERCA-RIGA-IVA THRU EX-CERCA-RIGA-IVA
083100        VARYING I-RI FROM 1 BY 1 UNTIL I-RI > N-RIGHE-IVA.
083200     IF IX-RI = 0
083300        IF N-RIGHE-IVA NOT < 6000
083400           DISPLAY "REGIVA     TAB-RIGHE-IVA da allargare"
083500           GO TO EX-AGGIUNGI-RIGA
083600        END-IF
083700        ADD 1 TO N-RIGHE-IVA
083800        MOVE N-RIGHE-IVA TO IX-RI
083900        MOVE IX-DI TO IX-DI-RI (IX-RI)
084000        MOVE ALIQ-RIGA TO ALIQ-RI (IX-RI)
084100        MOVE 0 TO IMPON-RI (IX-RI)
084200     END-IF.
084300     ADD IMPORTO-RIGA TO IMPON-RI (IX-RI).
084400 EX-AGGIUNGI-RIGA.
084500     EXIT.
084600*
084700 CERCA-RIGA-IVA.
084800     IF IX-DI-RI (I-RI) = IX-DI
084900        AND ALIQ-RI (I-RI) = ALIQ-RIGA
085000        MOVE I-RI TO IX-RI.
085100 EX-CERCA-RIGA-IVA.
085200     EXIT.
085300*
085400*
085500*     note di accredito del periodo dall'archivio NOTEARCH:
085600*     una riga per reso, importo in negativo
085700 VENDITE-NOTE.
085800     OPEN INPUT FILE-NOTEARC.
085900     IF NOT NR-APERTO
086000        GO TO EX-VENDITE-NOTE.
086100     MOVE 0 TO OK-FINE-FILE.
086200     PERFORM LEGGI-RIGA-NOTA THRU EX-LEGGI-RIGA-NOTA
086300        UNTIL LETTO-FINE-FILE.
086400     CLOSE FILE-NOTEARC.
086500 EX-VENDITE-NOTE.
086600     EXIT.
086700*
086800 LEGGI-RIGA-NOTA.
086900     READ FILE-NOTEARC
087000        AT END
087100           MOVE 1 TO OK-FINE-FILE
087200           GO TO EX-LEGGI-RIGA-NOTA
087300     END-READ.
087400     IF DATA-NR NOT NUMERIC
087500        OR QTA-NR NOT NUMERIC
087600        OR PREZZO-NR NOT NUMERIC
087700        GO TO EX-LEGGI-RIGA-NOTA.
087800     MOVE DATA-NR TO DATA-LAV.
087900     IF PERIODO-LAV NOT = PERIODO-REG
088000        GO TO EX-LEGGI-RIGA-NOTA.
088100     MOVE MAG-NR TO MAG-CERCATO.
088200     PERFORM SOC-DEL-MAGAZZINO THRU EX-SOC-DEL-MAGAZZINO.
088300     IF SOC-TROVATA NOT = SOC-REG
088400        GO TO EX-LEGGI-RIGA-NOTA.
088500     MOVE "V" TO REG-DOC.
088600     MOVE "NCRE" TO TIPO-DOC.
088700     MOVE CONTO-NR TO CONTO-DOC.
088800     MOVE SPACES TO NUM-DOC.
088900     MOVE NUMERO-NOTA-NR TO NUM-DOC (1:6).
089000     MOVE DATA-NR TO DATA-DOC.
089100     PERFORM CERCA-DOCUMENTO THRU EX-CERCA-DOCUMENTO.
089200     IF IX-DI = 0
089300        MOVE CAUSALE-IVA-NR TO CAUSALE-IVA-DOC
089400        MOVE SPLIT-NR TO SPLIT-DOC
089500        PERFORM CATEGORIA-DOC THRU EX-CATEGORIA-DOC
089600        PERFORM NUOVO-DOCUMENTO THRU EX-NUOVO-DOCUMENTO
089700        IF IX-DI = 0
089800           GO TO EX-LEGGI-RIGA-NOTA
089900        END-IF
090000     END-IF.
090100     MOVE C-MAT-NR TO C-MAT-RIGA.
090200     COMPUTE IMPORTO-RIGA = 0 - QTA-NR * PREZZO-NR.
090300     PERFORM AGGIUNGI-RIGA THRU EX-AGGIUNGI-RIGA.
090400 EX-LEGGI-RIGA-NOTA.
090500     EXIT.
090600*
090700*
090800*     fatture fornitore datate nel periodo; la societa' e'
090900*     quella del magazzino del carico CARF della bolla
091000*     fornitore (catena C-MAT di MOVMAG, come in FATFORN)
091100 ACQUISTI.
091200     OPEN INPUT FILE-FATF.
091300     IF NOT FF-APERTO
091400        GO TO EX-ACQUISTI.
091500     MOVE 0 TO OK-FINE-FILE.
091600     PERFORM LEGGI-RIGA-FATF THRU EX-LEGGI-RIGA-FATF
091700        UNTIL LETTO-FINE-FILE.
091800     CLOSE FILE-FATF.
091900 EX-ACQUISTI.
092000     EXIT.
092100*
092200 LEGGI-RIGA-FATF.
092300     READ FILE-FATF
092400        AT END
092500           MOVE 1 TO OK-FINE-FILE
092600           GO TO EX-LEGGI-RIGA-FATF
092700     END-READ.
092800     IF DATA-FF NOT NUMERIC
092900        OR IMPORTO-FF NOT NUMERIC
093000        GO TO EX-LEGGI-RIGA-FATF.
093100     MOVE DATA-FF TO DATA-LAV.
093200     IF PERIODO-LAV NOT = PERIODO-REG
093300        GO TO EX-LEGGI-RIGA-FATF.
093400     PERFORM CERCA-CARICO THRU EX-CERCA-CARICO.
093500     IF CARICO-TROVATO = 0
093600        PERFORM SEGNA-SENZA-CARICO THRU EX-SEGNA-SENZA-CARICO
093700        GO TO EX-LEGGI-RIGA-FATF.
093800     PERFORM SOC-DEL-MAGAZZINO THRU EX-SOC-DEL-MAGAZZINO.
093900     IF SOC-TROVATA NOT = SOC-REG
094000        GO TO EX-LEGGI-RIGA-FATF.
094100     MOVE "A" TO REG-DOC.
094200     MOVE "FATF" TO TIPO-DOC.
094300     MOVE CONTO-FF TO CONTO-DOC.
094400     MOVE NUM-FATT-FF TO NUM-DOC.
094500     MOVE DATA-FF TO DATA-DOC.
094600     PERFORM CERCA-DOCUMENTO THRU EX-CERCA-DOCUMENTO.
094700     IF IX-DI = 0
094800        MOVE 0 TO CAUSALE-IVA-DOC
094900        MOVE "I" TO CATEG-DOC
095000        PERFORM NUOVO-DOCUMENTO THRU EX-NUOVO-DOCUMENTO
095100        IF IX-DI = 0
095200           GO TO EX-LEGGI-RIGA-FATF
095300        END-IF
095400     END-IF.
095500     MOVE C-MAT-FF TO C-MAT-RIGA.
095600     MOVE IMPORTO-FF TO IMPORTO-RIGA.
095700     PERFORM AGGIUNGI-RIGA THRU EX-AGGIUNGI-RIGA.
095800 EX-LEGGI-RIGA-FATF.
095900     EXIT.
096000*
096100 CERCA-CARICO.
096200     MOVE 0 TO CARICO-TROVATO.
096300     MOVE "C-MAT;"      TO W-NOME-CAMPO.
096400     MOVE C-MAT-FF TO W-VALORE-CAMPO.
096500     MOVE "MOVMAG;"     TO W-NOME-DATA-SET.
096600     PERFORM TTDBFIND THRU EX-TTDBFIND.
096700     IF W-OK-IMAGE
096800        PERFORM DBGET-MOVMAG-IV THRU EX-DBGET-MOVMAG-IV
096900        PERFORM ESAMINA-CARICO THRU EX-ESAMINA-CARICO
097000           UNTIL W-FINE-CATENA
097100     END-IF.
097200 EX-CERCA-CARICO.
097300     EXIT.
097400*
097500 ESAMINA-CARICO.
097600     IF C-OPE OF REC-MOVMAG = "CARF"
097700        AND RIF-BOLLA-FORN OF REC-MOVMAG = RIF-BOLLA-FF
097800        AND CONTO OF REC-MOVMAG = CONTO-FF
097900        AND CARICO-TROVATO = 0
098000        MOVE 1 TO CARICO-TROVATO
098100        MOVE MAGAZZINO OF REC-MOVMAG TO MAG-CERCATO
098200     END-IF.
098300     PERFORM DBGET-MOVMAG-IV THRU EX-DBGET-MOVMAG-IV.
098400 EX-ESAMINA-CARICO.
098500     EXIT.
098600*
098700 SEGNA-SENZA-CARICO.
098800     IF N-SENZA-CARICO NOT < 200
098900        GO TO EX-SEGNA-SENZA-CARICO.
099000     ADD 1 TO N-SENZA-CARICO.
099100     MOVE CONTO-FF TO CONTO-NC (N-SENZA-CARICO).
099200     MOVE NUM-FATT-FF TO NUM-FATT-NC (N-SENZA-CARICO).
099300     MOVE C-MAT-FF TO C-MAT-NC (N-SENZA-CARICO).
099400     MOVE IMPORTO-FF TO IMPORTO-NC (N-SENZA-CARICO).
099500 EX-SEGNA-SENZA-CARICO.
099600     EXIT.
099700*
099800*
099900 APRI-STAMPA.
100000     MOVE  136  TO LL-RIGA.
100100     MOVE 9999 TO N-MAX-RIGHE.
100200     MOVE "T" TO PRE-NOME-FILE.
100300     MOVE W-FORMATO-INTERNO TO TERM-N-FILE.
100400     CALL "QOLPPR" USING PAR-PRINT
100500                          RIGA BUFFER.
100600     MOVE 0   TO N-STAMPANTE.
100700     MOVE "M" TO COMANDO.
100800     MOVE 66  TO N-RIGA-STAMPA.
100900     MOVE SPACES TO DATI-RIGA.
101000     IF STAMPA-DEFINITIVA
101100        STRING " REGISTRI IVA SOCIETA' " SOC-REG
101200               "  PERIODO " PERIODO-REG "  DEFINITIVA"
101300               DELIMITED BY SIZE INTO DATI-RIGA
101400     ELSE
101500        STRING " REGISTRI IVA SOCIETA' " SOC-REG
101600               "  PERIODO " PERIODO-REG "  PROVA"
101700               DELIMITED BY SIZE INTO DATI-RIGA
101800     END-IF.
101900     PERFORM SCRIVI THRU EX-SCRIVI.
102000 EX-APRI-STAMPA.
102100     EXIT.
102200*
102300*     registro REG-STAMPA in ordine di data: il protocollo
102400*     prosegue da quello salvato per l'anno
102500 STAMPA-REGISTRO.
102600     MOVE SPACES TO DATI-RIGA.
102700     IF REG-STAMPA = "V"
102800        MOVE " REGISTRO IVA VENDITE" TO DATI-RIGA
102900     ELSE
103000        MOVE " REGISTRO IVA ACQUISTI" TO DATI-RIGA.
103100     MOVE 3 TO N-RIGA-STAMPA.
103200     PERFORM SCRIVI THRU EX-SCRIVI.
103300     MOVE " PROT.  DATA    TIPO  DOCUMENTO     CONTO     "
103400       &  "NOMINATIVO                CAUS  C  ALQ     "
103500       &  "IMPONIBILE           IVA"
103600       TO DATI-RIGA.
103700     MOVE 2 TO N-RIGA-STAMPA.
103800     PERFORM SCRIVI THRU EX-SCRIVI.
103900     MOVE 0 TO TOT-IMPON-REG TOT-IVA-REG.
104000     PERFORM STAMPA-GIORNO THRU EX-STAMPA-GIORNO
104100        VARYING GG-STAMPA FROM 1 BY 1 UNTIL GG-STAMPA > 31.
104200     MOVE "  TOTALE REGISTRO" TO DATI-RIGA.
104300     COMPUTE IMPON-ST = TOT-IMPON-REG / 100.
104400     COMPUTE IVA-ST = TOT-IVA-REG / 100.
104500     MOVE 2 TO N-RIGA-STAMPA.
104600     PERFORM SCRIVI THRU EX-SCRIVI.
104700     MOVE " RIEPILOGO PER CAUSALE IVA E ALIQUOTA" TO DATI-RIGA.
104800     MOVE 2 TO N-RIGA-STAMPA.
104900     PERFORM SCRIVI THRU EX-SCRIVI.
105000     PERFORM STAMPA-RIEPILOGO THRU EX-STAMPA-RIEPILOGO
105100        VARYING I-RP FROM 1 BY 1 UNTIL I-RP > N-RIEPILOGO.
105200 EX-STAMPA-REGISTRO.
105300     EXIT.
105400*
105500 STAMPA-GIORNO.
105600     PERFORM STAMPA-DOCUMENTO THRU EX-STAMPA-DOCUMENTO
105700        VARYING I-DI FROM 1 BY 1 UNTIL I-DI > N-DOC-IVA.
105800 EX-STAMPA-GIORNO.
105900     EXIT.
106000*
106100 STAMPA-DOCUMENTO.
106200     IF REG-DI (I-DI) NOT = REG-STAMPA
106300        GO TO EX-STAMPA-DOCUMENTO.
106400     MOVE DATA-DI (I-DI) TO DATA-LAV.
106500     IF GG-LAV NOT = GG-STAMPA
106600        GO TO EX-STAMPA-DOCUMENTO.
106700     IF REG-STAMPA = "V"
106800        ADD 1 TO NUM-V
106900        MOVE NUM-V TO PROT-DI (I-DI)
107000     ELSE
107100        ADD 1 TO NUM-A
107200        MOVE NUM-A TO PROT-DI (I-DI).
107300     MOVE SPACES TO NOME-DOC.
107400     MOVE "ANACON;"    TO W-NOME-DATA-SET.
107500     MOVE "CONTO;"     TO W-NOME-CAMPO.
107600     MOVE CONTO-DI (I-DI) TO W-VALORE-CAMPO-W.
107700     MOVE 7 TO W-MODO.
107800     PERFORM TTDBGET THRU EX-TTDBGET.
107900     IF W-OK-IMAGE
108000        MOVE D-CONTO OF REC-ANACON TO NOME-DOC.
108100     MOVE "S" TO PRIMA-RIGA-SW.
108200     PERFORM STAMPA-RIGA-DOC THRU EX-STAMPA-RIGA-DOC
108300        VARYING I-RI FROM 1 BY 1 UNTIL I-RI > N-RIGHE-IVA.
108400 EX-STAMPA-DOCUMENTO.
108500     EXIT.
108600*
108700*     IVA della riga all'aliquota intera, arrotondata; esenti
108800*     e non imponibili senza imposta
108900 STAMPA-RIGA-DOC.
109000     IF IX-DI-RI (I-RI) NOT = I-DI
109100        GO TO EX-STAMPA-RIGA-DOC.
109200     MOVE 0 TO IVA-RIGA.
109300     IF CATEG-DI (I-DI) = "I" OR CATEG-DI (I-DI) = "S"
109400        COMPUTE IVA-RIGA ROUNDED = IMPON-RI (I-RI)
109500                                   * ALIQ-RI (I-RI) / 100.
109600     IF PRIMA-RIGA
109700        MOVE PROT-DI (I-DI) TO PROT-ST
109800        MOVE DATA-DI (I-DI) TO DATA-ST
109900        MOVE TIPO-DI (I-DI) TO TIPO-ST
110000        MOVE NUM-DI (I-DI) TO NUM-ST
110100        MOVE CONTO-DI (I-DI) TO CONTO-ST
110200        MOVE NOME-DOC TO NOME-ST
110300        MOVE CAUSALE-IVA-DI (I-DI) TO CAUSALE-ST
110400        MOVE CATEG-DI (I-DI) TO CATEG-ST
110500        MOVE "N" TO PRIMA-RIGA-SW.
110600     MOVE ALIQ-RI (I-RI) TO ALIQ-ST.
110700     COMPUTE IMPON-ST = IMPON-RI (I-RI) / 100.
110800     COMPUTE IVA-ST = IVA-RIGA / 100.
110900     PERFORM SCRIVI THRU EX-SCRIVI.
111000     ADD IMPON-RI (I-RI) TO TOT-IMPON-REG.
111100     ADD IVA-RIGA TO TOT-IVA-REG.
111200     PERFORM SOMMA-RIEPILOGO THRU EX-SOMMA-RIEPILOGO.
111300 EX-STAMPA-RIGA-DOC.
111400     EXIT.
111500*
111600 SOMMA-RIEPILOGO.
111700     MOVE 0 TO IX-RP.
111800     PERFORM CERCA-RIEPILOGO THRU EX-CERCA-RIEPILOGO
111900        VARYING I-RP FROM 1 BY 1 UNTIL I-RP > N-RIEPILOGO.
112000     IF IX-RP = 0
112100        IF N-RIEPILOGO NOT < 100
112200           DISPLAY "REGIVA     TAB-RIEPILOGO da allargare"
112300           GO TO EX-SOMMA-RIEPILOGO
112400        END-IF
112500        ADD 1 TO N-RIEPILOGO
112600        MOVE N-RIEPILOGO TO IX-RP
112700        MOVE REG-STAMPA TO REG-RP (IX-RP)
112800        MOVE CAUSALE-IVA-DI (I-DI) TO CAUSALE-IVA-RP (IX-RP)
112900        MOVE CATEG-DI (I-DI) TO CATEG-RP (IX-RP)
113000        MOVE ALIQ-RI (I-RI) TO ALIQ-RP (IX-RP)
113100        MOVE 0 TO IMPON-RP (IX-RP) IVA-RP (IX-RP)
113200     END-IF.
113300     ADD IMPON-RI (I-RI) TO IMPON-RP (IX-RP).
113400     ADD IVA-RIGA TO IVA-RP (IX-RP).
113500 EX-SOMMA-RIEPILOGO.
113600     EXIT.
113700*
113800 CERCA-RIEPILOGO.
113900     IF REG-RP (I-RP) = REG-STAMPA
114000        AND CAUSALE-IVA-RP (I-RP) = CAUSALE-IVA-DI (I-DI)
114100        AND CATEG-RP (I-RP) = CATEG-DI (I-DI)
114200        AND ALIQ-RP (I-RP) = ALIQ-RI (I-RI)
114300        MOVE I-RP TO IX-RP.
114400 EX-CERCA-RIEPILOGO.
114500     EXIT.
114600*
114700 STAMPA-RIEPILOGO.
114800     IF REG-RP (I-RP) NOT = REG-STAMPA
114900        GO TO EX-STAMPA-RIEPILOGO.
115000     MOVE CAUSALE-IVA-RP (I-RP) TO CAUSALE-RP-ST.
115100     MOVE CAUSALE-IVA-RP (I-RP) TO CAUSALE-IVA-DOC.
115200     MOVE 0 TO IX-TC.
115300     PERFORM CERCA-CAUSIVA THRU EX-CERCA-CAUSIVA
115400        VARYING I-TC FROM 1 BY 1 UNTIL I-TC > N-CAUSIVA.
115500     IF IX-TC NOT = 0
115600        MOVE DESCR-TC (IX-TC) TO DESCR-RP-ST.
115700     IF CATEG-RP (I-RP) = "S"
115800        MOVE "SPLIT PAYMENT" TO DESCR-RP-ST.
115900     MOVE CATEG-RP (I-RP) TO CATEG-RP-ST.
116000     MOVE ALIQ-RP (I-RP) TO ALIQ-RP-ST.
116100     COMPUTE IMPON-RP-ST = IMPON-RP (I-RP) / 100.
116200     COMPUTE IVA-RP-ST = IVA-RP (I-RP) / 100.
116300     PERFORM SCRIVI THRU EX-SCRIVI.
116400 EX-STAMPA-RIEPILOGO.
116500     EXIT.
116600*
116700 STAMPA-SENZA-CARICO.
116800     IF N-SENZA-CARICO = 0
116900        GO TO EX-STAMPA-SENZA-CARICO.
117000     MOVE " RIGHE FORNITORE SENZA CARICO CARF (FUORI REGISTRO)"
117100       TO DATI-RIGA.
117200     MOVE 3 TO N-RIGA-STAMPA.
117300     PERFORM SCRIVI THRU EX-SCRIVI.
117400     PERFORM STAMPA-RIGA-SENZA THRU EX-STAMPA-RIGA-SENZA
117500        VARYING I-NC FROM 1 BY 1 UNTIL I-NC > N-SENZA-CARICO.
117600     MOVE N-SENZA-CARICO TO CONTA-ED.
117700     DISPLAY "REGIVA     righe fornitore senza carico " CONTA-ED.
117800 EX-STAMPA-SENZA-CARICO.
117900     EXIT.
118000*
118100 STAMPA-RIGA-SENZA.
118200     MOVE CONTO-NC (I-NC) TO CONTO-NC-ST.
118300     MOVE NUM-FATT-NC (I-NC) TO NUM-NC-ST.
118400     MOVE C-MAT-NC (I-NC) TO C-MAT-NC-ST.
118500     COMPUTE IMPORTO-NC-ST = IMPORTO-NC (I-NC) / 100.
118600     PERFORM SCRIVI THRU EX-SCRIVI.
118700 EX-STAMPA-RIGA-SENZA.
118800     EXIT.
118900*
119000*     liquidazione: IVA delle vendite imponibili meno IVA
119100*     degli acquisti e credito del periodo prima; l'IVA in
119200*     split payment la versa il cliente e si mostra a parte
119300 LIQUIDAZIONE.
119400     MOVE 0 TO IVA-DEBITO IVA-SPLIT IVA-CREDITO.
119500     PERFORM SOMMA-LIQUIDAZIONE THRU EX-SOMMA-LIQUIDAZIONE
119600        VARYING I-RP FROM 1 BY 1 UNTIL I-RP > N-RIEPILOGO.
119700     COMPUTE SALDO-IVA = IVA-DEBITO - IVA-CREDITO
119800                       - CREDITO-PREC.
119900     MOVE " LIQUIDAZIONE IVA DEL PERIODO" TO DATI-RIGA.
120000     MOVE 3 TO N-RIGA-STAMPA.
120100     PERFORM SCRIVI THRU EX-SCRIVI.
120200     MOVE "IVA SULLE VENDITE" TO DESCR-LQ-ST.
120300     COMPUTE IMPORTO-LQ-ST = IVA-DEBITO / 100.
120400     PERFORM SCRIVI THRU EX-SCRIVI.
120500     MOVE "IVA SPLIT PAYMENT (NON DOVUTA)" TO DESCR-LQ-ST.
120600     COMPUTE IMPORTO-LQ-ST = IVA-SPLIT / 100.
120700     PERFORM SCRIVI THRU EX-SCRIVI.
120800     MOVE "IVA SUGLI ACQUISTI" TO DESCR-LQ-ST.
120900     COMPUTE IMPORTO-LQ-ST = IVA-CREDITO / 100.
121000     PERFORM SCRIVI THRU EX-SCRIVI.
121100     MOVE "CREDITO DEL PERIODO PRECEDENTE" TO DESCR-LQ-ST.
121200     COMPUTE IMPORTO-LQ-ST = CREDITO-PREC / 100.
121300     PERFORM SCRIVI THRU EX-SCRIVI.
121400     IF SALDO-IVA > 0
121500        MOVE 0 TO CREDITO-NUOVO
121600        MOVE "IVA A DEBITO DA VERSARE" TO DESCR-LQ-ST
121700        COMPUTE IMPORTO-LQ-ST = SALDO-IVA / 100
121800     ELSE
121900        COMPUTE CREDITO-NUOVO = 0 - SALDO-IVA
122000        MOVE "IVA A CREDITO DA RIPORTARE" TO DESCR-LQ-ST
122100        COMPUTE IMPORTO-LQ-ST = CREDITO-NUOVO / 100
122200     END-IF.
122300     MOVE 2 TO N-RIGA-STAMPA.
122400     PERFORM SCRIVI THRU EX-SCRIVI.
122500 EX-LIQUIDAZIONE.
122600     EXIT.
122700*
122800 SOMMA-LIQUIDAZIONE.
122900     IF REG-RP (I-RP) = "V" AND CATEG-RP (I-RP) = "I"
123000        ADD IVA-RP (I-RP) TO IVA-DEBITO.
123100     IF REG-RP (I-RP) = "V" AND CATEG-RP (I-RP) = "S"
123200        ADD IVA-RP (I-RP) TO IVA-SPLIT.
123300     IF REG-RP (I-RP) = "A"
123400        ADD IVA-RP (I-RP) TO IVA-CREDITO.
123500 EX-SOMMA-LIQUIDAZIONE.
123600     EXIT.
123700*
123800*     definitiva: periodo, protocolli e credito della societa'
123900*     per l'anno; il file si riscrive per intero
124000 AGGIORNA-PROG.
124100     MOVE PERIODO-REG TO ULT-PERIODO-TP (IX-PG).
124200     MOVE NUM-V TO ULT-NUM-V-TP (IX-PG).
124300     MOVE NUM-A TO ULT-NUM-A-TP (IX-PG).
124400     MOVE CREDITO-NUOVO TO CREDITO-TP (IX-PG).
124500     OPEN OUTPUT FILE-IVAPROG.
124600     IF NOT PG-APERTO
124700        DISPLAY "REGIVA     IVAPROG non apribile " CHECK-PG
124800        GO TO EX-AGGIORNA-PROG.
124900     PERFORM SCRIVI-RIGA-PROG THRU EX-SCRIVI-RIGA-PROG
125000        VARYING I-PG FROM 1 BY 1 UNTIL I-PG > N-PROG.
125100     CLOSE FILE-IVAPROG.
125200 EX-AGGIORNA-PROG.
125300     EXIT.
125400*
125500 SCRIVI-RIGA-PROG.
125600     MOVE T-TAB TO TG-PG-1 TG-PG-2 TG-PG-3 TG-PG-4 TG-PG-5.
125700     MOVE SOC-TP (I-PG) TO SOC-PG.
125800     MOVE ANNO-TP (I-PG) TO ANNO-PG.
125900     MOVE ULT-PERIODO-TP (I-PG) TO ULT-PERIODO-PG.
126000     MOVE ULT-NUM-V-TP (I-PG) TO ULT-NUM-V-PG.
126100     MOVE ULT-NUM-A-TP (I-PG) TO ULT-NUM-A-PG.
126200     MOVE CREDITO-TP (I-PG) TO CREDITO-PG.
126300     WRITE REC-IVAPROG.
126400 EX-SCRIVI-RIGA-PROG.
126500     EXIT.
126600*
126700*
126800 SCRIVI.
126900     CALL "QWLPPR" USING PAR-PRINT
127000                         RIGA BUFFER.
127100     IF STATO OF PAR-PRINT NOT = 0
127200        MOVE STATO OF PAR-PRINT TO STATO-DISPLAY
127300        DISPLAY "REGIVA     ERRORE QPRINT CON STATO : "
127400                STATO-DISPLAY
127500     END-IF.
127600     MOVE SPACES TO DATI-RIGA.
127700     MOVE "S" TO COMANDO.
127800     MOVE 0 TO N-RIGA-STAMPA.
127900 EX-SCRIVI.
128000     EXIT.
128100*
128200*
128300 TTDBFIND.
128400              COPY PDBFIND.
128500*
128600 TTDBGET.
128700              COPY PDBGET.
128800*
128900*      FINE PROGRAMMA    **** /K REGIVA.COB  *****
