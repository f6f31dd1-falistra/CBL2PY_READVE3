000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. SVALMAG.
000310*2026*        15/10/26
000320*     fondo svalutazione magazzino per il bilancio. Parte
000330*     dalla valorizzazione a data di VALINVEN (VALINVRG, una
000340*     riga per C-MAT/magazzino al cut-off) e applica a ogni
000350*     riga la percentuale della politica SVALPOL per fascia
000360*     di anzianita' (giorni dall'ultimo movimento DT-UM di
000370*     SITPF al cut-off), stagione/collezione STAGMATF e
000380*     classe. Esporta su SVALEXP ogni riga con la regola
000390*     applicata, cosi' i revisori la possono spuntare, piu'
000400*     i totali per magazzino, societa' (MAGSOC) e generale;
000410*     la stampa confronta il fondo con quello del cut-off
000420*     precedente registrato su SVALSTOR e ne da' il
000430*     movimento. FUNZIONE "L": elenco della politica,
000440*     FUNZIONE "C": calcolo e, a richiesta, registrazione.
000450*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-VALRIGA ASSIGN TO "VALINVRG"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-VR.
001500     SELECT OPTIONAL FILE-POLITICA ASSIGN TO "SVALPOL"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-SP.
001800     SELECT OPTIONAL FILE-STORICO ASSIGN TO "SVALSTOR"
001900        ORGANIZATION IS LINE SEQUENTIAL
002000        FILE STATUS IS CHECK-SS.
002100     SELECT OPTIONAL FILE-EXPORT ASSIGN TO "SVALEXP"
002200        ORGANIZATION IS LINE SEQUENTIAL
002300        FILE STATUS IS CHECK-SE.
002400     SELECT OPTIONAL FILE-MAGSOC ASSIGN TO "MAGSOC"
002500        ORGANIZATION IS LINE SEQUENTIAL
002600        FILE STATUS IS CHECK-MS.
002700     SELECT OPTIONAL FILE-STAG ASSIGN TO "STAGMATF"
002800        ORGANIZATION IS LINE SEQUENTIAL
002900        FILE STATUS IS CHECK-SG.
003000*
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD FILE-VALRIGA DATA RECORD REC-VALRIGA.
003400 01 REC-VALRIGA           COPY YVALRIGA.
003500 FD FILE-POLITICA DATA RECORD REC-POLITICA.
003600 01 REC-POLITICA          COPY YSVALPOL.
003700 FD FILE-STORICO DATA RECORD REC-STORICO.
003800 01 REC-STORICO           COPY YSVALSTO.
003900 FD FILE-EXPORT DATA RECORD REC-EXPORT.
004000 01 REC-EXPORT.
004100    05 TIPO-SE               PIC X(4).
004200    05 T-SE-1                PIC X.
004300    05 DATA-CUTOFF-SE        PIC 9(6).
004400    05 T-SE-2                PIC X.
004500    05 SOC-SE                PIC 99.
004600    05 T-SE-3                PIC X.
004700    05 MAG-SE                PIC 9(3).
004800    05 T-SE-4                PIC X.
004900    05 C-MAT-SE              PIC 9(15).
005000    05 T-SE-5                PIC X.
005100    05 CLASSE-SE             PIC 99.
005200    05 T-SE-6                PIC X.
005300    05 STAG-SE               PIC X(6).
005400    05 T-SE-7                PIC X.
005500    05 DT-UM-SE              PIC 9(6).
005600    05 T-SE-8                PIC X.
005700    05 GIORNI-SE             PIC Z(4)9.
005800    05 T-SE-9                PIC X.
005900    05 FASCIA-SE             PIC ZZ9.
006000    05 T-SE-10               PIC X.
006100    05 REGOLA-SE             PIC ZZ9.
006200    05 T-SE-11               PIC X.
006300    05 QTA-SE                PIC -(8)9.
006400    05 T-SE-12               PIC X.
006500    05 COSTO-SE              PIC -(6)9,99.
006600    05 T-SE-13               PIC X.
006700    05 VALORE-SE             PIC -(12)9,99.
006800    05 T-SE-14               PIC X.
006900    05 PERC-SE               PIC ZZ9,99.
007000    05 T-SE-15               PIC X.
007100    05 SVALUT-SE             PIC -(12)9,99.
007200    05 T-SE-16               PIC X.
007300    05 FONDO-PREC-SE         PIC -(12)9,99.
007400    05 T-SE-17               PIC X.
007500    05 MOVIMENTO-SE          PIC -(12)9,99.
007600 FD FILE-MAGSOC DATA RECORD REC-MAGSOC.
007700 01 REC-MAGSOC.
007800    05 MAG-MS                PIC 9(3).
007900    05 TM-1                  PIC X.
008000    05 SOC-MS                PIC 99.
008100 FD FILE-STAG DATA RECORD REC-STAG.
008200 01 REC-STAG.
008300    05 C-MAT-SF              PIC 9(15).
008400    05 TG-SF-1               PIC X.
008500    05 COD-STAG-SF           PIC X(6).
008600*
008700 WORKING-STORAGE SECTION.
008800*
008900*ESTETA*
009000     COPY NTG.
009100*
009200 01 REC-SITPF        COPY YSITPF.
009300 01 AREA-REC-SET     PIC X(512).
009400*
009500 01 COD-SVAL         COPY DANCODMT.
009600*
009700 01 PARGEN           COPY QPARGEN.
009800 01 PARQDATA-CUT     COPY QPARDATS.
009900 01 PARQDATA-RIGA    COPY QPARDATS.
010000*
010100 77 CHECK-VR        PIC XX.
010200    88 VR-APERTO    VALUES ARE "05", "00".
010300 77 CHECK-SP        PIC XX.
010400    88 SP-APERTO    VALUES ARE "05", "00".
010500 77 CHECK-SS        PIC XX.
010600    88 SS-APERTO    VALUES ARE "05", "00".
010700 77 CHECK-SE        PIC XX.
010800    88 SE-APERTO    VALUES ARE "05", "00".
010900 77 CHECK-MS        PIC XX.
011000    88 MS-APERTO    VALUES ARE "05", "00".
011100 77 CHECK-SG        PIC XX.
011200    88 SG-APERTO    VALUES ARE "05", "00".
011300*
011400 01 OK-FINE-FILE    PIC S9(4) COMP.
011500    88 LETTO-FINE-FILE VALUE 1.
011600*
011700 01 T-TAB           PIC X VALUE X"9".
011800*
011900 01 FUNZIONE-IN     PIC X.
012000 01 CONFERMA-IN     PIC X.
012100*
012200* cut-off della valorizzazione (AAMMGG) e cut-off precedente
012300* trovato sullo storico
012400 01 DATA-CUTOFF-SV  PIC 9(6).
012500 01 FILLER REDEFINES DATA-CUTOFF-SV.
012600  05 AA-CUT          PIC 99.
012700  05 MM-CUT          PIC 99.
012800  05 GG-CUT          PIC 99.
012900 01 DATA-CUTOFF-PREC PIC 9(6).
013000*
013100 01 DATA-UM-X       PIC 9(8).
013200 01 FILLER REDEFINES DATA-UM-X.
013300  05 FILLER          PIC XX.
013400  05 DATA-UM-AAMMGG  PIC 9(6).
013500 01 FILLER REDEFINES DATA-UM-X.
013600  05 FILLER          PIC XX.
013700  05 AA-UM           PIC 99.
013800  05 MM-UM           PIC 99.
013900  05 GG-UM           PIC 99.
014000*
014100* politica di svalutazione
014200 01 TAB-POLITICA.
014300  05 RIGA-PT OCCURS 200.
014400   10 FASCIA-PT        PIC 9(3).
014500   10 STAG-PT          PIC X(6).
014600   10 CLASSE-PT        PIC 99.
014700   10 PERC-PT          PIC 999V99.
014800   10 DESCR-PT         PIC X(30).
014900 01 N-POLITICA      PIC S9(4) COMP.
015000 01 I-PT            PIC S9(4) COMP.
015100 01 IX-PT           PIC S9(4) COMP.
015200 01 PUNTI-PT        PIC S9(9) COMP.
015300 01 PUNTI-MAX       PIC S9(9) COMP.
015400*
015500* mappa magazzino -> societa'
015600 01 TAB-MAGSOC-SV.
015700  05 RIGA-MG OCCURS 50.
015800   10 MAG-MG           PIC 9(3).
015900   10 SOC-MG           PIC 99.
016000 01 N-MAGSOC-SV     PIC S9(4) COMP.
016100 01 I-MG            PIC S9(4) COMP.
016200*
016300* codici stagione per articolo (come TAB-STAG-SG di STAGMAT)
016400 01 TAB-STAG-SV.
016500  05 RIGA-SG OCCURS 3000.
016600   10 C-MAT-TB-SG      PIC 9(15).
016700   10 COD-STAG-TB-SG   PIC X(6).
016800 01 N-STAG-SV       PIC S9(4) COMP.
016900 01 I-SG            PIC S9(4) COMP.
017000 01 IX-SG           PIC S9(4) COMP.
017100 01 C-MAT-RIC       PIC 9(15).
017200*
017300* totali per societa'/magazzino, tenuti in ordine di chiave
017400 01 TAB-TOTALI.
017500  05 RIGA-TT OCCURS 100.
017600   10 SOC-TT           PIC 99.
017700   10 MAG-TT           PIC 9(3).
017800   10 VALORE-TT        PIC S9(15) COMP-3.
017900   10 FONDO-TT         PIC S9(15) COMP-3.
018000   10 PREC-TT          PIC S9(15) COMP-3.
018100 01 N-TOTALI        PIC S9(4) COMP.
018200 01 I-TT            PIC S9(4) COMP.
018300 01 IX-TT           PIC S9(4) COMP.
018400 01 POS-TT          PIC S9(4) COMP.
018500 01 CHIAVE-TT       PIC 9(5).
018600 01 CHIAVE-RIC      PIC 9(5).
018700 01 SOC-RIC         PIC 99.
018800 01 MAG-RIC         PIC 9(3).
018900*
019000* storico del fondo, riletto per la riscrittura
019100 01 TAB-STORICO.
019200  05 RIGA-TS        PIC X(63) OCCURS 2000.
019300 01 N-STORICO       PIC S9(4) COMP.
019400 01 I-TS            PIC S9(4) COMP.
019500*
019600 01 SOC-RIGA        PIC 99.
019700 01 STAG-RIGA       PIC X(6).
019800 01 DT-UM-RIGA      PIC 9(6).
019900 01 GIORNI-FERMO    PIC S9(9) COMP.
020000 01 SITPF-LETTO     PIC S9(4) COMP.
020100 01 SVALUT-RIGA     PIC S9(15) COMP-3.
020200 01 MOVIMENTO-COM   PIC S9(15) COMP-3.
020300 01 N-RIGHE-VAL     PIC S9(9) COMP.
020400 01 N-SENZA-REGOLA  PIC S9(9) COMP.
020500 01 SOC-ROTTURA     PIC 99.
020600 01 TOT-VAL-SOC     PIC S9(15) COMP-3.
020700 01 TOT-FONDO-SOC   PIC S9(15) COMP-3.
020800 01 TOT-PREC-SOC    PIC S9(15) COMP-3.
020900 01 TOT-VAL-GEN     PIC S9(15) COMP-3.
021000 01 TOT-FONDO-GEN   PIC S9(15) COMP-3.
021100 01 TOT-PREC-GEN    PIC S9(15) COMP-3.
021200 01 CONTA-ED        PIC ZZZZZ9.
021300*
021400 01  PAR-PRINT.
021500  05  STATO         PIC S9(4) COMP.
021600  05  LL-RIGA       PIC  9(4) COMP.
021700  05  N-MAX-RIGHE   PIC  9(4) COMP.
021800  05  FLAG-ROUTINE  PIC  9(4) COMP.
021900  05  NUM-FILE-ID   PIC  9(4) COMP.
022000  05  NOME-FILE.
022100   10 PRE-NOME-FILE     PIC X.
022200   10 TERM-N-FILE       PIC 9(6).
022300   10 FILLER            PIC XXX VALUE ".ST".
022400*
022500 01  RIGA.
022600  05  N-STAMPANTE   PIC 9.
022700  05  COMANDO       PIC X.
022800  05  N-RIGA-STAMPA PIC 9(4) COMP.
022900  05  DATI-RIGA     PIC X(132).
023000  05 RIGA-POLITICA-ST REDEFINES DATI-RIGA.
023100    10 FILLER        PIC X(2).
023200    10 REGOLA-ST     PIC ZZ9.
023300    10 FILLER        PIC X(3).
023400    10 FASCIA-ST     PIC ZZ9.
023500    10 FILLER        PIC X(3).
023600    10 STAG-ST       PIC X(6).
023700    10 FILLER        PIC X(3).
023800    10 CLASSE-ST     PIC X(2).
023900    10 FILLER        PIC X(3).
024000    10 PERC-ST       PIC ZZ9,99.
024100    10 FILLER        PIC X(3).
024200    10 DESCR-ST      PIC X(30).
024300    10 FILLER        PIC X(65).
024400  05 RIGA-FONDO-ST REDEFINES DATI-RIGA.
024500    10 FILLER        PIC X(2).
024600    10 CHIAVE-ST     PIC X(14).
024700    10 FILLER        PIC X(2).
024800    10 VALORE-ST     PIC -(12)9,99.
024900    10 FILLER        PIC X(2).
025000    10 FONDO-ST      PIC -(12)9,99.
025100    10 FILLER        PIC X(2).
025200    10 PREC-ST       PIC -(12)9,99.
025300    10 FILLER        PIC X(2).
025400    10 MOVIMENTO-ST  PIC -(12)9,99.
025500    10 FILLER        PIC X(2).
025600    10 PERC-FONDO-ST PIC ZZ9,99.
025700    10 FILLER        PIC X(30).
025800*
025900 01 BUFFER.
026000  05 N-BUF               PIC S9(4) COMP VALUE 37.
026100  05 FILLER              PIC XX.
026200  05 FILLER              PIC X(5120).
026300*
026400 01 STATO-DISPLAY    PIC ZZZZ-.
026500*
026600 LINKAGE SECTION.
026700*
026800 01 W-COMMON       COPY WCOMMONW.
026900*
027000*PAGE
027100 PROCEDURE DIVISION  USING W-COMMON.
027200 INIZIO.
027300     DISPLAY "----  FONDO SVALUTAZIONE MAGAZZINO  -----".
027400     DISPLAY "Funzione (L=elenco politica C=calcolo fondo) "
027500             NO ADVANCING.
027600     MOVE SPACE TO FUNZIONE-IN.
027700     ACCEPT FUNZIONE-IN.
027800     EVALUATE FUNZIONE-IN
027900        WHEN "L"
028000           PERFORM ELENCO-POLITICA THRU EX-ELENCO-POLITICA
028100        WHEN "C"
028200           PERFORM CALCOLO-FONDO THRU EX-CALCOLO-FONDO
028300        WHEN OTHER
028400           DISPLAY "Funzione non valida"
028500     END-EVALUATE.
028600 FINE.
028700     EXIT PROGRAM.
028800*
028900*
029000*     elenco della politica SVALPOL a video
029100 ELENCO-POLITICA.
029200     PERFORM CARICA-POLITICA THRU EX-CARICA-POLITICA.
029300     IF N-POLITICA = 0
029400        DISPLAY "Nessuna regola su SVALPOL"
029500        GO TO EX-ELENCO-POLITICA.
029600     DISPLAY " REG  GG.MIN  STAG.   CL        %  DESCRIZIONE".
029700     PERFORM MOSTRA-REGOLA THRU EX-MOSTRA-REGOLA
029800        VARYING I-PT FROM 1 BY 1 UNTIL I-PT > N-POLITICA.
029900 EX-ELENCO-POLITICA.
030000     EXIT.
030100*
030200 MOSTRA-REGOLA.
030300     PERFORM PREPARA-REGOLA THRU EX-PREPARA-REGOLA.
030400     DISPLAY DATI-RIGA (1:66).
030500 EX-MOSTRA-REGOLA.
030600     EXIT.
030700*
030800 PREPARA-REGOLA.
030900     MOVE SPACES TO DATI-RIGA.
031000     MOVE I-PT TO REGOLA-ST.
031100     MOVE FASCIA-PT (I-PT) TO FASCIA-ST.
031200     IF STAG-PT (I-PT) = SPACES
031300        MOVE "TUTTE" TO STAG-ST
031400     ELSE
031500        MOVE STAG-PT (I-PT) TO STAG-ST.
031600     IF CLASSE-PT (I-PT) = 0
031700        MOVE "**" TO CLASSE-ST
031800     ELSE
031900        MOVE CLASSE-PT (I-PT) TO CLASSE-ST.
032000     MOVE PERC-PT (I-PT) TO PERC-ST.
032100     MOVE DESCR-PT (I-PT) TO DESCR-ST.
032200 EX-PREPARA-REGOLA.
032300     EXIT.
032400*
032500 CARICA-POLITICA.
032600     MOVE 0 TO N-POLITICA.
032700     OPEN INPUT FILE-POLITICA.
032800     IF NOT SP-APERTO
032900        GO TO EX-CARICA-POLITICA.
033000     MOVE 0 TO OK-FINE-FILE.
033100     PERFORM LEGGI-RIGA-POLITICA THRU EX-LEGGI-RIGA-POLITICA
033200        UNTIL LETTO-FINE-FILE.
033300     CLOSE FILE-POLITICA.
033400 EX-CARICA-POLITICA.
033500     EXIT.
033600*
033700 LEGGI-RIGA-POLITICA.
033800     READ FILE-POLITICA
033900        AT END
034000           MOVE 1 TO OK-FINE-FILE
034100           GO TO EX-LEGGI-RIGA-POLITICA
034200     END-READ.
034300     IF FASCIA-SP NOT NUMERIC OR CLASSE-SP NOT NUMERIC
034400        OR PERC-SP NOT NUMERIC OR PERC-SP > 100
034500        DISPLAY "Scartata: " REC-POLITICA
034600        GO TO EX-LEGGI-RIGA-POLITICA.
034700     IF N-POLITICA NOT < 200
034800        DISPLAY "SVALMAG    TAB-POLITICA da allargare"
034900        GO TO EX-LEGGI-RIGA-POLITICA.
035000     ADD 1 TO N-POLITICA.
035100     MOVE FASCIA-SP TO FASCIA-PT (N-POLITICA).
035200     MOVE STAG-SP TO STAG-PT (N-POLITICA).
035300     MOVE CLASSE-SP TO CLASSE-PT (N-POLITICA).
035400     MOVE PERC-SP TO PERC-PT (N-POLITICA).
035500     MOVE DESCR-SP TO DESCR-PT (N-POLITICA).
035600 EX-LEGGI-RIGA-POLITICA.
035700     EXIT.
035800*
035900*
036000*     calcolo del fondo sulla valorizzazione VALINVRG
036100 CALCOLO-FONDO.
036200     PERFORM CARICA-POLITICA THRU EX-CARICA-POLITICA.
036300     IF N-POLITICA = 0
036400        DISPLAY "Nessuna regola su SVALPOL"
036500        GO TO EX-CALCOLO-FONDO.
036600     OPEN INPUT FILE-VALRIGA.
036700     IF NOT VR-APERTO
036800        DISPLAY "SVALMAG    VALINVRG non apribile " CHECK-VR
036900        GO TO EX-CALCOLO-FONDO.
037000     MOVE 0 TO OK-FINE-FILE.
037100     READ FILE-VALRIGA
037200        AT END
037300           MOVE 1 TO OK-FINE-FILE
037400     END-READ.
037500     IF LETTO-FINE-FILE
037600        CLOSE FILE-VALRIGA
037700        DISPLAY "VALINVRG vuoto: eseguire prima VALINVEN"
037800        GO TO EX-CALCOLO-FONDO.
037900     MOVE DATA-CUTOFF-VR TO DATA-CUTOFF-SV.
038000     PERFORM SERIALE-CUTOFF THRU EX-SERIALE-CUTOFF.
038100     IF Q-STATO OF PARGEN NOT = 0
038200        CLOSE FILE-VALRIGA
038300        DISPLAY "Data di cut-off non valida su VALINVRG"
038400        GO TO EX-CALCOLO-FONDO.
038500     DISPLAY "Valorizzazione al " GG-CUT "/" MM-CUT "/" AA-CUT.
038600     PERFORM CARICA-MAGSOC THRU EX-CARICA-MAGSOC.
038700     PERFORM CARICA-STAGIONI THRU EX-CARICA-STAGIONI.
038800     OPEN OUTPUT FILE-EXPORT.
038900     IF NOT SE-APERTO
039000        CLOSE FILE-VALRIGA
039100        DISPLAY "SVALMAG    SVALEXP non apribile " CHECK-SE
039200        GO TO EX-CALCOLO-FONDO.
039300     MOVE 0 TO N-TOTALI N-RIGHE-VAL N-SENZA-REGOLA.
039400     PERFORM TRATTA-RIGA-VAL THRU EX-TRATTA-RIGA-VAL
039500        UNTIL LETTO-FINE-FILE.
039600     CLOSE FILE-VALRIGA.
039700     PERFORM CARICA-STORICO THRU EX-CARICA-STORICO.
039800     PERFORM SCRIVI-TOTALI-EXPORT THRU EX-SCRIVI-TOTALI-EXPORT.
039900     CLOSE FILE-EXPORT.
040000     PERFORM STAMPA-FONDO THRU EX-STAMPA-FONDO.
040100     MOVE N-RIGHE-VAL TO CONTA-ED.
040200     DISPLAY "SVALMAG    righe valorizzate " CONTA-ED.
040300     IF N-SENZA-REGOLA NOT = 0
040400        MOVE N-SENZA-REGOLA TO CONTA-ED
040500        DISPLAY "SVALMAG    righe senza regola " CONTA-ED.
040600     DISPLAY "Registra il fondo sullo storico SVALSTOR (S/N) "
040700             NO ADVANCING.
040800     MOVE "N" TO CONFERMA-IN.
040900     ACCEPT CONFERMA-IN.
041000     IF CONFERMA-IN NOT = "S"
041100        DISPLAY "Fondo non registrato"
041200        GO TO EX-CALCOLO-FONDO.
041300     PERFORM REGISTRA-STORICO THRU EX-REGISTRA-STORICO.
041400 EX-CALCOLO-FONDO.
041500     EXIT.
041600*
041700*     numero seriale del cut-off (QDATAS funz.6 su GGMMAA)
041800 SERIALE-CUTOFF.
041900     MOVE GG-CUT TO Q-DATA-9 OF PARQDATA-CUT (1:2).
042000     MOVE MM-CUT TO Q-DATA-9 OF PARQDATA-CUT (3:2).
042100     MOVE AA-CUT TO Q-DATA-9 OF PARQDATA-CUT (5:2).
042200     MOVE 6 TO Q-FUNZIONE OF PARGEN.
042300     CANCEL "QDATAS"
042400     CALL "QDATAS" USING PARGEN
042500                         Q-DATA-E OF PARQDATA-CUT
042600                         Q-DATA-I OF PARQDATA-CUT
042700                         Q-SETTIMANA OF PARQDATA-CUT
042800                         Q-AA-4 OF PARQDATA-CUT
042900                         Q-GIORNI-SERIALE OF PARQDATA-CUT.
043000 EX-SERIALE-CUTOFF.
043100     EXIT.
043200*
043300 CARICA-MAGSOC.
043400     MOVE 0 TO N-MAGSOC-SV.
043500     OPEN INPUT FILE-MAGSOC.
043600     IF NOT MS-APERTO
043700        GO TO EX-CARICA-MAGSOC.
043800     MOVE 0 TO OK-FINE-FILE.
043900     PERFORM LEGGI-RIGA-MAGSOC THRU EX-LEGGI-RIGA-MAGSOC
044000        UNTIL LETTO-FINE-FILE.
044100     CLOSE FILE-MAGSOC.
044200 EX-CARICA-MAGSOC.
044300     EXIT.
044400*
044500 LEGGI-RIGA-MAGSOC.
044600     READ FILE-MAGSOC
044700        AT END
044800           MOVE 1 TO OK-FINE-FILE
044900        NOT AT END
045000           IF N-MAGSOC-SV < 50
045100              ADD 1 TO N-MAGSOC-SV
045200              MOVE MAG-MS TO MAG-MG (N-MAGSOC-SV)
045300              MOVE SOC-MS TO SOC-MG (N-MAGSOC-SV)
045400           END-IF
045500     END-READ.
045600 EX-LEGGI-RIGA-MAGSOC.
045700     EXIT.
045800*
045900 CARICA-STAGIONI.
046000     MOVE 0 TO N-STAG-SV.
046100     OPEN INPUT FILE-STAG.
046200     IF NOT SG-APERTO
046300        GO TO EX-CARICA-STAGIONI.
046400     MOVE 0 TO OK-FINE-FILE.
046500     PERFORM LEGGI-RIGA-STAG THRU EX-LEGGI-RIGA-STAG
046600        UNTIL LETTO-FINE-FILE.
046700     CLOSE FILE-STAG.
046800 EX-CARICA-STAGIONI.
046900     EXIT.
047000*
047100 LEGGI-RIGA-STAG.
047200     READ FILE-STAG
047300        AT END
047400           MOVE 1 TO OK-FINE-FILE
047500        NOT AT END
047600           IF N-STAG-SV < 3000
047700              ADD 1 TO N-STAG-SV
047800              MOVE C-MAT-SF TO C-MAT-TB-SG (N-STAG-SV)
047900              MOVE COD-STAG-SF TO COD-STAG-TB-SG (N-STAG-SV)
048000           ELSE
048100              DISPLAY "SVALMAG    TAB-STAG-SV da allargare"
048200           END-IF
048300     END-READ.
048400 EX-LEGGI-RIGA-STAG.
048500     EXIT.
048600*
048700*
048800*     una riga di VALINVRG (gia' letta): societa', classe,
048900*     stagione, anzianita', regola, svalutazione; export e
049000*     totali, poi lettura della successiva. OK-FINE-FILE
049100*     qui e' solo di VALINVRG: MAGSOC e STAGMATF sono gia'
049200*     in memoria
049300 TRATTA-RIGA-VAL.
049400     ADD 1 TO N-RIGHE-VAL.
049500     MOVE 0 TO SOC-RIGA.
049600     PERFORM CERCA-SOCIETA THRU EX-CERCA-SOCIETA
049700        VARYING I-MG FROM 1 BY 1 UNTIL I-MG > N-MAGSOC-SV.
049800     MOVE C-MAT-VR TO C-MAT-TRANS-RID.
049900     PERFORM CERCA-STAGIONE THRU EX-CERCA-STAGIONE.
050000     PERFORM CALCOLA-ANZIANITA THRU EX-CALCOLA-ANZIANITA.
050100     PERFORM SCEGLI-REGOLA THRU EX-SCEGLI-REGOLA.
050200     MOVE 0 TO SVALUT-RIGA.
050300     IF IX-PT = 0
050400        ADD 1 TO N-SENZA-REGOLA
050500     ELSE
050600        IF VALORE-VR > 0
050700           COMPUTE SVALUT-RIGA ROUNDED =
050800                   VALORE-VR * PERC-PT (IX-PT) / 100
050900        END-IF
051000     END-IF.
051100     PERFORM SCRIVI-RIGA-EXPORT THRU EX-SCRIVI-RIGA-EXPORT.
051200     MOVE SOC-RIGA TO SOC-RIC.
051300     MOVE MAG-VR TO MAG-RIC.
051400     PERFORM TROVA-TOTALE THRU EX-TROVA-TOTALE.
051500     IF IX-TT NOT = 0
051600        ADD VALORE-VR TO VALORE-TT (IX-TT)
051700        ADD SVALUT-RIGA TO FONDO-TT (IX-TT).
051800     READ FILE-VALRIGA
051900        AT END
052000           MOVE 1 TO OK-FINE-FILE
052100     END-READ.
052200 EX-TRATTA-RIGA-VAL.
052300     EXIT.
052400*
052500 CERCA-SOCIETA.
052600     IF MAG-MG (I-MG) = MAG-VR
052700        MOVE SOC-MG (I-MG) TO SOC-RIGA.
052800 EX-CERCA-SOCIETA.
052900     EXIT.
053000*
053100*     codice stagione del C-MAT, altrimenti dell'articolo
053200*     base (C-MAT senza colore)
053300 CERCA-STAGIONE.
053400     MOVE SPACES TO STAG-RIGA.
053500     MOVE C-MAT-VR TO C-MAT-RIC.
053600     PERFORM CERCA-CODICE THRU EX-CERCA-CODICE.
053700     IF IX-SG = 0
053800        COMPUTE C-MAT-RIC = C-MAT-VR / 1000 * 1000
053900        PERFORM CERCA-CODICE THRU EX-CERCA-CODICE.
054000     IF IX-SG NOT = 0
054100        MOVE COD-STAG-TB-SG (IX-SG) TO STAG-RIGA.
054200 EX-CERCA-STAGIONE.
054300     EXIT.
054400*
054500 CERCA-CODICE.
054600     MOVE 0 TO IX-SG.
054700     PERFORM CONFRONTA-CODICE THRU EX-CONFRONTA-CODICE
054800        VARYING I-SG FROM 1 BY 1 UNTIL I-SG > N-STAG-SV.
054900 EX-CERCA-CODICE.
055000     EXIT.
055100*
055200 CONFRONTA-CODICE.
055300     IF C-MAT-TB-SG (I-SG) = C-MAT-RIC
055400        MOVE I-SG TO IX-SG.
055500 EX-CONFRONTA-CODICE.
055600     EXIT.
055700*
055800*     giorni fra l'ultimo movimento DT-UM (catena SITPF del
055900*     C-MAT, record del magazzino) e il cut-off; senza DT-UM
056000*     l'articolo e' considerato fermo da sempre, con un
056100*     movimento dopo il cut-off non e' fermo
056200 CALCOLA-ANZIANITA.
056300     MOVE 0 TO DT-UM-RIGA SITPF-LETTO.
056400     MOVE 99999 TO GIORNI-FERMO.
056500     MOVE "C-MAT;" TO W-NOME-CAMPO.
056600     MOVE C-MAT-VR TO W-VALORE-CAMPO.
056700     MOVE "SITPF;" TO W-NOME-DATA-SET.
056800     PERFORM TTDBFIND THRU EX-TTDBFIND.
056900     IF W-OK-IMAGE
057000        PERFORM DBGET-SITPF-SV THRU EX-DBGET-SITPF-SV
057100        PERFORM CERCA-SITPF-SV THRU EX-CERCA-SITPF-SV
057200           UNTIL W-FINE-CATENA OR SITPF-LETTO = 1
057300     END-IF.
057400     IF DT-UM-RIGA = 0
057500        GO TO EX-CALCOLA-ANZIANITA.
057600     IF DT-UM-RIGA NOT < DATA-CUTOFF-SV
057700        MOVE 0 TO GIORNI-FERMO
057800        GO TO EX-CALCOLA-ANZIANITA.
057900     MOVE GG-UM TO Q-DATA-9 OF PARQDATA-RIGA (1:2).
058000     MOVE MM-UM TO Q-DATA-9 OF PARQDATA-RIGA (3:2).
058100     MOVE AA-UM TO Q-DATA-9 OF PARQDATA-RIGA (5:2).
058200     MOVE 6 TO Q-FUNZIONE OF PARGEN.
058300     CANCEL "QDATAS"
058400     CALL "QDATAS" USING PARGEN
058500                         Q-DATA-E OF PARQDATA-RIGA
058600                         Q-DATA-I OF PARQDATA-RIGA
058700                         Q-SETTIMANA OF PARQDATA-RIGA
058800                         Q-AA-4 OF PARQDATA-RIGA
058900                         Q-GIORNI-SERIALE OF PARQDATA-RIGA.
059000     IF Q-STATO OF PARGEN = 0
059100        COMPUTE GIORNI-FERMO =
059200                Q-GIORNI-SERIALE OF PARQDATA-CUT
059300              - Q-GIORNI-SERIALE OF PARQDATA-RIGA.
059400 EX-CALCOLA-ANZIANITA.
059500     EXIT.
059600*
059700 DBGET-SITPF-SV.
059800     MOVE 5 TO W-MODO.
059900     PERFORM TTDBGET THRU EX-TTDBGET.
060000     MOVE AREA-REC-SET TO REC-SITPF.
060100 EX-DBGET-SITPF-SV.
060200     EXIT.
060300*
060400 CERCA-SITPF-SV.
060500     IF W-OK-IMAGE
060600        AND MAGAZZINO OF REC-SITPF = MAG-VR
060700        MOVE 1 TO SITPF-LETTO
060800        MOVE DT-UM OF REC-SITPF TO DATA-UM-X
060900        MOVE DATA-UM-AAMMGG TO DT-UM-RIGA
061000     ELSE
061100        PERFORM DBGET-SITPF-SV THRU EX-DBGET-SITPF-SV
061200     END-IF.
061300 EX-CERCA-SITPF-SV.
061400     EXIT.
061500*
061600*     fra le regole che valgono per la riga (stagione e classe
061700*     uguali o generiche, fascia raggiunta) vince la piu'
061800*     specifica e, a parita', quella di fascia piu' alta
061900 SCEGLI-REGOLA.
062000     MOVE 0 TO IX-PT.
062100     MOVE -1 TO PUNTI-MAX.
062200     PERFORM VALUTA-REGOLA THRU EX-VALUTA-REGOLA
062300        VARYING I-PT FROM 1 BY 1 UNTIL I-PT > N-POLITICA.
062400 EX-SCEGLI-REGOLA.
062500     EXIT.
062600*
062700 VALUTA-REGOLA.
062800     IF FASCIA-PT (I-PT) > GIORNI-FERMO
062900        GO TO EX-VALUTA-REGOLA.
063000     IF STAG-PT (I-PT) NOT = SPACES
063100        AND STAG-PT (I-PT) NOT = STAG-RIGA
063200        GO TO EX-VALUTA-REGOLA.
063300     IF CLASSE-PT (I-PT) NOT = 0
063400        AND CLASSE-PT (I-PT) NOT = CLASSE OF C-MAT-TRANSITO
063500        GO TO EX-VALUTA-REGOLA.
063600     MOVE FASCIA-PT (I-PT) TO PUNTI-PT.
063700     IF STAG-PT (I-PT) NOT = SPACES
063800        ADD 2000 TO PUNTI-PT.
063900     IF CLASSE-PT (I-PT) NOT = 0
064000        ADD 1000 TO PUNTI-PT.
064100     IF PUNTI-PT > PUNTI-MAX
064200        MOVE PUNTI-PT TO PUNTI-MAX
064300        MOVE I-PT TO IX-PT.
064400 EX-VALUTA-REGOLA.
064500     EXIT.
064600*
064700 SCRIVI-RIGA-EXPORT.
064800     PERFORM PULISCI-EXPORT THRU EX-PULISCI-EXPORT.
064900     MOVE "RIGA" TO TIPO-SE.
065000     MOVE SOC-RIGA TO SOC-SE.
065100     MOVE MAG-VR TO MAG-SE.
065200     MOVE C-MAT-VR TO C-MAT-SE.
065300     MOVE CLASSE OF C-MAT-TRANSITO TO CLASSE-SE.
065400     MOVE STAG-RIGA TO STAG-SE.
065500     MOVE DT-UM-RIGA TO DT-UM-SE.
065600     MOVE GIORNI-FERMO TO GIORNI-SE.
065700     IF IX-PT NOT = 0
065800        MOVE FASCIA-PT (IX-PT) TO FASCIA-SE
065900        MOVE IX-PT TO REGOLA-SE
066000        MOVE PERC-PT (IX-PT) TO PERC-SE.
066100     MOVE QTA-VR TO QTA-SE.
066200     COMPUTE COSTO-SE = COSTO-VR / 100.
066300     COMPUTE VALORE-SE = VALORE-VR / 100.
066400     COMPUTE SVALUT-SE = SVALUT-RIGA / 100.
066500     WRITE REC-EXPORT.
066600 EX-SCRIVI-RIGA-EXPORT.
066700     EXIT.
066800*
066900 PULISCI-EXPORT.
067000     MOVE SPACES TO REC-EXPORT.
067100     MOVE T-TAB TO T-SE-1 T-SE-2 T-SE-3 T-SE-4 T-SE-5 T-SE-6
067200                   T-SE-7 T-SE-8 T-SE-9 T-SE-10 T-SE-11
067300                   T-SE-12 T-SE-13 T-SE-14 T-SE-15 T-SE-16
067400                   T-SE-17.
067500     MOVE DATA-CUTOFF-SV TO DATA-CUTOFF-SE.
067600     MOVE 0 TO SOC-SE MAG-SE C-MAT-SE CLASSE-SE DT-UM-SE
067700               GIORNI-SE FASCIA-SE REGOLA-SE QTA-SE COSTO-SE
067800               VALORE-SE PERC-SE SVALUT-SE FONDO-PREC-SE
067900               MOVIMENTO-SE.
068000 EX-PULISCI-EXPORT.
068100     EXIT.
068200*
068300*     riga dei totali per SOC-RIC/MAG-RIC, inserita al suo
068400*     posto in ordine di societa' e magazzino se manca
068500 TROVA-TOTALE.
068600     COMPUTE CHIAVE-RIC = SOC-RIC * 1000 + MAG-RIC.
068700     MOVE 0 TO IX-TT.
068800     MOVE N-TOTALI TO POS-TT.
068900     ADD 1 TO POS-TT.
069000     PERFORM CONFRONTA-TOTALE THRU EX-CONFRONTA-TOTALE
069100        VARYING I-TT FROM N-TOTALI BY -1 UNTIL I-TT < 1.
069200     IF IX-TT NOT = 0
069300        GO TO EX-TROVA-TOTALE.
069400     IF N-TOTALI NOT < 100
069500        DISPLAY "SVALMAG    TAB-TOTALI da allargare"
069600        GO TO EX-TROVA-TOTALE.
069700     PERFORM SPOSTA-TOTALE THRU EX-SPOSTA-TOTALE
069800        VARYING I-TT FROM N-TOTALI BY -1 UNTIL I-TT < POS-TT.
069900     ADD 1 TO N-TOTALI.
070000     MOVE POS-TT TO IX-TT.
070100     MOVE SOC-RIC TO SOC-TT (IX-TT).
070200     MOVE MAG-RIC TO MAG-TT (IX-TT).
070300     MOVE 0 TO VALORE-TT (IX-TT) FONDO-TT (IX-TT)
070400               PREC-TT (IX-TT).
070500 EX-TROVA-TOTALE.
070600     EXIT.
070700*
070800 CONFRONTA-TOTALE.
070900     COMPUTE CHIAVE-TT = SOC-TT (I-TT) * 1000 + MAG-TT (I-TT).
071000     IF CHIAVE-TT = CHIAVE-RIC
071100        MOVE I-TT TO IX-TT.
071200     IF CHIAVE-TT > CHIAVE-RIC
071300        MOVE I-TT TO POS-TT.
071400 EX-CONFRONTA-TOTALE.
071500     EXIT.
071600*
071700 SPOSTA-TOTALE.
071800     MOVE RIGA-TT (I-TT) TO RIGA-TT (I-TT + 1).
071900 EX-SPOSTA-TOTALE.
072000     EXIT.
072100*
072200*
072300*     storico SVALSTOR: tenuto in memoria per la riscrittura;
072400*     il fondo precedente e' quello dell'ultimo cut-off
072500*     anteriore all'attuale, per societa'/magazzino (anche
072600*     se oggi il magazzino non ha piu' giacenza)
072700 CARICA-STORICO.
072800     MOVE 0 TO N-STORICO DATA-CUTOFF-PREC.
072900     OPEN INPUT FILE-STORICO.
073000     IF NOT SS-APERTO
073100        GO TO EX-CARICA-STORICO.
073200     MOVE 0 TO OK-FINE-FILE.
073300     PERFORM LEGGI-RIGA-STORICO THRU EX-LEGGI-RIGA-STORICO
073400        UNTIL LETTO-FINE-FILE.
073500     CLOSE FILE-STORICO.
073600     IF DATA-CUTOFF-PREC = 0
073700        GO TO EX-CARICA-STORICO.
073800     PERFORM RIPORTA-FONDO-PREC THRU EX-RIPORTA-FONDO-PREC
073900        VARYING I-TS FROM 1 BY 1 UNTIL I-TS > N-STORICO.
074000 EX-CARICA-STORICO.
074100     EXIT.
074200*
074300 LEGGI-RIGA-STORICO.
074400     READ FILE-STORICO
074500        AT END
074600           MOVE 1 TO OK-FINE-FILE
074700           GO TO EX-LEGGI-RIGA-STORICO
074800     END-READ.
074900     IF DATA-CUTOFF-SS NOT NUMERIC
075000        GO TO EX-LEGGI-RIGA-STORICO.
075100     IF N-STORICO NOT < 2000
075200        DISPLAY "SVALMAG    TAB-STORICO da allargare"
075300        GO TO EX-LEGGI-RIGA-STORICO.
075400     ADD 1 TO N-STORICO.
075500     MOVE REC-STORICO TO RIGA-TS (N-STORICO).
075600     IF DATA-CUTOFF-SS < DATA-CUTOFF-SV
075700        AND DATA-CUTOFF-SS > DATA-CUTOFF-PREC
075800        MOVE DATA-CUTOFF-SS TO DATA-CUTOFF-PREC.
075900 EX-LEGGI-RIGA-STORICO.
076000     EXIT.
076100*
076200 RIPORTA-FONDO-PREC.
076300     MOVE RIGA-TS (I-TS) TO REC-STORICO.
076400     IF DATA-CUTOFF-SS NOT = DATA-CUTOFF-PREC
076500        GO TO EX-RIPORTA-FONDO-PREC.
076600     MOVE SOC-SS TO SOC-RIC.
076700     MOVE MAG-SS TO MAG-RIC.
076800     PERFORM TROVA-TOTALE THRU EX-TROVA-TOTALE.
076900     IF IX-TT NOT = 0
077000        ADD FONDO-SS TO PREC-TT (IX-TT).
077100 EX-RIPORTA-FONDO-PREC.
077200     EXIT.
077300*
077400*     righe MAG per magazzino, SOC a ogni cambio di societa'
077500*     e TOT in coda, con fondo precedente e movimento
077600 SCRIVI-TOTALI-EXPORT.
077700     MOVE 0 TO TOT-VAL-GEN TOT-FONDO-GEN TOT-PREC-GEN.
077800     MOVE 0 TO TOT-VAL-SOC TOT-FONDO-SOC TOT-PREC-SOC.
077900     PERFORM EXPORT-TOTALE-MAG THRU EX-EXPORT-TOTALE-MAG
078000        VARYING I-TT FROM 1 BY 1 UNTIL I-TT > N-TOTALI.
078100     IF N-TOTALI > 0
078200        PERFORM EXPORT-TOTALE-SOC THRU EX-EXPORT-TOTALE-SOC.
078300     PERFORM PULISCI-EXPORT THRU EX-PULISCI-EXPORT.
078400     MOVE "TOT" TO TIPO-SE.
078500     COMPUTE VALORE-SE = TOT-VAL-GEN / 100.
078600     COMPUTE SVALUT-SE = TOT-FONDO-GEN / 100.
078700     COMPUTE FONDO-PREC-SE = TOT-PREC-GEN / 100.
078800     COMPUTE MOVIMENTO-SE = (TOT-FONDO-GEN - TOT-PREC-GEN) / 100.
078900     WRITE REC-EXPORT.
079000 EX-SCRIVI-TOTALI-EXPORT.
079100     EXIT.
079200*
079300 EXPORT-TOTALE-MAG.
079400     IF I-TT > 1
079500        AND SOC-TT (I-TT) NOT = SOC-ROTTURA
079600        PERFORM EXPORT-TOTALE-SOC THRU EX-EXPORT-TOTALE-SOC.
079700     MOVE SOC-TT (I-TT) TO SOC-ROTTURA.
079800     PERFORM PULISCI-EXPORT THRU EX-PULISCI-EXPORT.
079900     MOVE "MAG" TO TIPO-SE.
080000     MOVE SOC-TT (I-TT) TO SOC-SE.
080100     MOVE MAG-TT (I-TT) TO MAG-SE.
080200     COMPUTE VALORE-SE = VALORE-TT (I-TT) / 100.
080300     COMPUTE SVALUT-SE = FONDO-TT (I-TT) / 100.
080400     COMPUTE FONDO-PREC-SE = PREC-TT (I-TT) / 100.
080500     COMPUTE MOVIMENTO-SE =
080600             (FONDO-TT (I-TT) - PREC-TT (I-TT)) / 100.
080700     WRITE REC-EXPORT.
080800     ADD VALORE-TT (I-TT) TO TOT-VAL-SOC TOT-VAL-GEN.
080900     ADD FONDO-TT (I-TT) TO TOT-FONDO-SOC TOT-FONDO-GEN.
081000     ADD PREC-TT (I-TT) TO TOT-PREC-SOC TOT-PREC-GEN.
081100 EX-EXPORT-TOTALE-MAG.
081200     EXIT.
081300*
081400 EXPORT-TOTALE-SOC.
081500     PERFORM PULISCI-EXPORT THRU EX-PULISCI-EXPORT.
081600     MOVE "SOC" TO TIPO-SE.
081700     MOVE SOC-ROTTURA TO SOC-SE.
081800     COMPUTE VALORE-SE = TOT-VAL-SOC / 100.
081900     COMPUTE SVALUT-SE = TOT-FONDO-SOC / 100.
082000     COMPUTE FONDO-PREC-SE = TOT-PREC-SOC / 100.
082100     COMPUTE MOVIMENTO-SE = (TOT-FONDO-SOC - TOT-PREC-SOC) / 100.
082200     WRITE REC-EXPORT.
082300     MOVE 0 TO TOT-VAL-SOC TOT-FONDO-SOC TOT-PREC-SOC.
082400 EX-EXPORT-TOTALE-SOC.
082500     EXIT.
082600*
082700*
082800 STAMPA-FONDO.
082900     PERFORM APRI-STAMPA THRU EX-APRI-STAMPA.
083000     STRING " FONDO SVALUTAZIONE MAGAZZINO AL "
083100            GG-CUT "/" MM-CUT "/" AA-CUT
083200            DELIMITED BY SIZE INTO DATI-RIGA.
083300     PERFORM SCRIVI THRU EX-SCRIVI.
083400     MOVE " --- POLITICA APPLICATA ---" TO DATI-RIGA.
083500     MOVE 2 TO N-RIGA-STAMPA.
083600     PERFORM SCRIVI THRU EX-SCRIVI.
083700     MOVE "  REG  GG.MIN  STAG.    CL        %   DESCRIZIONE"
083800       TO DATI-RIGA.
083900     MOVE 1 TO N-RIGA-STAMPA.
084000     PERFORM SCRIVI THRU EX-SCRIVI.
084100     PERFORM STAMPA-REGOLA THRU EX-STAMPA-REGOLA
084200        VARYING I-PT FROM 1 BY 1 UNTIL I-PT > N-POLITICA.
084300     IF DATA-CUTOFF-PREC = 0
084400        MOVE " FONDO PRECEDENTE: nessuna registrazione"
084500          TO DATI-RIGA
084600     ELSE
084700        STRING " FONDO PRECEDENTE AL CUT-OFF "
084800               DATA-CUTOFF-PREC (5:2) "/"
084900               DATA-CUTOFF-PREC (3:2) "/"
085000               DATA-CUTOFF-PREC (1:2)
085100               DELIMITED BY SIZE INTO DATI-RIGA.
085200     MOVE 2 TO N-RIGA-STAMPA.
085300     PERFORM SCRIVI THRU EX-SCRIVI.
085400     MOVE "  SOC/MAG                  VALORE             FONDO"
085500       &  "    FONDO PRECEDENTE         MOVIMENTO  % FONDO"
085600       TO DATI-RIGA.
085700     MOVE 2 TO N-RIGA-STAMPA.
085800     PERFORM SCRIVI THRU EX-SCRIVI.
085900     MOVE 0 TO TOT-VAL-GEN TOT-FONDO-GEN TOT-PREC-GEN.
086000     MOVE 0 TO TOT-VAL-SOC TOT-FONDO-SOC TOT-PREC-SOC.
086100     PERFORM STAMPA-MAGAZZINO THRU EX-STAMPA-MAGAZZINO
086200        VARYING I-TT FROM 1 BY 1 UNTIL I-TT > N-TOTALI.
086300     IF N-TOTALI > 0
086400        PERFORM STAMPA-SOCIETA THRU EX-STAMPA-SOCIETA.
086500     MOVE "TOTALE" TO CHIAVE-ST.
086600     MOVE TOT-VAL-GEN TO TOT-VAL-SOC.
086700     MOVE TOT-FONDO-GEN TO TOT-FONDO-SOC.
086800     MOVE TOT-PREC-GEN TO TOT-PREC-SOC.
086900     PERFORM IMPOSTA-RIGA-FONDO THRU EX-IMPOSTA-RIGA-FONDO.
087000     MOVE 2 TO N-RIGA-STAMPA.
087100     PERFORM SCRIVI THRU EX-SCRIVI.
087200     CALL "QCLPPR" USING PAR-PRINT
087300                          RIGA BUFFER.
087400 EX-STAMPA-FONDO.
087500     EXIT.
087600*
087700 STAMPA-REGOLA.
087800     PERFORM PREPARA-REGOLA THRU EX-PREPARA-REGOLA.
087900     MOVE 1 TO N-RIGA-STAMPA.
088000     PERFORM SCRIVI THRU EX-SCRIVI.
088100 EX-STAMPA-REGOLA.
088200     EXIT.
088300*
088400 STAMPA-MAGAZZINO.
088500     IF I-TT > 1
088600        AND SOC-TT (I-TT) NOT = SOC-ROTTURA
088700        PERFORM STAMPA-SOCIETA THRU EX-STAMPA-SOCIETA.
088800     MOVE SOC-TT (I-TT) TO SOC-ROTTURA.
088900     STRING "SOC " SOC-TT (I-TT) " MAG " MAG-TT (I-TT)
089000            DELIMITED BY SIZE INTO CHIAVE-ST.
089100     COMPUTE VALORE-ST = VALORE-TT (I-TT) / 100.
089200     COMPUTE FONDO-ST = FONDO-TT (I-TT) / 100.
089300     COMPUTE PREC-ST = PREC-TT (I-TT) / 100.
089400     COMPUTE MOVIMENTO-ST =
089500             (FONDO-TT (I-TT) - PREC-TT (I-TT)) / 100.
089600     MOVE 0 TO PERC-FONDO-ST.
089700     IF VALORE-TT (I-TT) > 0
089800        COMPUTE PERC-FONDO-ST ROUNDED =
089900                FONDO-TT (I-TT) * 100 / VALORE-TT (I-TT).
090000     ADD VALORE-TT (I-TT) TO TOT-VAL-SOC TOT-VAL-GEN.
090100     ADD FONDO-TT (I-TT) TO TOT-FONDO-SOC TOT-FONDO-GEN.
090200     ADD PREC-TT (I-TT) TO TOT-PREC-SOC TOT-PREC-GEN.
090300     MOVE 1 TO N-RIGA-STAMPA.
090400     PERFORM SCRIVI THRU EX-SCRIVI.
090500 EX-STAMPA-MAGAZZINO.
090600     EXIT.
090700*
090800 STAMPA-SOCIETA.
090900     STRING "TOTALE SOC " SOC-ROTTURA
091000            DELIMITED BY SIZE INTO CHIAVE-ST.
091100     PERFORM IMPOSTA-RIGA-FONDO THRU EX-IMPOSTA-RIGA-FONDO.
091200     MOVE 1 TO N-RIGA-STAMPA.
091300     PERFORM SCRIVI THRU EX-SCRIVI.
091400     MOVE 0 TO TOT-VAL-SOC TOT-FONDO-SOC TOT-PREC-SOC.
091500     MOVE 1 TO N-RIGA-STAMPA.
091600     PERFORM SCRIVI THRU EX-SCRIVI.
091700 EX-STAMPA-SOCIETA.
091800     EXIT.
091900*
092000 IMPOSTA-RIGA-FONDO.
092100     COMPUTE VALORE-ST = TOT-VAL-SOC / 100.
092200     COMPUTE FONDO-ST = TOT-FONDO-SOC / 100.
092300     COMPUTE PREC-ST = TOT-PREC-SOC / 100.
092400     COMPUTE MOVIMENTO-ST = (TOT-FONDO-SOC - TOT-PREC-SOC) / 100.
092500     MOVE 0 TO PERC-FONDO-ST.
092600     IF TOT-VAL-SOC > 0
092700        COMPUTE PERC-FONDO-ST ROUNDED =
092800                TOT-FONDO-SOC * 100 / TOT-VAL-SOC.
092900 EX-IMPOSTA-RIGA-FONDO.
093000     EXIT.
093100*
093200*
093300*     registrazione: SVALSTOR riscritto senza le righe dello
093400*     stesso cut-off, piu' una riga per societa'/magazzino
093500*     del calcolo attuale
093600 REGISTRA-STORICO.
093700     OPEN OUTPUT FILE-STORICO.
093800     IF NOT SS-APERTO
093900        DISPLAY "SVALMAG    SVALSTOR non apribile " CHECK-SS
094000        GO TO EX-REGISTRA-STORICO.
094100     PERFORM RISCRIVI-STORICO THRU EX-RISCRIVI-STORICO
094200        VARYING I-TS FROM 1 BY 1 UNTIL I-TS > N-STORICO.
094300     PERFORM SCRIVI-STORICO THRU EX-SCRIVI-STORICO
094400        VARYING I-TT FROM 1 BY 1 UNTIL I-TT > N-TOTALI.
094500     CLOSE FILE-STORICO.
094600     DISPLAY "SVALMAG    fondo registrato su SVALSTOR".
094700 EX-REGISTRA-STORICO.
094800     EXIT.
094900*
095000 RISCRIVI-STORICO.
095100     MOVE RIGA-TS (I-TS) TO REC-STORICO.
095200     IF DATA-CUTOFF-SS NOT = DATA-CUTOFF-SV
095300        WRITE REC-STORICO.
095400 EX-RISCRIVI-STORICO.
095500     EXIT.
095600*
095700 SCRIVI-STORICO.
095800     IF VALORE-TT (I-TT) = 0 AND FONDO-TT (I-TT) = 0
095900        GO TO EX-SCRIVI-STORICO.
096000     MOVE T-TAB TO TG-SS-1 TG-SS-2 TG-SS-3 TG-SS-4 TG-SS-5
096100                   TG-SS-6.
096200     MOVE DATA-CUTOFF-SV TO DATA-CUTOFF-SS.
096300     MOVE SOC-TT (I-TT) TO SOC-SS.
096400     MOVE MAG-TT (I-TT) TO MAG-SS.
096500     MOVE VALORE-TT (I-TT) TO VALORE-SS.
096600     MOVE FONDO-TT (I-TT) TO FONDO-SS.
096700     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-REG-SS.
096800     MOVE W-SIGLA-UTENTE OF W-COMMON TO UTENTE-SS.
096900     WRITE REC-STORICO.
097000 EX-SCRIVI-STORICO.
097100     EXIT.
097200*
097300*
097400 APRI-STAMPA.
097500     MOVE  136  TO LL-RIGA.
097600     MOVE 9999 TO N-MAX-RIGHE.
097700     MOVE "G" TO PRE-NOME-FILE.
097800     MOVE W-FORMATO-INTERNO TO TERM-N-FILE.
097900     CALL "QOLPPR" USING PAR-PRINT
098000                          RIGA BUFFER.
098100     MOVE 0   TO N-STAMPANTE.
098200     MOVE "M" TO COMANDO.
098300     MOVE 66  TO N-RIGA-STAMPA.
098400 EX-APRI-STAMPA.
098500     EXIT.
098600*
098700 SCRIVI.
098800     CALL "QWLPPR" USING PAR-PRINT
098900                         RIGA BUFFER.
099000     IF STATO OF PAR-PRINT NOT = 0
099100        MOVE STATO OF PAR-PRINT TO STATO-DISPLAY
099200        DISPLAY "SVALMAG    ERRORE QPRINT CON STATO : "
099300                STATO-DISPLAY
099400     END-IF.
099500     MOVE SPACES TO DATI-RIGA.
099600     MOVE "S" TO COMANDO.
099700     MOVE 0 TO N-RIGA-STAMPA.
099800 EX-SCRIVI.
099900     EXIT.
100000*
100100*
100200 TTDBFIND.
100300              COPY PDBFIND.
100400*
100500 TTDBGET.
100600              COPY PDBGET.
100700*
100800*      FINE PROGRAMMA    **** /K SVALMAG.COB  *****
