000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. INCBANCA.
000310*2026*        15/10/26
000320*     incassi da estratto conto bancario CBI (flusso RH)
000330*     contro le partite aperte SCADAPER. "I" aggancia il
000340*     flusso ESTRCBI dal gruppo di scambio della banca
000350*     (COMMAND2, come ASNFORN); per ogni accredito si cercano
000360*     nella causale i numeri di pre-fattura ("PF", "PREFATT")
000370*     e il codice conto (8 cifre): pre-fatture trovate con
000380*     importo uguale, o una sola partita del conto con lo
000390*     stesso importo, si chiudono in "P" come l'incasso a
000400*     mano di SCADENZ; importo diverso o piu' candidate vanno
000410*     sulla lista di lavoro INCLAVOR dell'ufficio crediti;
000420*     conto identificato senza partita = incasso non
000430*     allocato sul conto (INCNONAL). Il giornale INCBANCA
000440*     tiene ogni accredito trattato e impedisce di ripassare
000450*     lo stesso estratto. "L" stampa lista e non allocati
000460*     aperti, "E" li evade.
000470*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-CBI ASSIGN TO "ESTRCBI"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-EC.
001500     SELECT OPTIONAL FILE-SCAD ASSIGN TO "SCADAPER"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-SC.
001800     SELECT OPTIONAL FILE-GIORN ASSIGN TO "INCBANCA"
001900        ORGANIZATION IS LINE SEQUENTIAL
002000        FILE STATUS IS CHECK-IB.
002100     SELECT OPTIONAL FILE-LAVORO ASSIGN TO "INCLAVOR"
002200        ORGANIZATION IS LINE SEQUENTIAL
002300        FILE STATUS IS CHECK-LV.
002400     SELECT OPTIONAL FILE-NONALL ASSIGN TO "INCNONAL"
002500        ORGANIZATION IS LINE SEQUENTIAL
002600        FILE STATUS IS CHECK-NA.
002700*
002800 DATA DIVISION.
002900 FILE SECTION.
003000 FD FILE-CBI DATA RECORD REC-CBI.
003100 01 REC-CBI               COPY YCBIRH.
003200 FD FILE-SCAD DATA RECORD REC-SCAD.
003300 01 REC-SCAD.
003400    05 DATA-PREF-SC          PIC 9(6).
003500    05 TG-SC-1               PIC X.
003600    05 CONTO-SC              PIC 9(8).
003700    05 TG-SC-2               PIC X.
003800    05 NUM-PREFATT-SC        PIC 9(4).
003900    05 TG-SC-3               PIC X.
004000    05 GGPAG-SC              PIC 9(3).
004100    05 TG-SC-4               PIC X.
004200    05 N-BOLLE-SC            PIC 9(4).
004300    05 TG-SC-5               PIC X.
004400    05 IMPORTO-SC            PIC 9(13).
004500    05 TG-SC-6               PIC X.
004600    05 STATO-SC              PIC X.
004700* giornale degli accrediti trattati: una riga per partita
004800* chiusa, una per accredito messo in lista o non allocato
004900 FD FILE-GIORN DATA RECORD REC-GIORN.
005000 01 REC-GIORN.
005100    05 CONTO-CC-IB           PIC X(12).
005200    05 TG-IB-1               PIC X.
005300    05 PROGR-IB              PIC 9(7).
005400    05 TG-IB-2               PIC X.
005500    05 DATA-IB               PIC 9(6).
005600    05 TG-IB-3               PIC X.
005700    05 IMPORTO-IB            PIC 9(13).
005800    05 TG-IB-4               PIC X.
005900    05 CONTO-IB              PIC 9(8).
006000    05 TG-IB-5               PIC X.
006100    05 NUM-PF-IB             PIC 9(4).
006200    05 TG-IB-6               PIC X.
006300    05 ESITO-IB              PIC X.
006400    05 TG-IB-7               PIC X.
006500    05 RIF-IB                PIC X(16).
006600 FD FILE-LAVORO DATA RECORD REC-LAVORO.
006700 01 REC-LAVORO            COPY YINCLAV.
006800 FD FILE-NONALL DATA RECORD REC-NONALL.
006900 01 REC-NONALL            COPY YINCNAL.
007000*
007100 WORKING-STORAGE SECTION.
007200*
007300 77 CHECK-EC        PIC XX.
007400    88 EC-APERTO    VALUES ARE "05", "00".
007500 77 CHECK-SC        PIC XX.
007600    88 SC-APERTO    VALUES ARE "05", "00".
007700 77 CHECK-IB        PIC XX.
007800    88 IB-APERTO    VALUES ARE "05", "00".
007900 77 CHECK-LV        PIC XX.
008000    88 LV-APERTO    VALUES ARE "05", "00".
008100 77 CHECK-NA        PIC XX.
008200    88 NA-APERTO    VALUES ARE "05", "00".
008300*
008400 01 OK-FINE-FILE    PIC S9(4) COMP.
008500    88 LETTO-FINE-FILE VALUE 1.
008600*
008700 01 T-TAB           PIC X VALUE X"9".
008800*
008900 01 FUNZIONE-IN     PIC X.
009000 01 TIPO-IN         PIC X.
009100 01 NUMERO-IN       PIC X(5).
009200 01 NUMERO-IN-9 REDEFINES NUMERO-IN PIC 9(5).
009300*
009400* partite in memoria, come in SCADENZ
009500 01 TAB-PARTITE-IB.
009600  05 RIGA-PZ OCCURS 1000.
009700   10 DATA-PZ          PIC 9(6).
009800   10 CONTO-PZ         PIC 9(8).
009900   10 NUM-PZ           PIC 9(4).
010000   10 GGPAG-PZ         PIC 9(3).
010100   10 N-BOLLE-PZ       PIC 9(4).
010200   10 IMPORTO-PZ       PIC 9(13).
010300   10 STATO-PZ         PIC X.
010400 01 N-PARTITE-IB    PIC S9(4) COMP.
010500 01 I-PZ            PIC S9(4) COMP.
010600*
010700* estratti gia' passati (conto corrente e progressivo)
010800 01 TAB-ESTRATTI.
010900  05 RIGA-ES OCCURS 1000.
011000   10 CONTO-CC-ES      PIC X(12).
011100   10 PROGR-ES         PIC 9(7).
011200 01 N-ESTRATTI      PIC S9(4) COMP.
011300 01 I-ES            PIC S9(4) COMP.
011400 01 ESTRATTO-GIA-SW PIC X.
011500    88 ESTRATTO-GIA-PASSATO VALUE "S".
011600 01 CONTO-CC-CORR   PIC X(12).
011700 01 PROGR-CORR      PIC 9(7).
011800*
011900* accredito in corso (riga 62 piu' le sue 63)
012000 01 MOV-IN-CORSO-SW PIC X.
012100    88 MOV-IN-CORSO VALUE "S".
012200 01 DATA-MOV        PIC 9(6).
012300 01 IMPORTO-MOV     PIC 9(13).
012400 01 RIF-MOV         PIC X(16).
012500 01 DESCR-MOV       PIC X(250).
012600 01 LL-DESCR        PIC S9(4) COMP.
012700 01 CONTO-MOV       PIC 9(8).
012800*
012900* pre-fatture citate nella causale
013000 01 TAB-PF.
013100  05 RIGA-PF OCCURS 10.
013200   10 NUM-PF           PIC 9(4).
013300   10 IX-PZ-PF         PIC S9(4) COMP.
013400 01 N-PF            PIC S9(4) COMP.
013500 01 I-PF            PIC S9(4) COMP.
013600 01 NUM-PF-PROVA    PIC 9(4).
013700 01 CONTO-PROVA     PIC 9(8).
013800 01 I-CH            PIC S9(4) COMP.
013900 01 POS-NUM         PIC S9(4) COMP.
014000 01 SEPARATORE-SW   PIC X.
014100    88 FINE-SEPARATORI VALUE "S".
014200 01 N-CAND          PIC S9(4) COMP.
014300 01 IX-CAND         PIC S9(4) COMP.
014400 01 N-PF-TROVATE    PIC S9(4) COMP.
014500 01 SOMMA-PF        PIC S9(13) COMP-3.
014600 01 AMBIGUO-SW      PIC X.
014700 01 MANCANTE-SW     PIC X.
014800*
014900* esito: C chiuse partite, L lista di lavoro, N non allocato
015000 01 ESITO-MOV       PIC X.
015100 01 MOTIVO-MOV      PIC XX.
015200*
015300 01 N-ACCREDITI     PIC S9(4) COMP.
015400 01 N-CHIUSE        PIC S9(4) COMP.
015500 01 N-IN-LISTA      PIC S9(4) COMP.
015600 01 N-NON-ALLOC     PIC S9(4) COMP.
015700 01 N-RIGHE-LAVORO  PIC S9(5) COMP.
015800 01 N-RIGHE-NONALL  PIC S9(5) COMP.
015900 01 CONTA-ED        PIC ZZZ9.
016000 01 IMPORTO-ED      PIC Z(9)9,99.
016100*
016200* righe in memoria per l'evasione
016300 01 TAB-LAVORO.
016400  05 RIGA-LW OCCURS 2000  PIC X(125).
016500 01 TAB-NONALL.
016600  05 RIGA-NW OCCURS 2000  PIC X(55).
016700 01 N-RIGHE-TAB     PIC S9(5) COMP.
016800 01 I-TAB           PIC S9(5) COMP.
016900 01 TROVATA-SW      PIC X.
017000*
017100* aggancio del flusso dal gruppo di scambio della banca
017200 01 COMANDO-FILE-EC.
017300  05 FILLER          PIC X(80).
017400 01 CARRIAGE-RETURN  PIC X VALUE X"13".
017500 01 ERR          PIC S9(9) COMP.
017600 01 ERR-PARM     PIC S9(9) COMP.
017700 01 ERR-DISP     PIC -(6).
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
019500  05 RIGA-DETT-IB REDEFINES DATI-RIGA.
019600    10 FILLER        PIC X(2).
019700    10 NUM-IB-ST     PIC ZZZZ9.
019800    10 FILLER        PIC X(2).
019900    10 DATA-IB-ST    PIC 9(6).
020000    10 FILLER        PIC X(2).
020100    10 CONTO-IB-ST   PIC 9(8).
020200    10 FILLER        PIC X(2).
020300    10 IMPORTO-IB-ST PIC Z(10)9,99.
020400    10 FILLER        PIC X(2).
020500    10 PF-IB-ST      PIC X(4).
020600    10 FILLER        PIC X(2).
020700    10 ESITO-IB-ST   PIC X(14).
020800    10 FILLER        PIC X(2).
020900    10 DESCR-IB-ST   PIC X(60).
021000    10 FILLER        PIC X(7).
021100*
021200 01 BUFFER.
021300  05 N-BUF               PIC S9(4) COMP VALUE 37.
021400  05 FILLER              PIC XX.
021500  05 FILLER              PIC X(5120).
021600*
021700 01 STATO-DISPLAY    PIC ZZZZ-.
021800*
021900 LINKAGE SECTION.
022000*
022100 01 W-COMMON       COPY WCOMMONW.
022200*
022300*PAGE
022400 PROCEDURE DIVISION  USING W-COMMON.
022500 INIZIO.
022600     DISPLAY "----  INCASSI DA ESTRATTO CONTO  --------".
022700     DISPLAY "Funzione (I=importa estratto CBI L=lista di "
022800             "lavoro E=evadi) " NO ADVANCING.
022900     MOVE SPACE TO FUNZIONE-IN.
023000     ACCEPT FUNZIONE-IN.
023100     EVALUATE FUNZIONE-IN
023200        WHEN "I"
023300           PERFORM IMPORTA-ESTRATTO THRU EX-IMPORTA-ESTRATTO
023400        WHEN "L"
023500           PERFORM STAMPA-LISTA THRU EX-STAMPA-LISTA
023600        WHEN "E"
023700           PERFORM EVADI-RIGA THRU EX-EVADI-RIGA
023800        WHEN OTHER
023900           DISPLAY "Funzione non valida"
024000     END-EVALUATE.
024100 FINE.
024200     EXIT PROGRAM.
024300*
024400*
024500 IMPORTA-ESTRATTO.
024600     PERFORM AGGANCIA-ESTRATTO THRU EX-AGGANCIA-ESTRATTO.
024700     OPEN INPUT FILE-CBI.
024800     IF NOT EC-APERTO
024900        DISPLAY "Estratto conto CBI assente"
025000        GO TO EX-IMPORTA-ESTRATTO.
025100     PERFORM CARICA-PARTITE THRU EX-CARICA-PARTITE.
025200     PERFORM CARICA-GIORNALE THRU EX-CARICA-GIORNALE.
025300     PERFORM CONTA-RIGHE-LISTE THRU EX-CONTA-RIGHE-LISTE.
025400     MOVE 0 TO N-ACCREDITI N-CHIUSE N-IN-LISTA N-NON-ALLOC.
025500     MOVE "N" TO MOV-IN-CORSO-SW.
025600     MOVE "S" TO ESTRATTO-GIA-SW.
025700     OPEN EXTEND FILE-GIORN.
025800     OPEN EXTEND FILE-LAVORO.
025900     OPEN EXTEND FILE-NONALL.
026000     PERFORM APRI-STAMPA THRU EX-APRI-STAMPA.
026100     MOVE " ACCREDITI DA ESTRATTO CONTO BANCARIO" TO DATI-RIGA.
026200     PERFORM SCRIVI THRU EX-SCRIVI.
026300     MOVE "      N.  DATA    CONTO             IMPORTO  PF  "
026400       &  "  ESITO           CAUSALE"
026500       TO DATI-RIGA.
026600     MOVE 2 TO N-RIGA-STAMPA.
026700     PERFORM SCRIVI THRU EX-SCRIVI.
026800     MOVE 0 TO OK-FINE-FILE.
026900     PERFORM LEGGI-RIGA-CBI THRU EX-LEGGI-RIGA-CBI
027000        UNTIL LETTO-FINE-FILE.
027100     PERFORM CHIUDI-MOVIMENTO THRU EX-CHIUDI-MOVIMENTO.
027200     CLOSE FILE-CBI.
027300     CALL "QCLPPR" USING PAR-PRINT
027400                          RIGA BUFFER.
027500     IF IB-APERTO
027600        CLOSE FILE-GIORN.
027700     IF LV-APERTO
027800        CLOSE FILE-LAVORO.
027900     IF NA-APERTO
028000        CLOSE FILE-NONALL.
028100     IF N-CHIUSE > 0
028200        PERFORM RISCRIVI-PARTITE THRU EX-RISCRIVI-PARTITE.
028300     MOVE N-ACCREDITI TO CONTA-ED.
028400     DISPLAY "INCBANCA   accrediti trattati   " CONTA-ED.
028500     MOVE N-CHIUSE TO CONTA-ED.
028600     DISPLAY "INCBANCA   partite chiuse       " CONTA-ED.
028700     MOVE N-IN-LISTA TO CONTA-ED.
028800     DISPLAY "INCBANCA   in lista di lavoro   " CONTA-ED.
028900     MOVE N-NON-ALLOC TO CONTA-ED.
029000     DISPLAY "INCBANCA   non allocati         " CONTA-ED.
029100 EX-IMPORTA-ESTRATTO.
029200     EXIT.
029300*
029400 AGGANCIA-ESTRATTO.
029500     MOVE SPACES TO COMANDO-FILE-EC.
029600     STRING "FILE ESTRCBI=ESTRATTO.BANCA" DELIMITED BY SIZE
029700            CARRIAGE-RETURN DELIMITED BY SIZE
029800        INTO COMANDO-FILE-EC.
029900     CANCEL "COMMAND2"
030000     CALL "COMMAND2" USING COMANDO-FILE-EC ERR ERR-PARM.
030100     IF ERR NOT = 0
030200        MOVE ERR TO ERR-DISP
030300        DISPLAY "INCBANCA   err COMMAND2 " ERR-DISP
030400     END-IF.
030500 EX-AGGANCIA-ESTRATTO.
030600     EXIT.
030700*
030800 CARICA-PARTITE.
030900     MOVE 0 TO N-PARTITE-IB.
031000     OPEN INPUT FILE-SCAD.
031100     IF NOT SC-APERTO
031200        GO TO EX-CARICA-PARTITE.
031300     MOVE 0 TO OK-FINE-FILE.
031400     PERFORM LEGGI-RIGA-SCAD THRU EX-LEGGI-RIGA-SCAD
031500        UNTIL LETTO-FINE-FILE.
031600     CLOSE FILE-SCAD.
031700 EX-CARICA-PARTITE.
031800     EXIT.
031900*
032000 LEGGI-RIGA-SCAD.
032100     READ FILE-SCAD
032200        AT END
032300           MOVE 1 TO OK-FINE-FILE
032400           GO TO EX-LEGGI-RIGA-SCAD
032500     END-READ.
032600     IF N-PARTITE-IB NOT < 1000
032700        DISPLAY "INCBANCA   TAB-PARTITE-IB da allargare"
032800        GO TO EX-LEGGI-RIGA-SCAD.
032900     ADD 1 TO N-PARTITE-IB.
033000     MOVE DATA-PREF-SC TO DATA-PZ (N-PARTITE-IB).
033100     MOVE CONTO-SC TO CONTO-PZ (N-PARTITE-IB).
033200     MOVE NUM-PREFATT-SC TO NUM-PZ (N-PARTITE-IB).
033300     MOVE GGPAG-SC TO GGPAG-PZ (N-PARTITE-IB).
033400     MOVE N-BOLLE-SC TO N-BOLLE-PZ (N-PARTITE-IB).
033500     MOVE IMPORTO-SC TO IMPORTO-PZ (N-PARTITE-IB).
033600     MOVE STATO-SC TO STATO-PZ (N-PARTITE-IB).
033700 EX-LEGGI-RIGA-SCAD.
033800     EXIT.
033900*
034000 RISCRIVI-PARTITE.
034100     OPEN OUTPUT FILE-SCAD.
034200     IF NOT SC-APERTO
034300        DISPLAY "INCBANCA   SCADAPER non apribile " CHECK-SC
034400        GO TO EX-RISCRIVI-PARTITE.
034500     PERFORM SCRIVI-RIGA-SCAD THRU EX-SCRIVI-RIGA-SCAD
034600        VARYING I-PZ FROM 1 BY 1 UNTIL I-PZ > N-PARTITE-IB.
034700     CLOSE FILE-SCAD.
034800 EX-RISCRIVI-PARTITE.
034900     EXIT.
035000*
035100 SCRIVI-RIGA-SCAD.
035200     MOVE T-TAB TO TG-SC-1 TG-SC-2 TG-SC-3 TG-SC-4 TG-SC-5
035300                   TG-SC-6.
035400     MOVE DATA-PZ (I-PZ) TO DATA-PREF-SC.
035500     MOVE CONTO-PZ (I-PZ) TO CONTO-SC.
035600     MOVE NUM-PZ (I-PZ) TO NUM-PREFATT-SC.
035700     MOVE GGPAG-PZ (I-PZ) TO GGPAG-SC.
035800     MOVE N-BOLLE-PZ (I-PZ) TO N-BOLLE-SC.
035900     MOVE IMPORTO-PZ (I-PZ) TO IMPORTO-SC.
036000     MOVE STATO-PZ (I-PZ) TO STATO-SC.
036100     WRITE REC-SCAD.
036200 EX-SCRIVI-RIGA-SCAD.
036300     EXIT.
036400*
036500 CARICA-GIORNALE.
036600     MOVE 0 TO N-ESTRATTI.
036700     OPEN INPUT FILE-GIORN.
036800     IF NOT IB-APERTO
036900        GO TO EX-CARICA-GIORNALE.
037000     MOVE 0 TO OK-FINE-FILE.
037100     PERFORM LEGGI-RIGA-GIORNALE THRU EX-LEGGI-RIGA-GIORNALE
037200        UNTIL LETTO-FINE-FILE.
037300     CLOSE FILE-GIORN.
037400 EX-CARICA-GIORNALE.
037500     EXIT.
037600*
037700 LEGGI-RIGA-GIORNALE.
037800     READ FILE-GIORN
037900        AT END
038000           MOVE 1 TO OK-FINE-FILE
038100           GO TO EX-LEGGI-RIGA-GIORNALE
038200     END-READ.
038300     MOVE CONTO-CC-IB TO CONTO-CC-CORR.
038400     MOVE PROGR-IB TO PROGR-CORR.
038500     PERFORM CERCA-ESTRATTO THRU EX-CERCA-ESTRATTO.
038600     IF NOT ESTRATTO-GIA-PASSATO
038700        PERFORM AGGIUNGI-ESTRATTO THRU EX-AGGIUNGI-ESTRATTO.
038800 EX-LEGGI-RIGA-GIORNALE.
038900     EXIT.
039000*
039100 CERCA-ESTRATTO.
039200     MOVE "N" TO ESTRATTO-GIA-SW.
039300     PERFORM CONFRONTA-ESTRATTO THRU EX-CONFRONTA-ESTRATTO
039400        VARYING I-ES FROM 1 BY 1 UNTIL I-ES > N-ESTRATTI.
039500 EX-CERCA-ESTRATTO.
039600     EXIT.
039700*
039800 CONFRONTA-ESTRATTO.
039900     IF CONTO-CC-ES (I-ES) = CONTO-CC-CORR
040000        AND PROGR-ES (I-ES) = PROGR-CORR
040100        MOVE "S" TO ESTRATTO-GIA-SW.
040200 EX-CONFRONTA-ESTRATTO.
040300     EXIT.
040400*
040500 AGGIUNGI-ESTRATTO.
040600     IF N-ESTRATTI NOT < 1000
040700        DISPLAY "INCBANCA   TAB-ESTRATTI da allargare"
040800        GO TO EX-AGGIUNGI-ESTRATTO.
040900     ADD 1 TO N-ESTRATTI.
041000     MOVE CONTO-CC-CORR TO CONTO-CC-ES (N-ESTRATTI).
041100     MOVE PROGR-CORR TO PROGR-ES (N-ESTRATTI).
041200 EX-AGGIUNGI-ESTRATTO.
041300     EXIT.
041400*
041500*     le righe nuove di lista e non allocati si numerano di
041600*     seguito alle esistenti
041700 CONTA-RIGHE-LISTE.
041800     MOVE 0 TO N-RIGHE-LAVORO N-RIGHE-NONALL.
041900     OPEN INPUT FILE-LAVORO.
042000     IF LV-APERTO
042100        MOVE 0 TO OK-FINE-FILE
042200        PERFORM CONTA-RIGA-LAVORO THRU EX-CONTA-RIGA-LAVORO
042300           UNTIL LETTO-FINE-FILE
042400        CLOSE FILE-LAVORO
042500     END-IF.
042600     OPEN INPUT FILE-NONALL.
042700     IF NA-APERTO
042800        MOVE 0 TO OK-FINE-FILE
042900        PERFORM CONTA-RIGA-NONALL THRU EX-CONTA-RIGA-NONALL
043000           UNTIL LETTO-FINE-FILE
043100        CLOSE FILE-NONALL
043200     END-IF.
043300 EX-CONTA-RIGHE-LISTE.
043400     EXIT.
043500*
043600 CONTA-RIGA-LAVORO.
043700     READ FILE-LAVORO
043800        AT END
043900           MOVE 1 TO OK-FINE-FILE
044000        NOT AT END
044100           ADD 1 TO N-RIGHE-LAVORO
044200     END-READ.
044300 EX-CONTA-RIGA-LAVORO.
044400     EXIT.
044500*
044600 CONTA-RIGA-NONALL.
044700     READ FILE-NONALL
044800        AT END
044900           MOVE 1 TO OK-FINE-FILE
045000        NOT AT END
045100           ADD 1 TO N-RIGHE-NONALL
045200     END-READ.
045300 EX-CONTA-RIGA-NONALL.
045400     EXIT.
045500*
045600*
045700*     il movimento 62 si tratta quando arriva il record che lo
045800*     segue (le 63 ne completano la causale)
045900 LEGGI-RIGA-CBI.
046000     READ FILE-CBI
046100        AT END
046200           MOVE 1 TO OK-FINE-FILE
046300           GO TO EX-LEGGI-RIGA-CBI
046400     END-READ.
046500     EVALUATE TIPO-RH
046600        WHEN "61"
046700           PERFORM CHIUDI-MOVIMENTO THRU EX-CHIUDI-MOVIMENTO
046800           MOVE CONTO-CC-61 TO CONTO-CC-CORR
046900           MOVE PROGR-RH TO PROGR-CORR
047000           PERFORM CERCA-ESTRATTO THRU EX-CERCA-ESTRATTO
047100           IF ESTRATTO-GIA-PASSATO
047200              DISPLAY "Estratto " PROGR-CORR " del c/c "
047300                      CONTO-CC-CORR " gia' importato"
047400           ELSE
047500              PERFORM AGGIUNGI-ESTRATTO
047600                 THRU EX-AGGIUNGI-ESTRATTO
047700           END-IF
047800        WHEN "62"
047900           PERFORM CHIUDI-MOVIMENTO THRU EX-CHIUDI-MOVIMENTO
048000           IF NOT ESTRATTO-GIA-PASSATO
048100              AND ACCREDITO-62
048200              PERFORM APRI-MOVIMENTO THRU EX-APRI-MOVIMENTO
048300           END-IF
048400        WHEN "63"
048500           IF MOV-IN-CORSO AND LL-DESCR < 200
048600              MOVE DESCR-63 TO DESCR-MOV (LL-DESCR + 1:107)
048700              ADD 107 TO LL-DESCR
048800           END-IF
048900        WHEN OTHER
049000           PERFORM CHIUDI-MOVIMENTO THRU EX-CHIUDI-MOVIMENTO
049100     END-EVALUATE.
049200 EX-LEGGI-RIGA-CBI.
049300     EXIT.
049400*
049500 APRI-MOVIMENTO.
049600     MOVE "S" TO MOV-IN-CORSO-SW.
049700*    data valuta GGMMAA girata in AAMMGG
049800     MOVE DATA-VALUTA-62 (5:2) TO DATA-MOV (1:2).
049900     MOVE DATA-VALUTA-62 (3:2) TO DATA-MOV (3:2).
050000     MOVE DATA-VALUTA-62 (1:2) TO DATA-MOV (5:2).
050100     MOVE IMPORTO-62 TO IMPORTO-MOV.
050200     MOVE RIF-BANCA-62 TO RIF-MOV.
050300     MOVE SPACES TO DESCR-MOV.
050400     MOVE DESCR-62 TO DESCR-MOV (1:34).
050500     MOVE 35 TO LL-DESCR.
050600 EX-APRI-MOVIMENTO.
050700     EXIT.
050800*
050900 CHIUDI-MOVIMENTO.
051000     IF NOT MOV-IN-CORSO
051100        GO TO EX-CHIUDI-MOVIMENTO.
051200     MOVE "N" TO MOV-IN-CORSO-SW.
051300     ADD 1 TO N-ACCREDITI.
051400     PERFORM TRATTA-ACCREDITO THRU EX-TRATTA-ACCREDITO.
051500 EX-CHIUDI-MOVIMENTO.
051600     EXIT.
051700*
051800*     abbinamento: prima le pre-fatture citate, poi conto e
051900*     importo
052000 TRATTA-ACCREDITO.
052100     MOVE 0 TO CONTO-MOV N-PF.
052200     MOVE SPACE TO ESITO-MOV.
052300     MOVE SPACES TO MOTIVO-MOV.
052400     PERFORM ESAMINA-POSIZIONE THRU EX-ESAMINA-POSIZIONE
052500        VARYING I-CH FROM 1 BY 1 UNTIL I-CH > 242.
052600     IF N-PF > 0
052700        PERFORM ABBINA-PER-PREFATT THRU EX-ABBINA-PER-PREFATT.
052800     IF ESITO-MOV = SPACE
052900        IF CONTO-MOV = 0
053000           MOVE "L" TO ESITO-MOV
053100           MOVE "NI" TO MOTIVO-MOV
053200        ELSE
053300           PERFORM ABBINA-PER-IMPORTO
053400              THRU EX-ABBINA-PER-IMPORTO
053500        END-IF
053600     END-IF.
053700     EVALUATE ESITO-MOV
053800        WHEN "C"
053900           PERFORM CHIUDI-PARTITE-PF THRU EX-CHIUDI-PARTITE-PF
054000        WHEN "L"
054100           PERFORM SCRIVI-LAVORO THRU EX-SCRIVI-LAVORO
054200        WHEN OTHER
054300           PERFORM SCRIVI-NON-ALLOCATO
054400              THRU EX-SCRIVI-NON-ALLOCATO
054500     END-EVALUATE.
054600 EX-TRATTA-ACCREDITO.
054700     EXIT.
054800*
054900*     riferimenti nella causale: "PF", "PREFATT" o "PRE-FATT"
055000*     seguiti da 4 cifre; un numero di 8 cifre che e' il
055100*     conto di una partita SCADAPER identifica il cliente
055200 ESAMINA-POSIZIONE.
055300     MOVE 0 TO POS-NUM.
055400     IF DESCR-MOV (I-CH:8) = "PRE-FATT"
055500        COMPUTE POS-NUM = I-CH + 8
055600     ELSE
055700        IF DESCR-MOV (I-CH:7) = "PREFATT"
055800           COMPUTE POS-NUM = I-CH + 7
055900        ELSE
056000           IF DESCR-MOV (I-CH:2) = "PF"
056100              COMPUTE POS-NUM = I-CH + 2
056200           END-IF
056300        END-IF
056400     END-IF.
056500     IF POS-NUM > 0
056600        PERFORM LEGGI-NUMERO-PF THRU EX-LEGGI-NUMERO-PF.
056700     IF CONTO-MOV NOT = 0
056800        GO TO EX-ESAMINA-POSIZIONE.
056900     IF DESCR-MOV (I-CH:8) NOT NUMERIC
057000        GO TO EX-ESAMINA-POSIZIONE.
057100     IF I-CH > 1
057200        IF DESCR-MOV (I-CH - 1:1) NUMERIC
057300           GO TO EX-ESAMINA-POSIZIONE.
057400     IF DESCR-MOV (I-CH + 8:1) NUMERIC
057500        GO TO EX-ESAMINA-POSIZIONE.
057600     MOVE DESCR-MOV (I-CH:8) TO CONTO-PROVA.
057700     PERFORM CERCA-CONTO-PROVA THRU EX-CERCA-CONTO-PROVA
057800        VARYING I-PZ FROM 1 BY 1 UNTIL I-PZ > N-PARTITE-IB.
057900 EX-ESAMINA-POSIZIONE.
058000     EXIT.
058100*
058200 CERCA-CONTO-PROVA.
058300     IF CONTO-PZ (I-PZ) = CONTO-PROVA
058400        MOVE CONTO-PROVA TO CONTO-MOV.
058500 EX-CERCA-CONTO-PROVA.
058600     EXIT.
058700*
058800 LEGGI-NUMERO-PF.
058900     MOVE "N" TO SEPARATORE-SW.
059000     PERFORM SALTA-SEPARATORE THRU EX-SALTA-SEPARATORE
059100        UNTIL FINE-SEPARATORI.
059200     IF POS-NUM > 246
059300        GO TO EX-LEGGI-NUMERO-PF.
059400     IF DESCR-MOV (POS-NUM:4) NOT NUMERIC
059500        GO TO EX-LEGGI-NUMERO-PF.
059600     IF DESCR-MOV (POS-NUM + 4:1) NUMERIC
059700        GO TO EX-LEGGI-NUMERO-PF.
059800     MOVE DESCR-MOV (POS-NUM:4) TO NUM-PF-PROVA.
059900     PERFORM CONFRONTA-PF THRU EX-CONFRONTA-PF
060000        VARYING I-PF FROM 1 BY 1 UNTIL I-PF > N-PF.
060100     IF NUM-PF-PROVA = 0 OR N-PF NOT < 10
060200        GO TO EX-LEGGI-NUMERO-PF.
060300     ADD 1 TO N-PF.
060400     MOVE NUM-PF-PROVA TO NUM-PF (N-PF).
060500     MOVE 0 TO IX-PZ-PF (N-PF).
060600 EX-LEGGI-NUMERO-PF.
060700     EXIT.
060800*
060900 SALTA-SEPARATORE.
061000     IF POS-NUM > 246
061100        MOVE "S" TO SEPARATORE-SW
061200        GO TO EX-SALTA-SEPARATORE.
061300     IF DESCR-MOV (POS-NUM:1) = SPACE OR "." OR "-" OR "/"
061400        OR ":" OR "N"
061500        ADD 1 TO POS-NUM
061600     ELSE
061700        MOVE "S" TO SEPARATORE-SW.
061800 EX-SALTA-SEPARATORE.
061900     EXIT.
062000*
062100*     la stessa pre-fattura citata due volte vale una
062200 CONFRONTA-PF.
062300     IF NUM-PF (I-PF) = NUM-PF-PROVA
062400        MOVE 0 TO NUM-PF-PROVA.
062500 EX-CONFRONTA-PF.
062600     EXIT.
062700*
062800*     ogni pre-fattura citata deve indicare una sola partita
062900*     aperta (del conto, se il conto e' noto)
063000 ABBINA-PER-PREFATT.
063100     MOVE 0 TO N-PF-TROVATE SOMMA-PF.
063200     MOVE "N" TO AMBIGUO-SW MANCANTE-SW.
063300     PERFORM CERCA-PARTITA-PF THRU EX-CERCA-PARTITA-PF
063400        VARYING I-PF FROM 1 BY 1 UNTIL I-PF > N-PF.
063500     IF N-PF-TROVATE = 0 AND AMBIGUO-SW = "N"
063600        GO TO EX-ABBINA-PER-PREFATT.
063700     IF CONTO-MOV = 0
063800        PERFORM CONTO-DA-PARTITA THRU EX-CONTO-DA-PARTITA
063900           VARYING I-PF FROM 1 BY 1 UNTIL I-PF > N-PF.
064000     EVALUATE TRUE
064100        WHEN AMBIGUO-SW = "S"
064200           MOVE "L" TO ESITO-MOV
064300           MOVE "AM" TO MOTIVO-MOV
064400        WHEN MANCANTE-SW = "N" AND SOMMA-PF = IMPORTO-MOV
064500           MOVE "C" TO ESITO-MOV
064600        WHEN OTHER
064700           MOVE "L" TO ESITO-MOV
064800           MOVE "PA" TO MOTIVO-MOV
064900     END-EVALUATE.
065000 EX-ABBINA-PER-PREFATT.
065100     EXIT.
065200*
065300 CERCA-PARTITA-PF.
065400     MOVE 0 TO N-CAND IX-CAND.
065500     PERFORM CANDIDATA-PF THRU EX-CANDIDATA-PF
065600        VARYING I-PZ FROM 1 BY 1 UNTIL I-PZ > N-PARTITE-IB.
065700     EVALUATE N-CAND
065800        WHEN 0
065900           MOVE "S" TO MANCANTE-SW
066000        WHEN 1
066100           MOVE IX-CAND TO IX-PZ-PF (I-PF)
066200           ADD IMPORTO-PZ (IX-CAND) TO SOMMA-PF
066300           ADD 1 TO N-PF-TROVATE
066400        WHEN OTHER
066500           MOVE "S" TO AMBIGUO-SW
066600     END-EVALUATE.
066700 EX-CERCA-PARTITA-PF.
066800     EXIT.
066900*
067000 CANDIDATA-PF.
067100     IF STATO-PZ (I-PZ) = "A"
067200        AND NUM-PZ (I-PZ) = NUM-PF (I-PF)
067300        AND (CONTO-MOV = 0 OR CONTO-PZ (I-PZ) = CONTO-MOV)
067400        ADD 1 TO N-CAND
067500        MOVE I-PZ TO IX-CAND.
067600 EX-CANDIDATA-PF.
067700     EXIT.
067800*
067900 CONTO-DA-PARTITA.
068000     IF CONTO-MOV = 0 AND IX-PZ-PF (I-PF) NOT = 0
068100        MOVE CONTO-PZ (IX-PZ-PF (I-PF)) TO CONTO-MOV.
068200 EX-CONTO-DA-PARTITA.
068300     EXIT.
068400*
068500*     senza pre-fatture utili: una sola partita aperta del
068600*     conto con lo stesso importo si chiude, nessuna lascia
068700*     l'incasso non allocato sul conto
068800 ABBINA-PER-IMPORTO.
068900     MOVE 0 TO N-CAND IX-CAND.
069000     PERFORM CANDIDATA-IMPORTO THRU EX-CANDIDATA-IMPORTO
069100        VARYING I-PZ FROM 1 BY 1 UNTIL I-PZ > N-PARTITE-IB.
069200     EVALUATE N-CAND
069300        WHEN 0
069400           MOVE "N" TO ESITO-MOV
069500        WHEN 1
069600           MOVE "C" TO ESITO-MOV
069700           MOVE 1 TO N-PF
069800           MOVE NUM-PZ (IX-CAND) TO NUM-PF (1)
069900           MOVE IX-CAND TO IX-PZ-PF (1)
070000        WHEN OTHER
070100           MOVE "L" TO ESITO-MOV
070200           MOVE "AM" TO MOTIVO-MOV
070300     END-EVALUATE.
070400 EX-ABBINA-PER-IMPORTO.
070500     EXIT.
070600*
070700 CANDIDATA-IMPORTO.
070800     IF STATO-PZ (I-PZ) = "A"
070900        AND CONTO-PZ (I-PZ) = CONTO-MOV
071000        AND IMPORTO-PZ (I-PZ) = IMPORTO-MOV
071100        ADD 1 TO N-CAND
071200        MOVE I-PZ TO IX-CAND.
071300 EX-CANDIDATA-IMPORTO.
071400     EXIT.
071500*
071600*
071700 CHIUDI-PARTITE-PF.
071800     PERFORM CHIUDI-PARTITA THRU EX-CHIUDI-PARTITA
071900        VARYING I-PF FROM 1 BY 1 UNTIL I-PF > N-PF.
072000     MOVE "CHIUSO" TO ESITO-IB-ST.
072100     PERFORM STAMPA-ACCREDITO THRU EX-STAMPA-ACCREDITO.
072200 EX-CHIUDI-PARTITE-PF.
072300     EXIT.
072400*
072500 CHIUDI-PARTITA.
072600     MOVE IX-PZ-PF (I-PF) TO I-PZ.
072700     IF I-PZ = 0
072800        GO TO EX-CHIUDI-PARTITA.
072900     MOVE "P" TO STATO-PZ (I-PZ).
073000     ADD 1 TO N-CHIUSE.
073100     PERFORM RIEMPI-GIORNALE THRU EX-RIEMPI-GIORNALE.
073200     MOVE IMPORTO-PZ (I-PZ) TO IMPORTO-IB.
073300     MOVE NUM-PZ (I-PZ) TO NUM-PF-IB.
073400     MOVE "C" TO ESITO-IB.
073500     PERFORM SCRIVI-GIORNALE THRU EX-SCRIVI-GIORNALE.
073600 EX-CHIUDI-PARTITA.
073700     EXIT.
073800*
073900 SCRIVI-LAVORO.
074000     ADD 1 TO N-IN-LISTA N-RIGHE-LAVORO.
074100     PERFORM RIEMPI-GIORNALE THRU EX-RIEMPI-GIORNALE.
074200     MOVE "L" TO ESITO-IB.
074300     PERFORM SCRIVI-GIORNALE THRU EX-SCRIVI-GIORNALE.
074400     EVALUATE MOTIVO-MOV
074500        WHEN "PA"
074600           MOVE "LISTA IMPORTO" TO ESITO-IB-ST
074700        WHEN "AM"
074800           MOVE "LISTA AMBIGUO" TO ESITO-IB-ST
074900        WHEN OTHER
075000           MOVE "LISTA NO CONTO" TO ESITO-IB-ST
075100     END-EVALUATE.
075200     PERFORM STAMPA-ACCREDITO THRU EX-STAMPA-ACCREDITO.
075300     IF NOT LV-APERTO
075400        DISPLAY "INCBANCA   INCLAVOR non apribile " CHECK-LV
075500        GO TO EX-SCRIVI-LAVORO.
075600     MOVE SPACES TO REC-LAVORO.
075700     MOVE T-TAB TO TG-LV-1 TG-LV-2 TG-LV-3 TG-LV-4 TG-LV-5
075800                   TG-LV-6 TG-LV-7 TG-LV-8.
075900     MOVE N-RIGHE-LAVORO TO NUM-LV.
076000     MOVE DATA-MOV TO DATA-LV.
076100     MOVE CONTO-MOV TO CONTO-LV.
076200     MOVE IMPORTO-MOV TO IMPORTO-LV.
076300     MOVE 0 TO NUM-PF-LV.
076400     IF N-PF > 0
076500        MOVE NUM-PF (1) TO NUM-PF-LV.
076600     MOVE MOTIVO-MOV TO MOTIVO-LV.
076700     MOVE RIF-MOV TO RIF-LV.
076800     MOVE "A" TO STATO-LV.
076900     MOVE DESCR-MOV (1:60) TO DESCR-LV.
077000     WRITE REC-LAVORO.
077100 EX-SCRIVI-LAVORO.
077200     EXIT.
077300*
077400 SCRIVI-NON-ALLOCATO.
077500     ADD 1 TO N-NON-ALLOC N-RIGHE-NONALL.
077600     PERFORM RIEMPI-GIORNALE THRU EX-RIEMPI-GIORNALE.
077700     MOVE "N" TO ESITO-IB.
077800     PERFORM SCRIVI-GIORNALE THRU EX-SCRIVI-GIORNALE.
077900     MOVE "NON ALLOCATO" TO ESITO-IB-ST.
078000     PERFORM STAMPA-ACCREDITO THRU EX-STAMPA-ACCREDITO.
078100     IF NOT NA-APERTO
078200        DISPLAY "INCBANCA   INCNONAL non apribile " CHECK-NA
078300        GO TO EX-SCRIVI-NON-ALLOCATO.
078400     MOVE T-TAB TO TG-NA-1 TG-NA-2 TG-NA-3 TG-NA-4 TG-NA-5.
078500     MOVE N-RIGHE-NONALL TO NUM-NA.
078600     MOVE DATA-MOV TO DATA-NA.
078700     MOVE CONTO-MOV TO CONTO-NA.
078800     MOVE IMPORTO-MOV TO IMPORTO-NA.
078900     MOVE RIF-MOV TO RIF-NA.
079000     MOVE "A" TO STATO-NA.
079100     WRITE REC-NONALL.
079200 EX-SCRIVI-NON-ALLOCATO.
079300     EXIT.
079400*
079500 RIEMPI-GIORNALE.
079600     MOVE T-TAB TO TG-IB-1 TG-IB-2 TG-IB-3 TG-IB-4 TG-IB-5
079700                   TG-IB-6 TG-IB-7.
079800     MOVE CONTO-CC-CORR TO CONTO-CC-IB.
079900     MOVE PROGR-CORR TO PROGR-IB.
080000     MOVE DATA-MOV TO DATA-IB.
080100     MOVE IMPORTO-MOV TO IMPORTO-IB.
080200     MOVE CONTO-MOV TO CONTO-IB.
080300     MOVE 0 TO NUM-PF-IB.
080400     IF N-PF > 0
080500        MOVE NUM-PF (1) TO NUM-PF-IB.
080600     MOVE RIF-MOV TO RIF-IB.
080700 EX-RIEMPI-GIORNALE.
080800     EXIT.
080900*
081000 SCRIVI-GIORNALE.
081100     IF NOT IB-APERTO
081200        DISPLAY "INCBANCA   INCBANCA non apribile " CHECK-IB
081300        GO TO EX-SCRIVI-GIORNALE.
081400     WRITE REC-GIORN.
081500 EX-SCRIVI-GIORNALE.
081600     EXIT.
081700*
081800 STAMPA-ACCREDITO.
081900     MOVE N-ACCREDITI TO NUM-IB-ST.
082000     MOVE DATA-MOV TO DATA-IB-ST.
082100     MOVE CONTO-MOV TO CONTO-IB-ST.
082200     COMPUTE IMPORTO-IB-ST = IMPORTO-MOV / 100.
082300     IF N-PF > 0
082400        MOVE NUM-PF (1) TO PF-IB-ST.
082500     MOVE DESCR-MOV (1:60) TO DESCR-IB-ST.
082600     PERFORM SCRIVI THRU EX-SCRIVI.
082700 EX-STAMPA-ACCREDITO.
082800     EXIT.
082900*
083000*
083100*     lista di lavoro e incassi non allocati ancora aperti
083200 STAMPA-LISTA.
083300     PERFORM APRI-STAMPA THRU EX-APRI-STAMPA.
083400     MOVE " LISTA DI LAVORO UFFICIO CREDITI" TO DATI-RIGA.
083500     PERFORM SCRIVI THRU EX-SCRIVI.
083600     MOVE "      N.  DATA    CONTO             IMPORTO  PF  "
083700       &  "  MOTIVO          CAUSALE"
083800       TO DATI-RIGA.
083900     MOVE 2 TO N-RIGA-STAMPA.
084000     PERFORM SCRIVI THRU EX-SCRIVI.
084100     OPEN INPUT FILE-LAVORO.
084200     IF LV-APERTO
084300        MOVE 0 TO OK-FINE-FILE
084400        PERFORM STAMPA-RIGA-LAVORO THRU EX-STAMPA-RIGA-LAVORO
084500           UNTIL LETTO-FINE-FILE
084600        CLOSE FILE-LAVORO
084700     END-IF.
084800     MOVE " INCASSI NON ALLOCATI SUI CONTI" TO DATI-RIGA.
084900     MOVE 3 TO N-RIGA-STAMPA.
085000     PERFORM SCRIVI THRU EX-SCRIVI.
085100     MOVE "      N.  DATA    CONTO             IMPORTO        "
085200       &  "              RIF. BANCA"
085300       TO DATI-RIGA.
085400     MOVE 2 TO N-RIGA-STAMPA.
085500     PERFORM SCRIVI THRU EX-SCRIVI.
085600     OPEN INPUT FILE-NONALL.
085700     IF NA-APERTO
085800        MOVE 0 TO OK-FINE-FILE
085900        PERFORM STAMPA-RIGA-NONALL THRU EX-STAMPA-RIGA-NONALL
086000           UNTIL LETTO-FINE-FILE
086100        CLOSE FILE-NONALL
086200     END-IF.
086300     CALL "QCLPPR" USING PAR-PRINT
086400                          RIGA BUFFER.
086500 EX-STAMPA-LISTA.
086600     EXIT.
086700*
086800 STAMPA-RIGA-LAVORO.
086900     READ FILE-LAVORO
087000        AT END
087100           MOVE 1 TO OK-FINE-FILE
087200           GO TO EX-STAMPA-RIGA-LAVORO
087300     END-READ.
087400     IF NOT APERTA-LV
087500        GO TO EX-STAMPA-RIGA-LAVORO.
087600     MOVE NUM-LV TO NUM-IB-ST.
087700     MOVE DATA-LV TO DATA-IB-ST.
087800     MOVE CONTO-LV TO CONTO-IB-ST.
087900     COMPUTE IMPORTO-IB-ST = IMPORTO-LV / 100.
088000     IF NUM-PF-LV NOT = 0
088100        MOVE NUM-PF-LV TO PF-IB-ST.
088200     EVALUATE TRUE
088300        WHEN PARZIALE-LV
088400           MOVE "IMPORTO DIVERS" TO ESITO-IB-ST
088500        WHEN AMBIGUO-LV
088600           MOVE "PIU' PARTITE" TO ESITO-IB-ST
088700        WHEN OTHER
088800           MOVE "CONTO IGNOTO" TO ESITO-IB-ST
088900     END-EVALUATE.
089000     MOVE DESCR-LV TO DESCR-IB-ST.
089100     PERFORM SCRIVI THRU EX-SCRIVI.
089200 EX-STAMPA-RIGA-LAVORO.
089300     EXIT.
089400*
089500 STAMPA-RIGA-NONALL.
089600     READ FILE-NONALL
089700        AT END
089800           MOVE 1 TO OK-FINE-FILE
089900           GO TO EX-STAMPA-RIGA-NONALL
090000     END-READ.
090100     IF NOT DISPONIBILE-NA
090200        GO TO EX-STAMPA-RIGA-NONALL.
090300     MOVE NUM-NA TO NUM-IB-ST.
090400     MOVE DATA-NA TO DATA-IB-ST.
090500     MOVE CONTO-NA TO CONTO-IB-ST.
090600     COMPUTE IMPORTO-IB-ST = IMPORTO-NA / 100.
090700     MOVE RIF-NA TO DESCR-IB-ST.
090800     PERFORM SCRIVI THRU EX-SCRIVI.
090900 EX-STAMPA-RIGA-NONALL.
091000     EXIT.
091100*
091200*
091300*     l'ufficio crediti evade una riga della lista (dopo aver
091400*     incassato a mano le partite con SCADENZ "P") o un
091500*     incasso non allocato (utilizzato); il file si rilegge
091600*     in memoria e si riscrive per intero
091700 EVADI-RIGA.
091800     DISPLAY "Evadi (L=lista di lavoro N=non allocato) "
091900             NO ADVANCING.
092000     MOVE SPACE TO TIPO-IN.
092100     ACCEPT TIPO-IN.
092200     IF TIPO-IN NOT = "L" AND NOT = "N"
092300        DISPLAY "Scelta non valida"
092400        GO TO EX-EVADI-RIGA.
092500     DISPLAY "Numero riga " NO ADVANCING.
092600     MOVE SPACES TO NUMERO-IN.
092700     ACCEPT NUMERO-IN.
092800     IF NUMERO-IN NOT NUMERIC
092900        DISPLAY "Numero non numerico"
093000        GO TO EX-EVADI-RIGA.
093100     MOVE "N" TO TROVATA-SW.
093200     MOVE 0 TO N-RIGHE-TAB.
093300     IF TIPO-IN = "L"
093400        PERFORM EVADI-LAVORO THRU EX-EVADI-LAVORO
093500     ELSE
093600        PERFORM EVADI-NONALL THRU EX-EVADI-NONALL
093700     END-IF.
093800     IF TROVATA-SW = "N"
093900        DISPLAY "Riga non trovata o gia' evasa"
094000     ELSE
094100        DISPLAY "Riga evasa"
094200     END-IF.
094300 EX-EVADI-RIGA.
094400     EXIT.
094500*
094600 EVADI-LAVORO.
094700     OPEN INPUT FILE-LAVORO.
094800     IF NOT LV-APERTO
094900        GO TO EX-EVADI-LAVORO.
095000     MOVE 0 TO OK-FINE-FILE.
095100     PERFORM CARICA-RIGA-LAVORO THRU EX-CARICA-RIGA-LAVORO
095200        UNTIL LETTO-FINE-FILE.
095300     CLOSE FILE-LAVORO.
095400     IF TROVATA-SW = "N"
095500        GO TO EX-EVADI-LAVORO.
095600     OPEN OUTPUT FILE-LAVORO.
095700     IF NOT LV-APERTO
095800        DISPLAY "INCBANCA   INCLAVOR non apribile " CHECK-LV
095900        GO TO EX-EVADI-LAVORO.
096000     PERFORM RISCRIVI-RIGA-LAVORO THRU EX-RISCRIVI-RIGA-LAVORO
096100        VARYING I-TAB FROM 1 BY 1 UNTIL I-TAB > N-RIGHE-TAB.
096200     CLOSE FILE-LAVORO.
096300 EX-EVADI-LAVORO.
096400     EXIT.
096500*
096600 CARICA-RIGA-LAVORO.
096700     READ FILE-LAVORO
096800        AT END
096900           MOVE 1 TO OK-FINE-FILE
097000           GO TO EX-CARICA-RIGA-LAVORO
097100     END-READ.
097200     IF N-RIGHE-TAB NOT < 2000
097300        DISPLAY "INCBANCA   TAB-LAVORO da allargare"
097400        GO TO EX-CARICA-RIGA-LAVORO.
097500     IF NUM-LV = NUMERO-IN-9 AND APERTA-LV
097600        MOVE "E" TO STATO-LV
097700        MOVE "S" TO TROVATA-SW.
097800     ADD 1 TO N-RIGHE-TAB.
097900     MOVE REC-LAVORO TO RIGA-LW (N-RIGHE-TAB).
098000 EX-CARICA-RIGA-LAVORO.
098100     EXIT.
098200*
098300 RISCRIVI-RIGA-LAVORO.
098400     MOVE RIGA-LW (I-TAB) TO REC-LAVORO.
098500     WRITE REC-LAVORO.
098600 EX-RISCRIVI-RIGA-LAVORO.
098700     EXIT.
098800*
098900 EVADI-NONALL.
099000     OPEN INPUT FILE-NONALL.
099100     IF NOT NA-APERTO
099200        GO TO EX-EVADI-NONALL.
099300     MOVE 0 TO OK-FINE-FILE.
099400     PERFORM CARICA-RIGA-NONALL THRU EX-CARICA-RIGA-NONALL
099500        UNTIL LETTO-FINE-FILE.
099600     CLOSE FILE-NONALL.
099700     IF TROVATA-SW = "N"
099800        GO TO EX-EVADI-NONALL.
099900     OPEN OUTPUT FILE-NONALL.
100000     IF NOT NA-APERTO
100100        DISPLAY "INCBANCA   INCNONAL non apribile " CHECK-NA
100200        GO TO EX-EVADI-NONALL.
100300     PERFORM RISCRIVI-RIGA-NONALL THRU EX-RISCRIVI-RIGA-NONALL
100400        VARYING I-TAB FROM 1 BY 1 UNTIL I-TAB > N-RIGHE-TAB.
100500     CLOSE FILE-NONALL.
100600 EX-EVADI-NONALL.
100700     EXIT.
100800*
100900 CARICA-RIGA-NONALL.
101000     READ FILE-NONALL
101100        AT END
101200           MOVE 1 TO OK-FINE-FILE
101300           GO TO EX-CARICA-RIGA-NONALL
101400     END-READ.
101500     IF N-RIGHE-TAB NOT < 2000
101600        DISPLAY "INCBANCA   TAB-NONALL da allargare"
101700        GO TO EX-CARICA-RIGA-NONALL.
101800     IF NUM-NA = NUMERO-IN-9 AND DISPONIBILE-NA
101900        MOVE "E" TO STATO-NA
102000        MOVE "S" TO TROVATA-SW.
102100     ADD 1 TO N-RIGHE-TAB.
102200     MOVE REC-NONALL TO RIGA-NW (N-RIGHE-TAB).
102300 EX-CARICA-RIGA-NONALL.
102400     EXIT.
102500*
102600 RISCRIVI-RIGA-NONALL.
102700     MOVE RIGA-NW (I-TAB) TO REC-NONALL.
102800     WRITE REC-NONALL.
102900 EX-RISCRIVI-RIGA-NONALL.
103000     EXIT.
103100*
103200*
103300 APRI-STAMPA.
103400     MOVE  136  TO LL-RIGA.
103500     MOVE 9999 TO N-MAX-RIGHE.
103600     MOVE "H" TO PRE-NOME-FILE.
103700     MOVE W-FORMATO-INTERNO TO TERM-N-FILE.
103800     CALL "QOLPPR" USING PAR-PRINT
103900                          RIGA BUFFER.
104000     MOVE 0   TO N-STAMPANTE.
104100     MOVE "M" TO COMANDO.
104200     MOVE 66  TO N-RIGA-STAMPA.
104300     MOVE SPACES TO DATI-RIGA.
104400 EX-APRI-STAMPA.
104500     EXIT.
104600*
104700 SCRIVI.
104800     CALL "QWLPPR" USING PAR-PRINT
104900                         RIGA BUFFER.
105000     IF STATO OF PAR-PRINT NOT = 0
105100        MOVE STATO OF PAR-PRINT TO STATO-DISPLAY
105200        DISPLAY "INCBANCA   ERRORE QPRINT CON STATO : "
105300                STATO-DISPLAY
105400     END-IF.
105500     MOVE SPACES TO DATI-RIGA.
105600     MOVE "S" TO COMANDO.
105700     MOVE 0 TO N-RIGA-STAMPA.
105800 EX-SCRIVI.
105900     EXIT.
106000*
106100*      FINE PROGRAMMA    **** /K INCBANCA.COB  *****
