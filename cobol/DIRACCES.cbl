000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. DIRACCES.
000310*2026*        15/10/26
000320*     richieste dei titolari di carta fedelta' sui propri
000330*     dati personali. FUNZIONE "A" (accesso): dato il numero
000340*     carta raccoglie tutto quanto la riguarda -- anagrafica
000350*     FIDELMST, acquisti su MOVMAG (CLI-FINALE) e sugli
000360*     archivi annuali MOVARC<aa> di ARCMOVMA, pagamenti su
000370*     PAGAMLOG (carta in coda alla riga; le righe scritte
000380*     prima non la portano), resi su RESOCLILOG agganciati ai
000390*     riferimenti di vendita trovati, gradi su GRADLOG dei
000400*     capi resi e buoni acquisto BUONIREG nati da quei resi;
000410*     i log si leggono vivi e negli archivi per-mese a
000420*     catalogo ARCHCATAL (COMMAND2 "FILE", come ARCHLOG).
000430*     L'uscita e' il tabulato QOLPPR/QWLPPR/QCLPPR leggibile
000440*     e il file DIRESTR equiparato a DA<numero richiesta>,
000450*     campi separati da ";" con in testa la sezione (una
000460*     riga INTEST;<sezione>;<campi> prima di ogni sezione).
000470*     FUNZIONE "R" (rettifica nome/contatto) e "C"
000480*     (cancellazione) registrano la richiesta, che evade
000490*     RETENZ al giro successivo con la sua anonimizzazione e
00049A*     il certificato RETCERT. Ogni richiesta va sul registro
00049B*     RICHDIR (YRICHDIR) con data e scadenza a 30 giorni;
00049C*     FUNZIONE "L" elenca le richieste aperte, "**" a meno
00049D*     di 5 giorni dalla scadenza, SCADUTA oltre.
00049E*
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
001500     SELECT OPTIONAL FILE-RICH ASSIGN TO "RICHDIR"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-RD.
001800     SELECT OPTIONAL FILE-CSV ASSIGN TO "DIRESTR"
001900        ORGANIZATION IS LINE SEQUENTIAL
002000        FILE STATUS IS CHECK-EC.
002100     SELECT OPTIONAL FILE-ARCMOV ASSIGN TO "ARCMOV"
002200        ORGANIZATION IS LINE SEQUENTIAL
002300        FILE STATUS IS CHECK-AM.
002400     SELECT OPTIONAL FILE-MOVCAT ASSIGN TO "MOVARCCAT"
002500        ORGANIZATION IS LINE SEQUENTIAL
002600        FILE STATUS IS CHECK-MC.
002700     SELECT OPTIONAL FILE-CATAL ASSIGN TO "ARCHCATAL"
002800        ORGANIZATION IS LINE SEQUENTIAL
002900        FILE STATUS IS CHECK-CT.
003000     SELECT OPTIONAL FILE-PAGLOG ASSIGN TO "DIRPAGA"
003100        ORGANIZATION IS LINE SEQUENTIAL
003200        FILE STATUS IS CHECK-PG.
003300     SELECT OPTIONAL FILE-RESOLOG ASSIGN TO "DIRRESO"
003400        ORGANIZATION IS LINE SEQUENTIAL
003500        FILE STATUS IS CHECK-RL.
003600     SELECT OPTIONAL FILE-GRADLOG ASSIGN TO "DIRGRAD"
003700        ORGANIZATION IS LINE SEQUENTIAL
003800        FILE STATUS IS CHECK-GL.
003900     SELECT OPTIONAL FILE-REG ASSIGN TO "BUONIREG"
004000        ORGANIZATION IS LINE SEQUENTIAL
004100        FILE STATUS IS CHECK-BR.
004200*
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD FILE-MST DATA RECORD REC-MST.
004600 01 REC-MST                COPY YFIDMST.
004700*
004800 FD FILE-RICH DATA RECORD REC-RICH.
004900 01 REC-RICH               COPY YRICHDIR.
005000*
005100 FD FILE-CSV DATA RECORD REC-CSV.
005200 01 REC-CSV                PIC X(400).
005300*
005400 FD FILE-ARCMOV DATA RECORD REC-ARCMOV.
005500 01 REC-ARCMOV             COPY YMOVARCH.
005600*
005700 FD FILE-MOVCAT DATA RECORD REC-MOVCAT.
005800 01 REC-MOVCAT.
005900    05 ANNO-MC               PIC 99.
006000    05 TC-MC-1               PIC X.
006100    05 SETT-DA-MC            PIC 9(4).
006200    05 TC-MC-2               PIC X.
006300    05 SETT-A-MC             PIC 9(4).
006400    05 TC-MC-3               PIC X.
006500    05 RIGHE-MC              PIC 9(8).
006600*
006700 FD FILE-CATAL DATA RECORD REC-CATAL.
006800 01 REC-CATAL.
006900    05 NOME-LOG-CT           PIC X(10).
007000    05 TC-1                  PIC X.
007100    05 MESE-CT               PIC 9(4).
007200    05 TC-2                  PIC X.
007300    05 RESTO-CT              PIC X(40).
007400*
007500 FD FILE-PAGLOG DATA RECORD REC-PAGLOG.
007600 01 REC-PAGLOG.
007700    05 DATA-PG               PIC 9(6).
007800    05 TG-PG-1               PIC X.
007900    05 TERMINALE-PG          PIC X(8).
008000    05 TG-PG-2               PIC X.
008100    05 OPERATORE-PG          PIC X(8).
008200    05 TG-PG-3               PIC X.
008300    05 CONTO-PG              PIC 9(8).
008400    05 TG-PG-4               PIC X.
008500    05 MAG-PG                PIC 9(3).
008600    05 TG-PG-5               PIC X.
008700    05 TIPO-PG               PIC X.
008800    05 TG-PG-6               PIC X.
008900    05 IMPORTO-PG            PIC 9(11).
009000    05 TG-PG-7               PIC X.
009100    05 RIF-PG                PIC X(15).
009200    05 TG-PG-8               PIC X.
009300    05 CARTA-PG              PIC 9(13).
009400*
009500 FD FILE-RESOLOG DATA RECORD REC-RESOLOG.
009600 01 REC-RESOLOG.
009700    05 DATA-RL               PIC 9(6).
009800    05 TG-RL-1               PIC X.
009900    05 TERMINALE-RL          PIC X(8).
010000    05 TG-RL-2               PIC X.
010100    05 BARUNI-RL             PIC X(13).
010200    05 TG-RL-3               PIC X.
010300    05 C-MAT-RL              PIC 9(15).
010400    05 TG-RL-4               PIC X.
010500    05 TAGLIA-RL             PIC 99.
010600    05 TG-RL-5               PIC X.
010700    05 CONTO-RL              PIC 9(8).
010800    05 TG-RL-6               PIC X.
010900    05 RIF-VENDITA-RL        PIC 9(15).
011000    05 TG-RL-7               PIC X.
011100    05 RIF-RESO-RL           PIC 9(15).
011200*
011300 FD FILE-GRADLOG DATA RECORD REC-GRADLOG.
011400 01 REC-GRADLOG.
011500    05 DATA-GL               PIC 9(6).
011600    05 TG-GL-1               PIC X.
011700    05 BARUNI-GL             PIC X(13).
011800    05 TG-GL-2               PIC X.
011900    05 C-MAT-GL              PIC 9(15).
012000    05 TG-GL-3               PIC X.
012100    05 TAGLIA-GL             PIC 99.
012200    05 TG-GL-4               PIC X.
012300    05 CONTO-GL              PIC 9(8).
012400    05 TG-GL-5               PIC X.
012500    05 GRADO-GL              PIC X.
012600*
012700 FD FILE-REG DATA RECORD REC-REG.
012800 01 REC-REG.
012900    05 NUMERO-BR             PIC 9(8).
013000    05 TG-BR-1               PIC X.
013100    05 DATA-EMISS-BR         PIC 9(6).
013200    05 TG-BR-2               PIC X.
013300    05 VALORE-BR             PIC 9(9).
013400    05 TG-BR-3               PIC X.
013500    05 CONTO-BR              PIC 9(8).
013600    05 TG-BR-4               PIC X.
013700    05 RIF-RESO-BR           PIC 9(15).
013800    05 TG-BR-5               PIC X.
013900    05 STATO-BR              PIC X.
014000    05 TG-BR-6               PIC X.
014100    05 DATA-SPESA-BR         PIC 9(6).
014200    05 TG-BR-7               PIC X.
014300    05 TERMINALE-BR          PIC X(8).
014400*
014500 WORKING-STORAGE SECTION.
014600*
014700 01 REC-MOVMAG       COPY YMOVMAG.
014800 01 AREA-REC-SET     PIC X(512).
014900*
015000 01 PARGEN           COPY QPARGEN.
015100 01 PARQDATA-RIGA    COPY QPARDATS.
015200*
015300 77 CHECK-FM        PIC XX.
015400    88 FM-APERTO    VALUES ARE "05", "00".
015500 77 CHECK-RD        PIC XX.
015600    88 RD-APERTO    VALUES ARE "05", "00".
015700 77 CHECK-EC        PIC XX.
015800    88 EC-APERTO    VALUES ARE "05", "00".
015900 77 CHECK-AM        PIC XX.
016000    88 AM-APERTO    VALUES ARE "05", "00".
016100 77 CHECK-MC        PIC XX.
016200    88 MC-APERTO    VALUES ARE "05", "00".
016300 77 CHECK-CT        PIC XX.
016400    88 CT-APERTO    VALUES ARE "05", "00".
016500 77 CHECK-PG        PIC XX.
016600    88 PG-APERTO    VALUES ARE "05", "00".
016700 77 CHECK-RL        PIC XX.
016800    88 RL-APERTO    VALUES ARE "05", "00".
016900 77 CHECK-GL        PIC XX.
017000    88 GL-APERTO    VALUES ARE "05", "00".
017100 77 CHECK-BR        PIC XX.
017200    88 BR-APERTO    VALUES ARE "05", "00".
017300*
017400 01 OK-FINE-FILE    PIC S9(4) COMP.
017500    88 LETTO-FINE-FILE VALUE 1.
017600*
017700 01 T-TAB           PIC X VALUE X"9".
017800*
017900 01 FUNZIONE-IN     PIC X.
018000 01 CARTA-IN        PIC X(13).
018100 01 CARTA-COM       PIC 9(13).
018200 01 NOME-IN         PIC X(24).
018300 01 CONTATTO-IN     PIC X(40).
018400 01 CONFERMA-IN     PIC X.
018500*
018600* anagrafica della carta richiesta
018700 01 MST-COM                COPY YFIDMST.
018800 01 CARTA-TROVATA   PIC X.
018900    88 CARTA-ISCRITTA VALUE "S".
019000*
019100* registro richieste: ultimo numero e riga nuova
019200 01 RICH-COM               COPY YRICHDIR.
019300 01 NUMERO-MAX-RD   PIC 9(6).
019400 01 DATA-OGGI       PIC 9(6).
019500 01 SERIALE-OGGI    PIC S9(9) COMP.
019600 01 GIORNI-SCADENZA PIC S9(4) COMP VALUE 30.
019700 01 GIORNI-AVVISO   PIC S9(4) COMP VALUE 5.
019800 01 GIORNI-MANCANTI PIC S9(9) COMP.
019900 01 RICH-APERTE     PIC S9(5) COMP.
020000 01 AVVISO-ED       PIC X(8).
020100*
020200 01 DATA-SER        PIC 9(8).
020300 01 SERIALE-SER     PIC S9(9) COMP.
020400 01 DATA-GIRO       PIC 9(6).
020500 01 FILLER REDEFINES DATA-GIRO.
020600  05 AA-GIRO        PIC 99.
020700  05 MM-GIRO        PIC 99.
020800  05 GG-GIRO        PIC 99.
020900 01 DATA-SCAD       PIC 9(6).
021000 01 FILLER REDEFINES DATA-SCAD.
021100  05 AA-SCAD        PIC 99.
021200  05 MM-SCAD        PIC 99.
021300  05 GG-SCAD        PIC 99.
021400*
021500* riferimenti di vendita della carta (vivi e archiviati),
021600* per agganciare i resi
021700 01 TAB-VENDITE.
021800  05 RIF-VD          PIC 9(15) OCCURS 3000.
021900 01 N-VD            PIC S9(4) COMP.
022000 01 I-VD            PIC S9(4) COMP.
022100 01 IX-VD           PIC S9(4) COMP.
022200 01 RIF-CERCA       PIC 9(15).
022300*
022400* resi della carta, per GRADLOG (capo) e BUONIREG (reso)
022500 01 TAB-RESI.
022600  05 RIGA-RS OCCURS 500.
022700   10 RIF-RESO-RS     PIC 9(15).
022800   10 BARUNI-RS       PIC X(13).
022900   10 DATA-RS         PIC 9(6).
023000 01 N-RS            PIC S9(4) COMP.
023100 01 I-RS            PIC S9(4) COMP.
023200 01 IX-RS           PIC S9(4) COMP.
023300 01 PERSI-TAB       PIC S9(7) COMP.
023400*
023500* anni a catalogo MOVARCCAT
023600 01 TAB-ANNI.
023700  05 ANNO-TB         PIC 99 OCCURS 30.
023800 01 N-ANNI          PIC S9(4) COMP.
023900 01 I-AN            PIC S9(4) COMP.
024000 01 ANNO-GIA        PIC S9(4) COMP.
024100 01 ANNO-ED         PIC 99.
024200*
024300* mesi archiviati a catalogo ARCHCATAL
024400 01 TAB-MESI.
024500  05 RIGA-MS OCCURS 600.
024600   10 NOME-LOG-MS     PIC X(10).
024700   10 MESE-MS         PIC 9(4).
024800 01 N-MS            PIC S9(4) COMP.
024900 01 I-MS            PIC S9(4) COMP.
025000*
025100* log in lettura: nome vivo, nome logico del SELECT,
025200* file fisico (vivo o <log><AAMM>) e sua origine in stampa
025300 01 NOME-LOG-COM    PIC X(10).
025400 01 LOGICO-COM      PIC X(8).
025500 01 FISICO-COM      PIC X(14).
025600 01 ORIGINE-COM     PIC X(14).
025700*
025800* sezioni dell'estrazione: nome, numero campi, colonna e
025900* lunghezza di ogni campo sul tabulato
026000 01 TAB-SEZIONI.
026100  05 FILLER          PIC X(51) VALUE
026200       "ANAGRAFICA70031301724042400830909310104031081000000".
026300  05 FILLER          PIC X(51) VALUE
026400       "ACQUISTI  80031502004026040321504904055070641207814".
026500  05 FILLER          PIC X(51) VALUE
026600       "PAGAMENTI 70031001508025030310403712051150681400000".
026700  05 FILLER          PIC X(51) VALUE
026800       "RESI      80031001508025130401505702061150781509514".
026900  05 FILLER          PIC X(51) VALUE
027000       "GRADI     60031001513030150470205105058140000000000".
027100  05 FILLER          PIC X(51) VALUE
027200       "BUONI     60030801310025120391505605063100000000000".
027300 01 FILLER REDEFINES TAB-SEZIONI.
027400  05 RIGA-SZ OCCURS 6.
027500   10 NOME-SZ         PIC X(10).
027600   10 N-CAMPI-SZ      PIC 9.
027700   10 CAMPO-SZ OCCURS 8.
027800    15 POS-SZ         PIC 9(3).
027900    15 LEN-SZ         PIC 99.
028000 01 CONTA-SEZIONI.
028100  05 CONTA-SZ        PIC S9(7) COMP OCCURS 6.
028200 01 SEZIONE-COM     PIC S9(4) COMP.
028300 01 I-SZ            PIC S9(4) COMP.
028400*
028500* campi della riga in uscita, gia' in chiaro
028600 01 CAMPI-RIGA.
028700  05 CAMPO-TX        PIC X(40) OCCURS 8.
028800 01 I-CM            PIC S9(4) COMP.
028900 01 POS-COM         PIC S9(4) COMP.
029000 01 LEN-COM         PIC S9(4) COMP.
029100*
029200* conversioni in testo
029300 01 VALORE-NUM      PIC S9(15) COMP-3.
029400 01 TESTO-COM       PIC X(24).
029500 01 NUMERO-ED       PIC -(15)9.
029600 01 IMPORTO-COM     PIC S9(13)V99 COMP-3.
029700 01 IMPORTO-ED      PIC -(13)9,99.
029800 01 SPAZI-ED        PIC S9(4) COMP.
029900 01 AA4-ED          PIC 9(4).
030000*
030100* riga CSV
030200 01 RIGA-CSV        PIC X(400).
030300 01 PUNTO-CSV       PIC S9(4) COMP.
030400*
030500* aggancio dei file via COMMAND2
030600 01 COMANDO-FILE-DA  PIC X(40).
030700 01 CARRIAGE-RETURN  PIC X VALUE X"13".
030800 01 ERR          PIC S9(9) COMP.
030900 01 ERR-PARM     PIC S9(9) COMP.
031000 01 ERR-DISP     PIC -(6).
031100 01 NOME-ESTR-COM   PIC X(8).
031200*
031300 01 RECORD-LETTI    PIC S9(9) COMP.
031400 01 CONTA-ED        PIC Z(8)9.
031500 01 NUMERO-RICH-ED  PIC Z(5)9.
031600*
031700 01 STATO-DISPLAY    PIC ZZZZ-.
031800*
031900 01  PAR-PRINT.
032000  05  STATO         PIC S9(4) COMP.
032100  05  LL-RIGA       PIC  9(4) COMP.
032200  05  N-MAX-RIGHE   PIC  9(4) COMP.
032300  05  FLAG-ROUTINE  PIC  9(4) COMP.
032400  05  NUM-FILE-ID   PIC  9(4) COMP.
032500  05  NOME-FILE.
032600   10 PRE-NOME-FILE     PIC X.
032700   10 TERM-N-FILE       PIC 9(6).
032800   10 FILLER            PIC XXX VALUE ".ST".
032900*
033000 01  RIGA.
033100  05  N-STAMPANTE   PIC 9.
033200  05  COMANDO       PIC X.
033300  05  N-RIGA-STAMPA PIC 9(4) COMP.
033400  05  DATI-RIGA     PIC X(132).
033500*
033600 01 BUFFER.
033700  05 N-BUF               PIC S9(4) COMP VALUE 37.
033800  05 FILLER              PIC XX.
033900  05 FILLER              PIC X(5120).
034000*
034100 LINKAGE SECTION.
034200*
034300 01 W-COMMON       COPY WCOMMONW.
034400*
034500*PAGE
034600 PROCEDURE DIVISION  USING W-COMMON.
034700 INIZIO.
034800     DISPLAY "----  DIRITTI DEI TITOLARI CARTA  -------".
034900     DISPLAY "Funzione (A=accesso R=rettifica C=cancellazione"
035000             " L=elenco aperte) " NO ADVANCING.
035100     MOVE SPACE TO FUNZIONE-IN.
035200     ACCEPT FUNZIONE-IN.
035300     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-OGGI.
035400     EVALUATE FUNZIONE-IN
035500        WHEN "A"
035600           PERFORM ACCESSO THRU EX-ACCESSO
035700        WHEN "R"
035800           PERFORM RETTIFICA THRU EX-RETTIFICA
035900        WHEN "C"
036000           PERFORM CANCELLAZIONE THRU EX-CANCELLAZIONE
036100        WHEN "L"
036200           PERFORM ELENCO-APERTE THRU EX-ELENCO-APERTE
036300        WHEN OTHER
036400           DISPLAY "Funzione non valida"
036500     END-EVALUATE.
036600 FINE.
036700     EXIT PROGRAM.
036800*
036900*
037000******************************************************
037100*  CARTA E REGISTRO RICHIESTE                        *
037200******************************************************
037300 CHIEDI-CARTA.
037400     MOVE "N" TO CARTA-TROVATA.
037500     DISPLAY "Numero carta fedelta' " NO ADVANCING.
037600     MOVE SPACES TO CARTA-IN.
037700     ACCEPT CARTA-IN.
037800     IF CARTA-IN = SPACES OR CARTA-IN NOT NUMERIC
037900        DISPLAY "Carta mancante o non numerica"
038000        GO TO EX-CHIEDI-CARTA.
038100     MOVE CARTA-IN TO CARTA-COM.
038200     OPEN INPUT FILE-MST.
038300     IF NOT FM-APERTO
038400        DISPLAY "DIRACCES   FIDELMST non apribile " CHECK-FM
038500        GO TO EX-CHIEDI-CARTA.
038600     MOVE 0 TO OK-FINE-FILE.
038700     PERFORM CERCA-CARTA THRU EX-CERCA-CARTA
038800        UNTIL LETTO-FINE-FILE.
038900     CLOSE FILE-MST.
039000     IF NOT CARTA-ISCRITTA
039100        DISPLAY "Carta " CARTA-COM " non iscritta".
039200 EX-CHIEDI-CARTA.
039300     EXIT.
039400*
039500 CERCA-CARTA.
039600     READ FILE-MST
039700        AT END
039800           MOVE 1 TO OK-FINE-FILE
039900           GO TO EX-CERCA-CARTA
040000     END-READ.
040100     IF CARTA-FM OF REC-MST = CARTA-COM
040200        MOVE REC-MST TO MST-COM
040300        MOVE "S" TO CARTA-TROVATA
040400        MOVE 1 TO OK-FINE-FILE.
040500 EX-CERCA-CARTA.
040600     EXIT.
040700*
040800*     ultimo numero usato sul registro RICHDIR
040900 ULTIMO-NUMERO.
041000     MOVE 0 TO NUMERO-MAX-RD.
041100     OPEN INPUT FILE-RICH.
041200     IF NOT RD-APERTO
041300        GO TO EX-ULTIMO-NUMERO.
041400     MOVE 0 TO OK-FINE-FILE.
041500     PERFORM LEGGI-NUMERO THRU EX-LEGGI-NUMERO
041600        UNTIL LETTO-FINE-FILE.
041700     CLOSE FILE-RICH.
041800 EX-ULTIMO-NUMERO.
041900     EXIT.
042000*
042100 LEGGI-NUMERO.
042200     READ FILE-RICH
042300        AT END
042400           MOVE 1 TO OK-FINE-FILE
042500           GO TO EX-LEGGI-NUMERO
042600     END-READ.
042700     IF NUMERO-RD OF REC-RICH NUMERIC
042800        AND NUMERO-RD OF REC-RICH > NUMERO-MAX-RD
042900        MOVE NUMERO-RD OF REC-RICH TO NUMERO-MAX-RD.
043000 EX-LEGGI-NUMERO.
043100     EXIT.
043200*
043300*     riga nuova del registro: numero, data di oggi e
043400*     scadenza a 30 giorni (QDATAS funz.9, portata al primo
043500*     giorno lavorativo); tipo e stato li mette il chiamante
043600 PREPARA-RICHIESTA.
043700     PERFORM ULTIMO-NUMERO THRU EX-ULTIMO-NUMERO.
043800     MOVE SPACES TO RICH-COM.
043900     MOVE T-TAB TO TG-RD-1 OF RICH-COM TG-RD-2 OF RICH-COM
044000                   TG-RD-3 OF RICH-COM TG-RD-4 OF RICH-COM
044100                   TG-RD-5 OF RICH-COM TG-RD-6 OF RICH-COM
044200                   TG-RD-7 OF RICH-COM TG-RD-8 OF RICH-COM
044300                   TG-RD-9 OF RICH-COM.
044400     COMPUTE NUMERO-RD OF RICH-COM = NUMERO-MAX-RD + 1.
044500     MOVE DATA-OGGI TO DATA-RD OF RICH-COM.
044600     MOVE CARTA-COM TO CARTA-RD OF RICH-COM.
044700     MOVE 0 TO DATA-EVASA-RD OF RICH-COM.
044800     MOVE W-SIGLA-UTENTE OF W-COMMON TO OPERATORE-RD OF RICH-COM.
044900     MOVE DATA-OGGI TO Q-DATA-I OF PARQDATA-RIGA.
045000     MOVE GIORNI-SCADENZA TO Q-GG-LAVORO OF PARQDATA-RIGA.
045100     MOVE 0 TO Q-SOC-CAL OF PARQDATA-RIGA
045200               Q-MAG-CAL OF PARQDATA-RIGA
045300               Q-VET-CAL OF PARQDATA-RIGA.
045400     MOVE 9 TO Q-FUNZIONE OF PARGEN.
045500     CANCEL "QDATAS"
045600     CALL "QDATAS" USING PARGEN
045700                         Q-DATA-E OF PARQDATA-RIGA
045800                         Q-DATA-I OF PARQDATA-RIGA
045900                         Q-SETTIMANA OF PARQDATA-RIGA
046000                         Q-AA-4 OF PARQDATA-RIGA
046100                         Q-GIORNI-SERIALE OF PARQDATA-RIGA
046200                         Q-CALENDARIO OF PARQDATA-RIGA.
046300     IF Q-STATO OF PARGEN = 0
046400        MOVE Q-DATA-I OF PARQDATA-RIGA TO SCADENZA-RD OF RICH-COM
046500     ELSE
046600        MOVE DATA-OGGI TO SCADENZA-RD OF RICH-COM
046700     END-IF.
046800 EX-PREPARA-RICHIESTA.
046900     EXIT.
047000*
047100 SCRIVI-RICHIESTA.
047200     OPEN EXTEND FILE-RICH.
047300     IF NOT RD-APERTO
047400        DISPLAY "DIRACCES   RICHDIR non apribile " CHECK-RD
047500        GO TO EX-SCRIVI-RICHIESTA.
047600     MOVE RICH-COM TO REC-RICH.
047700     WRITE REC-RICH.
047800     CLOSE FILE-RICH.
047900     MOVE NUMERO-RD OF RICH-COM TO NUMERO-RICH-ED.
048000     MOVE SCADENZA-RD OF RICH-COM TO DATA-SCAD.
048100     DISPLAY "Richiesta " NUMERO-RICH-ED " registrata, scadenza "
048200             GG-SCAD "/" MM-SCAD "/" AA-SCAD.
048300 EX-SCRIVI-RICHIESTA.
048400     EXIT.
048500*
048600*
048700******************************************************
048800*  RETTIFICA E CANCELLAZIONE: SOLO REGISTRAZIONE      *
048900******************************************************
049000 RETTIFICA.
049100     PERFORM CHIEDI-CARTA THRU EX-CHIEDI-CARTA.
049200     IF NOT CARTA-ISCRITTA
049300        GO TO EX-RETTIFICA.
049400     IF DATA-ANONIM-FM OF MST-COM NUMERIC
049500        AND DATA-ANONIM-FM OF MST-COM > 0
049600        DISPLAY "Titolare gia' anonimizzato, niente da fare"
049700        GO TO EX-RETTIFICA.
049800     DISPLAY "Nome attuale     " NOME-FM OF MST-COM.
049900     DISPLAY "Contatto attuale " CONTATTO-FM OF MST-COM.
050000     DISPLAY "Nome nuovo (vuoto = invariato) " NO ADVANCING.
050100     MOVE SPACES TO NOME-IN.
050200     ACCEPT NOME-IN.
050300     DISPLAY "Contatto nuovo (vuoto = invariato) " NO ADVANCING.
050400     MOVE SPACES TO CONTATTO-IN.
050500     ACCEPT CONTATTO-IN.
050600     IF NOME-IN = SPACES AND CONTATTO-IN = SPACES
050700        DISPLAY "Nessuna modifica"
050800        GO TO EX-RETTIFICA.
050900     PERFORM PREPARA-RICHIESTA THRU EX-PREPARA-RICHIESTA.
051000     MOVE "R" TO TIPO-RD OF RICH-COM.
051100     MOVE "A" TO STATO-RD OF RICH-COM.
051200     MOVE NOME-IN TO NOME-RD OF RICH-COM.
051300     MOVE CONTATTO-IN TO CONTATTO-RD OF RICH-COM.
051400     PERFORM SCRIVI-RICHIESTA THRU EX-SCRIVI-RICHIESTA.
051500     DISPLAY "La rettifica la applica RETENZ al prossimo giro".
051600 EX-RETTIFICA.
051700     EXIT.
051800*
051900 CANCELLAZIONE.
052000     PERFORM CHIEDI-CARTA THRU EX-CHIEDI-CARTA.
052100     IF NOT CARTA-ISCRITTA
052200        GO TO EX-CANCELLAZIONE.
052300     IF DATA-ANONIM-FM OF MST-COM NUMERIC
052400        AND DATA-ANONIM-FM OF MST-COM > 0
052500        DISPLAY "Titolare gia' anonimizzato il "
052600                DATA-ANONIM-FM OF MST-COM
052700        GO TO EX-CANCELLAZIONE.
052800     DISPLAY "Titolare " NOME-FM OF MST-COM.
052900     DISPLAY "Conferma la cancellazione (S/N) " NO ADVANCING.
053000     MOVE SPACE TO CONFERMA-IN.
053100     ACCEPT CONFERMA-IN.
053200     IF CONFERMA-IN NOT = "S"
053300        DISPLAY "Cancellazione non registrata"
053400        GO TO EX-CANCELLAZIONE.
053500     PERFORM PREPARA-RICHIESTA THRU EX-PREPARA-RICHIESTA.
053600     MOVE "C" TO TIPO-RD OF RICH-COM.
053700     MOVE "A" TO STATO-RD OF RICH-COM.
053800     PERFORM SCRIVI-RICHIESTA THRU EX-SCRIVI-RICHIESTA.
053900     DISPLAY "La cancellazione la esegue RETENZ al prossimo giro".
054000 EX-CANCELLAZIONE.
054100     EXIT.
054200*
054300*
054400******************************************************
054500*  ELENCO RICHIESTE APERTE CON SCADENZA              *
054600******************************************************
054700 ELENCO-APERTE.
054800     MOVE DATA-OGGI TO DATA-SER.
054900     PERFORM SERIALE-GIORNO THRU EX-SERIALE-GIORNO.
055000     MOVE SERIALE-SER TO SERIALE-OGGI.
055100     MOVE 0 TO RICH-APERTE.
055200     OPEN INPUT FILE-RICH.
055300     IF NOT RD-APERTO
055400        DISPLAY "Registro RICHDIR vuoto o assente"
055500        GO TO EX-ELENCO-APERTE.
055600     DISPLAY "   NUM. DATA     TIPO CARTA         SCADENZA".
055700     MOVE 0 TO OK-FINE-FILE.
055800     PERFORM MOSTRA-APERTA THRU EX-MOSTRA-APERTA
055900        UNTIL LETTO-FINE-FILE.
056000     CLOSE FILE-RICH.
056100     MOVE RICH-APERTE TO CONTA-ED.
056200     DISPLAY "Richieste aperte " CONTA-ED.
056300 EX-ELENCO-APERTE.
056400     EXIT.
056500*
056600 MOSTRA-APERTA.
056700     READ FILE-RICH
056800        AT END
056900           MOVE 1 TO OK-FINE-FILE
057000           GO TO EX-MOSTRA-APERTA
057100     END-READ.
057200     IF NOT RD-APERTA OF REC-RICH
057300        GO TO EX-MOSTRA-APERTA.
057400     ADD 1 TO RICH-APERTE.
057500     MOVE SPACES TO AVVISO-ED.
057600     MOVE SCADENZA-RD OF REC-RICH TO DATA-SER.
057700     PERFORM SERIALE-GIORNO THRU EX-SERIALE-GIORNO.
057800     COMPUTE GIORNI-MANCANTI = SERIALE-SER - SERIALE-OGGI.
057900     IF GIORNI-MANCANTI < 0
058000        MOVE "SCADUTA" TO AVVISO-ED
058100     ELSE
058200        IF GIORNI-MANCANTI NOT > GIORNI-AVVISO
058300           MOVE "**" TO AVVISO-ED.
058400     MOVE NUMERO-RD OF REC-RICH TO NUMERO-RICH-ED.
058500     MOVE DATA-RD OF REC-RICH TO DATA-GIRO.
058600     MOVE SCADENZA-RD OF REC-RICH TO DATA-SCAD.
058700     DISPLAY NUMERO-RICH-ED " " GG-GIRO "/" MM-GIRO "/" AA-GIRO
058800             "  " TIPO-RD OF REC-RICH "   " CARTA-RD OF REC-RICH
058900             " " GG-SCAD "/" MM-SCAD "/" AA-SCAD " " AVVISO-ED.
059000 EX-MOSTRA-APERTA.
059100     EXIT.
059200*
059300*     giorno seriale di DATA-SER (AAMMGG) in SERIALE-SER
059400*     (QDATAS funz.2 poi funz.6)
059500 SERIALE-GIORNO.
059600     MOVE DATA-SER TO Q-DATA-I OF PARQDATA-RIGA.
059700     MOVE 2 TO Q-FUNZIONE OF PARGEN.
059800     CANCEL "QDATAS"
059900     CALL "QDATAS" USING PARGEN
060000                         Q-DATA-E OF PARQDATA-RIGA
060100                         Q-DATA-I OF PARQDATA-RIGA
060200                         Q-SETTIMANA OF PARQDATA-RIGA
060300                         Q-AA-4 OF PARQDATA-RIGA
060400                         Q-GIORNI-SERIALE OF PARQDATA-RIGA.
060500     MOVE 6 TO Q-FUNZIONE OF PARGEN.
060600     CANCEL "QDATAS"
060700     CALL "QDATAS" USING PARGEN
060800                         Q-DATA-E OF PARQDATA-RIGA
060900                         Q-DATA-I OF PARQDATA-RIGA
061000                         Q-SETTIMANA OF PARQDATA-RIGA
061100                         Q-AA-4 OF PARQDATA-RIGA
061200                         Q-GIORNI-SERIALE OF PARQDATA-RIGA.
061300     MOVE Q-GIORNI-SERIALE OF PARQDATA-RIGA TO SERIALE-SER.
061400 EX-SERIALE-GIORNO.
061500     EXIT.
061600*
061700*
061800******************************************************
061900*  ACCESSO: ESTRAZIONE DI TUTTI I DATI DELLA CARTA    *
062000******************************************************
062100 ACCESSO.
062200     PERFORM CHIEDI-CARTA THRU EX-CHIEDI-CARTA.
062300     IF NOT CARTA-ISCRITTA
062400        GO TO EX-ACCESSO.
062500     PERFORM PREPARA-RICHIESTA THRU EX-PREPARA-RICHIESTA.
062600     MOVE "A" TO TIPO-RD OF RICH-COM.
062700     MOVE "A" TO STATO-RD OF RICH-COM.
062800     MOVE SPACES TO NOME-ESTR-COM.
062900     STRING "DA" DELIMITED BY SIZE
063000            NUMERO-RD OF RICH-COM DELIMITED BY SIZE
063100        INTO NOME-ESTR-COM.
063200     MOVE SPACES TO COMANDO-FILE-DA.
063300     STRING "FILE DIRESTR=" DELIMITED BY SIZE
063400            NOME-ESTR-COM DELIMITED BY SPACE
063500            CARRIAGE-RETURN DELIMITED BY SIZE
063600        INTO COMANDO-FILE-DA.
063700     PERFORM AGGANCIA-FILE THRU EX-AGGANCIA-FILE.
063800     IF ERR NOT = 0
063900        GO TO EX-ACCESSO.
064000     OPEN OUTPUT FILE-CSV.
064100     IF NOT EC-APERTO
064200        DISPLAY "DIRACCES   DIRESTR non apribile " CHECK-EC
064300        GO TO EX-ACCESSO.
064400     MOVE 0 TO N-VD N-RS PERSI-TAB RECORD-LETTI.
064500     MOVE 0 TO CONTA-SZ (1) CONTA-SZ (2) CONTA-SZ (3)
064600               CONTA-SZ (4) CONTA-SZ (5) CONTA-SZ (6).
064700     PERFORM CARICA-MESI THRU EX-CARICA-MESI.
064800     PERFORM APRI-STAMPA THRU EX-APRI-STAMPA.
064900     PERFORM ESTRAI-ANAGRAFICA THRU EX-ESTRAI-ANAGRAFICA.
065000     PERFORM ESTRAI-ACQUISTI THRU EX-ESTRAI-ACQUISTI.
065100     PERFORM ESTRAI-PAGAMENTI THRU EX-ESTRAI-PAGAMENTI.
065200     PERFORM ESTRAI-RESI THRU EX-ESTRAI-RESI.
065300     PERFORM ESTRAI-GRADI THRU EX-ESTRAI-GRADI.
065400     PERFORM ESTRAI-BUONI THRU EX-ESTRAI-BUONI.
065500     PERFORM CHIUDI-STAMPA THRU EX-CHIUDI-STAMPA.
065600     CLOSE FILE-CSV.
065700*    estrazione consegnata: la richiesta nasce gia' evasa
065800     MOVE "E" TO STATO-RD OF RICH-COM.
065900     MOVE DATA-OGGI TO DATA-EVASA-RD OF RICH-COM.
066000     PERFORM SCRIVI-RICHIESTA THRU EX-SCRIVI-RICHIESTA.
066100     DISPLAY "Estrazione su " NOME-ESTR-COM.
066200     PERFORM MOSTRA-CONTEGGIO THRU EX-MOSTRA-CONTEGGIO
066300        VARYING I-SZ FROM 1 BY 1 UNTIL I-SZ > 6.
066400 EX-ACCESSO.
066500     EXIT.
066600*
066700 MOSTRA-CONTEGGIO.
066800     MOVE CONTA-SZ (I-SZ) TO CONTA-ED.
066900     DISPLAY NOME-SZ (I-SZ) " " CONTA-ED.
067000 EX-MOSTRA-CONTEGGIO.
067100     EXIT.
067200*
067300*     aggancia un nome logico al file fisico via COMMAND2
067400*     (stesso schema FILE x=y di ARCHLOG)
067500 AGGANCIA-FILE.
067600     CANCEL "COMMAND2"
067700     CALL "COMMAND2" USING COMANDO-FILE-DA ERR ERR-PARM.
067800     IF ERR NOT = 0
067900        MOVE ERR TO ERR-DISP
068000        DISPLAY "DIRACCES   err COMMAND2 " ERR-DISP.
068100 EX-AGGANCIA-FILE.
068200     EXIT.
068300*
068400*     mesi archiviati dei log (ARCHCATAL)
068500 CARICA-MESI.
068600     MOVE 0 TO N-MS.
068700     OPEN INPUT FILE-CATAL.
068800     IF NOT CT-APERTO
068900        GO TO EX-CARICA-MESI.
069000     MOVE 0 TO OK-FINE-FILE.
069100     PERFORM LEGGI-RIGA-CATAL THRU EX-LEGGI-RIGA-CATAL
069200        UNTIL LETTO-FINE-FILE.
069300     CLOSE FILE-CATAL.
069400 EX-CARICA-MESI.
069500     EXIT.
069600*
069700 LEGGI-RIGA-CATAL.
069800     READ FILE-CATAL
069900        AT END
070000           MOVE 1 TO OK-FINE-FILE
070100           GO TO EX-LEGGI-RIGA-CATAL
070200     END-READ.
070300     IF MESE-CT NOT NUMERIC
070400        GO TO EX-LEGGI-RIGA-CATAL.
070500     IF N-MS < 600
070600        ADD 1 TO N-MS
070700        MOVE NOME-LOG-CT TO NOME-LOG-MS (N-MS)
070800        MOVE MESE-CT TO MESE-MS (N-MS).
070900 EX-LEGGI-RIGA-CATAL.
071000     EXIT.
071100*
071200*
071300*     anagrafica FIDELMST
071400 ESTRAI-ANAGRAFICA.
071500     MOVE 1 TO SEZIONE-COM.
071600     PERFORM INTESTA-SEZIONE THRU EX-INTESTA-SEZIONE.
071700     MOVE SPACES TO CAMPI-RIGA.
071800     MOVE CARTA-FM OF MST-COM TO CAMPO-TX (1).
071900     MOVE NOME-FM OF MST-COM TO CAMPO-TX (2).
072000     MOVE CONTATTO-FM OF MST-COM TO CAMPO-TX (3).
072100     MOVE 0 TO VALORE-NUM.
072200     IF PUNTI-FM OF MST-COM NUMERIC
072300        MOVE PUNTI-FM OF MST-COM TO VALORE-NUM.
072400     PERFORM TESTO-NUMERO THRU EX-TESTO-NUMERO.
072500     MOVE TESTO-COM TO CAMPO-TX (4).
072600     MOVE 0 TO VALORE-NUM.
072700     IF DATA-ISCR-FM OF MST-COM NUMERIC
072800        MOVE DATA-ISCR-FM OF MST-COM TO VALORE-NUM.
072900     PERFORM TESTO-DATA THRU EX-TESTO-DATA.
073000     MOVE TESTO-COM TO CAMPO-TX (5).
073100     MOVE CONSENSO-FM OF MST-COM TO CAMPO-TX (6).
073200     MOVE 0 TO VALORE-NUM.
073300     IF DATA-ANONIM-FM OF MST-COM NUMERIC
073400        MOVE DATA-ANONIM-FM OF MST-COM TO VALORE-NUM.
073500     PERFORM TESTO-DATA THRU EX-TESTO-DATA.
073600     MOVE TESTO-COM TO CAMPO-TX (7).
073700     PERFORM SCRIVI-DATI THRU EX-SCRIVI-DATI.
073800 EX-ESTRAI-ANAGRAFICA.
073900     EXIT.
074000*
074100*
074200*     acquisti: MOVMAG vivo (scansione seriale) poi gli
074300*     archivi annuali a catalogo MOVARCCAT
074400 ESTRAI-ACQUISTI.
074500     MOVE 2 TO SEZIONE-COM.
074600     PERFORM INTESTA-SEZIONE THRU EX-INTESTA-SEZIONE.
074700     MOVE "MOVMAG" TO ORIGINE-COM.
074800     MOVE 0 TO W-VALORE-CAMPO-W.
074900     MOVE 0 TO W-STATUS-WORD-IMAGE.
075000     PERFORM LEGGI-MOVMAG-SER THRU EX-LEGGI-MOVMAG-SER
075100        UNTIL W-FUORI-FILE.
075200     PERFORM CARICA-ANNI THRU EX-CARICA-ANNI.
075300     PERFORM ESTRAI-DA-ANNO THRU EX-ESTRAI-DA-ANNO
075400        VARYING I-AN FROM 1 BY 1 UNTIL I-AN > N-ANNI.
075500     PERFORM CHIUDI-SEZIONE THRU EX-CHIUDI-SEZIONE.
075600 EX-ESTRAI-ACQUISTI.
075700     EXIT.
075800*
075900 LEGGI-MOVMAG-SER.
076000     ADD 1 TO W-VALORE-CAMPO-W.
076100     MOVE 2 TO W-MODO.
076200     MOVE "MOVMAG"     TO W-NOME-DATA-SET.
076300     PERFORM TTDBGET THRU EX-TTDBGET.
076400     IF NOT W-OK-IMAGE
076500        GO TO EX-LEGGI-MOVMAG-SER.
076600     MOVE AREA-REC-SET TO REC-MOVMAG.
076700     ADD 1 TO RECORD-LETTI.
076800     IF CLI-FINALE OF REC-MOVMAG NOT = CARTA-COM
076900        GO TO EX-LEGGI-MOVMAG-SER.
077000     MOVE SPACES TO CAMPI-RIGA.
077100     MOVE RIF-INTERNO OF REC-MOVMAG TO VALORE-NUM RIF-CERCA.
077200     PERFORM TESTO-NUMERO THRU EX-TESTO-NUMERO.
077300     MOVE TESTO-COM TO CAMPO-TX (1).
077400     MOVE SETTIMANA OF REC-MOVMAG TO VALORE-NUM.
077500     PERFORM TESTO-NUMERO THRU EX-TESTO-NUMERO.
077600     MOVE TESTO-COM TO CAMPO-TX (2).
077700     MOVE MAGAZZINO OF REC-MOVMAG TO VALORE-NUM.
077800     PERFORM TESTO-NUMERO THRU EX-TESTO-NUMERO.
077900     MOVE TESTO-COM TO CAMPO-TX (3).
078000     MOVE C-MAT OF REC-MOVMAG TO VALORE-NUM.
078100     PERFORM TESTO-NUMERO THRU EX-TESTO-NUMERO.
078200     MOVE TESTO-COM TO CAMPO-TX (4).
078300     MOVE C-OPE OF REC-MOVMAG TO CAMPO-TX (5).
078400     MOVE QUANTITA OF REC-MOVMAG TO VALORE-NUM.
078500     PERFORM TESTO-NUMERO THRU EX-TESTO-NUMERO.
078600     MOVE TESTO-COM TO CAMPO-TX (6).
078700     MOVE COSTO-STD OF REC-MOVMAG TO VALORE-NUM.
078800     PERFORM TESTO-IMPORTO THRU EX-TESTO-IMPORTO.
078900     MOVE TESTO-COM TO CAMPO-TX (7).
079000     MOVE ORIGINE-COM TO CAMPO-TX (8).
079100     PERFORM SCRIVI-DATI THRU EX-SCRIVI-DATI.
079200     PERFORM SEGNA-VENDITA THRU EX-SEGNA-VENDITA.
079300 EX-LEGGI-MOVMAG-SER.
079400     EXIT.
079500*
079600 CARICA-ANNI.
079700     MOVE 0 TO N-ANNI.
079800     OPEN INPUT FILE-MOVCAT.
079900     IF NOT MC-APERTO
080000        GO TO EX-CARICA-ANNI.
080100     MOVE 0 TO OK-FINE-FILE.
080200     PERFORM LEGGI-RIGA-MOVCAT THRU EX-LEGGI-RIGA-MOVCAT
080300        UNTIL LETTO-FINE-FILE.
080400     CLOSE FILE-MOVCAT.
080500 EX-CARICA-ANNI.
080600     EXIT.
080700*
080800 LEGGI-RIGA-MOVCAT.
080900     READ FILE-MOVCAT
081000        AT END
081100           MOVE 1 TO OK-FINE-FILE
081200           GO TO EX-LEGGI-RIGA-MOVCAT
081300     END-READ.
081400*    un anno gia' a catalogo non si legge due volte
081500     MOVE 0 TO ANNO-GIA.
081600     PERFORM CERCA-ANNO-TB THRU EX-CERCA-ANNO-TB
081700        VARYING I-AN FROM 1 BY 1 UNTIL I-AN > N-ANNI.
081800     IF N-ANNI < 30 AND ANNO-GIA = 0
081900        ADD 1 TO N-ANNI
082000        MOVE ANNO-MC TO ANNO-TB (N-ANNI).
082100 EX-LEGGI-RIGA-MOVCAT.
082200     EXIT.
082300*
082400 CERCA-ANNO-TB.
082500     IF ANNO-TB (I-AN) = ANNO-MC
082600        MOVE 1 TO ANNO-GIA.
082700 EX-CERCA-ANNO-TB.
082800     EXIT.
082900*
083000 ESTRAI-DA-ANNO.
083100     MOVE ANNO-TB (I-AN) TO ANNO-ED.
083200     MOVE SPACES TO ORIGINE-COM.
083300     STRING "MOVARC" DELIMITED BY SIZE
083400            ANNO-ED DELIMITED BY SIZE
083500        INTO ORIGINE-COM.
083600     MOVE SPACES TO COMANDO-FILE-DA.
083700     STRING "FILE ARCMOV=" DELIMITED BY SIZE
083800            ORIGINE-COM DELIMITED BY SPACE
083900            CARRIAGE-RETURN DELIMITED BY SIZE
084000        INTO COMANDO-FILE-DA.
084100     PERFORM AGGANCIA-FILE THRU EX-AGGANCIA-FILE.
084200     IF ERR NOT = 0
084300        GO TO EX-ESTRAI-DA-ANNO.
084400     OPEN INPUT FILE-ARCMOV.
084500     IF NOT AM-APERTO
084600        GO TO EX-ESTRAI-DA-ANNO.
084700     MOVE 0 TO OK-FINE-FILE.
084800     PERFORM LEGGI-RIGA-ARCH THRU EX-LEGGI-RIGA-ARCH
084900        UNTIL LETTO-FINE-FILE.
085000     CLOSE FILE-ARCMOV.
085100 EX-ESTRAI-DA-ANNO.
085200     EXIT.
085300*
085400 LEGGI-RIGA-ARCH.
085500     READ FILE-ARCMOV
085600        AT END
085700           MOVE 1 TO OK-FINE-FILE
085800           GO TO EX-LEGGI-RIGA-ARCH
085900     END-READ.
086000     ADD 1 TO RECORD-LETTI.
086100     IF RIF-BOLLA-FORN-AR NOT NUMERIC
086200        OR RIF-BOLLA-FORN-AR NOT = CARTA-COM
086300        GO TO EX-LEGGI-RIGA-ARCH.
086400     MOVE SPACES TO CAMPI-RIGA.
086500     MOVE RIF-INTERNO-AR TO VALORE-NUM RIF-CERCA.
086600     PERFORM TESTO-NUMERO THRU EX-TESTO-NUMERO.
086700     MOVE TESTO-COM TO CAMPO-TX (1).
086800     MOVE SETTIMANA-AR TO VALORE-NUM.
086900     PERFORM TESTO-NUMERO THRU EX-TESTO-NUMERO.
087000     MOVE TESTO-COM TO CAMPO-TX (2).
087100     MOVE MAGAZZINO-AR TO VALORE-NUM.
087200     PERFORM TESTO-NUMERO THRU EX-TESTO-NUMERO.
087300     MOVE TESTO-COM TO CAMPO-TX (3).
087400     MOVE C-MAT-AR TO VALORE-NUM.
087500     PERFORM TESTO-NUMERO THRU EX-TESTO-NUMERO.
087600     MOVE TESTO-COM TO CAMPO-TX (4).
087700     MOVE C-OPE-AR TO CAMPO-TX (5).
087800     MOVE QUANTITA-AR TO VALORE-NUM.
087900     PERFORM TESTO-NUMERO THRU EX-TESTO-NUMERO.
088000     MOVE TESTO-COM TO CAMPO-TX (6).
088100     MOVE COSTO-STD-AR TO VALORE-NUM.
088200     PERFORM TESTO-IMPORTO THRU EX-TESTO-IMPORTO.
088300     MOVE TESTO-COM TO CAMPO-TX (7).
088400     MOVE ORIGINE-COM TO CAMPO-TX (8).
088500     PERFORM SCRIVI-DATI THRU EX-SCRIVI-DATI.
088600     PERFORM SEGNA-VENDITA THRU EX-SEGNA-VENDITA.
088700 EX-LEGGI-RIGA-ARCH.
088800     EXIT.
088900*
089000*     riferimento di vendita RIF-CERCA nella tabella, una
089100*     volta sola
089200 SEGNA-VENDITA.
089300     PERFORM CERCA-VENDITA THRU EX-CERCA-VENDITA.
089400     IF IX-VD NOT = 0
089500        GO TO EX-SEGNA-VENDITA.
089600     IF N-VD NOT < 3000
089700        ADD 1 TO PERSI-TAB
089800        GO TO EX-SEGNA-VENDITA.
089900     ADD 1 TO N-VD.
090000     MOVE RIF-CERCA TO RIF-VD (N-VD).
090100 EX-SEGNA-VENDITA.
090200     EXIT.
090300*
090400 CERCA-VENDITA.
090500     MOVE 0 TO IX-VD.
090600     PERFORM CONFRONTA-VENDITA THRU EX-CONFRONTA-VENDITA
090700        VARYING I-VD FROM 1 BY 1
090800        UNTIL I-VD > N-VD OR IX-VD NOT = 0.
090900 EX-CERCA-VENDITA.
091000     EXIT.
091100*
091200 CONFRONTA-VENDITA.
091300     IF RIF-VD (I-VD) = RIF-CERCA
091400        MOVE I-VD TO IX-VD.
091500 EX-CONFRONTA-VENDITA.
091600     EXIT.
091700*
091800*
091900*     un log vivo e i suoi mesi archiviati, nell'ordine del
092000*     catalogo; NOME-LOG-COM e LOGICO-COM li mette il
092100*     chiamante, la lettura la sceglie SEZIONE-COM
092200 GIRA-LOG.
092300     MOVE NOME-LOG-COM TO FISICO-COM ORIGINE-COM.
092400     PERFORM LEGGI-FILE-LOG THRU EX-LEGGI-FILE-LOG.
092500     PERFORM GIRA-MESE-LOG THRU EX-GIRA-MESE-LOG
092600        VARYING I-MS FROM 1 BY 1 UNTIL I-MS > N-MS.
092700 EX-GIRA-LOG.
092800     EXIT.
092900*
093000 GIRA-MESE-LOG.
093100     IF NOME-LOG-MS (I-MS) NOT = NOME-LOG-COM
093200        GO TO EX-GIRA-MESE-LOG.
093300     MOVE SPACES TO FISICO-COM.
093400     STRING NOME-LOG-COM DELIMITED BY SPACE
093500            MESE-MS (I-MS) DELIMITED BY SIZE
093600        INTO FISICO-COM.
093700     MOVE FISICO-COM TO ORIGINE-COM.
093800     PERFORM LEGGI-FILE-LOG THRU EX-LEGGI-FILE-LOG.
093900 EX-GIRA-MESE-LOG.
094000     EXIT.
094100*
094200 LEGGI-FILE-LOG.
094300     MOVE SPACES TO COMANDO-FILE-DA.
094400     STRING "FILE " DELIMITED BY SIZE
094500            LOGICO-COM DELIMITED BY SPACE
094600            "=" DELIMITED BY SIZE
094700            FISICO-COM DELIMITED BY SPACE
094800            CARRIAGE-RETURN DELIMITED BY SIZE
094900        INTO COMANDO-FILE-DA.
095000     PERFORM AGGANCIA-FILE THRU EX-AGGANCIA-FILE.
095100     IF ERR NOT = 0
095200        GO TO EX-LEGGI-FILE-LOG.
095300     EVALUATE SEZIONE-COM
095400        WHEN 3
095500           PERFORM LEGGI-PAGAMLOG THRU EX-LEGGI-PAGAMLOG
095600        WHEN 4
095700           PERFORM LEGGI-RESOLOG THRU EX-LEGGI-RESOLOG
095800        WHEN 5
095900           PERFORM LEGGI-GRADLOG THRU EX-LEGGI-GRADLOG
096000     END-EVALUATE.
096100 EX-LEGGI-FILE-LOG.
096200     EXIT.
096300*
096400*
096500*     pagamenti: giornale PAGAMLOG con la carta in coda
096600 ESTRAI-PAGAMENTI.
096700     MOVE 3 TO SEZIONE-COM.
096800     PERFORM INTESTA-SEZIONE THRU EX-INTESTA-SEZIONE.
096900     MOVE "PAGAMLOG" TO NOME-LOG-COM.
097000     MOVE "DIRPAGA" TO LOGICO-COM.
097100     PERFORM GIRA-LOG THRU EX-GIRA-LOG.
097200     PERFORM CHIUDI-SEZIONE THRU EX-CHIUDI-SEZIONE.
097300 EX-ESTRAI-PAGAMENTI.
097400     EXIT.
097500*
097600 LEGGI-PAGAMLOG.
097700     OPEN INPUT FILE-PAGLOG.
097800     IF NOT PG-APERTO
097900        GO TO EX-LEGGI-PAGAMLOG.
098000     MOVE 0 TO OK-FINE-FILE.
098100     PERFORM LEGGI-RIGA-PAG THRU EX-LEGGI-RIGA-PAG
098200        UNTIL LETTO-FINE-FILE.
098300     CLOSE FILE-PAGLOG.
098400 EX-LEGGI-PAGAMLOG.
098500     EXIT.
098600*
098700 LEGGI-RIGA-PAG.
098800     MOVE SPACES TO REC-PAGLOG.
098900     READ FILE-PAGLOG
099000        AT END
099100           MOVE 1 TO OK-FINE-FILE
099200           GO TO EX-LEGGI-RIGA-PAG
099300     END-READ.
099400     ADD 1 TO RECORD-LETTI.
099500     IF CARTA-PG NOT NUMERIC
099600        OR CARTA-PG NOT = CARTA-COM
099700        GO TO EX-LEGGI-RIGA-PAG.
099800     MOVE SPACES TO CAMPI-RIGA.
099900     MOVE DATA-PG TO VALORE-NUM.
100000     PERFORM TESTO-DATA THRU EX-TESTO-DATA.
100100     MOVE TESTO-COM TO CAMPO-TX (1).
100200     MOVE TERMINALE-PG TO CAMPO-TX (2).
100300     MOVE MAG-PG TO VALORE-NUM.
100400     PERFORM TESTO-NUMERO THRU EX-TESTO-NUMERO.
100500     MOVE TESTO-COM TO CAMPO-TX (3).
100600     MOVE TIPO-PG TO CAMPO-TX (4).
100700     MOVE IMPORTO-PG TO VALORE-NUM.
100800     PERFORM TESTO-IMPORTO THRU EX-TESTO-IMPORTO.
100900     MOVE TESTO-COM TO CAMPO-TX (5).
101000     MOVE RIF-PG TO CAMPO-TX (6).
101100     MOVE ORIGINE-COM TO CAMPO-TX (7).
101200     PERFORM SCRIVI-DATI THRU EX-SCRIVI-DATI.
101300 EX-LEGGI-RIGA-PAG.
101400     EXIT.
101500*
101600*
101700*     resi: RESOCLILOG sui riferimenti di vendita trovati
101800 ESTRAI-RESI.
101900     MOVE 4 TO SEZIONE-COM.
102000     PERFORM INTESTA-SEZIONE THRU EX-INTESTA-SEZIONE.
102100     MOVE "RESOCLILOG" TO NOME-LOG-COM.
102200     MOVE "DIRRESO" TO LOGICO-COM.
102300     IF N-VD > 0
102400        PERFORM GIRA-LOG THRU EX-GIRA-LOG.
102500     PERFORM CHIUDI-SEZIONE THRU EX-CHIUDI-SEZIONE.
102600 EX-ESTRAI-RESI.
102700     EXIT.
102800*
102900 LEGGI-RESOLOG.
103000     OPEN INPUT FILE-RESOLOG.
103100     IF NOT RL-APERTO
103200        GO TO EX-LEGGI-RESOLOG.
103300     MOVE 0 TO OK-FINE-FILE.
103400     PERFORM LEGGI-RIGA-RESO THRU EX-LEGGI-RIGA-RESO
103500        UNTIL LETTO-FINE-FILE.
103600     CLOSE FILE-RESOLOG.
103700 EX-LEGGI-RESOLOG.
103800     EXIT.
103900*
104000 LEGGI-RIGA-RESO.
104100     READ FILE-RESOLOG
104200        AT END
104300           MOVE 1 TO OK-FINE-FILE
104400           GO TO EX-LEGGI-RIGA-RESO
104500     END-READ.
104600     ADD 1 TO RECORD-LETTI.
104700     IF RIF-VENDITA-RL NOT NUMERIC
104800        OR RIF-VENDITA-RL = 0
104900        GO TO EX-LEGGI-RIGA-RESO.
105000     MOVE RIF-VENDITA-RL TO RIF-CERCA.
105100     PERFORM CERCA-VENDITA THRU EX-CERCA-VENDITA.
105200     IF IX-VD = 0
105300        GO TO EX-LEGGI-RIGA-RESO.
105400     MOVE SPACES TO CAMPI-RIGA.
105500     MOVE DATA-RL TO VALORE-NUM.
105600     PERFORM TESTO-DATA THRU EX-TESTO-DATA.
105700     MOVE TESTO-COM TO CAMPO-TX (1).
105800     MOVE TERMINALE-RL TO CAMPO-TX (2).
105900     MOVE BARUNI-RL TO CAMPO-TX (3).
106000     MOVE C-MAT-RL TO VALORE-NUM.
106100     PERFORM TESTO-NUMERO THRU EX-TESTO-NUMERO.
106200     MOVE TESTO-COM TO CAMPO-TX (4).
106300     MOVE TAGLIA-RL TO CAMPO-TX (5).
106400     MOVE RIF-VENDITA-RL TO VALORE-NUM.
106500     PERFORM TESTO-NUMERO THRU EX-TESTO-NUMERO.
106600     MOVE TESTO-COM TO CAMPO-TX (6).
106700     MOVE 0 TO VALORE-NUM.
106800     IF RIF-RESO-RL NUMERIC
106900        MOVE RIF-RESO-RL TO VALORE-NUM.
107000     PERFORM TESTO-NUMERO THRU EX-TESTO-NUMERO.
107100     MOVE TESTO-COM TO CAMPO-TX (7).
107200     MOVE ORIGINE-COM TO CAMPO-TX (8).
107300     PERFORM SCRIVI-DATI THRU EX-SCRIVI-DATI.
107400     IF N-RS NOT < 500
107500        ADD 1 TO PERSI-TAB
107600        GO TO EX-LEGGI-RIGA-RESO.
107700     ADD 1 TO N-RS.
107800     MOVE VALORE-NUM TO RIF-RESO-RS (N-RS).
107900     MOVE BARUNI-RL TO BARUNI-RS (N-RS).
108000     MOVE DATA-RL TO DATA-RS (N-RS).
108100 EX-LEGGI-RIGA-RESO.
108200     EXIT.
108300*
108400*
108500*     gradi: GRADLOG dei capi resi, dalla data del reso
108600 ESTRAI-GRADI.
108700     MOVE 5 TO SEZIONE-COM.
108800     PERFORM INTESTA-SEZIONE THRU EX-INTESTA-SEZIONE.
108900     MOVE "GRADLOG" TO NOME-LOG-COM.
109000     MOVE "DIRGRAD" TO LOGICO-COM.
109100     IF N-RS > 0
109200        PERFORM GIRA-LOG THRU EX-GIRA-LOG.
109300     PERFORM CHIUDI-SEZIONE THRU EX-CHIUDI-SEZIONE.
109400 EX-ESTRAI-GRADI.
109500     EXIT.
109600*
109700 LEGGI-GRADLOG.
109800     OPEN INPUT FILE-GRADLOG.
109900     IF NOT GL-APERTO
110000        GO TO EX-LEGGI-GRADLOG.
110100     MOVE 0 TO OK-FINE-FILE.
110200     PERFORM LEGGI-RIGA-GRADO THRU EX-LEGGI-RIGA-GRADO
110300        UNTIL LETTO-FINE-FILE.
110400     CLOSE FILE-GRADLOG.
110500 EX-LEGGI-GRADLOG.
110600     EXIT.
110700*
110800 LEGGI-RIGA-GRADO.
110900     READ FILE-GRADLOG
111000        AT END
111100           MOVE 1 TO OK-FINE-FILE
111200           GO TO EX-LEGGI-RIGA-GRADO
111300     END-READ.
111400     ADD 1 TO RECORD-LETTI.
111500     MOVE 0 TO IX-RS.
111600     PERFORM CERCA-CAPO-RESO THRU EX-CERCA-CAPO-RESO
111700        VARYING I-RS FROM 1 BY 1
111800        UNTIL I-RS > N-RS OR IX-RS NOT = 0.
111900     IF IX-RS = 0
112000        GO TO EX-LEGGI-RIGA-GRADO.
112100     MOVE SPACES TO CAMPI-RIGA.
112200     MOVE DATA-GL TO VALORE-NUM.
112300     PERFORM TESTO-DATA THRU EX-TESTO-DATA.
112400     MOVE TESTO-COM TO CAMPO-TX (1).
112500     MOVE BARUNI-GL TO CAMPO-TX (2).
112600     MOVE C-MAT-GL TO VALORE-NUM.
112700     PERFORM TESTO-NUMERO THRU EX-TESTO-NUMERO.
112800     MOVE TESTO-COM TO CAMPO-TX (3).
112900     MOVE TAGLIA-GL TO CAMPO-TX (4).
113000     MOVE GRADO-GL TO CAMPO-TX (5).
113100     MOVE ORIGINE-COM TO CAMPO-TX (6).
113200     PERFORM SCRIVI-DATI THRU EX-SCRIVI-DATI.
113300 EX-LEGGI-RIGA-GRADO.
113400     EXIT.
113500*
113600 CERCA-CAPO-RESO.
113700     IF BARUNI-RS (I-RS) = BARUNI-GL
113800        AND DATA-GL NOT < DATA-RS (I-RS)
113900        MOVE I-RS TO IX-RS.
114000 EX-CERCA-CAPO-RESO.
114100     EXIT.
114200*
114300*
114400*     buoni acquisto emessi sui resi della carta
114500 ESTRAI-BUONI.
114600     MOVE 6 TO SEZIONE-COM.
114700     PERFORM INTESTA-SEZIONE THRU EX-INTESTA-SEZIONE.
114800     IF N-RS = 0
114900        GO TO CHIUDI-BUONI.
115000     OPEN INPUT FILE-REG.
115100     IF NOT BR-APERTO
115200        GO TO CHIUDI-BUONI.
115300     MOVE 0 TO OK-FINE-FILE.
115400     PERFORM LEGGI-RIGA-BUONO THRU EX-LEGGI-RIGA-BUONO
115500        UNTIL LETTO-FINE-FILE.
115600     CLOSE FILE-REG.
115700 CHIUDI-BUONI.
115800     PERFORM CHIUDI-SEZIONE THRU EX-CHIUDI-SEZIONE.
115900 EX-ESTRAI-BUONI.
116000     EXIT.
116100*
116200 LEGGI-RIGA-BUONO.
116300     READ FILE-REG
116400        AT END
116500           MOVE 1 TO OK-FINE-FILE
116600           GO TO EX-LEGGI-RIGA-BUONO
116700     END-READ.
116800     ADD 1 TO RECORD-LETTI.
116900     IF RIF-RESO-BR NOT NUMERIC OR RIF-RESO-BR = 0
117000        GO TO EX-LEGGI-RIGA-BUONO.
117100     MOVE 0 TO IX-RS.
117200     PERFORM CERCA-RIF-RESO THRU EX-CERCA-RIF-RESO
117300        VARYING I-RS FROM 1 BY 1
117400        UNTIL I-RS > N-RS OR IX-RS NOT = 0.
117500     IF IX-RS = 0
117600        GO TO EX-LEGGI-RIGA-BUONO.
117700     MOVE SPACES TO CAMPI-RIGA.
117800     MOVE NUMERO-BR TO VALORE-NUM.
117900     PERFORM TESTO-NUMERO THRU EX-TESTO-NUMERO.
118000     MOVE TESTO-COM TO CAMPO-TX (1).
118100     MOVE DATA-EMISS-BR TO VALORE-NUM.
118200     PERFORM TESTO-DATA THRU EX-TESTO-DATA.
118300     MOVE TESTO-COM TO CAMPO-TX (2).
118400     MOVE VALORE-BR TO VALORE-NUM.
118500     PERFORM TESTO-IMPORTO THRU EX-TESTO-IMPORTO.
118600     MOVE TESTO-COM TO CAMPO-TX (3).
118700     MOVE RIF-RESO-BR TO VALORE-NUM.
118800     PERFORM TESTO-NUMERO THRU EX-TESTO-NUMERO.
118900     MOVE TESTO-COM TO CAMPO-TX (4).
119000     MOVE STATO-BR TO CAMPO-TX (5).
119100     MOVE 0 TO VALORE-NUM.
119200     IF DATA-SPESA-BR NUMERIC
119300        MOVE DATA-SPESA-BR TO VALORE-NUM.
119400     PERFORM TESTO-DATA THRU EX-TESTO-DATA.
119500     MOVE TESTO-COM TO CAMPO-TX (6).
119600     PERFORM SCRIVI-DATI THRU EX-SCRIVI-DATI.
119700 EX-LEGGI-RIGA-BUONO.
119800     EXIT.
119900*
120000 CERCA-RIF-RESO.
120100     IF RIF-RESO-RS (I-RS) = RIF-RESO-BR
120200        MOVE I-RS TO IX-RS.
120300 EX-CERCA-RIF-RESO.
120400     EXIT.
120500*
120600*
120700******************************************************
120800*  CONVERSIONI IN TESTO                              *
120900******************************************************
121000 TESTO-NUMERO.
121100     MOVE VALORE-NUM TO NUMERO-ED.
121200     MOVE 0 TO SPAZI-ED.
121300     INSPECT NUMERO-ED TALLYING SPAZI-ED FOR LEADING SPACES.
121400     MOVE SPACES TO TESTO-COM.
121500     MOVE NUMERO-ED (SPAZI-ED + 1:) TO TESTO-COM.
121600 EX-TESTO-NUMERO.
121700     EXIT.
121800*
121900*     centesimi in euro con la virgola
122000 TESTO-IMPORTO.
122100     COMPUTE IMPORTO-COM = VALORE-NUM / 100.
122200     MOVE IMPORTO-COM TO IMPORTO-ED.
122300     MOVE 0 TO SPAZI-ED.
122400     INSPECT IMPORTO-ED TALLYING SPAZI-ED FOR LEADING SPACES.
122500     MOVE SPACES TO TESTO-COM.
122600     MOVE IMPORTO-ED (SPAZI-ED + 1:) TO TESTO-COM.
122700 EX-TESTO-IMPORTO.
122800     EXIT.
122900*
123000*     AAMMGG in GG/MM/AAAA (QDATAS funz.2 poi funz.5)
123100 TESTO-DATA.
123200     MOVE SPACES TO TESTO-COM.
123300     IF VALORE-NUM NOT > 0
123400        GO TO EX-TESTO-DATA.
123500     MOVE VALORE-NUM TO Q-DATA-I OF PARQDATA-RIGA.
123600     MOVE 2 TO Q-FUNZIONE OF PARGEN.
123700     CANCEL "QDATAS"
123800     CALL "QDATAS" USING PARGEN
123900                         Q-DATA-E OF PARQDATA-RIGA
124000                         Q-DATA-I OF PARQDATA-RIGA
124100                         Q-SETTIMANA OF PARQDATA-RIGA
124200                         Q-AA-4 OF PARQDATA-RIGA
124300                         Q-GIORNI-SERIALE OF PARQDATA-RIGA.
124400     MOVE 5 TO Q-FUNZIONE OF PARGEN.
124500     CANCEL "QDATAS"
124600     CALL "QDATAS" USING PARGEN
124700                         Q-DATA-E OF PARQDATA-RIGA
124800                         Q-DATA-I OF PARQDATA-RIGA
124900                         Q-SETTIMANA OF PARQDATA-RIGA
125000                         Q-AA-4 OF PARQDATA-RIGA
125100                         Q-GIORNI-SERIALE OF PARQDATA-RIGA.
125200     MOVE Q-AA-4 OF PARQDATA-RIGA TO AA4-ED.
125300     STRING Q-GG OF PARQDATA-RIGA DELIMITED BY SIZE
125400            "/" DELIMITED BY SIZE
125500            Q-MM OF PARQDATA-RIGA DELIMITED BY SIZE
125600            "/" DELIMITED BY SIZE
125700            AA4-ED DELIMITED BY SIZE
125800        INTO TESTO-COM.
125900 EX-TESTO-DATA.
126000     EXIT.
126100*
126200*
126300******************************************************
126400*  USCITA: TABULATO E FILE DIRESTR                   *
126500******************************************************
126600 APRI-STAMPA.
126700     MOVE  136  TO LL-RIGA.
126800     MOVE 9999 TO N-MAX-RIGHE.
126900     MOVE "G" TO PRE-NOME-FILE.
127000     MOVE W-FORMATO-INTERNO OF W-COMMON TO TERM-N-FILE.
127100     CALL "QOLPPR" USING PAR-PRINT
127200                         RIGA BUFFER.
127300     MOVE 0   TO N-STAMPANTE.
127400     MOVE "M" TO COMANDO.
127500     MOVE 66  TO N-RIGA-STAMPA.
127600     MOVE SPACES TO DATI-RIGA.
127700     MOVE NUMERO-RD OF RICH-COM TO NUMERO-RICH-ED.
127800     MOVE DATA-OGGI TO DATA-GIRO.
127900     MOVE SCADENZA-RD OF RICH-COM TO DATA-SCAD.
128000     STRING " DATI PERSONALI DEL TITOLARE CARTA " CARTA-COM
128100            " - RICHIESTA " NUMERO-RICH-ED
128200            " DEL " GG-GIRO "/" MM-GIRO "/" AA-GIRO
128300            " - SCADENZA " GG-SCAD "/" MM-SCAD "/" AA-SCAD
128400            DELIMITED BY SIZE INTO DATI-RIGA.
128500     PERFORM SCRIVI THRU EX-SCRIVI.
128600     STRING " ESTRATTO ANCHE SU FILE " NOME-ESTR-COM
128700            " (CAMPI SEPARATI DA PUNTO E VIRGOLA)"
128800            DELIMITED BY SIZE INTO DATI-RIGA.
128900     PERFORM SCRIVI THRU EX-SCRIVI.
129000 EX-APRI-STAMPA.
129100     EXIT.
129200*
129300 CHIUDI-STAMPA.
129400     IF PERSI-TAB NOT = 0
129500        MOVE PERSI-TAB TO CONTA-ED
129600        STRING " RIFERIMENTI OLTRE LA CAPIENZA (RESI O GRADI"
129700               " NON AGGANCIATI) " CONTA-ED
129800               DELIMITED BY SIZE INTO DATI-RIGA
129900        MOVE 2 TO N-RIGA-STAMPA
130000        PERFORM SCRIVI THRU EX-SCRIVI
130100     END-IF.
130200     CALL "QCLPPR" USING PAR-PRINT
130300                         RIGA BUFFER.
130400 EX-CHIUDI-STAMPA.
130500     EXIT.
130600*
130700*     titolo e colonne della sezione SEZIONE-COM, sul
130800*     tabulato e come riga INTEST sul file
130900 INTESTA-SEZIONE.
131000     STRING " --- " DELIMITED BY SIZE
131100            NOME-SZ (SEZIONE-COM) DELIMITED BY SPACE
131200            " ---" DELIMITED BY SIZE INTO DATI-RIGA.
131300     MOVE 2 TO N-RIGA-STAMPA.
131400     PERFORM SCRIVI THRU EX-SCRIVI.
131500     MOVE SPACES TO RIGA-CSV.
131600     EVALUATE SEZIONE-COM
131700        WHEN 1
131800           MOVE "  CARTA         NOME                     CONTAT"
131900             & "TO                                 PUNTI     ISC"
132000             & "RIZIONE CON ANONIMIZZ." TO DATI-RIGA
132100           MOVE "INTEST;ANAGRAFICA;CARTA;NOME;CONTATTO;PUNTI;"
132200             & "DATA ISCRIZIONE;CONSENSO;DATA ANONIMIZZAZIONE"
132300             TO RIGA-CSV
132400        WHEN 2
132500           MOVE "  RIFERIMENTO      SETT  NEG   ARTICOLO       "
132600             & "  CAUS  QTA      PREZZO EUR    ORIGINE"
132700             TO DATI-RIGA
132800           MOVE "INTEST;ACQUISTI;RIFERIMENTO;SETTIMANA;NEGOZIO;"
132900             & "ARTICOLO;CAUSALE;QUANTITA;PREZZO EUR;ORIGINE"
133000             TO RIGA-CSV
133100        WHEN 3
133200           MOVE "  DATA        TERMIN.   NEG   TIPO  IMPORTO EUR"
133300             & "   RIFERIMENTO      ORIGINE" TO DATI-RIGA
133400           MOVE "INTEST;PAGAMENTI;DATA;TERMINALE;NEGOZIO;TIPO;"
133500             & "IMPORTO EUR;RIFERIMENTO;ORIGINE" TO RIGA-CSV
133600        WHEN 4
133700           MOVE "  DATA        TERMIN.   CAPO           ARTICOLO"
133800             & "         TG  RIF.VENDITA      RIF.RESO         O"
133900             & "RIGINE" TO DATI-RIGA
134000           MOVE "INTEST;RESI;DATA;TERMINALE;CAPO;ARTICOLO;"
134100             & "TAGLIA;RIF.VENDITA;RIF.RESO;ORIGINE" TO RIGA-CSV
134200        WHEN 5
134300           MOVE "  DATA        CAPO           ARTICOLO         T"
134400             & "G  GRADO  ORIGINE" TO DATI-RIGA
134500           MOVE "INTEST;GRADI;DATA;CAPO;ARTICOLO;TAGLIA;GRADO;"
134600             & "ORIGINE" TO RIGA-CSV
134700        WHEN 6
134800           MOVE "  NUMERO    EMISSIONE   VALORE EUR    RIF.RESO "
134900             & "        STATO  SPESO IL" TO DATI-RIGA
135000           MOVE "INTEST;BUONI;NUMERO;DATA EMISSIONE;VALORE EUR;"
135100             & "RIF.RESO;STATO;DATA SPESA" TO RIGA-CSV
135200     END-EVALUATE.
135300     PERFORM SCRIVI THRU EX-SCRIVI.
135400     MOVE RIGA-CSV TO REC-CSV.
135500     WRITE REC-CSV.
135600 EX-INTESTA-SEZIONE.
135700     EXIT.
135800*
135900 CHIUDI-SEZIONE.
136000     IF CONTA-SZ (SEZIONE-COM) = 0
136100        MOVE "  (nessun dato)" TO DATI-RIGA
136200        PERFORM SCRIVI THRU EX-SCRIVI.
136300 EX-CHIUDI-SEZIONE.
136400     EXIT.
136500*
136600*     una riga di dati: colonne fisse sul tabulato, campi
136700*     separati da ";" sul file (il ";" nei testi diventa ",")
136800 SCRIVI-DATI.
136900     MOVE SPACES TO DATI-RIGA.
137000     PERFORM METTI-CAMPO THRU EX-METTI-CAMPO
137100        VARYING I-CM FROM 1 BY 1
137200        UNTIL I-CM > N-CAMPI-SZ (SEZIONE-COM).
137300     PERFORM SCRIVI THRU EX-SCRIVI.
137400     MOVE SPACES TO RIGA-CSV.
137500     MOVE 1 TO PUNTO-CSV.
137600     STRING NOME-SZ (SEZIONE-COM) DELIMITED BY SPACE
137700        INTO RIGA-CSV WITH POINTER PUNTO-CSV.
137800     PERFORM AGGIUNGI-COLONNA THRU EX-AGGIUNGI-COLONNA
137900        VARYING I-CM FROM 1 BY 1
138000        UNTIL I-CM > N-CAMPI-SZ (SEZIONE-COM).
138100     MOVE RIGA-CSV TO REC-CSV.
138200     WRITE REC-CSV.
138300     ADD 1 TO CONTA-SZ (SEZIONE-COM).
138400 EX-SCRIVI-DATI.
138500     EXIT.
138600*
138700 METTI-CAMPO.
138800     MOVE POS-SZ (SEZIONE-COM I-CM) TO POS-COM.
138900     MOVE LEN-SZ (SEZIONE-COM I-CM) TO LEN-COM.
139000     MOVE CAMPO-TX (I-CM) TO DATI-RIGA (POS-COM:LEN-COM).
139100 EX-METTI-CAMPO.
139200     EXIT.
139300*
139400 AGGIUNGI-COLONNA.
139500     INSPECT CAMPO-TX (I-CM) REPLACING ALL ";" BY ",".
139600     STRING ";" DELIMITED BY SIZE
139700        INTO RIGA-CSV WITH POINTER PUNTO-CSV.
139800     IF CAMPO-TX (I-CM) NOT = SPACES
139900        STRING CAMPO-TX (I-CM) DELIMITED BY "  "
140000           INTO RIGA-CSV WITH POINTER PUNTO-CSV.
140100 EX-AGGIUNGI-COLONNA.
140200     EXIT.
140300*
140400 SCRIVI.
140500     CALL "QWLPPR" USING PAR-PRINT
140600                         RIGA BUFFER.
140700     IF STATO OF PAR-PRINT NOT = 0
140800        MOVE STATO OF PAR-PRINT TO STATO-DISPLAY
140900        DISPLAY "DIRACCES   ERRORE QPRINT CON STATO : "
141000                STATO-DISPLAY
141100     END-IF.
141200     MOVE SPACES TO DATI-RIGA.
141300     MOVE 1 TO N-RIGA-STAMPA.
141400 EX-SCRIVI.
141500     EXIT.
141600*
141700*
141800 TTDBGET.
141900              COPY PDBGET.
142000*
142100*      FINE PROGRAMMA    **** /K DIRACCES.COB  *****
