000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. PERDITE.
000310*2026*        15/10/26
000320*     rapporto settimanale per il controllo perdite sui
000330*     comportamenti di cassa, per operatore e terminale, nei
000340*     sette giorni fino alla data chiesta (vuoto = oggi):
000350*     SESSIONI da' sessioni chiuse e capi venduti, STORNOLOG
000360*     gli storni (capi stornati, con ora e operatore; le
000370*     righe vecchie senza operatore vanno all'operatore della
000380*     giornata sul terminale, ultima apertura su SESSIONI),
000390*     RESOCLILOG i resi (senza vendita o con vendita oltre 30
000400*     giorni = reso senza vendita recente), CAMBIOLOG i cambi,
000410*     SOTTOCLOG le vendite sottocosto autorizzate e NOGIACLOG
000420*     le forzature "manca prezzo" dei supervisori, PAGAMLOG le
000430*     sessioni pagate solo in contanti (chiuse entro 3 minuti
000440*     da uno storno sullo stesso terminale = contanti dopo
000450*     storno; l'ora di chiusura e' nel riferimento della
000460*     testata "S").
000470*     Storni, resi e cambi si pesano sui capi venduti
000480*     dall'operatore contro la media del suo negozio (indice
000490*     100 = media); il punteggio somma l'eccedenza degli
00049A*     indici sopra 100 (cambi a meta'), 25 punti per reso
00049B*     senza vendita recente, 50 per sessione in contanti dopo
00049C*     storno e 10 per vendita sottocosto. Stampa in ordine di
00049D*     punteggio sul tabulato QOLPPR/QWLPPR/QCLPPR, "**" sui
00049E*     fuori norma (indice storni o resi almeno 200, o
00049F*     contanti dopo storno); poi i supervisori in ordine di
00049G*     autorizzazioni, con l'operatore che ne ha avute di piu'
00049H*     ("**" oltre il doppio della media o con un operatore
00049I*     sopra la meta' delle sottocosto). Pensato come passo
00049J*     settimanale della catena ORCHEOD per il responsabile
00049K*     controllo perdite.
00049L*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-SESSIONI ASSIGN TO "SESSIONI"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-SS.
001500     SELECT OPTIONAL FILE-STORNO ASSIGN TO "STORNOLOG"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-SN.
001800     SELECT OPTIONAL FILE-PAGLOG ASSIGN TO "PAGAMLOG"
001900        ORGANIZATION IS LINE SEQUENTIAL
002000        FILE STATUS IS CHECK-PG.
002100     SELECT OPTIONAL FILE-RESOLOG ASSIGN TO "RESOCLILOG"
002200        ORGANIZATION IS LINE SEQUENTIAL
002300        FILE STATUS IS CHECK-RL.
002400     SELECT OPTIONAL FILE-CAMBLOG ASSIGN TO "CAMBIOLOG"
002500        ORGANIZATION IS LINE SEQUENTIAL
002600        FILE STATUS IS CHECK-CB.
002700     SELECT OPTIONAL FILE-SOTTOC ASSIGN TO "SOTTOCLOG"
002800        ORGANIZATION IS LINE SEQUENTIAL
002900        FILE STATUS IS CHECK-SC.
003000     SELECT OPTIONAL FILE-NOGIAC ASSIGN TO "NOGIACLOG"
003100        ORGANIZATION IS LINE SEQUENTIAL
003200        FILE STATUS IS CHECK-NG.
003300*
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD FILE-SESSIONI DATA RECORD REC-SESSIONI.
003700 01 REC-SESSIONI           COPY YSESSION.
003800*
003900 FD FILE-STORNO DATA RECORD REC-STORNOLOG.
004000 01 REC-STORNOLOG          COPY YSTORNO.
004100*
004200 FD FILE-PAGLOG DATA RECORD REC-PAGLOG.
004300 01 REC-PAGLOG.
004400    05 DATA-PG               PIC 9(6).
004500    05 TG-PG-1               PIC X.
004600    05 TERMINALE-PG          PIC X(8).
004700    05 TG-PG-2               PIC X.
004800    05 OPERATORE-PG          PIC X(8).
004900    05 TG-PG-3               PIC X.
005000    05 CONTO-PG              PIC 9(8).
005100    05 TG-PG-4               PIC X.
005200    05 MAG-PG                PIC 9(3).
005300    05 TG-PG-5               PIC X.
005400    05 TIPO-PG               PIC X.
005500    05 TG-PG-6               PIC X.
005600    05 IMPORTO-PG            PIC 9(11).
005700    05 TG-PG-7               PIC X.
005800    05 RIF-PG                PIC X(15).
005900*
006000 FD FILE-RESOLOG DATA RECORD REC-RESOLOG.
006100 01 REC-RESOLOG.
006200    05 DATA-RL               PIC 9(6).
006300    05 TG-RL-1               PIC X.
006400    05 TERMINALE-RL          PIC X(8).
006500    05 TG-RL-2               PIC X.
006600    05 BARUNI-RL             PIC X(13).
006700    05 TG-RL-3               PIC X.
006800    05 C-MAT-RL              PIC 9(15).
006900    05 TG-RL-4               PIC X.
007000    05 TAGLIA-RL             PIC 99.
007100    05 TG-RL-5               PIC X.
007200    05 CONTO-RL              PIC 9(8).
007300    05 TG-RL-6               PIC X.
007400    05 RIF-VENDITA-RL        PIC 9(15).
007500    05 FILLER REDEFINES RIF-VENDITA-RL.
007600*      riferimento di vendita AAMMGG + numero (READVE3)
007700       10 FILLER             PIC 9(3).
007800       10 DATA-VEND-RL       PIC 9(6).
007900       10 FILLER             PIC 9(6).
008000    05 TG-RL-7               PIC X.
008100    05 RIF-RESO-RL           PIC 9(15).
008200*
008300 FD FILE-CAMBLOG DATA RECORD REC-CAMBLOG.
008400 01 REC-CAMBLOG.
008500    05 DATA-CB               PIC 9(6).
008600    05 TG-CB-1               PIC X.
008700    05 TERMINALE-CB          PIC X(8).
008800    05 TG-CB-2               PIC X.
008900    05 BARUNI-CB             PIC X(13).
009000    05 TG-CB-3               PIC X.
009100    05 C-MAT-RESO-CB         PIC 9(15).
009200    05 TG-CB-4               PIC X.
009300    05 TAGLIA-RESO-CB        PIC 99.
009400    05 TG-CB-5               PIC X.
009500    05 C-MAT-NUOVO-CB        PIC 9(15).
009600    05 TG-CB-6               PIC X.
009700    05 TAGLIA-NUOVO-CB       PIC 99.
009800    05 TG-CB-7               PIC X.
009900    05 CONTO-CB              PIC 9(8).
010000    05 TG-CB-8               PIC X.
010100    05 PREZZO-RESO-CB        PIC S9(9).
010200    05 TG-CB-9               PIC X.
010300    05 PREZZO-NUOVO-CB       PIC S9(9).
010400    05 TG-CB-10              PIC X.
010500    05 RIF-CAMBIO-CB         PIC 9(15).
010600*
010700 FD FILE-SOTTOC DATA RECORD REC-SOTTOC.
010800 01 REC-SOTTOC.
010900    05 DATA-SC               PIC 9(6).
011000    05 TG-SC-1               PIC X.
011100    05 TERMINALE-SC          PIC X(8).
011200    05 TG-SC-2               PIC X.
011300    05 OPERATORE-SC          PIC X(20).
011400    05 TG-SC-3               PIC X.
011500    05 SUPERV-SC             PIC X(8).
011600    05 TG-SC-4               PIC X.
011700    05 C-MAT-SC              PIC 9(15).
011800    05 TG-SC-5               PIC X.
011900    05 CLASSE-SC             PIC 99.
012000    05 TG-SC-6               PIC X.
012100    05 PREZZO-SC             PIC S9(9).
012200    05 TG-SC-7               PIC X.
012300    05 COSTO-SC              PIC S9(9).
012400*
012500 FD FILE-NOGIAC DATA RECORD REC-NOGIAC.
012600 01 REC-NOGIAC             COPY YNOGIAC.
012700*
012800 WORKING-STORAGE SECTION.
012900*
013000 77 CHECK-SS        PIC XX.
013100    88 SS-APERTO    VALUES ARE "05", "00".
013200 77 CHECK-SN        PIC XX.
013300    88 SN-APERTO    VALUES ARE "05", "00".
013400 77 CHECK-PG        PIC XX.
013500    88 PG-APERTO    VALUES ARE "05", "00".
013600 77 CHECK-RL        PIC XX.
013700    88 RL-APERTO    VALUES ARE "05", "00".
013800 77 CHECK-CB        PIC XX.
013900    88 CB-APERTO    VALUES ARE "05", "00".
014000 77 CHECK-SC        PIC XX.
014100    88 SC-APERTO    VALUES ARE "05", "00".
014200 77 CHECK-NG        PIC XX.
014300    88 NG-APERTO    VALUES ARE "05", "00".
014400*
014500 01 OK-FINE-FILE    PIC S9(4) COMP.
014600    88 LETTO-FINE-FILE VALUE 1.
014700*
014800 01 DATA-IN         PIC X(6).
014900*
015000 01 PARGEN           COPY QPARGEN.
015100 01 PARQDATA-RIGA    COPY QPARDATS.
015200*
015300* soglie del rapporto
015400 01 GIORNI-RECENTE  PIC S9(4) COMP VALUE 30.
015500 01 MINUTI-DOPO-STORNO PIC S9(4) COMP VALUE 3.
015600 01 SOGLIA-INDICE   PIC S9(4) COMP VALUE 200.
015700*
015800* periodo del rapporto (numeri seriali); il seriale della
015900* data di giornale si ricalcola solo al cambio di data
016000 01 DATA-FINE-INT   PIC S9(8) COMP.
016100 01 SERIALE-DA      PIC S9(9) COMP.
016200 01 SERIALE-A       PIC S9(9) COMP.
016300 01 DATA-CONFR      PIC 9(8).
016400 01 DATA-CACHE      PIC 9(8).
016500 01 SERIALE-CACHE   PIC S9(9) COMP.
016600 01 DATA-SER        PIC 9(8).
016700 01 SERIALE-SER     PIC S9(9) COMP.
016800 01 NEL-PERIODO     PIC X.
016900    88 DATA-NEL-PERIODO VALUE "S".
017000 01 DATA-GIRO       PIC 9(6).
017100 01 FILLER REDEFINES DATA-GIRO.
017200  05 AA-GIRO        PIC 99.
017300  05 MM-GIRO        PIC 99.
017400  05 GG-GIRO        PIC 99.
017500*
017600* operatore della giornata per terminale (ultima apertura
017700* "A" su SESSIONI), per i log che non portano l'operatore
017800 01 TAB-GIORNATE.
017900  05 RIGA-GD OCCURS 1000.
018000   10 TERMINALE-GD     PIC X(8).
018100   10 DATA-GD          PIC 9(6).
018200   10 OPERATORE-GD     PIC X(8).
018300   10 MAG-GD           PIC 9(3).
018400 01 N-GD            PIC S9(4) COMP.
018500 01 I-GD            PIC S9(4) COMP.
018600 01 IX-GD           PIC S9(4) COMP.
018700*
018800* accumuli per operatore e terminale
018900 01 TAB-OPERATORI.
019000  05 RIGA-OT OCCURS 300.
019100   10 OPERATORE-OT     PIC X(8).
019200   10 TERMINALE-OT     PIC X(8).
019300   10 MAG-OT           PIC 9(3).
019400   10 SESSIONI-OT      PIC S9(5) COMP.
019500   10 CAPI-OT          PIC S9(9) COMP.
019600   10 CAPI-STORN-OT    PIC S9(7) COMP.
019700   10 RESI-OT          PIC S9(7) COMP.
019800   10 RESI-VECCHI-OT   PIC S9(7) COMP.
019900   10 CAMBI-OT         PIC S9(7) COMP.
020000   10 SOTTOC-OT        PIC S9(7) COMP.
020100   10 CONTANTI-OT      PIC S9(7) COMP.
020200   10 CONT-STORNO-OT   PIC S9(7) COMP.
020300   10 IND-STORNI-OT    PIC S9(4) COMP.
020400   10 IND-RESI-OT      PIC S9(4) COMP.
020500   10 IND-CAMBI-OT     PIC S9(4) COMP.
020600   10 PUNTI-OT         PIC S9(9) COMP.
020700   10 ANOMALO-OT       PIC XX.
020800 01 N-OT            PIC S9(4) COMP.
020900 01 I-OT            PIC S9(4) COMP.
021000 01 IX-OT           PIC S9(4) COMP.
021100 01 OPERATORE-CERCA PIC X(8).
021200 01 TERMINALE-CERCA PIC X(8).
021300 01 MAG-CERCA       PIC 9(3).
021400 01 DATA-CERCA      PIC 9(6).
021500*
021600* totali per negozio, base della media
021700 01 TAB-NEGOZI.
021800  05 RIGA-NT OCCURS 200.
021900   10 MAG-NT           PIC 9(3).
022000   10 CAPI-NT          PIC S9(9) COMP.
022100   10 CAPI-STORN-NT    PIC S9(9) COMP.
022200   10 RESI-NT          PIC S9(9) COMP.
022300   10 CAMBI-NT         PIC S9(9) COMP.
022400 01 N-NT            PIC S9(4) COMP.
022500 01 I-NT            PIC S9(4) COMP.
022600 01 IX-NT           PIC S9(4) COMP.
022700*
022800* storni con l'ora, per l'aggancio alle sessioni in contanti
022900 01 TAB-STORNI-ORA.
023000  05 RIGA-SO OCCURS 3000.
023100   10 TERMINALE-SO     PIC X(8).
023200   10 DATA-SO          PIC 9(6).
023300   10 MINUTO-SO        PIC S9(4) COMP.
023400 01 N-SO            PIC S9(4) COMP.
023500 01 I-SO            PIC S9(4) COMP.
023600*
023700* sessione di PAGAMLOG in corso per terminale (testata "S"
023800* seguita dalle righe di pagamento)
023900 01 TAB-CASSE.
024000  05 RIGA-CS OCCURS 100.
024100   10 TERMINALE-CS     PIC X(8).
024200   10 DATA-CS          PIC 9(6).
024300   10 ORA-CS           PIC X(6).
024400   10 OPERATORE-CS     PIC X(8).
024500   10 MAG-CS           PIC 9(3).
024600   10 PAGAMENTI-CS     PIC S9(4) COMP.
024700   10 SOLO-CONT-CS     PIC X.
024800   10 APERTA-CS        PIC X.
024900 01 N-CS            PIC S9(4) COMP.
025000 01 I-CS            PIC S9(4) COMP.
025100 01 IX-CS           PIC S9(4) COMP.
025200 01 STORNO-VICINO   PIC X.
025300*
025400* supervisori e coppie supervisore/operatore
025500 01 TAB-SUPERVISORI.
025600  05 RIGA-SV OCCURS 100.
025700   10 SUPERV-SV        PIC X(8).
025800   10 SOTTOC-SV        PIC S9(7) COMP.
025900   10 MANCAPRZ-SV      PIC S9(7) COMP.
026000   10 TOTALE-SV        PIC S9(7) COMP.
026100   10 OPER-TOP-SV      PIC X(8).
026200   10 CONTA-TOP-SV     PIC S9(7) COMP.
026300 01 N-SV            PIC S9(4) COMP.
026400 01 I-SV            PIC S9(4) COMP.
026500 01 IX-SV           PIC S9(4) COMP.
026600 01 SUPERV-CERCA    PIC X(8).
026700*
026800 01 TAB-COPPIE.
026900  05 RIGA-CP OCCURS 1000.
027000   10 SUPERV-CP        PIC X(8).
027100   10 OPERATORE-CP     PIC X(8).
027200   10 CONTA-CP         PIC S9(7) COMP.
027300 01 N-CP            PIC S9(4) COMP.
027400 01 I-CP            PIC S9(4) COMP.
027500 01 IX-CP           PIC S9(4) COMP.
027600*
027700* calcolo degli indici e del punteggio
027800 01 CONTA-OPER      PIC S9(9) COMP.
027900 01 CAPI-OPER       PIC S9(9) COMP.
028000 01 CONTA-NEG       PIC S9(9) COMP.
028100 01 CAPI-NEG        PIC S9(9) COMP.
028200 01 INDICE-COM      PIC S9(4) COMP.
028300 01 PRODOTTO-COM    PIC S9(18) COMP-3.
028400 01 DIVISORE-COM    PIC S9(18) COMP-3.
028500 01 ECCEDENZA-COM   PIC S9(9) COMP.
028600 01 MEDIA-SV        PIC S9(7) COMP.
028700 01 SOMMA-SV        PIC S9(9) COMP.
028800 01 INDICE-SV       PIC S9(4) COMP.
028900*
029000 01 ORA-LAVORO      PIC 9(6).
029100 01 FILLER REDEFINES ORA-LAVORO.
029200  05 ORA-HH          PIC 99.
029300  05 ORA-MM          PIC 99.
029400  05 FILLER          PIC 99.
029500 01 MINUTO-COM      PIC S9(4) COMP.
029600 01 DISTANZA-COM    PIC S9(4) COMP.
029700*
029800* classifica per selezione diretta (come RAPECCEZ)
029900 01 IX-MASSIMO      PIC S9(4) COMP.
030000 01 PUNTI-MASSIMO   PIC S9(9) COMP.
030100 01 RIGHE-STAMPATE  PIC S9(4) COMP.
030200 01 FUORI-NORMA     PIC S9(4) COMP.
030300*
030400 01 CONTA-SS        PIC S9(9) COMP.
030500 01 CONTA-SN        PIC S9(9) COMP.
030600 01 CONTA-PG        PIC S9(9) COMP.
030700 01 CONTA-RL        PIC S9(9) COMP.
030800 01 CONTA-CB        PIC S9(9) COMP.
030900 01 CONTA-SC        PIC S9(9) COMP.
031000 01 CONTA-NG        PIC S9(9) COMP.
031100 01 PERSI-TAB       PIC S9(9) COMP.
031200 01 CONTA-ED        PIC Z(8)9.
031300*
031400 01 STATO-DISPLAY    PIC ZZZZ-.
031500*
031600 01  PAR-PRINT.
031700  05  STATO         PIC S9(4) COMP.
031800  05  LL-RIGA       PIC  9(4) COMP.
031900  05  N-MAX-RIGHE   PIC  9(4) COMP.
032000  05  FLAG-ROUTINE  PIC  9(4) COMP.
032100  05  NUM-FILE-ID   PIC  9(4) COMP.
032200  05  NOME-FILE.
032300   10 PRE-NOME-FILE     PIC X.
032400   10 TERM-N-FILE       PIC 9(6).
032500   10 FILLER            PIC XXX VALUE ".ST".
032600*
032700 01  RIGA.
032800  05  N-STAMPANTE   PIC 9.
032900  05  COMANDO       PIC X.
033000  05  N-RIGA-STAMPA PIC 9(4) COMP.
033100  05  DATI-RIGA     PIC X(132).
033200  05 RIGA-OPER-PD REDEFINES DATI-RIGA.
033300   10 FILLER          PIC X(2).
033400   10 POS-ST          PIC ZZZ9.
033500   10 FILLER          PIC X.
033600   10 OPERATORE-ST    PIC X(8).
033700   10 FILLER          PIC X.
033800   10 TERMINALE-ST    PIC X(8).
033900   10 FILLER          PIC X.
034000   10 MAG-ST          PIC ZZ9.
034100   10 FILLER          PIC X.
034200   10 SESSIONI-ST     PIC ZZZZ9.
034300   10 FILLER          PIC X.
034400   10 CAPI-ST         PIC Z(6)9.
034500   10 FILLER          PIC X.
034600   10 STORNI-ST       PIC ZZZZ9.
034700   10 FILLER          PIC X.
034800   10 IND-STORNI-ST   PIC ZZ9.
034900   10 FILLER          PIC X.
035000   10 RESI-ST         PIC ZZZZ9.
035100   10 FILLER          PIC X.
035200   10 IND-RESI-ST     PIC ZZ9.
035300   10 FILLER          PIC X.
035400   10 VECCHI-ST       PIC ZZZZ9.
035500   10 FILLER          PIC X.
035600   10 CAMBI-ST        PIC ZZZZ9.
035700   10 FILLER          PIC X.
035800   10 IND-CAMBI-ST    PIC ZZ9.
035900   10 FILLER          PIC X.
036000   10 SOTTOC-ST       PIC ZZZZ9.
036100   10 FILLER          PIC X.
036200   10 CONT-STORNO-ST  PIC ZZZZ9.
036300   10 FILLER          PIC X.
036400   10 PUNTI-ST        PIC Z(6)9.
036500   10 FILLER          PIC X.
036600   10 ANOMALO-ST      PIC XX.
036700   10 FILLER          PIC X(31).
036800  05 RIGA-SUPERV-PD REDEFINES DATI-RIGA.
036900   10 FILLER          PIC X(2).
037000   10 POS-SV-ST       PIC ZZZ9.
037100   10 FILLER          PIC X.
037200   10 SUPERV-ST       PIC X(8).
037300   10 FILLER          PIC X.
037400   10 SOTTOC-SV-ST    PIC ZZZZ9.
037500   10 FILLER          PIC X.
037600   10 MANCAPRZ-ST     PIC ZZZZ9.
037700   10 FILLER          PIC X.
037800   10 TOTALE-SV-ST    PIC ZZZZ9.
037900   10 FILLER          PIC X.
038000   10 IND-SV-ST       PIC ZZ9.
038100   10 FILLER          PIC X.
038200   10 OPER-TOP-ST     PIC X(8).
038300   10 FILLER          PIC X.
038400   10 CONTA-TOP-ST    PIC ZZZZ9.
038500   10 FILLER          PIC X.
038600   10 ANOMALO-SV-ST   PIC XX.
038700   10 FILLER          PIC X(73).
038800*
038900 01 BUFFER.
039000  05 N-BUF               PIC S9(4) COMP VALUE 37.
039100  05 FILLER              PIC XX.
039200  05 FILLER              PIC X(5120).
039300*
039400 LINKAGE SECTION.
039500*
039600 01 W-COMMON       COPY WCOMMONW.
039700*
039800*PAGE
039900 PROCEDURE DIVISION  USING W-COMMON.
040000 INIZIO.
040100     DISPLAY "----  CONTROLLO PERDITE OPERATORI  ------".
040200     DISPLAY "Settimana fino al (AAMMGG, vuoto = oggi) "
040300             NO ADVANCING.
040400     MOVE SPACES TO DATA-IN.
040500     ACCEPT DATA-IN.
040600     IF DATA-IN = SPACES
040700        MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-FINE-INT
040800     ELSE
040900        IF DATA-IN NOT NUMERIC
041000           DISPLAY "Data non numerica"
041100           GO TO FINE
041200        END-IF
041300        MOVE DATA-IN TO DATA-FINE-INT
041400     END-IF.
041500     MOVE DATA-FINE-INT TO DATA-SER.
041600     PERFORM SERIALE-GIORNO THRU EX-SERIALE-GIORNO.
041700     MOVE SERIALE-SER TO SERIALE-A.
041800     COMPUTE SERIALE-DA = SERIALE-A - 6.
041900     MOVE 0 TO DATA-CACHE SERIALE-CACHE.
042000     MOVE 0 TO N-GD N-OT N-NT N-SO N-CS N-SV N-CP.
042100     MOVE 0 TO CONTA-SS CONTA-SN CONTA-PG CONTA-RL CONTA-CB
042200               CONTA-SC CONTA-NG PERSI-TAB FUORI-NORMA.
042300     PERFORM LEGGI-SESSIONI THRU EX-LEGGI-SESSIONI.
042400     PERFORM LEGGI-STORNI THRU EX-LEGGI-STORNI.
042500     PERFORM LEGGI-PAGAMENTI THRU EX-LEGGI-PAGAMENTI.
042600     PERFORM LEGGI-RESI THRU EX-LEGGI-RESI.
042700     PERFORM LEGGI-CAMBI THRU EX-LEGGI-CAMBI.
042800     PERFORM LEGGI-SOTTOCOSTO THRU EX-LEGGI-SOTTOCOSTO.
042900     PERFORM LEGGI-MANCAPREZZO THRU EX-LEGGI-MANCAPREZZO.
043000     IF N-OT = 0 AND N-SV = 0
043100        DISPLAY "Nessun movimento di cassa nel periodo"
043200        GO TO FINE.
043300     PERFORM TOTALI-NEGOZI THRU EX-TOTALI-NEGOZI.
043400     PERFORM CALCOLA-PUNTEGGIO THRU EX-CALCOLA-PUNTEGGIO
043500        VARYING I-OT FROM 1 BY 1 UNTIL I-OT > N-OT.
043600     PERFORM CALCOLA-SUPERVISORE THRU EX-CALCOLA-SUPERVISORE
043700        VARYING I-SV FROM 1 BY 1 UNTIL I-SV > N-SV.
043800     PERFORM STAMPA-RAPPORTO THRU EX-STAMPA-RAPPORTO.
043900     MOVE N-OT TO CONTA-ED.
044000     DISPLAY "Operatori/terminali   " CONTA-ED.
044100     MOVE FUORI-NORMA TO CONTA-ED.
044200     DISPLAY "Fuori norma           " CONTA-ED.
044300 FINE.
044400     EXIT PROGRAM.
044500*
044600*     giorno seriale di DATA-SER (AAMMGG) in SERIALE-SER
044700*     (QDATAS funz.2 poi funz.6)
044800 SERIALE-GIORNO.
044900     MOVE DATA-SER TO Q-DATA-I OF PARQDATA-RIGA.
045000     MOVE 2 TO Q-FUNZIONE OF PARGEN.
045100     CANCEL "QDATAS"
045200     CALL "QDATAS" USING PARGEN
045300                         Q-DATA-E OF PARQDATA-RIGA
045400                         Q-DATA-I OF PARQDATA-RIGA
045500                         Q-SETTIMANA OF PARQDATA-RIGA
045600                         Q-AA-4 OF PARQDATA-RIGA
045700                         Q-GIORNI-SERIALE OF PARQDATA-RIGA.
045800     MOVE 6 TO Q-FUNZIONE OF PARGEN.
045900     CANCEL "QDATAS"
046000     CALL "QDATAS" USING PARGEN
046100                         Q-DATA-E OF PARQDATA-RIGA
046200                         Q-DATA-I OF PARQDATA-RIGA
046300                         Q-SETTIMANA OF PARQDATA-RIGA
046400                         Q-AA-4 OF PARQDATA-RIGA
046500                         Q-GIORNI-SERIALE OF PARQDATA-RIGA.
046600     MOVE Q-GIORNI-SERIALE OF PARQDATA-RIGA TO SERIALE-SER.
046700 EX-SERIALE-GIORNO.
046800     EXIT.
046900*
047000*     DATA-CONFR dentro i sette giorni? i giornali sono in
047100*     ordine di scrittura: il seriale si ricalcola solo al
047200*     cambio di data
047300 VERIFICA-PERIODO.
047400     MOVE "S" TO NEL-PERIODO.
047500     IF DATA-CONFR NOT = DATA-CACHE
047600        MOVE DATA-CONFR TO DATA-CACHE DATA-SER
047700        PERFORM SERIALE-GIORNO THRU EX-SERIALE-GIORNO
047800        MOVE SERIALE-SER TO SERIALE-CACHE
047900     END-IF.
048000     IF SERIALE-CACHE < SERIALE-DA OR SERIALE-CACHE > SERIALE-A
048100        MOVE "N" TO NEL-PERIODO.
048200 EX-VERIFICA-PERIODO.
048300     EXIT.
048400*
048500*
048600******************************************************
048700*  SESSIONI: CAPI VENDUTI E OPERATORE DELLA GIORNATA *
048800******************************************************
048900 LEGGI-SESSIONI.
049000     OPEN INPUT FILE-SESSIONI.
049100     IF NOT SS-APERTO
049200        DISPLAY "Giornale SESSIONI assente"
049300        GO TO EX-LEGGI-SESSIONI.
049400     MOVE 0 TO OK-FINE-FILE.
049500     PERFORM LEGGI-RIGA-SESS THRU EX-LEGGI-RIGA-SESS
049600        UNTIL LETTO-FINE-FILE.
049700     CLOSE FILE-SESSIONI.
049800 EX-LEGGI-SESSIONI.
049900     EXIT.
050000*
050100 LEGGI-RIGA-SESS.
050200     READ FILE-SESSIONI
050300        AT END
050400           MOVE 1 TO OK-FINE-FILE
050500           GO TO EX-LEGGI-RIGA-SESS
050600     END-READ.
050700     MOVE DATA-SS TO DATA-CONFR.
050800     PERFORM VERIFICA-PERIODO THRU EX-VERIFICA-PERIODO.
050900     IF NOT DATA-NEL-PERIODO
051000        GO TO EX-LEGGI-RIGA-SESS.
051100     IF STATO-SS = "A"
051200        PERFORM SEGNA-GIORNATA THRU EX-SEGNA-GIORNATA.
051300     IF STATO-SS NOT = "C"
051400        GO TO EX-LEGGI-RIGA-SESS.
051500     ADD 1 TO CONTA-SS.
051600     MOVE OPERATORE-SS TO OPERATORE-CERCA.
051700     MOVE TERMINALE-SS TO TERMINALE-CERCA.
051800     MOVE MAG-SS TO MAG-CERCA.
051900     PERFORM TROVA-OPERATORE THRU EX-TROVA-OPERATORE.
052000     IF IX-OT = 0
052100        GO TO EX-LEGGI-RIGA-SESS.
052200     ADD 1 TO SESSIONI-OT (IX-OT).
052300     ADD CAPI-SS TO CAPI-OT (IX-OT).
052400 EX-LEGGI-RIGA-SESS.
052500     EXIT.
052600*
052700 SEGNA-GIORNATA.
052800     MOVE TERMINALE-SS TO TERMINALE-CERCA.
052900     MOVE DATA-SS TO DATA-CERCA.
053000     PERFORM CERCA-GIORNATA THRU EX-CERCA-GIORNATA.
053100     IF IX-GD = 0
053200        IF N-GD < 1000
053300           ADD 1 TO N-GD
053400           MOVE TERMINALE-SS TO TERMINALE-GD (N-GD)
053500           MOVE DATA-SS TO DATA-GD (N-GD)
053600           MOVE N-GD TO IX-GD
053700        ELSE
053800           ADD 1 TO PERSI-TAB
053900        END-IF
054000     END-IF.
054100     IF IX-GD = 0
054200        GO TO EX-SEGNA-GIORNATA.
054300     MOVE OPERATORE-SS TO OPERATORE-GD (IX-GD).
054400     MOVE MAG-SS TO MAG-GD (IX-GD).
054500 EX-SEGNA-GIORNATA.
054600     EXIT.
054700*
054800 CERCA-GIORNATA.
054900     MOVE 0 TO IX-GD.
055000     PERFORM CONFRONTA-GIORNATA THRU EX-CONFRONTA-GIORNATA
055100        VARYING I-GD FROM 1 BY 1 UNTIL I-GD > N-GD.
055200 EX-CERCA-GIORNATA.
055300     EXIT.
055400*
055500 CONFRONTA-GIORNATA.
055600     IF TERMINALE-GD (I-GD) = TERMINALE-CERCA
055700        AND DATA-GD (I-GD) = DATA-CERCA
055800        MOVE I-GD TO IX-GD.
055900 EX-CONFRONTA-GIORNATA.
056000     EXIT.
056100*
056200*     operatore della giornata per TERMINALE-CERCA e
056300*     DATA-CERCA in OPERATORE-CERCA/MAG-CERCA ("N.D." se il
056400*     terminale quel giorno non ha aperto sessioni)
056500 ATTRIBUISCI-OPERATORE.
056600     PERFORM CERCA-GIORNATA THRU EX-CERCA-GIORNATA.
056700     IF IX-GD = 0
056800        MOVE "N.D." TO OPERATORE-CERCA
056900        MOVE 0 TO MAG-CERCA
057000     ELSE
057100        MOVE OPERATORE-GD (IX-GD) TO OPERATORE-CERCA
057200        MOVE MAG-GD (IX-GD) TO MAG-CERCA.
057300 EX-ATTRIBUISCI-OPERATORE.
057400     EXIT.
057500*
057600*     riga operatore/terminale, creata al primo incontro
057700 TROVA-OPERATORE.
057800     MOVE 0 TO IX-OT.
057900     PERFORM CONFRONTA-OPERATORE THRU EX-CONFRONTA-OPERATORE
058000        VARYING I-OT FROM 1 BY 1 UNTIL I-OT > N-OT.
058100     IF IX-OT = 0
058200        IF N-OT < 300
058300           ADD 1 TO N-OT
058400           MOVE OPERATORE-CERCA TO OPERATORE-OT (N-OT)
058500           MOVE TERMINALE-CERCA TO TERMINALE-OT (N-OT)
058600           MOVE MAG-CERCA TO MAG-OT (N-OT)
058700           MOVE 0 TO SESSIONI-OT (N-OT) CAPI-OT (N-OT)
058800                     CAPI-STORN-OT (N-OT) RESI-OT (N-OT)
058900                     RESI-VECCHI-OT (N-OT) CAMBI-OT (N-OT)
059000                     SOTTOC-OT (N-OT) CONTANTI-OT (N-OT)
059100                     CONT-STORNO-OT (N-OT)
059200                     IND-STORNI-OT (N-OT) IND-RESI-OT (N-OT)
059300                     IND-CAMBI-OT (N-OT) PUNTI-OT (N-OT)
059400           MOVE SPACES TO ANOMALO-OT (N-OT)
059500           MOVE N-OT TO IX-OT
059600        ELSE
059700           ADD 1 TO PERSI-TAB
059800        END-IF
059900     END-IF.
060000     IF IX-OT NOT = 0
060100        IF MAG-OT (IX-OT) = 0
060200           MOVE MAG-CERCA TO MAG-OT (IX-OT).
060300 EX-TROVA-OPERATORE.
060400     EXIT.
060500*
060600 CONFRONTA-OPERATORE.
060700     IF OPERATORE-OT (I-OT) = OPERATORE-CERCA
060800        AND TERMINALE-OT (I-OT) = TERMINALE-CERCA
060900        MOVE I-OT TO IX-OT.
061000 EX-CONFRONTA-OPERATORE.
061100     EXIT.
061200*
061300*
061400******************************************************
061500*  STORNI: CAPI STORNATI E ORA DELLO STORNO          *
061600******************************************************
061700 LEGGI-STORNI.
061800     OPEN INPUT FILE-STORNO.
061900     IF NOT SN-APERTO
062000        GO TO EX-LEGGI-STORNI.
062100     MOVE 0 TO OK-FINE-FILE.
062200     PERFORM LEGGI-RIGA-STORNO THRU EX-LEGGI-RIGA-STORNO
062300        UNTIL LETTO-FINE-FILE.
062400     CLOSE FILE-STORNO.
062500 EX-LEGGI-STORNI.
062600     EXIT.
062700*
062800 LEGGI-RIGA-STORNO.
062900     READ FILE-STORNO
063000        AT END
063100           MOVE 1 TO OK-FINE-FILE
063200           GO TO EX-LEGGI-RIGA-STORNO
063300     END-READ.
063400     MOVE DATA-SN TO DATA-CONFR.
063500     PERFORM VERIFICA-PERIODO THRU EX-VERIFICA-PERIODO.
063600     IF NOT DATA-NEL-PERIODO
063700        GO TO EX-LEGGI-RIGA-STORNO.
063800     ADD 1 TO CONTA-SN.
063900     MOVE TERMINALE-SN TO TERMINALE-CERCA.
064000     MOVE DATA-SN TO DATA-CERCA.
064100     PERFORM ATTRIBUISCI-OPERATORE
064200        THRU EX-ATTRIBUISCI-OPERATORE.
064300     IF OPERATORE-SN NOT = SPACES
064400        MOVE OPERATORE-SN TO OPERATORE-CERCA.
064500     PERFORM TROVA-OPERATORE THRU EX-TROVA-OPERATORE.
064600     IF IX-OT NOT = 0
064700        ADD QTA-SN TO CAPI-STORN-OT (IX-OT).
064800     IF ORA-SN NOT NUMERIC
064900        GO TO EX-LEGGI-RIGA-STORNO.
065000     IF N-SO NOT < 3000
065100        ADD 1 TO PERSI-TAB
065200        GO TO EX-LEGGI-RIGA-STORNO.
065300     ADD 1 TO N-SO.
065400     MOVE TERMINALE-SN TO TERMINALE-SO (N-SO).
065500     MOVE DATA-SN TO DATA-SO (N-SO).
065600     MOVE ORA-SN TO ORA-LAVORO.
065700     COMPUTE MINUTO-SO (N-SO) = ORA-HH * 60 + ORA-MM.
065800 EX-LEGGI-RIGA-STORNO.
065900     EXIT.
066000*
066100*
066200******************************************************
066300*  PAGAMENTI: SESSIONI PAGATE SOLO IN CONTANTI       *
066400******************************************************
066500 LEGGI-PAGAMENTI.
066600     OPEN INPUT FILE-PAGLOG.
066700     IF NOT PG-APERTO
066800        GO TO EX-LEGGI-PAGAMENTI.
066900     MOVE 0 TO OK-FINE-FILE.
067000     PERFORM LEGGI-RIGA-PAG THRU EX-LEGGI-RIGA-PAG
067100        UNTIL LETTO-FINE-FILE.
067200     CLOSE FILE-PAGLOG.
067300     PERFORM VALUTA-CASSA THRU EX-VALUTA-CASSA
067400        VARYING IX-CS FROM 1 BY 1 UNTIL IX-CS > N-CS.
067500 EX-LEGGI-PAGAMENTI.
067600     EXIT.
067700*
067800 LEGGI-RIGA-PAG.
067900     READ FILE-PAGLOG
068000        AT END
068100           MOVE 1 TO OK-FINE-FILE
068200           GO TO EX-LEGGI-RIGA-PAG
068300     END-READ.
068400     PERFORM CERCA-CASSA THRU EX-CERCA-CASSA.
068500     IF IX-CS = 0
068600        GO TO EX-LEGGI-RIGA-PAG.
068700     IF TIPO-PG = "S"
068800        PERFORM VALUTA-CASSA THRU EX-VALUTA-CASSA
068900        PERFORM APRI-CASSA THRU EX-APRI-CASSA
069000        GO TO EX-LEGGI-RIGA-PAG.
069100     IF APERTA-CS (IX-CS) NOT = "S"
069200        GO TO EX-LEGGI-RIGA-PAG.
069300     ADD 1 TO PAGAMENTI-CS (IX-CS).
069400     IF TIPO-PG NOT = "C"
069500        MOVE "N" TO SOLO-CONT-CS (IX-CS).
069600 EX-LEGGI-RIGA-PAG.
069700     EXIT.
069800*
069900 CERCA-CASSA.
070000     MOVE 0 TO IX-CS.
070100     PERFORM CONFRONTA-CASSA THRU EX-CONFRONTA-CASSA
070200        VARYING I-CS FROM 1 BY 1 UNTIL I-CS > N-CS.
070300     IF IX-CS = 0
070400        IF N-CS < 100
070500           ADD 1 TO N-CS
070600           MOVE TERMINALE-PG TO TERMINALE-CS (N-CS)
070700           MOVE "N" TO APERTA-CS (N-CS)
070800           MOVE N-CS TO IX-CS
070900        ELSE
071000           ADD 1 TO PERSI-TAB
071100        END-IF
071200     END-IF.
071300 EX-CERCA-CASSA.
071400     EXIT.
071500*
071600 CONFRONTA-CASSA.
071700     IF TERMINALE-CS (I-CS) = TERMINALE-PG
071800        MOVE I-CS TO IX-CS.
071900 EX-CONFRONTA-CASSA.
072000     EXIT.
072100*
072200*     testata "S": nuova sessione del terminale, seguita
072300*     solo se la data e' nel periodo
072400 APRI-CASSA.
072500     MOVE "N" TO APERTA-CS (IX-CS).
072600     MOVE DATA-PG TO DATA-CONFR.
072700     PERFORM VERIFICA-PERIODO THRU EX-VERIFICA-PERIODO.
072800     IF NOT DATA-NEL-PERIODO
072900        GO TO EX-APRI-CASSA.
073000     ADD 1 TO CONTA-PG.
073100     MOVE "S" TO APERTA-CS (IX-CS) SOLO-CONT-CS (IX-CS).
073200     MOVE DATA-PG TO DATA-CS (IX-CS).
073300     MOVE RIF-PG (1:6) TO ORA-CS (IX-CS).
073400     MOVE OPERATORE-PG TO OPERATORE-CS (IX-CS).
073500     MOVE MAG-PG TO MAG-CS (IX-CS).
073600     MOVE 0 TO PAGAMENTI-CS (IX-CS).
073700 EX-APRI-CASSA.
073800     EXIT.
073900*
074000*     sessione del terminale IX-CS finita: se pagata solo in
074100*     contanti si conta, e se chiusa a ridosso di uno storno
074200*     dello stesso terminale e' "contanti dopo storno"
074300 VALUTA-CASSA.
074400     IF APERTA-CS (IX-CS) NOT = "S"
074500        GO TO EX-VALUTA-CASSA.
074600     MOVE "N" TO APERTA-CS (IX-CS).
074700     IF PAGAMENTI-CS (IX-CS) = 0
074800        OR SOLO-CONT-CS (IX-CS) NOT = "S"
074900        GO TO EX-VALUTA-CASSA.
075000     MOVE OPERATORE-CS (IX-CS) TO OPERATORE-CERCA.
075100     MOVE TERMINALE-CS (IX-CS) TO TERMINALE-CERCA.
075200     MOVE MAG-CS (IX-CS) TO MAG-CERCA.
075300     PERFORM TROVA-OPERATORE THRU EX-TROVA-OPERATORE.
075400     IF IX-OT = 0
075500        GO TO EX-VALUTA-CASSA.
075600     ADD 1 TO CONTANTI-OT (IX-OT).
075700     IF ORA-CS (IX-CS) NOT NUMERIC
075800        GO TO EX-VALUTA-CASSA.
075900     MOVE ORA-CS (IX-CS) TO ORA-LAVORO.
076000     COMPUTE MINUTO-COM = ORA-HH * 60 + ORA-MM.
076100     MOVE "N" TO STORNO-VICINO.
076200     PERFORM CONFRONTA-STORNO THRU EX-CONFRONTA-STORNO
076300        VARYING I-SO FROM 1 BY 1 UNTIL I-SO > N-SO.
076400     IF STORNO-VICINO = "S"
076500        ADD 1 TO CONT-STORNO-OT (IX-OT).
076600 EX-VALUTA-CASSA.
076700     EXIT.
076800*
076900 CONFRONTA-STORNO.
077000     IF TERMINALE-SO (I-SO) NOT = TERMINALE-CS (IX-CS)
077100        OR DATA-SO (I-SO) NOT = DATA-CS (IX-CS)
077200        GO TO EX-CONFRONTA-STORNO.
077300     COMPUTE DISTANZA-COM = MINUTO-COM - MINUTO-SO (I-SO).
077400     IF DISTANZA-COM NOT < 0
077500        AND DISTANZA-COM NOT > MINUTI-DOPO-STORNO
077600        MOVE "S" TO STORNO-VICINO.
077700 EX-CONFRONTA-STORNO.
077800     EXIT.
077900*
078000*
078100******************************************************
078200*  RESI E CAMBI                                      *
078300******************************************************
078400 LEGGI-RESI.
078500     OPEN INPUT FILE-RESOLOG.
078600     IF NOT RL-APERTO
078700        GO TO EX-LEGGI-RESI.
078800     MOVE 0 TO OK-FINE-FILE.
078900     PERFORM LEGGI-RIGA-RESO THRU EX-LEGGI-RIGA-RESO
079000        UNTIL LETTO-FINE-FILE.
079100     CLOSE FILE-RESOLOG.
079200 EX-LEGGI-RESI.
079300     EXIT.
079400*
079500 LEGGI-RIGA-RESO.
079600     READ FILE-RESOLOG
079700        AT END
079800           MOVE 1 TO OK-FINE-FILE
079900           GO TO EX-LEGGI-RIGA-RESO
080000     END-READ.
080100     MOVE DATA-RL TO DATA-CONFR.
080200     PERFORM VERIFICA-PERIODO THRU EX-VERIFICA-PERIODO.
080300     IF NOT DATA-NEL-PERIODO
080400        GO TO EX-LEGGI-RIGA-RESO.
080500     ADD 1 TO CONTA-RL.
080600     MOVE TERMINALE-RL TO TERMINALE-CERCA.
080700     MOVE DATA-RL TO DATA-CERCA.
080800     PERFORM ATTRIBUISCI-OPERATORE
080900        THRU EX-ATTRIBUISCI-OPERATORE.
081000     PERFORM TROVA-OPERATORE THRU EX-TROVA-OPERATORE.
081100     IF IX-OT = 0
081200        GO TO EX-LEGGI-RIGA-RESO.
081300     ADD 1 TO RESI-OT (IX-OT).
081400*    vendita d'origine assente o piu' vecchia di
081500*    GIORNI-RECENTE rispetto al reso
081600     IF RIF-VENDITA-RL = 0
081700        ADD 1 TO RESI-VECCHI-OT (IX-OT)
081800        GO TO EX-LEGGI-RIGA-RESO.
081900     MOVE DATA-VEND-RL TO DATA-SER.
082000     PERFORM SERIALE-GIORNO THRU EX-SERIALE-GIORNO.
082100     IF SERIALE-CACHE - SERIALE-SER > GIORNI-RECENTE
082200        ADD 1 TO RESI-VECCHI-OT (IX-OT).
082300 EX-LEGGI-RIGA-RESO.
082400     EXIT.
082500*
082600 LEGGI-CAMBI.
082700     OPEN INPUT FILE-CAMBLOG.
082800     IF NOT CB-APERTO
082900        GO TO EX-LEGGI-CAMBI.
083000     MOVE 0 TO OK-FINE-FILE.
083100     PERFORM LEGGI-RIGA-CAMBIO THRU EX-LEGGI-RIGA-CAMBIO
083200        UNTIL LETTO-FINE-FILE.
083300     CLOSE FILE-CAMBLOG.
083400 EX-LEGGI-CAMBI.
083500     EXIT.
083600*
083700 LEGGI-RIGA-CAMBIO.
083800     READ FILE-CAMBLOG
083900        AT END
084000           MOVE 1 TO OK-FINE-FILE
084100           GO TO EX-LEGGI-RIGA-CAMBIO
084200     END-READ.
084300     MOVE DATA-CB TO DATA-CONFR.
084400     PERFORM VERIFICA-PERIODO THRU EX-VERIFICA-PERIODO.
084500     IF NOT DATA-NEL-PERIODO
084600        GO TO EX-LEGGI-RIGA-CAMBIO.
084700     ADD 1 TO CONTA-CB.
084800     MOVE TERMINALE-CB TO TERMINALE-CERCA.
084900     MOVE DATA-CB TO DATA-CERCA.
085000     PERFORM ATTRIBUISCI-OPERATORE
085100        THRU EX-ATTRIBUISCI-OPERATORE.
085200     PERFORM TROVA-OPERATORE THRU EX-TROVA-OPERATORE.
085300     IF IX-OT NOT = 0
085400        ADD 1 TO CAMBI-OT (IX-OT).
085500 EX-LEGGI-RIGA-CAMBIO.
085600     EXIT.
085700*
085800*
085900******************************************************
086000*  AUTORIZZAZIONI DEI SUPERVISORI                    *
086100******************************************************
086200 LEGGI-SOTTOCOSTO.
086300     OPEN INPUT FILE-SOTTOC.
086400     IF NOT SC-APERTO
086500        GO TO EX-LEGGI-SOTTOCOSTO.
086600     MOVE 0 TO OK-FINE-FILE.
086700     PERFORM LEGGI-RIGA-SOTTOC THRU EX-LEGGI-RIGA-SOTTOC
086800        UNTIL LETTO-FINE-FILE.
086900     CLOSE FILE-SOTTOC.
087000 EX-LEGGI-SOTTOCOSTO.
087100     EXIT.
087200*
087300 LEGGI-RIGA-SOTTOC.
087400     READ FILE-SOTTOC
087500        AT END
087600           MOVE 1 TO OK-FINE-FILE
087700           GO TO EX-LEGGI-RIGA-SOTTOC
087800     END-READ.
087900     MOVE DATA-SC TO DATA-CONFR.
088000     PERFORM VERIFICA-PERIODO THRU EX-VERIFICA-PERIODO.
088100     IF NOT DATA-NEL-PERIODO
088200        GO TO EX-LEGGI-RIGA-SOTTOC.
088300     ADD 1 TO CONTA-SC.
088400     MOVE TERMINALE-SC TO TERMINALE-CERCA.
088500     MOVE DATA-SC TO DATA-CERCA.
088600     PERFORM ATTRIBUISCI-OPERATORE
088700        THRU EX-ATTRIBUISCI-OPERATORE.
088800     MOVE OPERATORE-SC TO OPERATORE-CERCA.
088900     PERFORM TROVA-OPERATORE THRU EX-TROVA-OPERATORE.
089000     IF IX-OT NOT = 0
089100        ADD 1 TO SOTTOC-OT (IX-OT).
089200     MOVE SUPERV-SC TO SUPERV-CERCA.
089300     PERFORM TROVA-SUPERVISORE THRU EX-TROVA-SUPERVISORE.
089400     IF IX-SV = 0
089500        GO TO EX-LEGGI-RIGA-SOTTOC.
089600     ADD 1 TO SOTTOC-SV (IX-SV).
089700     PERFORM TROVA-COPPIA THRU EX-TROVA-COPPIA.
089800     IF IX-CP NOT = 0
089900        ADD 1 TO CONTA-CP (IX-CP).
090000 EX-LEGGI-RIGA-SOTTOC.
090100     EXIT.
090200*
090300 LEGGI-MANCAPREZZO.
090400     OPEN INPUT FILE-NOGIAC.
090500     IF NOT NG-APERTO
090600        GO TO EX-LEGGI-MANCAPREZZO.
090700     MOVE 0 TO OK-FINE-FILE.
090800     PERFORM LEGGI-RIGA-NOGIAC THRU EX-LEGGI-RIGA-NOGIAC
090900        UNTIL LETTO-FINE-FILE.
091000     CLOSE FILE-NOGIAC.
091100 EX-LEGGI-MANCAPREZZO.
091200     EXIT.
091300*
091400 LEGGI-RIGA-NOGIAC.
091500     READ FILE-NOGIAC
091600        AT END
091700           MOVE 1 TO OK-FINE-FILE
091800           GO TO EX-LEGGI-RIGA-NOGIAC
091900     END-READ.
092000     IF CAUSALE-NG NOT = "MancaPRZ"
092100        OR SUPERV-NG = SPACES
092200        GO TO EX-LEGGI-RIGA-NOGIAC.
092300     MOVE DATA-NG TO DATA-CONFR.
092400     PERFORM VERIFICA-PERIODO THRU EX-VERIFICA-PERIODO.
092500     IF NOT DATA-NEL-PERIODO
092600        GO TO EX-LEGGI-RIGA-NOGIAC.
092700     ADD 1 TO CONTA-NG.
092800     MOVE SUPERV-NG TO SUPERV-CERCA.
092900     PERFORM TROVA-SUPERVISORE THRU EX-TROVA-SUPERVISORE.
093000     IF IX-SV NOT = 0
093100        ADD 1 TO MANCAPRZ-SV (IX-SV).
093200 EX-LEGGI-RIGA-NOGIAC.
093300     EXIT.
093400*
093500 TROVA-SUPERVISORE.
093600     MOVE 0 TO IX-SV.
093700     PERFORM CONFRONTA-SUPERVISORE
093800        THRU EX-CONFRONTA-SUPERVISORE
093900        VARYING I-SV FROM 1 BY 1 UNTIL I-SV > N-SV.
094000     IF IX-SV = 0
094100        IF N-SV < 100
094200           ADD 1 TO N-SV
094300           MOVE SUPERV-CERCA TO SUPERV-SV (N-SV)
094400           MOVE 0 TO SOTTOC-SV (N-SV) MANCAPRZ-SV (N-SV)
094500                     TOTALE-SV (N-SV) CONTA-TOP-SV (N-SV)
094600           MOVE SPACES TO OPER-TOP-SV (N-SV)
094700           MOVE N-SV TO IX-SV
094800        ELSE
094900           ADD 1 TO PERSI-TAB
095000        END-IF
095100     END-IF.
095200 EX-TROVA-SUPERVISORE.
095300     EXIT.
095400*
095500 CONFRONTA-SUPERVISORE.
095600     IF SUPERV-SV (I-SV) = SUPERV-CERCA
095700        MOVE I-SV TO IX-SV.
095800 EX-CONFRONTA-SUPERVISORE.
095900     EXIT.
096000*
096100 TROVA-COPPIA.
096200     MOVE 0 TO IX-CP.
096300     PERFORM CONFRONTA-COPPIA THRU EX-CONFRONTA-COPPIA
096400        VARYING I-CP FROM 1 BY 1 UNTIL I-CP > N-CP.
096500     IF IX-CP = 0
096600        IF N-CP < 1000
096700           ADD 1 TO N-CP
096800           MOVE SUPERV-CERCA TO SUPERV-CP (N-CP)
096900           MOVE OPERATORE-CERCA TO OPERATORE-CP (N-CP)
097000           MOVE 0 TO CONTA-CP (N-CP)
097100           MOVE N-CP TO IX-CP
097200        ELSE
097300           ADD 1 TO PERSI-TAB
097400        END-IF
097500     END-IF.
097600 EX-TROVA-COPPIA.
097700     EXIT.
097800*
097900 CONFRONTA-COPPIA.
098000     IF SUPERV-CP (I-CP) = SUPERV-CERCA
098100        AND OPERATORE-CP (I-CP) = OPERATORE-CERCA
098200        MOVE I-CP TO IX-CP.
098300 EX-CONFRONTA-COPPIA.
098400     EXIT.
098500*
098600*
098700******************************************************
098800*  INDICI CONTRO LA MEDIA DEL NEGOZIO E PUNTEGGIO    *
098900******************************************************
099000 CALCOLA-PUNTEGGIO.
099100     MOVE MAG-OT (I-OT) TO MAG-CERCA.
099200     PERFORM CERCA-NEGOZIO THRU EX-CERCA-NEGOZIO.
099300     MOVE CAPI-OT (I-OT) TO CAPI-OPER.
099400     MOVE CAPI-NT (IX-NT) TO CAPI-NEG.
099500     MOVE CAPI-STORN-OT (I-OT) TO CONTA-OPER.
099600     MOVE CAPI-STORN-NT (IX-NT) TO CONTA-NEG.
099700     PERFORM CALCOLA-INDICE THRU EX-CALCOLA-INDICE.
099800     MOVE INDICE-COM TO IND-STORNI-OT (I-OT).
099900     MOVE RESI-OT (I-OT) TO CONTA-OPER.
100000     MOVE RESI-NT (IX-NT) TO CONTA-NEG.
100100     PERFORM CALCOLA-INDICE THRU EX-CALCOLA-INDICE.
100200     MOVE INDICE-COM TO IND-RESI-OT (I-OT).
100300     MOVE CAMBI-OT (I-OT) TO CONTA-OPER.
100400     MOVE CAMBI-NT (IX-NT) TO CONTA-NEG.
100500     PERFORM CALCOLA-INDICE THRU EX-CALCOLA-INDICE.
100600     MOVE INDICE-COM TO IND-CAMBI-OT (I-OT).
100700     MOVE 0 TO PUNTI-OT (I-OT).
100800     IF IND-STORNI-OT (I-OT) > 100
100900        COMPUTE PUNTI-OT (I-OT) = PUNTI-OT (I-OT)
101000              + IND-STORNI-OT (I-OT) - 100.
101100     IF IND-RESI-OT (I-OT) > 100
101200        COMPUTE PUNTI-OT (I-OT) = PUNTI-OT (I-OT)
101300              + IND-RESI-OT (I-OT) - 100.
101400     IF IND-CAMBI-OT (I-OT) > 100
101500        COMPUTE PUNTI-OT (I-OT) = PUNTI-OT (I-OT)
101600              + (IND-CAMBI-OT (I-OT) - 100) / 2.
101700     COMPUTE PUNTI-OT (I-OT) = PUNTI-OT (I-OT)
101800           + RESI-VECCHI-OT (I-OT) * 25
101900           + CONT-STORNO-OT (I-OT) * 50
102000           + SOTTOC-OT (I-OT) * 10.
102100     MOVE SPACES TO ANOMALO-OT (I-OT).
102200     IF IND-STORNI-OT (I-OT) NOT < SOGLIA-INDICE
102300        OR IND-RESI-OT (I-OT) NOT < SOGLIA-INDICE
102400        OR CONT-STORNO-OT (I-OT) > 0
102500        MOVE "**" TO ANOMALO-OT (I-OT)
102600        ADD 1 TO FUORI-NORMA.
102700 EX-CALCOLA-PUNTEGGIO.
102800     EXIT.
102900*
103000*     indice = (CONTA-OPER / CAPI-OPER) su (CONTA-NEG /
103100*     CAPI-NEG) per 100, tetto 999; senza capi venduti
103200*     qualunque evento vale 999
103300 CALCOLA-INDICE.
103400     MOVE 0 TO INDICE-COM.
103500     IF CONTA-OPER = 0
103600        GO TO EX-CALCOLA-INDICE.
103700     IF CAPI-OPER = 0 OR CONTA-NEG = 0 OR CAPI-NEG = 0
103800        MOVE 999 TO INDICE-COM
103900        GO TO EX-CALCOLA-INDICE.
104000     COMPUTE PRODOTTO-COM = CONTA-OPER * CAPI-NEG * 100.
104100     COMPUTE DIVISORE-COM = CAPI-OPER * CONTA-NEG.
104200     COMPUTE PRODOTTO-COM ROUNDED = PRODOTTO-COM
104300                                  / DIVISORE-COM.
104400     IF PRODOTTO-COM > 999
104500        MOVE 999 TO INDICE-COM
104600     ELSE
104700        MOVE PRODOTTO-COM TO INDICE-COM.
104800 EX-CALCOLA-INDICE.
104900     EXIT.
105000*
105100*     totali per negozio di tutte le righe operatore
105200 TOTALI-NEGOZI.
105300     MOVE 0 TO N-NT.
105400     PERFORM SOMMA-NEGOZIO THRU EX-SOMMA-NEGOZIO
105500        VARYING I-OT FROM 1 BY 1 UNTIL I-OT > N-OT.
105600 EX-TOTALI-NEGOZI.
105700     EXIT.
105800*
105900 SOMMA-NEGOZIO.
106000     MOVE MAG-OT (I-OT) TO MAG-CERCA.
106100     PERFORM CERCA-NEGOZIO THRU EX-CERCA-NEGOZIO.
106200     ADD CAPI-OT (I-OT) TO CAPI-NT (IX-NT).
106300     ADD CAPI-STORN-OT (I-OT) TO CAPI-STORN-NT (IX-NT).
106400     ADD RESI-OT (I-OT) TO RESI-NT (IX-NT).
106500     ADD CAMBI-OT (I-OT) TO CAMBI-NT (IX-NT).
106600 EX-SOMMA-NEGOZIO.
106700     EXIT.
106800*
106900*     riga del negozio MAG-CERCA, creata se manca (le righe
107000*     operatore sono al massimo 300, i negozi al massimo
107100*     tanti: la tabella non si riempie)
107200 CERCA-NEGOZIO.
107300     MOVE 0 TO IX-NT.
107400     PERFORM CONFRONTA-NEGOZIO THRU EX-CONFRONTA-NEGOZIO
107500        VARYING I-NT FROM 1 BY 1 UNTIL I-NT > N-NT.
107600     IF IX-NT = 0
107700        ADD 1 TO N-NT
107800        MOVE MAG-CERCA TO MAG-NT (N-NT)
107900        MOVE 0 TO CAPI-NT (N-NT) CAPI-STORN-NT (N-NT)
108000                  RESI-NT (N-NT) CAMBI-NT (N-NT)
108100        MOVE N-NT TO IX-NT.
108200 EX-CERCA-NEGOZIO.
108300     EXIT.
108400*
108500 CONFRONTA-NEGOZIO.
108600     IF MAG-NT (I-NT) = MAG-CERCA
108700        MOVE I-NT TO IX-NT.
108800 EX-CONFRONTA-NEGOZIO.
108900     EXIT.
109000*
109100*     totale autorizzazioni e operatore piu' autorizzato
109200 CALCOLA-SUPERVISORE.
109300     COMPUTE TOTALE-SV (I-SV) = SOTTOC-SV (I-SV)
109400                              + MANCAPRZ-SV (I-SV).
109500     MOVE SUPERV-SV (I-SV) TO SUPERV-CERCA.
109600     PERFORM CERCA-TOP-OPERATORE THRU EX-CERCA-TOP-OPERATORE
109700        VARYING I-CP FROM 1 BY 1 UNTIL I-CP > N-CP.
109800 EX-CALCOLA-SUPERVISORE.
109900     EXIT.
110000*
110100 CERCA-TOP-OPERATORE.
110200     IF SUPERV-CP (I-CP) = SUPERV-CERCA
110300        AND CONTA-CP (I-CP) > CONTA-TOP-SV (I-SV)
110400        MOVE CONTA-CP (I-CP) TO CONTA-TOP-SV (I-SV)
110500        MOVE OPERATORE-CP (I-CP) TO OPER-TOP-SV (I-SV).
110600 EX-CERCA-TOP-OPERATORE.
110700     EXIT.
110800*
110900*
111000******************************************************
111100*  STAMPA                                            *
111200******************************************************
111300 STAMPA-RAPPORTO.
111400     MOVE  136  TO LL-RIGA.
111500     MOVE 9999 TO N-MAX-RIGHE.
111600     MOVE "G" TO PRE-NOME-FILE.
111700     MOVE W-FORMATO-INTERNO OF W-COMMON TO TERM-N-FILE.
111800     CALL "QOLPPR" USING PAR-PRINT
111900                         RIGA BUFFER.
112000     MOVE 0   TO N-STAMPANTE.
112100     MOVE "M" TO COMANDO.
112200     MOVE 66  TO N-RIGA-STAMPA.
112300     MOVE SPACES TO DATI-RIGA.
112400     MOVE DATA-FINE-INT TO DATA-GIRO.
112500     STRING " CONTROLLO PERDITE: COMPORTAMENTI DI CASSA NEI"
112600            " 7 GIORNI FINO AL "
112700            GG-GIRO "/" MM-GIRO "/" AA-GIRO
112800            DELIMITED BY SIZE INTO DATI-RIGA.
112900     PERFORM SCRIVI THRU EX-SCRIVI.
113000     MOVE " INDICI: 100 = MEDIA DEL NEGOZIO SUI CAPI VENDUTI;"
113100       & " ** = FUORI NORMA" TO DATI-RIGA.
113200     PERFORM SCRIVI THRU EX-SCRIVI.
113300     MOVE " --- OPERATORI E TERMINALI IN ORDINE DI PUNTEGGIO"
113400       & " ---" TO DATI-RIGA.
113500     MOVE 2 TO N-RIGA-STAMPA.
113600     PERFORM SCRIVI THRU EX-SCRIVI.
113700     MOVE "   POS OPERAT.  TERMIN.  NEG  SESS    CAPI STORN IND"
113800       & "  RESI IND VECCH CAMBI IND SOTTC CO+ST   PUNTI"
113900       TO DATI-RIGA.
114000     PERFORM SCRIVI THRU EX-SCRIVI.
114100     MOVE 0 TO RIGHE-STAMPATE.
114200     PERFORM STAMPA-MAX-OPERATORE THRU EX-STAMPA-MAX-OPERATORE
114300        UNTIL RIGHE-STAMPATE NOT < N-OT.
114400     MOVE "  STORN = capi stornati, VECCH = resi senza vendita"
114500       & " recente, SOTTC = vendite sottocosto autorizzate,"
114600       & " CO+ST = contanti dopo storno" TO DATI-RIGA.
114700     MOVE 2 TO N-RIGA-STAMPA.
114800     PERFORM SCRIVI THRU EX-SCRIVI.
114900     IF N-SV > 0
115000        PERFORM STAMPA-SUPERVISORI THRU EX-STAMPA-SUPERVISORI.
115100     MOVE SPACES TO DATI-RIGA.
115200     MOVE CONTA-SS TO CONTA-ED.
115300     STRING " SESSIONI CHIUSE " CONTA-ED
115400            DELIMITED BY SIZE INTO DATI-RIGA.
115500     MOVE 2 TO N-RIGA-STAMPA.
115600     PERFORM SCRIVI THRU EX-SCRIVI.
115700     MOVE CONTA-SN TO CONTA-ED.
115800     STRING " STORNI          " CONTA-ED
115900            DELIMITED BY SIZE INTO DATI-RIGA.
116000     PERFORM SCRIVI THRU EX-SCRIVI.
116100     MOVE CONTA-PG TO CONTA-ED.
116200     STRING " INCASSI         " CONTA-ED
116300            DELIMITED BY SIZE INTO DATI-RIGA.
116400     PERFORM SCRIVI THRU EX-SCRIVI.
116500     MOVE CONTA-RL TO CONTA-ED.
116600     STRING " RESI            " CONTA-ED
116700            DELIMITED BY SIZE INTO DATI-RIGA.
116800     PERFORM SCRIVI THRU EX-SCRIVI.
116900     MOVE CONTA-CB TO CONTA-ED.
117000     STRING " CAMBI           " CONTA-ED
117100            DELIMITED BY SIZE INTO DATI-RIGA.
117200     PERFORM SCRIVI THRU EX-SCRIVI.
117300     IF PERSI-TAB NOT = 0
117400        MOVE PERSI-TAB TO CONTA-ED
117500        STRING " RIGHE OLTRE LA CAPIENZA (NON CONTATE) "
117600               CONTA-ED
117700               DELIMITED BY SIZE INTO DATI-RIGA
117800        PERFORM SCRIVI THRU EX-SCRIVI
117900     END-IF.
118000     CALL "QCLPPR" USING PAR-PRINT
118100                         RIGA BUFFER.
118200 EX-STAMPA-RAPPORTO.
118300     EXIT.
118400*
118500*     stampa la riga col punteggio piu' alto non ancora
118600*     stampata e la marca con punti -1 (classifica per
118700*     selezione diretta, come RAPECCEZ)
118800 STAMPA-MAX-OPERATORE.
118900     MOVE 0 TO IX-MASSIMO.
119000     MOVE -1 TO PUNTI-MASSIMO.
119100     PERFORM CERCA-MAX-OPERATORE THRU EX-CERCA-MAX-OPERATORE
119200        VARYING I-OT FROM 1 BY 1 UNTIL I-OT > N-OT.
119300     ADD 1 TO RIGHE-STAMPATE.
119400     MOVE SPACES TO DATI-RIGA.
119500     MOVE RIGHE-STAMPATE TO POS-ST.
119600     MOVE OPERATORE-OT (IX-MASSIMO) TO OPERATORE-ST.
119700     MOVE TERMINALE-OT (IX-MASSIMO) TO TERMINALE-ST.
119800     MOVE MAG-OT (IX-MASSIMO) TO MAG-ST.
119900     MOVE SESSIONI-OT (IX-MASSIMO) TO SESSIONI-ST.
120000     MOVE CAPI-OT (IX-MASSIMO) TO CAPI-ST.
120100     MOVE CAPI-STORN-OT (IX-MASSIMO) TO STORNI-ST.
120200     MOVE IND-STORNI-OT (IX-MASSIMO) TO IND-STORNI-ST.
120300     MOVE RESI-OT (IX-MASSIMO) TO RESI-ST.
120400     MOVE IND-RESI-OT (IX-MASSIMO) TO IND-RESI-ST.
120500     MOVE RESI-VECCHI-OT (IX-MASSIMO) TO VECCHI-ST.
120600     MOVE CAMBI-OT (IX-MASSIMO) TO CAMBI-ST.
120700     MOVE IND-CAMBI-OT (IX-MASSIMO) TO IND-CAMBI-ST.
120800     MOVE SOTTOC-OT (IX-MASSIMO) TO SOTTOC-ST.
120900     MOVE CONT-STORNO-OT (IX-MASSIMO) TO CONT-STORNO-ST.
121000     MOVE PUNTI-OT (IX-MASSIMO) TO PUNTI-ST.
121100     MOVE ANOMALO-OT (IX-MASSIMO) TO ANOMALO-ST.
121200     PERFORM SCRIVI THRU EX-SCRIVI.
121300     MOVE -1 TO PUNTI-OT (IX-MASSIMO).
121400 EX-STAMPA-MAX-OPERATORE.
121500     EXIT.
121600*
121700 CERCA-MAX-OPERATORE.
121800     IF PUNTI-OT (I-OT) > PUNTI-MASSIMO
121900        MOVE PUNTI-OT (I-OT) TO PUNTI-MASSIMO
122000        MOVE I-OT TO IX-MASSIMO.
122100 EX-CERCA-MAX-OPERATORE.
122200     EXIT.
122300*
122400*     supervisori in ordine di autorizzazioni; media fra i
122500*     supervisori del periodo
122600 STAMPA-SUPERVISORI.
122700     MOVE 0 TO SOMMA-SV.
122800     PERFORM SOMMA-SUPERVISORE THRU EX-SOMMA-SUPERVISORE
122900        VARYING I-SV FROM 1 BY 1 UNTIL I-SV > N-SV.
123000     COMPUTE MEDIA-SV ROUNDED = SOMMA-SV / N-SV.
123100     MOVE " --- SUPERVISORI: SOTTOCOSTO E MANCA PREZZO"
123200       & " AUTORIZZATI ---" TO DATI-RIGA.
123300     MOVE 2 TO N-RIGA-STAMPA.
123400     PERFORM SCRIVI THRU EX-SCRIVI.
123500     MOVE "   POS SUPERV.  SOTTC MANCP TOTAL IND OPERAT.  N.OP."
123600       TO DATI-RIGA.
123700     PERFORM SCRIVI THRU EX-SCRIVI.
123800     MOVE 0 TO RIGHE-STAMPATE.
123900     PERFORM STAMPA-MAX-SUPERVISORE
124000        THRU EX-STAMPA-MAX-SUPERVISORE
124100        UNTIL RIGHE-STAMPATE NOT < N-SV.
124200     MOVE MEDIA-SV TO CONTA-ED.
124300     STRING "  MEDIA PER SUPERVISORE " CONTA-ED
124400            "; N.OP. = SOTTOCOSTO DELL'OPERATORE PIU'"
124500            " AUTORIZZATO"
124600            DELIMITED BY SIZE INTO DATI-RIGA.
124700     PERFORM SCRIVI THRU EX-SCRIVI.
124800 EX-STAMPA-SUPERVISORI.
124900     EXIT.
125000*
125100 SOMMA-SUPERVISORE.
125200     ADD TOTALE-SV (I-SV) TO SOMMA-SV.
125300 EX-SOMMA-SUPERVISORE.
125400     EXIT.
125500*
125600 STAMPA-MAX-SUPERVISORE.
125700     MOVE 0 TO IX-MASSIMO.
125800     MOVE -1 TO PUNTI-MASSIMO.
125900     PERFORM CERCA-MAX-SUPERVISORE
126000        THRU EX-CERCA-MAX-SUPERVISORE
126100        VARYING I-SV FROM 1 BY 1 UNTIL I-SV > N-SV.
126200     ADD 1 TO RIGHE-STAMPATE.
126300     MOVE IX-MASSIMO TO IX-SV.
126400     IF MEDIA-SV > 0
126500        COMPUTE INDICE-SV ROUNDED = TOTALE-SV (IX-SV) * 100
126600                                  / MEDIA-SV
126700     ELSE
126800        MOVE 0 TO INDICE-SV.
126900     IF INDICE-SV > 999
127000        MOVE 999 TO INDICE-SV.
127100     MOVE SPACES TO DATI-RIGA.
127200     MOVE RIGHE-STAMPATE TO POS-SV-ST.
127300     MOVE SUPERV-SV (IX-SV) TO SUPERV-ST.
127400     MOVE SOTTOC-SV (IX-SV) TO SOTTOC-SV-ST.
127500     MOVE MANCAPRZ-SV (IX-SV) TO MANCAPRZ-ST.
127600     MOVE TOTALE-SV (IX-SV) TO TOTALE-SV-ST.
127700     MOVE INDICE-SV TO IND-SV-ST.
127800     MOVE OPER-TOP-SV (IX-SV) TO OPER-TOP-ST.
127900     MOVE CONTA-TOP-SV (IX-SV) TO CONTA-TOP-ST.
128000     IF INDICE-SV NOT < SOGLIA-INDICE
128100        OR (CONTA-TOP-SV (IX-SV) > 1
128200            AND CONTA-TOP-SV (IX-SV) * 2 > SOTTOC-SV (IX-SV))
128300        MOVE "**" TO ANOMALO-SV-ST.
128400     PERFORM SCRIVI THRU EX-SCRIVI.
128500     MOVE -1 TO TOTALE-SV (IX-SV).
128600 EX-STAMPA-MAX-SUPERVISORE.
128700     EXIT.
128800*
128900 CERCA-MAX-SUPERVISORE.
129000     IF TOTALE-SV (I-SV) > PUNTI-MASSIMO
129100        MOVE TOTALE-SV (I-SV) TO PUNTI-MASSIMO
129200        MOVE I-SV TO IX-MASSIMO.
129300 EX-CERCA-MAX-SUPERVISORE.
129400     EXIT.
129500*
129600 SCRIVI.
129700     CALL "QWLPPR" USING PAR-PRINT
129800                         RIGA BUFFER.
129900     IF STATO OF PAR-PRINT NOT = 0
130000        MOVE STATO OF PAR-PRINT TO STATO-DISPLAY
130100        DISPLAY "PERDITE    ERRORE QPRINT CON STATO : "
130200                STATO-DISPLAY
130300     END-IF.
130400     MOVE SPACES TO DATI-RIGA.
130500     MOVE 1 TO N-RIGA-STAMPA.
130600 EX-SCRIVI.
130700     EXIT.
130800*
130900*      FINE PROGRAMMA    **** /K PERDITE.COB  *****
