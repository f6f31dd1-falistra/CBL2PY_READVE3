000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. CATALCLI.
000310*2026*        15/10/26
000320*     catalogo prezzi personalizzato per il cliente all'ingrosso:
000330*     a inizio stagione i commerciali ricopiavano i prezzi da
000340*     PRZCHECK un articolo alla volta. Per uno o piu' conti
000350*     battuti a video e per la collezione (stagione, anno e
000360*     classi facoltativi) si scandisce ANAMAT in seriale come
000370*     il rapporto di CTRLCOMP; di ogni C-MAT si prendono
000380*     descrizione, taglie della griglia (PRIMA-TG/ULTIMA-TG) e
000390*     composizione COMPOS dell'articolo base. Il prezzo e'
000400*     quello che pagherebbe il conto in vendita: CERCAPRZ "V"
000410*     (contratto CONTRPRZ o listino per classe da CONFATT,
000420*     nella divisa del listino scelto) e sopra il listino la
000430*     promozione attiva alla data (PROMOMST "V", non cumulata
000440*     col contratto, come in READVE3). Articolo senza prezzo
000450*     per quel conto = fuori catalogo. Un tabulato per conto,
000460*     raggruppato per classe, inviato in PDF via QELPPR se il
000470*     conto ha l'indirizzo su SOLLMAIL, e la stessa lista su
000480*     CATALCSV (campi separati da tabulatore) col nome utente
000490*     + "_CL_" + conto, come l'ETICOMP di CTRLCOMP.
00049A*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-CSV ASSIGN TO "CATALCSV"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-CSV.
001500     SELECT OPTIONAL FILE-MAIL ASSIGN TO "SOLLMAIL"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-ML.
001800*
001900 DATA DIVISION.
002000 FILE SECTION.
002100 FD FILE-CSV DATA RECORD REC-CSV REC-CSV-INT.
002200 01 REC-CSV.
002300    05 CONTO-CSV             PIC 9(8).
002400    05 T-CSV-1               PIC X.
002500    05 CLASSE-CSV            PIC 99.
002600    05 T-CSV-2               PIC X.
002700    05 C-MAT-CSV             PIC 9(15).
002800    05 T-CSV-3               PIC X.
002900    05 D-MAT-CSV             PIC X(24).
003000    05 T-CSV-4               PIC X.
003100    05 COMPOS-CSV            PIC X(50).
003200    05 T-CSV-5               PIC X.
003300    05 TG-DA-CSV             PIC 99.
003400    05 T-CSV-6               PIC X.
003500    05 TG-A-CSV              PIC 99.
003600    05 T-CSV-7               PIC X.
003700    05 PREZZO-CSV            PIC Z(6)9,99.
003800    05 T-CSV-8               PIC X.
003900    05 DIVISA-CSV            PIC X(4).
004000    05 T-CSV-9               PIC X.
004100    05 ORIGINE-CSV           PIC X.
004200    05 T-CSV-10              PIC X.
004300    05 PROMO-CSV             PIC Z(3)9.
004400* riga di intestazione delle colonne
004500 01 REC-CSV-INT              PIC X(133).
004600*
004700 FD FILE-MAIL DATA RECORD REC-MAIL.
004800 01 REC-MAIL.
004900    05 CONTO-ML              PIC 9(8).
005000    05 TG-ML-1               PIC X.
005100    05 EMAIL-ML              PIC X(60).
005200*
005300 WORKING-STORAGE SECTION.
005400*
005500*ESTETA*
005600     COPY NTG.
005700*
005800 01 PAR-TABTAGLIE          COPY PARTAGLIE.
005900*
006000 01 AREA-REC-SET     PIC X(512).
006100 01 FILLER REDEFINES AREA-REC-SET.
006200  05 REC-ANACON      COPY YANACON.
006300 01 FILLER REDEFINES AREA-REC-SET.
006400  05 REC-ANAMAT      COPY YANAMAT.
006500 01 FILLER REDEFINES AREA-REC-SET.
006600  05 REC-COMPOS      COPY YCOMPOS.
006700 01 REC-CONFATT      COPY YCONFAT.
006800*
006900 01 COD-CL           COPY DANCODMT.
007000*
007100 01 PAR-CERCAPRZ     COPY PARPREZZ.
007200*
007300 01 PAR-PROMOMST     COPY PARPROMO.
007400*
007500 77 CHECK-CSV       PIC XX.
007600    88 CSV-APERTO   VALUES ARE "05", "00".
007700 77 CHECK-ML        PIC XX.
007800    88 ML-APERTO    VALUES ARE "05", "00".
007900*
008000 01 OK-FINE-FILE    PIC S9(4) COMP.
008100    88 LETTO-FINE-FILE VALUE 1.
008200*
008300 01 T-TAB           PIC X VALUE X"9".
008400*
008500 01 USER-VAR-NAME   PIC X(80).
008600 01 USER-VAR-VALUE  PIC X(80).
008700 01 FILE-VAR-NAME   PIC X(80).
008800 01 FILE-VAR-VALUE  PIC X(80).
008900*
009000 01 CONTO-IN        PIC X(8).
009100 01 COLLEZ-IN       PIC X.
009200 01 STAG-IN         PIC X.
009300 01 ANNO-IN         PIC X.
009400 01 CLASSE-IN       PIC XX.
009500 01 MAG-IN          PIC X(3).
009600 01 COLLEZ-RIC      PIC 9.
009700 01 MAG-PROMO       PIC 9(3).
009800 01 FINE-LISTA      PIC X.
009900*
010000* conti per cui si stampa il catalogo
010100 01 TAB-CONTI.
010200  05 CONTO-CN       PIC 9(8) OCCURS 50.
010300 01 N-CONTI         PIC S9(4) COMP.
010400 01 I-CN            PIC S9(4) COMP.
010500*
010600* classi richieste (nessuna = tutte)
010700 01 TAB-CLASSI.
010800  05 CLASSE-CS      PIC 99 OCCURS 20.
010900 01 N-CLASSI        PIC S9(4) COMP.
011000 01 I-CS            PIC S9(4) COMP.
011100 01 IX-CS           PIC S9(4) COMP.
011200*
011300* articoli della collezione; il prezzo si rifa' per conto
011400 01 TAB-ART.
011500  05 RIGA-AR OCCURS 3000.
011600   10 C-MAT-AR         PIC 9(15).
011700   10 D-MAT-AR         PIC X(24).
011800   10 CLASSE-AR        PIC 99.
011900   10 TG-DA-AR         PIC 99.
012000   10 TG-A-AR          PIC 99.
012100   10 COMPOS-AR        PIC X(50).
012200   10 PREZZO-AR        PIC S9(9) COMP.
012300   10 ORIGINE-AR       PIC X.
012400   10 PROMO-AR         PIC S9(4) COMP.
012500   10 LISTINO-AR       PIC 9(4).
012600   10 DIVISA-AR        PIC X(4).
012700 01 N-ART           PIC S9(4) COMP.
012800 01 I-AR            PIC S9(4) COMP.
012900 01 I-CL            PIC S9(4) COMP.
013000 01 I-CP            PIC S9(4) COMP.
013100*
013200 01 NUM-REC-SER     PIC S9(9) COMP.
013300 01 C-MAT-DISP      PIC 9(15).
013400 01 C-MAT-BASE-CL   PIC 9(15).
013500 01 C-MAT-BASE-PREC PIC 9(15).
013600 01 COMPOS-PREC     PIC X(50).
013700 01 COMPOS-MEM      PIC X(50).
013800 01 P-CMP           PIC S9(4) COMP.
013900 01 FODERA-SW       PIC X.
014000 01 PERC-ED         PIC ZZ9.
014100*
014200 01 CONTO-CL        PIC 9(8).
014300 01 CONTO-ED        PIC 9(8).
014400 01 D-CONTO-CL      PIC X(24).
014500 01 CONFATT-OK      PIC X.
014600 01 EMAIL-CONTO     PIC X(60).
014700 01 DATA-OGGI-CL    PIC 9(6).
014800 01 RIGHE-CLASSE    PIC S9(4) COMP.
014900 01 RIGHE-CONTO     PIC S9(4) COMP.
015000 01 FUORI-CATALOGO  PIC S9(4) COMP.
015100 01 CONTA-ED        PIC ZZZ9.
015200 01 LISTINO-ED      PIC ZZZ9.
015300 01 CLASSE-ED       PIC 99.
015400*
015500 01  PAR-PRINT.
015600  05  STATO         PIC S9(4) COMP.
015700  05  LL-RIGA       PIC S9(4) COMP.
015800  05  N-MAX-RIGHE   PIC S9(4) COMP.
015900  05  FLAGS-ROUTINE PIC S9(4) COMP.
016000      88 INVIO-EMAIL-CL   VALUE 1.
016100  05  NUM-FILE-ID   PIC S9(4) COMP.
016200  05  NOME-FILE.
016300   10 PRE-NOME-FILE     PIC X.
016400   10 TERM-N-FILE       PIC 9(6).
016500   10 FILLER            PIC XXX VALUE ".ST".
016600   10 FILLER            PIC XX.
016700  05  EMAIL-DEST-CL PIC X(60).
016800*
016900 01  RIGA.
017000  05  N-STAMPANTE   PIC 9.
017100  05  COMANDO       PIC X.
017200  05  N-RIGA-STAMPA PIC 9(4) COMP.
017300  05  DATI-RIGA     PIC X(132).
017400  05 RIGA-DETT-CL REDEFINES DATI-RIGA.
017500    10 FILLER        PIC X.
017600    10 C-MAT-ST      PIC 9(15).
017700    10 FILLER        PIC X.
017800    10 D-MAT-ST      PIC X(24).
017900    10 FILLER        PIC X.
018000    10 TG-DA-ST      PIC 99.
018100    10 TRATTINO-ST   PIC X.
018200    10 TG-A-ST       PIC 99.
018300    10 FILLER        PIC X.
018400    10 PREZZO-ST     PIC Z(6)9,99.
018500    10 FILLER        PIC X.
018600    10 DIVISA-ST     PIC X(4).
018700    10 FILLER        PIC X.
018800    10 ORIGINE-ST    PIC X.
018900    10 FILLER        PIC XX.
019000    10 COMPOS-ST     PIC X(50).
019100*
019200 01 BUFFER.
019300  05 N-BUF               PIC S9(4) COMP VALUE 37.
019400  05 FILLER              PIC XX.
019500  05 FILLER              PIC X(5120).
019600*
019700 01 STATO-DISPLAY    PIC ZZZZ-.
019800*
019900 LINKAGE SECTION.
020000*
020100 01 W-COMMON       COPY WCOMMONW.
020200*
020300*PAGE
020400 PROCEDURE DIVISION  USING W-COMMON.
020500 INIZIO.
020600     DISPLAY "----  CATALOGO PREZZI PER CLIENTE  ------".
020700     PERFORM CARICA-NTG THRU EX-CARICA-NTG.
020800     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-OGGI-CL.
020900     PERFORM CHIEDI-PARAMETRI THRU EX-CHIEDI-PARAMETRI.
021000     IF N-CONTI = 0
021100        GO TO FINE.
021200     PERFORM CARICA-ARTICOLI THRU EX-CARICA-ARTICOLI.
021300     MOVE N-ART TO CONTA-ED.
021400     DISPLAY "Articoli della collezione  " CONTA-ED.
021500     IF N-ART = 0
021600        GO TO FINE.
021700     PERFORM CATALOGO-CONTO THRU EX-CATALOGO-CONTO
021800        VARYING I-CN FROM 1 BY 1 UNTIL I-CN > N-CONTI.
021900 FINE.
022000     EXIT PROGRAM.
022100*
022200*
022300 CARICA-NTG.
022400     COPY PNTGLOAD.
022500*
022600*
022700******************************************************
022800*  PARAMETRI A VIDEO                                  *
022900******************************************************
023000 CHIEDI-PARAMETRI.
023100     MOVE 0 TO N-CONTI N-CLASSI.
023200     MOVE "N" TO FINE-LISTA.
023300     PERFORM CHIEDI-CONTO THRU EX-CHIEDI-CONTO
023400        UNTIL FINE-LISTA = "S" OR N-CONTI NOT < 50.
023500     IF N-CONTI = 0
023600        DISPLAY "Nessun conto indicato"
023700        GO TO EX-CHIEDI-PARAMETRI.
023800     DISPLAY "Collezione (1 cifra)           " NO ADVANCING.
023900     MOVE SPACE TO COLLEZ-IN.
024000     ACCEPT COLLEZ-IN.
024100     IF COLLEZ-IN NOT NUMERIC
024200        DISPLAY "Collezione non numerica"
024300        MOVE 0 TO N-CONTI
024400        GO TO EX-CHIEDI-PARAMETRI.
024500     MOVE COLLEZ-IN TO COLLEZ-RIC.
024600     DISPLAY "Stagione (1 cifra, vuoto=tutte) " NO ADVANCING.
024700     MOVE SPACE TO STAG-IN.
024800     ACCEPT STAG-IN.
024900     DISPLAY "Anno (1 cifra, vuoto=tutti)     " NO ADVANCING.
025000     MOVE SPACE TO ANNO-IN.
025100     ACCEPT ANNO-IN.
025200     MOVE "N" TO FINE-LISTA.
025300     PERFORM CHIEDI-CLASSE THRU EX-CHIEDI-CLASSE
025400        UNTIL FINE-LISTA = "S" OR N-CLASSI NOT < 20.
025500     DISPLAY "Magazzino promozioni (vuoto=000) " NO ADVANCING.
025600     MOVE SPACES TO MAG-IN.
025700     ACCEPT MAG-IN.
025800     IF MAG-IN NUMERIC
025900        MOVE MAG-IN TO MAG-PROMO
026000     ELSE
026100        MOVE 0 TO MAG-PROMO.
026200 EX-CHIEDI-PARAMETRI.
026300     EXIT.
026400*
026500 CHIEDI-CONTO.
026600     DISPLAY "CONTO cliente (8 cifre, vuoto=fine) "
026700             NO ADVANCING.
026800     MOVE SPACES TO CONTO-IN.
026900     ACCEPT CONTO-IN.
027000     IF CONTO-IN = SPACES
027100        MOVE "S" TO FINE-LISTA
027200        GO TO EX-CHIEDI-CONTO.
027300     IF CONTO-IN NOT NUMERIC
027400        DISPLAY "CONTO non numerico"
027500        GO TO EX-CHIEDI-CONTO.
027600     ADD 1 TO N-CONTI.
027700     MOVE CONTO-IN TO CONTO-CN (N-CONTI).
027800 EX-CHIEDI-CONTO.
027900     EXIT.
028000*
028100 CHIEDI-CLASSE.
028200     DISPLAY "Classe (2 cifre, vuoto=fine/tutte) " NO ADVANCING.
028300     MOVE SPACES TO CLASSE-IN.
028400     ACCEPT CLASSE-IN.
028500     IF CLASSE-IN = SPACES
028600        MOVE "S" TO FINE-LISTA
028700        GO TO EX-CHIEDI-CLASSE.
028800     IF CLASSE-IN NOT NUMERIC
028900        DISPLAY "Classe non numerica"
029000        GO TO EX-CHIEDI-CLASSE.
029100     ADD 1 TO N-CLASSI.
029200     MOVE CLASSE-IN TO CLASSE-CS (N-CLASSI).
029300 EX-CHIEDI-CLASSE.
029400     EXIT.
029500*
029600*
029700******************************************************
029800*  ARTICOLI DELLA COLLEZIONE                          *
029900******************************************************
030000*     scansione seriale di ANAMAT come in CTRLCOMP; la
030100*     composizione si rilegge solo al cambio di articolo base
030200 CARICA-ARTICOLI.
030300     MOVE 0 TO N-ART.
030400     MOVE 0 TO C-MAT-BASE-PREC.
030500     MOVE SPACES TO COMPOS-PREC.
030600     MOVE 0 TO NUM-REC-SER.
030700     MOVE 0 TO W-STATUS-WORD-IMAGE.
030800     PERFORM LEGGI-ANAMAT-SER THRU EX-LEGGI-ANAMAT-SER
030900        UNTIL W-FUORI-FILE.
031000 EX-CARICA-ARTICOLI.
031100     EXIT.
031200*
031300 LEGGI-ANAMAT-SER.
031400     ADD 1 TO NUM-REC-SER.
031500     MOVE NUM-REC-SER TO W-VALORE-CAMPO-W.
031600     MOVE 2 TO W-MODO.
031700     MOVE "ANAMAT;"    TO W-NOME-DATA-SET.
031800     PERFORM TTDBGET THRU EX-TTDBGET.
031900     IF W-OK-IMAGE
032000        PERFORM PRENDI-ARTICOLO THRU EX-PRENDI-ARTICOLO
032100        MOVE 0 TO W-STATUS-WORD-IMAGE
032200     END-IF.
032300 EX-LEGGI-ANAMAT-SER.
032400     EXIT.
032500*
032600 PRENDI-ARTICOLO.
032700     IF VALID-REC OF REC-ANAMAT = "**"
032800        GO TO EX-PRENDI-ARTICOLO.
032900     MOVE C-MAT OF REC-ANAMAT TO C-MAT-DISP.
033000     MOVE C-MAT-DISP TO C-MAT-TRANS-RID.
033100     IF COLLEZIONE OF C-MAT-TRANSITO NOT = COLLEZ-RIC
033200        GO TO EX-PRENDI-ARTICOLO.
033300     IF STAG-IN NUMERIC
033400        AND STAGIONE OF C-MAT-TRANSITO NOT = STAG-IN
033500        GO TO EX-PRENDI-ARTICOLO.
033600     IF ANNO-IN NUMERIC
033700        AND ANNO OF C-MAT-TRANSITO NOT = ANNO-IN
033800        GO TO EX-PRENDI-ARTICOLO.
033900     IF N-CLASSI > 0
034000        MOVE 0 TO IX-CS
034100        PERFORM CERCA-CLASSE THRU EX-CERCA-CLASSE
034200           VARYING I-CS FROM 1 BY 1 UNTIL I-CS > N-CLASSI
034300        IF IX-CS = 0
034400           GO TO EX-PRENDI-ARTICOLO
034500        END-IF
034600     END-IF.
034700     IF N-ART NOT < 3000
034800        DISPLAY "CATALCLI   TAB-ART da allargare"
034900        GO TO EX-PRENDI-ARTICOLO.
035000     ADD 1 TO N-ART.
035100     MOVE C-MAT-DISP TO C-MAT-AR (N-ART).
035200     MOVE D-MAT OF REC-ANAMAT TO D-MAT-AR (N-ART).
035300     MOVE CLASSE OF C-MAT-TRANSITO TO CLASSE-AR (N-ART).
035400     MOVE PRIMA-TG OF REC-ANAMAT TO TG-DA-AR (N-ART).
035500     MOVE ULTIMA-TG OF REC-ANAMAT TO TG-A-AR (N-ART).
035600     IF ULTIMA-TG OF REC-ANAMAT > NTG-NTG
035700        MOVE NTG-NTG TO TG-A-AR (N-ART).
035800     MOVE 0 TO PREZZO-AR (N-ART) PROMO-AR (N-ART)
035900               LISTINO-AR (N-ART).
036000     MOVE SPACES TO ORIGINE-AR (N-ART) DIVISA-AR (N-ART).
036100     COMPUTE C-MAT-BASE-CL = C-MAT-DISP / 1000 * 1000.
036200     IF C-MAT-BASE-CL NOT = C-MAT-BASE-PREC
036300        PERFORM LEGGI-COMPOS THRU EX-LEGGI-COMPOS
036400        MOVE C-MAT-BASE-CL TO C-MAT-BASE-PREC
036500        MOVE COMPOS-MEM TO COMPOS-PREC.
036600     MOVE COMPOS-PREC TO COMPOS-AR (N-ART).
036700 EX-PRENDI-ARTICOLO.
036800     EXIT.
036900*
037000 CERCA-CLASSE.
037100     IF CLASSE-CS (I-CS) = CLASSE OF C-MAT-TRANSITO
037200        MOVE I-CS TO IX-CS.
037300 EX-CERCA-CLASSE.
037400     EXIT.
037500*
037600*     COMPOS per articolo base, primo record della catena
037700*     come in CTRLCOMP: "80% WO 20% PA FOD. 100% CV"
037800 LEGGI-COMPOS.
037900     MOVE SPACES TO COMPOS-MEM.
038000     MOVE "COMPOS;" TO W-NOME-DATA-SET.
038100     MOVE "C-MAT;" TO W-NOME-CAMPO.
038200     MOVE C-MAT-BASE-CL TO W-VALORE-CAMPO.
038300     PERFORM TTDBFIND THRU EX-TTDBFIND.
038400     IF NOT W-OK-IMAGE
038500        GO TO EX-LEGGI-COMPOS.
038600     MOVE 5 TO W-MODO.
038700     PERFORM TTDBGET THRU EX-TTDBGET.
038800     IF NOT W-OK-IMAGE
038900        GO TO EX-LEGGI-COMPOS.
039000     MOVE 1 TO P-CMP.
039100     PERFORM FIBRA-TESSUTO THRU EX-FIBRA-TESSUTO
039200        VARYING I-CP FROM 1 BY 1 UNTIL I-CP > 6.
039300     MOVE "N" TO FODERA-SW.
039400     PERFORM FIBRA-FODERA THRU EX-FIBRA-FODERA
039500        VARYING I-CP FROM 1 BY 1 UNTIL I-CP > 6.
039600 EX-LEGGI-COMPOS.
039700     EXIT.
039800*
039900 FIBRA-TESSUTO.
040000     IF SIGLA-FIBRA OF COMPOS-TESSUTO (I-CP) = SPACES
040100        GO TO EX-FIBRA-TESSUTO.
040200     MOVE PERC-COMPOS OF COMPOS-TESSUTO (I-CP) TO PERC-ED.
040300     STRING PERC-ED "% " DELIMITED BY SIZE
040400            SIGLA-FIBRA OF COMPOS-TESSUTO (I-CP)
040500               DELIMITED BY SPACE
040600            " " DELIMITED BY SIZE
040700       INTO COMPOS-MEM WITH POINTER P-CMP.
040800 EX-FIBRA-TESSUTO.
040900     EXIT.
041000*
041100 FIBRA-FODERA.
041200     IF SIGLA-FIBRA OF COMPOS-FODERA (I-CP) = SPACES
041300        GO TO EX-FIBRA-FODERA.
041400     IF FODERA-SW = "N"
041500        STRING "FOD. " DELIMITED BY SIZE
041600          INTO COMPOS-MEM WITH POINTER P-CMP
041700        MOVE "S" TO FODERA-SW.
041800     MOVE PERC-COMPOS OF COMPOS-FODERA (I-CP) TO PERC-ED.
041900     STRING PERC-ED "% " DELIMITED BY SIZE
042000            SIGLA-FIBRA OF COMPOS-FODERA (I-CP)
042100               DELIMITED BY SPACE
042200            " " DELIMITED BY SIZE
042300       INTO COMPOS-MEM WITH POINTER P-CMP.
042400 EX-FIBRA-FODERA.
042500     EXIT.
042600*
042700*
042800******************************************************
042900*  CATALOGO DI UN CONTO                               *
043000******************************************************
043100 CATALOGO-CONTO.
043200     MOVE CONTO-CN (I-CN) TO CONTO-CL.
043300     PERFORM LEGGI-CLIENTE THRU EX-LEGGI-CLIENTE.
043400     IF CONFATT-OK NOT = "S"
043500        DISPLAY "Condizioni fatturazione mancanti per "
043600                CONTO-CL ": catalogo non emesso"
043700        GO TO EX-CATALOGO-CONTO.
043800     MOVE 0 TO FUORI-CATALOGO.
043900     PERFORM PREZZA-ARTICOLO THRU EX-PREZZA-ARTICOLO
044000        VARYING I-AR FROM 1 BY 1 UNTIL I-AR > N-ART.
044100     IF FUORI-CATALOGO = N-ART
044200        DISPLAY "Nessun prezzo per il conto " CONTO-CL
044300                ": catalogo non emesso"
044400        GO TO EX-CATALOGO-CONTO.
044500     PERFORM APRI-CSV THRU EX-APRI-CSV.
044600     PERFORM STAMPA-CATALOGO THRU EX-STAMPA-CATALOGO.
044700     IF CSV-APERTO
044800        CLOSE FILE-CSV.
044900     MOVE RIGHE-CONTO TO CONTA-ED.
045000     DISPLAY "Conto " CONTO-CL " articoli a catalogo " CONTA-ED.
045100     IF FUORI-CATALOGO > 0
045200        MOVE FUORI-CATALOGO TO CONTA-ED
045300        DISPLAY "   senza prezzo (esclusi)     " CONTA-ED.
045400 EX-CATALOGO-CONTO.
045500     EXIT.
045600*
045700*     ragione sociale da ANACON e CONFATT come LEGGI-CONFATT
045800*     di PRZCHECK
045900 LEGGI-CLIENTE.
046000     MOVE SPACES TO D-CONTO-CL.
046100     MOVE "ANACON;" TO W-NOME-DATA-SET.
046200     MOVE "CONTO;" TO W-NOME-CAMPO.
046300     MOVE CONTO-CL TO W-VALORE-CAMPO-W.
046400     MOVE 7 TO W-MODO.
046500     PERFORM TTDBGET THRU EX-TTDBGET.
046600     IF W-OK-IMAGE
046700        MOVE D-CONTO OF REC-ANACON TO D-CONTO-CL.
046800     MOVE "N" TO CONFATT-OK.
046900     MOVE "CONFATT;" TO W-NOME-DATA-SET.
047000     MOVE "CONTO;" TO W-NOME-CAMPO.
047100     MOVE CONTO-CL TO W-VALORE-CAMPO-W.
047200     PERFORM TTDBFIND THRU EX-TTDBFIND.
047300     MOVE 5 TO W-MODO.
047400     PERFORM TTDBGET THRU EX-TTDBGET.
047500     IF W-OK-IMAGE
047600        MOVE AREA-REC-SET TO REC-CONFATT
047700        MOVE "S" TO CONFATT-OK.
047800 EX-LEGGI-CLIENTE.
047900     EXIT.
048000*
048100*     prezzo di vendita del conto: contratto o listino della
048200*     classe, poi la promozione del giorno sul solo listino
048300 PREZZA-ARTICOLO.
048400     MOVE 0 TO PREZZO-AR (I-AR) PROMO-AR (I-AR).
048500     MOVE SPACES TO ORIGINE-AR (I-AR).
048600     MOVE C-MAT-AR (I-AR) TO C-MAT-TRANS-RID.
048700     MOVE "V" TO FUNZ-PRZ.
048800     MOVE C-MAT-TRANS-RID TO C-MAT-PRZ.
048900     MOVE CLASSE OF C-MAT-TRANSITO TO CLASSE-PRZ.
049000     CALL "CERCAPRZ" USING W-COMMON REC-CONFATT PAR-CERCAPRZ.
049100     MOVE LISTINO-PRZ TO LISTINO-AR (I-AR).
049200     MOVE DIVISA-PRZ TO DIVISA-AR (I-AR).
049300     IF NOT PRZ-TROVATO OR PREZZO-PRZ = 0
049400        MOVE "?" TO ORIGINE-AR (I-AR)
049500        ADD 1 TO FUORI-CATALOGO
049600        GO TO EX-PREZZA-ARTICOLO.
049700     MOVE PREZZO-PRZ TO PREZZO-AR (I-AR).
049800     IF PRZ-DA-CONTRATTO
049900        MOVE "C" TO ORIGINE-AR (I-AR)
050000        GO TO EX-PREZZA-ARTICOLO.
050100     MOVE "V" TO FUNZ-PM OF PAR-PROMOMST.
050200     MOVE C-MAT-TRANS-RID TO C-MAT-PM OF PAR-PROMOMST.
050300     MOVE CLASSE OF C-MAT-TRANSITO TO CLASSE-PM OF PAR-PROMOMST.
050400     MOVE MAG-PROMO TO MAG-PM OF PAR-PROMOMST.
050500     MOVE DATA-OGGI-CL TO DATA-PM OF PAR-PROMOMST.
050600     MOVE PREZZO-AR (I-AR) TO PREZZO-PM OF PAR-PROMOMST.
050700     CALL "PROMOMST" USING W-COMMON PAR-PROMOMST.
050800     IF PROMO-ATTIVA OF PAR-PROMOMST
050900        MOVE PREZZO-PM OF PAR-PROMOMST TO PREZZO-AR (I-AR)
051000        MOVE CODICE-PM OF PAR-PROMOMST TO PROMO-AR (I-AR)
051100        MOVE "P" TO ORIGINE-AR (I-AR).
051200 EX-PREZZA-ARTICOLO.
051300     EXIT.
051400*
051500*
051600******************************************************
051700*  FILE CSV DEL CONTO                                 *
051800******************************************************
051900*     nome del file come ETICOMP di CTRLCOMP: utente +
052000*     "_CL_" + conto + "_C"
052100 APRI-CSV.
052200     MOVE SPACE TO USER-VAR-VALUE.
052300     MOVE "RETIS_UTENTE" TO USER-VAR-NAME.
052400     DISPLAY USER-VAR-NAME UPON ENVIRONMENT-NAME.
052500     ACCEPT USER-VAR-VALUE FROM ENVIRONMENT-VALUE.
052600     MOVE SPACES TO FILE-VAR-VALUE.
052700     MOVE CONTO-CL TO CONTO-ED.
052800     STRING USER-VAR-VALUE DELIMITED BY SPACE
052900            "_CL_" CONTO-ED "_C" DELIMITED BY SIZE
053000       INTO FILE-VAR-VALUE.
053100     MOVE "dd_CATALCSV" TO FILE-VAR-NAME.
053200     DISPLAY FILE-VAR-NAME UPON ENVIRONMENT-NAME.
053300     DISPLAY FILE-VAR-VALUE UPON ENVIRONMENT-VALUE.
053400     OPEN OUTPUT FILE-CSV.
053500     IF NOT CSV-APERTO
053600        DISPLAY "CATALCLI   CATALCSV non apribile " CHECK-CSV
053700        GO TO EX-APRI-CSV.
053800     MOVE SPACES TO REC-CSV-INT.
053900     STRING "CONTO" T-TAB "CLASSE" T-TAB "C-MAT" T-TAB
054000         "DESCRIZIONE" T-TAB "COMPOSIZIONE" T-TAB
054100         "TG-DA" T-TAB "TG-A" T-TAB "PREZZO" T-TAB
054200         "DIVISA" T-TAB "ORIGINE" T-TAB "PROMO"
054300        DELIMITED BY SIZE
054400        INTO REC-CSV-INT.
054500     WRITE REC-CSV-INT.
054600     DISPLAY "File CSV " FILE-VAR-VALUE.
054700 EX-APRI-CSV.
054800     EXIT.
054900*
055000 SCRIVI-CSV.
055100     IF NOT CSV-APERTO
055200        GO TO EX-SCRIVI-CSV.
055300     MOVE T-TAB TO T-CSV-1 T-CSV-2 T-CSV-3 T-CSV-4 T-CSV-5
055400                   T-CSV-6 T-CSV-7 T-CSV-8 T-CSV-9 T-CSV-10.
055500     MOVE CONTO-CL TO CONTO-CSV.
055600     MOVE CLASSE-AR (I-AR) TO CLASSE-CSV.
055700     MOVE C-MAT-AR (I-AR) TO C-MAT-CSV.
055800     MOVE D-MAT-AR (I-AR) TO D-MAT-CSV.
055900     MOVE COMPOS-AR (I-AR) TO COMPOS-CSV.
056000     MOVE TG-DA-AR (I-AR) TO TG-DA-CSV.
056100     MOVE TG-A-AR (I-AR) TO TG-A-CSV.
056200     COMPUTE PREZZO-CSV = PREZZO-AR (I-AR) / 100.
056300     MOVE DIVISA-AR (I-AR) TO DIVISA-CSV.
056400     MOVE ORIGINE-AR (I-AR) TO ORIGINE-CSV.
056500     IF ORIGINE-AR (I-AR) = SPACE
056600        MOVE "L" TO ORIGINE-CSV.
056700     MOVE PROMO-AR (I-AR) TO PROMO-CSV.
056800     WRITE REC-CSV.
056900 EX-SCRIVI-CSV.
057000     EXIT.
057100*
057200*
057300******************************************************
057400*  STAMPA E INVIO                                     *
057500******************************************************
057600 STAMPA-CATALOGO.
057700     MOVE  136  TO LL-RIGA.
057800     MOVE 9999 TO N-MAX-RIGHE.
057900     MOVE 0 TO FLAGS-ROUTINE.
058000     MOVE "G" TO PRE-NOME-FILE.
058100     MOVE CONTO-CL TO TERM-N-FILE.
058200     CALL "QOLPPR" USING PAR-PRINT
058300                          RIGA BUFFER.
058400     MOVE 0   TO N-STAMPANTE.
058500     MOVE "M" TO COMANDO.
058600     MOVE 66  TO N-RIGA-STAMPA.
058700     MOVE SPACES TO DATI-RIGA.
058800     STRING " CATALOGO PREZZI COLLEZIONE " COLLEZ-IN
058900            "  STAGIONE " STAG-IN "  ANNO " ANNO-IN
059000            "  AGGIORNATO AL " DATA-OGGI-CL
059100            DELIMITED BY SIZE INTO DATI-RIGA.
059200     PERFORM SCRIVI THRU EX-SCRIVI.
059300     STRING " SPETT. " CONTO-CL " " D-CONTO-CL
059400            DELIMITED BY SIZE INTO DATI-RIGA.
059500     MOVE 2 TO N-RIGA-STAMPA.
059600     PERFORM SCRIVI THRU EX-SCRIVI.
059700     MOVE 0 TO RIGHE-CONTO.
059800     PERFORM STAMPA-CLASSE THRU EX-STAMPA-CLASSE
059900        VARYING I-CL FROM 0 BY 1 UNTIL I-CL > 99.
060000     MOVE RIGHE-CONTO TO CONTA-ED.
060100     STRING " ARTICOLI A CATALOGO " CONTA-ED
060200            DELIMITED BY SIZE INTO DATI-RIGA.
060300     MOVE 2 TO N-RIGA-STAMPA.
060400     PERFORM SCRIVI THRU EX-SCRIVI.
060500     MOVE " PREZZI UNITARI IVA ESCLUSA, SCONTI DI CONTO DA APPLI"
060600       & "CARE IN FATTURA; C = PREZZO DA CONTRATTO, P = PREZZO"
060700       & " IN PROMOZIONE ALLA DATA" TO DATI-RIGA.
060800     MOVE 2 TO N-RIGA-STAMPA.
060900     PERFORM SCRIVI THRU EX-SCRIVI.
061000     CALL "QCLPPR" USING PAR-PRINT
061100                          RIGA BUFFER.
061200     PERFORM CERCA-EMAIL-CONTO THRU EX-CERCA-EMAIL-CONTO.
061300     IF EMAIL-CONTO NOT = SPACES
061400        MOVE 1 TO FLAGS-ROUTINE
061500        MOVE EMAIL-CONTO TO EMAIL-DEST-CL
061600        CALL "QELPPR" USING PAR-PRINT RIGA BUFFER
061700        MOVE 0 TO FLAGS-ROUTINE
061800        DISPLAY "Catalogo inviato a " EMAIL-CONTO
061900     END-IF.
062000 EX-STAMPA-CATALOGO.
062100     EXIT.
062200*
062300*     una classe alla volta: la testata porta listino e
062400*     divisa che CERCAPRZ ha scelto per quella classe
062500 STAMPA-CLASSE.
062600     MOVE 0 TO RIGHE-CLASSE.
062700     PERFORM STAMPA-ARTICOLO THRU EX-STAMPA-ARTICOLO
062800        VARYING I-AR FROM 1 BY 1 UNTIL I-AR > N-ART.
062900 EX-STAMPA-CLASSE.
063000     EXIT.
063100*
063200 STAMPA-ARTICOLO.
063300     IF CLASSE-AR (I-AR) NOT = I-CL
063400        OR ORIGINE-AR (I-AR) = "?"
063500        GO TO EX-STAMPA-ARTICOLO.
063600     IF RIGHE-CLASSE = 0
063700        MOVE I-CL TO CLASSE-ED
063800        MOVE LISTINO-AR (I-AR) TO LISTINO-ED
063900        STRING " CLASSE " CLASSE-ED "   LISTINO " LISTINO-ED
064000               "  DIVISA " DIVISA-AR (I-AR)
064100               DELIMITED BY SIZE INTO DATI-RIGA
064200        MOVE 2 TO N-RIGA-STAMPA
064300        PERFORM SCRIVI THRU EX-SCRIVI
064400        MOVE " C-MAT           DESCRIZIONE              TAGLIE"
064500          & "       PREZZO        COMPOSIZIONE" TO DATI-RIGA
064600        PERFORM SCRIVI THRU EX-SCRIVI
064700     END-IF.
064800     ADD 1 TO RIGHE-CLASSE RIGHE-CONTO.
064900     MOVE C-MAT-AR (I-AR) TO C-MAT-ST.
065000     MOVE D-MAT-AR (I-AR) TO D-MAT-ST.
065100     MOVE TG-DA-AR (I-AR) TO TG-DA-ST.
065200     MOVE "-" TO TRATTINO-ST.
065300     MOVE TG-A-AR (I-AR) TO TG-A-ST.
065400     COMPUTE PREZZO-ST = PREZZO-AR (I-AR) / 100.
065500     MOVE DIVISA-AR (I-AR) TO DIVISA-ST.
065600     MOVE ORIGINE-AR (I-AR) TO ORIGINE-ST.
065700     MOVE COMPOS-AR (I-AR) TO COMPOS-ST.
065800     PERFORM SCRIVI THRU EX-SCRIVI.
065900     PERFORM SCRIVI-CSV THRU EX-SCRIVI-CSV.
066000 EX-STAMPA-ARTICOLO.
066100     EXIT.
066200*
066300*     indirizzo del cliente su SOLLMAIL (come NOTADEB)
066400 CERCA-EMAIL-CONTO.
066500     MOVE SPACES TO EMAIL-CONTO.
066600     OPEN INPUT FILE-MAIL.
066700     IF NOT ML-APERTO
066800        GO TO EX-CERCA-EMAIL-CONTO.
066900     MOVE 0 TO OK-FINE-FILE.
067000     PERFORM LEGGI-RIGA-MAIL THRU EX-LEGGI-RIGA-MAIL
067100        UNTIL LETTO-FINE-FILE.
067200     CLOSE FILE-MAIL.
067300 EX-CERCA-EMAIL-CONTO.
067400     EXIT.
067500*
067600 LEGGI-RIGA-MAIL.
067700     READ FILE-MAIL
067800        AT END
067900           MOVE 1 TO OK-FINE-FILE
068000        NOT AT END
068100           IF CONTO-ML = CONTO-CL
068200              MOVE EMAIL-ML TO EMAIL-CONTO
068300           END-IF
068400     END-READ.
068500 EX-LEGGI-RIGA-MAIL.
068600     EXIT.
068700*
068800*
068900 SCRIVI.
069000     CALL "QWLPPR" USING PAR-PRINT
069100                         RIGA BUFFER.
069200     IF STATO OF PAR-PRINT NOT = 0
069300        MOVE STATO OF PAR-PRINT TO STATO-DISPLAY
069400        DISPLAY "CATALCLI   ERRORE QPRINT CON STATO : "
069500                STATO-DISPLAY
069600     END-IF.
069700     MOVE SPACES TO DATI-RIGA.
069800     MOVE "S" TO COMANDO.
069900     MOVE 1 TO N-RIGA-STAMPA.
070000 EX-SCRIVI.
070100     EXIT.
070200*
070300*
070400 TTDBFIND.
070500              COPY PDBFIND.
070600*
070700 TTDBGET.
070800              COPY PDBGET.
070900*
071000*      FINE PROGRAMMA    **** /K CATALCLI.COB  *****
