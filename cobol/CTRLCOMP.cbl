000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. CTRLCOMP.
000310*2026*        15/10/26
000320*     controllo della composizione tessile: COMPOS passa tal
000330*     quale su PRINTDDF e WRITERES e nessuno verificava che ci
000340*     fosse, che tessuto e fodera facessero 100% e che le
000350*     sigle fibra fossero denominazioni legali (FIBRELEG; a
000360*     tabella vuota il controllo delle sigle salta). Gli
000370*     accessori (FLAG7 ANAMAT "3" e "4") sono esenti.
000380*     FUNZIONE "V": sola verifica, il primo difetto torna in
000390*     DIFETTO-CC. FUNZIONE "B": come "V" ma l'articolo non
000400*     valido passa solo col codice di un supervisore
000410*     (SUPERVISORI, come l'omaggio di READVE3); la conferma va
000420*     su COMPLOG e per il resto della sessione l'articolo base
000430*     non viene piu' richiesto (READVE3 e poi PRINTDDF).
000440*     FUNZIONE "E": etichette composizione e manutenzione
000450*     (MANUTCAP per articolo o per classe) nelle lingue dello
000460*     stato del conto (LINGSTAT, altrimenti la lingua di
000470*     LINGUE), file ETICOMP col nome utente + "_EC_" + C-MAT
000480*     e stampa col ponte PRTBCEU8 (tracciato "E" di LBLFORMA).
000490*     A video (funzione vuota) il rapporto dei difetti per
00049A*     collezione sul tabulato, la prova di un articolo e la
00049B*     stampa delle etichette.
00049C*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-FIBRE ASSIGN TO "FIBRELEG"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-FL.
001500     SELECT OPTIONAL FILE-MANUT ASSIGN TO "MANUTCAP"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-MC.
001800     SELECT OPTIONAL FILE-LINGST ASSIGN TO "LINGSTAT"
001900        ORGANIZATION IS LINE SEQUENTIAL
002000        FILE STATUS IS CHECK-LS.
002100     SELECT OPTIONAL FILE-SUPERV ASSIGN TO "SUPERVISORI"
002200        ORGANIZATION IS LINE SEQUENTIAL
002300        FILE STATUS IS CHECK-SV.
002400     SELECT OPTIONAL FILE-COMPLOG ASSIGN TO "COMPLOG"
002500        ORGANIZATION IS LINE SEQUENTIAL
002600        FILE STATUS IS CHECK-CL.
002700     SELECT OPTIONAL FILE-ETIC ASSIGN TO "ETICOMP"
002800        ORGANIZATION IS LINE SEQUENTIAL
002900        FILE STATUS IS CHECK-EC.
003000*
003100 DATA DIVISION.
003200 FILE SECTION.
003300* sigla fibra di COMPOS -> denominazione legale italiana
003400 FD FILE-FIBRE DATA RECORD REC-FIBRE.
003500 01 REC-FIBRE.
003600    05 SIGLA-FL              PIC X(4).
003700    05 TG-FL-1               PIC X.
003800    05 NOME-FL               PIC X(30).
003900*
004000* manutenzione: "A" per C-MAT base, "C" per classe (chiave
004100* di due cifre in testa); simboli e testo italiano
004200 FD FILE-MANUT DATA RECORD REC-MANUT.
004300 01 REC-MANUT.
004400    05 TIPO-MC               PIC X.
004500    05 TG-MC-1               PIC X.
004600    05 CHIAVE-MC             PIC X(15).
004700    05 TG-MC-2               PIC X.
004800    05 SIMBOLI-MC            PIC X(12).
004900    05 TG-MC-3               PIC X.
005000    05 TESTO-MC              PIC X(60).
005100*
005200* lingue obbligatorie in etichetta per stato di destinazione
005300 FD FILE-LINGST DATA RECORD REC-LINGST.
005400 01 REC-LINGST.
005500    05 STATO-LS              PIC X(4).
005600    05 LINGUE-LS OCCURS 4.
005700     10 TG-LS                PIC X.
005800     10 LINGUA-LS            PIC XX.
005900*
006000 FD FILE-SUPERV DATA RECORD REC-SUPERV.
006100 01 REC-SUPERV              PIC X(8).
006200*
006300 FD FILE-COMPLOG DATA RECORD REC-COMPLOG.
006400 01 REC-COMPLOG.
006500    05 DATA-CL               PIC 9(6).
006600    05 TG-CL-1               PIC X.
006700    05 TERMINALE-CL          PIC X(8).
006800    05 TG-CL-2               PIC X.
006900    05 OPERATORE-CL          PIC X(20).
007000    05 TG-CL-3               PIC X.
007100    05 SUPERV-CL             PIC X(8).
007200    05 TG-CL-4               PIC X.
007300    05 C-MAT-CL              PIC 9(15).
007400    05 TG-CL-5               PIC X.
007500    05 DIFETTO-CL            PIC X(40).
007600*
007700* righe etichetta: "T" titolo tessuto, "F" fibra tessuto,
007800* "O" titolo fodera, "L" fibra fodera, "S" simboli e "M"
007900* testo di manutenzione
008000 FD FILE-ETIC DATA RECORD REC-ETIC.
008100 01 REC-ETIC.
008200    05 C-MAT-EC              PIC 9(15).
008300    05 TG-EC-1               PIC X.
008400    05 LINGUA-EC             PIC XX.
008500    05 TG-EC-2               PIC X.
008600    05 TIPO-EC               PIC X.
008700    05 TG-EC-3               PIC X.
008800    05 TESTO-EC              PIC X(60).
008900    05 TG-EC-4               PIC X.
009000    05 COPIE-EC              PIC 9(4).
009100*
009200 WORKING-STORAGE SECTION.
009300*
009400 77 CHECK-FL        PIC XX.
009500    88 FL-APERTO    VALUES ARE "05", "00".
009600 77 CHECK-MC        PIC XX.
009700    88 MC-APERTO    VALUES ARE "05", "00".
009800 77 CHECK-LS        PIC XX.
009900    88 LS-APERTO    VALUES ARE "05", "00".
010000 77 CHECK-SV        PIC XX.
010100    88 SV-APERTO    VALUES ARE "05", "00".
010200 77 CHECK-CL        PIC XX.
010300    88 CL-APERTO    VALUES ARE "05", "00".
010400 77 CHECK-EC        PIC XX.
010500    88 EC-APERTO    VALUES ARE "05", "00".
010600*
010700 01 AREA-REC-SET    PIC X(512).
010800 01 FILLER REDEFINES AREA-REC-SET.
010900  05 REC-ANAMAT      COPY YANAMAT.
011000 01 FILLER REDEFINES AREA-REC-SET.
011100  05 REC-COMPOS      COPY YCOMPOS.
011200*
011300 01 COD-CC           COPY DANCODMT.
011400*
011500 01 OK-FINE-FILE    PIC S9(4) COMP.
011600    88 LETTO-FINE-FILE VALUE 1.
011700*
011800 01 T-TAB           PIC X VALUE X"9".
011900*
012000 01 TABELLE-CARICATE PIC X VALUE "N".
012100    88 TABELLE-IN-MEMORIA VALUE "S".
012200*
012300 01 TAB-FIBRE-CC.
012400  05 RIGA-FB OCCURS 200.
012500   10 SIGLA-FB         PIC X(4).
012600   10 NOME-FB          PIC X(30).
012700 01 N-FIBRE-CC      PIC S9(4) COMP VALUE 0.
012800 01 I-FB            PIC S9(4) COMP.
012900 01 IX-FB           PIC S9(4) COMP.
013000*
013100 01 TAB-MANUT-CC.
013200  05 RIGA-MN OCCURS 2000.
013300   10 TIPO-MN          PIC X.
013400   10 CHIAVE-MN        PIC X(15).
013500   10 SIMBOLI-MN       PIC X(12).
013600   10 TESTO-MN         PIC X(60).
013700 01 N-MANUT-CC      PIC S9(4) COMP VALUE 0.
013800 01 I-MN            PIC S9(4) COMP.
013900 01 IX-MN           PIC S9(4) COMP.
014000*
014100 01 TAB-LINGST-CC.
014200  05 RIGA-LT OCCURS 100.
014300   10 STATO-LT         PIC X(4).
014400   10 LINGUA-LT        PIC XX OCCURS 4.
014500 01 N-LINGST-CC     PIC S9(4) COMP VALUE 0.
014600 01 I-LT            PIC S9(4) COMP.
014700 01 IX-LT           PIC S9(4) COMP.
014800 01 I-LX            PIC S9(4) COMP.
014900*
015000 01 TAB-SUPERV-CC.
015100  05 COD-SUPERV     PIC X(8) OCCURS 20.
015200 01 N-SUPERV-CC     PIC S9(4) COMP VALUE 0.
015300 01 I-SV            PIC S9(4) COMP.
015400 01 COD-SUPERV-IN   PIC X(8).
015500 01 SUPERV-VALIDO-FLAG PIC X.
015600    88 SUPERV-VALIDO   VALUE "S".
015700*
015800* articoli base gia' autorizzati nella sessione
015900 01 TAB-AUTORIZZ-CC.
016000  05 C-MAT-AU       PIC 9(15) OCCURS 500.
016100 01 N-AUTORIZZ-CC   PIC S9(4) COMP VALUE 0.
016200 01 I-AU            PIC S9(4) COMP.
016300 01 IX-AU           PIC S9(4) COMP.
016400*
016500* difetti dell'articolo in esame
016600 01 TAB-DIFETTI-CC.
016700  05 DIFETTO-DF     PIC X(40) OCCURS 20.
016800 01 I-DF            PIC S9(4) COMP.
016900 01 DIFETTO-TROVATO PIC X(40).
017000*
017100 01 C-MAT-BASE-CC   PIC 9(15).
017200 01 C-MAT-BASE-X REDEFINES C-MAT-BASE-CC PIC X(15).
017300 01 CLASSE-CC       PIC 99.
017400 01 CLASSE-CC-X REDEFINES CLASSE-CC PIC XX.
017500 01 I-CP            PIC S9(4) COMP.
017600 01 SOMMA-TESSUTO   PIC S9(5) COMP.
017700 01 SOMMA-FODERA    PIC S9(5) COMP.
017800 01 RIGHE-FODERA    PIC S9(4) COMP.
017900 01 SIGLA-CERCA     PIC X(4).
018000*
018100 01 ESENTE-FLAG     PIC X.
018200    88 ARTICOLO-ESENTE VALUE "S".
018300 01 COMPOS-FLAG     PIC X.
018400    88 COMPOS-TROVATA  VALUE "S".
018500*
018600* area IMAGE del chiamante, rimessa com'era all'uscita
018700 01 NOME-DATA-SET-SA PIC X(8).
018800 01 NOME-CAMPO-SA    PIC X(16).
018900 01 MODO-SA          PIC S9(4) COMP.
019000 01 VALORE-CAMPO-SA  PIC S9(15) COMP-3.
019100 01 CA-IMAGE-SA      PIC X(20).
019200*
019300* etichette
019400 01 PAR-LINGUE      COPY PARLINGU.
019500 01 TAB-LINGUE-ET.
019600  05 LINGUA-ET      PIC XX OCCURS 4.
019700 01 N-LINGUE-ET     PIC S9(4) COMP.
019800 01 I-LN            PIC S9(4) COMP.
019900 01 I-LE            PIC S9(4) COMP.
020000 01 IX-LE           PIC S9(4) COMP.
020100 01 LINGUA-NUOVA    PIC XX.
020200 01 NOME-FIBRA      PIC X(30).
020300 01 PERC-ED         PIC ZZ9.
020400 01 RIGHE-SCRITTE   PIC S9(4) COMP.
020500*
020600 01 USER-VAR-NAME   PIC X(80).
020700 01 USER-VAR-VALUE  PIC X(80).
020800 01 FILE-VAR-NAME   PIC X(80).
020900 01 FILE-VAR-VALUE  PIC X(80).
021000*
021100* aggancio PRTBCEU8 (stessi parametri di BUONOACQ; il ponte
021200* rilegge il file etichette puntato da dd_BARCNEG)
021300 01 REC-CONFATT-LBL  COPY YCONFAT.
021400 01 SQLCA.
021500     05  SQLCAID              PIC X(8).
021600     05  SQLCABC              PIC S9(9) COMP.
021700     05  SQLCODE              PIC S9(9) COMP.
021800     05  SQLERRM.
021900         49  SQLERRML         PIC S9(9) COMP.
022000         49  SQLERRMC         PIC X(256).
022100     05  SQLERRP              PIC X(8).
022200     05  SQLERRD OCCURS 6     PIC S9(9) COMP.
022300     05  SQLWARN.
022400         10  SQLWARN0         PIC X(1).
022500         10  SQLWARN1         PIC X(1).
022600         10  SQLWARN2         PIC X(1).
022700         10  SQLWARN3         PIC X(1).
022800         10  SQLWARN4         PIC X(1).
022900         10  SQLWARN5         PIC X(1).
023000         10  SQLWARN6         PIC X(1).
023100         10  SQLWARN7         PIC X(1).
023200     05  SQLEXT1              PIC X(4).
023300     05  SQLEXT2              PIC X(4).
023400 01 DATA-BOLLA-LBL  PIC 9(6).
023500 01 NUM-BOLLA-LBL   PIC 9(6).
023600 01 DIVISA-LBL      PIC X(4).
023700 01 DESTINO-LBL     PIC 9(2).
023800 01 C-MAT-LBL       PIC 9(14).
023900 01 NEG-LBL         PIC 9(3).
024000 01 STATO-LBL       PIC S9(4) COMP.
024100*
024200* rapporto per collezione
024300 01 FUNZIONE-IN     PIC X.
024400 01 COLLEZ-IN       PIC X.
024500 01 STAG-IN         PIC X.
024600 01 ANNO-IN         PIC X.
024700 01 COLLEZ-RIC      PIC 9.
024800 01 C-MAT-IN        PIC X(15).
024900 01 CONTO-IN        PIC X(8).
025000 01 COPIE-IN        PIC X(4).
025100 01 DESTINO-IN      PIC XX.
025200 01 NUM-REC-SER     PIC S9(9) COMP.
025300 01 C-MAT-DISP      PIC 9(15).
025400 01 D-MAT-MEM       PIC X(24).
025500 01 TAB-BASI.
025600  05 C-MAT-BS       PIC 9(15) OCCURS 5000.
025700 01 N-BASI          PIC S9(4) COMP.
025800 01 I-BS            PIC S9(4) COMP.
025900 01 IX-BS           PIC S9(4) COMP.
026000 01 ESAMINATI       PIC S9(7) COMP.
026100 01 DIFETTOSI       PIC S9(7) COMP.
026200 01 ESENTI          PIC S9(7) COMP.
026300 01 CONTA-ED        PIC Z(6)9.
026400 01 C-MAT-ED        PIC 9(15).
026500*
026600 01  PAR-PRINT.
026700  05  STATO         PIC S9(4) COMP.
026800  05  LL-RIGA       PIC S9(4) COMP.
026900  05  N-MAX-RIGHE   PIC S9(4) COMP.
027000  05  FLAGS-ROUTINE PIC S9(4) COMP.
027100  05  NUM-FILE-ID   PIC S9(4) COMP.
027200  05  NOME-FILE.
027300   10 PRE-NOME-FILE     PIC X.
027400   10 TERM-N-FILE       PIC 9(6).
027500   10 FILLER            PIC XXX VALUE ".ST".
027600   10 FILLER            PIC XX.
027700  05  EMAIL-DEST-ED PIC X(60).
027800*
027900 01  RIGA.
028000  05  N-STAMPANTE   PIC 9.
028100  05  COMANDO       PIC X.
028200  05  N-RIGA-STAMPA PIC 9(4) COMP.
028300  05  DATI-RIGA     PIC X(132).
028400*
028500 01 BUFFER.
028600  05 N-BUF               PIC S9(4) COMP VALUE 37.
028700  05 FILLER              PIC XX.
028800  05 FILLER              PIC X(5120).
028900*
029000 01 STATO-DISPLAY    PIC ZZZZ-.
029100*
029200 LINKAGE SECTION.
029300*
029400 01 W-COMMON       COPY WCOMMONW.
029500*
029600 01 PAR-CTRLCOMP   COPY PARCOMP.
029700*
029800*PAGE
029900 PROCEDURE DIVISION  USING W-COMMON
030000                           PAR-CTRLCOMP.
030100 INIZIO.
030200     IF NOT TABELLE-IN-MEMORIA
030300        PERFORM CARICA-FIBRE THRU EX-CARICA-FIBRE
030400        PERFORM CARICA-MANUT THRU EX-CARICA-MANUT
030500        PERFORM CARICA-LINGST THRU EX-CARICA-LINGST
030600        PERFORM CARICA-SUPERVISORI THRU EX-CARICA-SUPERVISORI
030700        MOVE "S" TO TABELLE-CARICATE
030800     END-IF.
030900     IF NOT CC-VERIFICA OF PAR-CTRLCOMP
031000        AND NOT CC-BLOCCO OF PAR-CTRLCOMP
031100        AND NOT CC-ETICHETTE OF PAR-CTRLCOMP
031200        PERFORM MENU-VIDEO THRU EX-MENU-VIDEO
031300        GO TO FINE.
031400     PERFORM SALVA-IMAGE THRU EX-SALVA-IMAGE.
031500     EVALUATE TRUE
031600        WHEN CC-VERIFICA OF PAR-CTRLCOMP
031700           PERFORM VERIFICA-ARTICOLO THRU EX-VERIFICA-ARTICOLO
031800        WHEN CC-BLOCCO OF PAR-CTRLCOMP
031900           PERFORM CONTROLLA-BLOCCO THRU EX-CONTROLLA-BLOCCO
032000        WHEN CC-ETICHETTE OF PAR-CTRLCOMP
032100           PERFORM STAMPA-ETICHETTE THRU EX-STAMPA-ETICHETTE
032200     END-EVALUATE.
032300     PERFORM RIPRISTINA-IMAGE THRU EX-RIPRISTINA-IMAGE.
032400 FINE.
032500     EXIT PROGRAM.
032600*
032700*
032800*     il chiamante puo' essere dentro una catena: nomi, modo,
032900*     chiave e stato IMAGE tornano come li ha lasciati
033000 SALVA-IMAGE.
033100     MOVE W-NOME-DATA-SET TO NOME-DATA-SET-SA.
033200     MOVE W-NOME-CAMPO TO NOME-CAMPO-SA.
033300     MOVE W-MODO TO MODO-SA.
033400     MOVE W-VALORE-CAMPO TO VALORE-CAMPO-SA.
033500     MOVE W-CA-IMAGE TO CA-IMAGE-SA.
033600 EX-SALVA-IMAGE.
033700     EXIT.
033800*
033900 RIPRISTINA-IMAGE.
034000     MOVE NOME-DATA-SET-SA TO W-NOME-DATA-SET.
034100     MOVE NOME-CAMPO-SA TO W-NOME-CAMPO.
034200     MOVE MODO-SA TO W-MODO.
034300     MOVE VALORE-CAMPO-SA TO W-VALORE-CAMPO.
034400     MOVE CA-IMAGE-SA TO W-CA-IMAGE.
034500 EX-RIPRISTINA-IMAGE.
034600     EXIT.
034700*
034800*
034900 CARICA-FIBRE.
035000     MOVE 0 TO N-FIBRE-CC.
035100     OPEN INPUT FILE-FIBRE.
035200     IF NOT FL-APERTO
035300        GO TO EX-CARICA-FIBRE.
035400     MOVE 0 TO OK-FINE-FILE.
035500     PERFORM LEGGI-RIGA-FIBRE THRU EX-LEGGI-RIGA-FIBRE
035600        UNTIL LETTO-FINE-FILE.
035700     CLOSE FILE-FIBRE.
035800 EX-CARICA-FIBRE.
035900     EXIT.
036000*
036100 LEGGI-RIGA-FIBRE.
036200     READ FILE-FIBRE
036300        AT END
036400           MOVE 1 TO OK-FINE-FILE
036500        NOT AT END
036600           IF N-FIBRE-CC < 200
036700              ADD 1 TO N-FIBRE-CC
036800              MOVE SIGLA-FL TO SIGLA-FB (N-FIBRE-CC)
036900              MOVE NOME-FL TO NOME-FB (N-FIBRE-CC)
037000           ELSE
037100              DISPLAY "CTRLCOMP   TAB-FIBRE da allargare"
037200           END-IF
037300     END-READ.
037400 EX-LEGGI-RIGA-FIBRE.
037500     EXIT.
037600*
037700 CARICA-MANUT.
037800     MOVE 0 TO N-MANUT-CC.
037900     OPEN INPUT FILE-MANUT.
038000     IF NOT MC-APERTO
038100        GO TO EX-CARICA-MANUT.
038200     MOVE 0 TO OK-FINE-FILE.
038300     PERFORM LEGGI-RIGA-MANUT THRU EX-LEGGI-RIGA-MANUT
038400        UNTIL LETTO-FINE-FILE.
038500     CLOSE FILE-MANUT.
038600 EX-CARICA-MANUT.
038700     EXIT.
038800*
038900 LEGGI-RIGA-MANUT.
039000     READ FILE-MANUT
039100        AT END
039200           MOVE 1 TO OK-FINE-FILE
039300        NOT AT END
039400           IF N-MANUT-CC < 2000
039500              ADD 1 TO N-MANUT-CC
039600              MOVE TIPO-MC TO TIPO-MN (N-MANUT-CC)
039700              MOVE CHIAVE-MC TO CHIAVE-MN (N-MANUT-CC)
039800              MOVE SIMBOLI-MC TO SIMBOLI-MN (N-MANUT-CC)
039900              MOVE TESTO-MC TO TESTO-MN (N-MANUT-CC)
040000           ELSE
040100              DISPLAY "CTRLCOMP   TAB-MANUT da allargare"
040200           END-IF
040300     END-READ.
040400 EX-LEGGI-RIGA-MANUT.
040500     EXIT.
040600*
040700 CARICA-LINGST.
040800     MOVE 0 TO N-LINGST-CC.
040900     OPEN INPUT FILE-LINGST.
041000     IF NOT LS-APERTO
041100        GO TO EX-CARICA-LINGST.
041200     MOVE 0 TO OK-FINE-FILE.
041300     PERFORM LEGGI-RIGA-LINGST THRU EX-LEGGI-RIGA-LINGST
041400        UNTIL LETTO-FINE-FILE.
041500     CLOSE FILE-LINGST.
041600 EX-CARICA-LINGST.
041700     EXIT.
041800*
041900 LEGGI-RIGA-LINGST.
042000     MOVE SPACES TO REC-LINGST.
042100     READ FILE-LINGST
042200        AT END
042300           MOVE 1 TO OK-FINE-FILE
042400        NOT AT END
042500           IF N-LINGST-CC < 100
042600              ADD 1 TO N-LINGST-CC
042700              MOVE STATO-LS TO STATO-LT (N-LINGST-CC)
042800              MOVE LINGUA-LS (1) TO LINGUA-LT (N-LINGST-CC, 1)
042900              MOVE LINGUA-LS (2) TO LINGUA-LT (N-LINGST-CC, 2)
043000              MOVE LINGUA-LS (3) TO LINGUA-LT (N-LINGST-CC, 3)
043100              MOVE LINGUA-LS (4) TO LINGUA-LT (N-LINGST-CC, 4)
043200           ELSE
043300              DISPLAY "CTRLCOMP   TAB-LINGST da allargare"
043400           END-IF
043500     END-READ.
043600 EX-LEGGI-RIGA-LINGST.
043700     EXIT.
043800*
043900*     stesso file dei codici supervisore di READVE3; senza
044000*     file nessun codice viene accettato
044100 CARICA-SUPERVISORI.
044200     MOVE 0 TO N-SUPERV-CC.
044300     OPEN INPUT FILE-SUPERV.
044400     IF NOT SV-APERTO
044500        GO TO EX-CARICA-SUPERVISORI.
044600     MOVE 0 TO OK-FINE-FILE.
044700     PERFORM LEGGI-SUPERVISORE THRU EX-LEGGI-SUPERVISORE
044800        UNTIL LETTO-FINE-FILE OR N-SUPERV-CC >= 20.
044900     CLOSE FILE-SUPERV.
045000 EX-CARICA-SUPERVISORI.
045100     EXIT.
045200*
045300 LEGGI-SUPERVISORE.
045400     READ FILE-SUPERV
045500        AT END
045600           MOVE 1 TO OK-FINE-FILE
045700        NOT AT END
045800           ADD 1 TO N-SUPERV-CC
045900           MOVE REC-SUPERV TO COD-SUPERV (N-SUPERV-CC)
046000     END-READ.
046100 EX-LEGGI-SUPERVISORE.
046200     EXIT.
046300*
046400*
046500*     difetti della composizione dell'articolo base di
046600*     C-MAT-CC; esito 0 valida (o accessorio esente), 1 no
046700 VERIFICA-ARTICOLO.
046800     MOVE 0 TO N-DIFETTI-CC OF PAR-CTRLCOMP.
046900     MOVE 0 TO ESITO-CC OF PAR-CTRLCOMP.
047000     MOVE SPACES TO DIFETTO-CC OF PAR-CTRLCOMP TAB-DIFETTI-CC.
047100     MOVE "N" TO COMPOS-FLAG.
047200     COMPUTE C-MAT-BASE-CC = C-MAT-CC OF PAR-CTRLCOMP
047300                             / 1000 * 1000.
047400     PERFORM LEGGI-ANAMAT-CC THRU EX-LEGGI-ANAMAT-CC.
047500     IF ARTICOLO-ESENTE
047600        GO TO EX-VERIFICA-ARTICOLO.
047700     PERFORM LEGGI-COMPOS THRU EX-LEGGI-COMPOS.
047800     IF NOT COMPOS-TROVATA
047900        MOVE "COMPOSIZIONE MANCANTE" TO DIFETTO-TROVATO
048000        PERFORM NOTA-DIFETTO THRU EX-NOTA-DIFETTO
048100        GO TO EX-VERIFICA-ARTICOLO.
048200     MOVE 0 TO SOMMA-TESSUTO SOMMA-FODERA RIGHE-FODERA.
048300     PERFORM ESAMINA-TESSUTO THRU EX-ESAMINA-TESSUTO
048400        VARYING I-CP FROM 1 BY 1 UNTIL I-CP > 6.
048500     PERFORM ESAMINA-FODERA THRU EX-ESAMINA-FODERA
048600        VARYING I-CP FROM 1 BY 1 UNTIL I-CP > 6.
048700     IF SOMMA-TESSUTO NOT = 100
048800        MOVE "TESSUTO NON AL 100%" TO DIFETTO-TROVATO
048900        PERFORM NOTA-DIFETTO THRU EX-NOTA-DIFETTO.
049000     IF RIGHE-FODERA > 0 AND SOMMA-FODERA NOT = 100
049100        MOVE "FODERA NON AL 100%" TO DIFETTO-TROVATO
049200        PERFORM NOTA-DIFETTO THRU EX-NOTA-DIFETTO.
049300 EX-VERIFICA-ARTICOLO.
049400     EXIT.
049500*
049600*     FLAG7 e classe dall'anagrafica: prima il C-MAT esatto,
049700*     poi l'articolo base
049800 LEGGI-ANAMAT-CC.
049900     MOVE "N" TO ESENTE-FLAG.
050000     MOVE SPACES TO D-MAT-MEM.
050100     MOVE C-MAT-CC OF PAR-CTRLCOMP TO C-MAT-TRANS-RID.
050200     MOVE CLASSE OF C-MAT-TRANSITO TO CLASSE-CC.
050300     MOVE "ANAMAT;" TO W-NOME-DATA-SET.
050400     MOVE "C-MAT;" TO W-NOME-CAMPO.
050500     MOVE C-MAT-CC OF PAR-CTRLCOMP TO W-VALORE-CAMPO.
050600     MOVE 7 TO W-MODO.
050700     PERFORM TTDBGET THRU EX-TTDBGET.
050800     IF NOT W-OK-IMAGE
050900        MOVE C-MAT-BASE-CC TO W-VALORE-CAMPO
051000        MOVE 7 TO W-MODO
051100        PERFORM TTDBGET THRU EX-TTDBGET
051200     END-IF.
051300     IF NOT W-OK-IMAGE
051400        GO TO EX-LEGGI-ANAMAT-CC.
051500     MOVE D-MAT OF REC-ANAMAT TO D-MAT-MEM.
051600     IF ACCESS-ACQ OF REC-ANAMAT OR ACCESS-FACON OF REC-ANAMAT
051700        MOVE "S" TO ESENTE-FLAG.
051800 EX-LEGGI-ANAMAT-CC.
051900     EXIT.
052000*
052100*     COMPOS e' per articolo base (colore a zero), primo
052200*     record della catena come in PRINTDDF
052300 LEGGI-COMPOS.
052400     MOVE "N" TO COMPOS-FLAG.
052500     MOVE "COMPOS;" TO W-NOME-DATA-SET.
052600     MOVE "C-MAT;" TO W-NOME-CAMPO.
052700     MOVE C-MAT-BASE-CC TO W-VALORE-CAMPO.
052800     PERFORM TTDBFIND THRU EX-TTDBFIND.
052900     IF NOT W-OK-IMAGE
053000        GO TO EX-LEGGI-COMPOS.
053100     MOVE 5 TO W-MODO.
053200     PERFORM TTDBGET THRU EX-TTDBGET.
053300     IF W-OK-IMAGE
053400        MOVE "S" TO COMPOS-FLAG.
053500 EX-LEGGI-COMPOS.
053600     EXIT.
053700*
053800 ESAMINA-TESSUTO.
053900     IF SIGLA-FIBRA OF COMPOS-TESSUTO (I-CP) = SPACES
054000        AND PERC-COMPOS OF COMPOS-TESSUTO (I-CP) = 0
054100        GO TO EX-ESAMINA-TESSUTO.
054200     IF SIGLA-FIBRA OF COMPOS-TESSUTO (I-CP) = SPACES
054300        OR PERC-COMPOS OF COMPOS-TESSUTO (I-CP) NOT > 0
054400        MOVE "RIGA TESSUTO INCOMPLETA" TO DIFETTO-TROVATO
054500        PERFORM NOTA-DIFETTO THRU EX-NOTA-DIFETTO
054600        GO TO EX-ESAMINA-TESSUTO.
054700     ADD PERC-COMPOS OF COMPOS-TESSUTO (I-CP) TO SOMMA-TESSUTO.
054800     MOVE SIGLA-FIBRA OF COMPOS-TESSUTO (I-CP) TO SIGLA-CERCA.
054900     PERFORM CONTROLLA-SIGLA THRU EX-CONTROLLA-SIGLA.
055000 EX-ESAMINA-TESSUTO.
055100     EXIT.
055200*
055300 ESAMINA-FODERA.
055400     IF SIGLA-FIBRA OF COMPOS-FODERA (I-CP) = SPACES
055500        AND PERC-COMPOS OF COMPOS-FODERA (I-CP) = 0
055600        GO TO EX-ESAMINA-FODERA.
055700     ADD 1 TO RIGHE-FODERA.
055800     IF SIGLA-FIBRA OF COMPOS-FODERA (I-CP) = SPACES
055900        OR PERC-COMPOS OF COMPOS-FODERA (I-CP) NOT > 0
056000        MOVE "RIGA FODERA INCOMPLETA" TO DIFETTO-TROVATO
056100        PERFORM NOTA-DIFETTO THRU EX-NOTA-DIFETTO
056200        GO TO EX-ESAMINA-FODERA.
056300     ADD PERC-COMPOS OF COMPOS-FODERA (I-CP) TO SOMMA-FODERA.
056400     MOVE SIGLA-FIBRA OF COMPOS-FODERA (I-CP) TO SIGLA-CERCA.
056500     PERFORM CONTROLLA-SIGLA THRU EX-CONTROLLA-SIGLA.
056600 EX-ESAMINA-FODERA.
056700     EXIT.
056800*
056900*     a tabella FIBRELEG vuota le sigle non si controllano
057000 CONTROLLA-SIGLA.
057100     PERFORM CERCA-FIBRA THRU EX-CERCA-FIBRA.
057200     IF IX-FB NOT = 0 OR N-FIBRE-CC = 0
057300        GO TO EX-CONTROLLA-SIGLA.
057400     MOVE SPACES TO DIFETTO-TROVATO.
057500     STRING "FIBRA NON LEGALE " SIGLA-CERCA
057600            DELIMITED BY SIZE INTO DIFETTO-TROVATO.
057700     PERFORM NOTA-DIFETTO THRU EX-NOTA-DIFETTO.
057800 EX-CONTROLLA-SIGLA.
057900     EXIT.
058000*
058100 CERCA-FIBRA.
058200     MOVE 0 TO IX-FB.
058300     PERFORM CONFRONTA-FIBRA THRU EX-CONFRONTA-FIBRA
058400        VARYING I-FB FROM 1 BY 1 UNTIL I-FB > N-FIBRE-CC.
058500 EX-CERCA-FIBRA.
058600     EXIT.
058700*
058800 CONFRONTA-FIBRA.
058900     IF SIGLA-FB (I-FB) = SIGLA-CERCA
059000        MOVE I-FB TO IX-FB
059100     END-IF.
059200 EX-CONFRONTA-FIBRA.
059300     EXIT.
059400*
059500 NOTA-DIFETTO.
059600     ADD 1 TO N-DIFETTI-CC OF PAR-CTRLCOMP.
059700     MOVE 1 TO ESITO-CC OF PAR-CTRLCOMP.
059800     IF N-DIFETTI-CC OF PAR-CTRLCOMP = 1
059900        MOVE DIFETTO-TROVATO TO DIFETTO-CC OF PAR-CTRLCOMP.
060000     IF N-DIFETTI-CC OF PAR-CTRLCOMP NOT > 20
060100        MOVE DIFETTO-TROVATO
060200          TO DIFETTO-DF (N-DIFETTI-CC OF PAR-CTRLCOMP).
060300 EX-NOTA-DIFETTO.
060400     EXIT.
060500*
060600*
060700*     blocco alla spedizione: l'articolo non valido passa
060800*     solo col codice supervisore; l'articolo base autorizzato
060900*     non si richiede piu' nella sessione
061000 CONTROLLA-BLOCCO.
061100     COMPUTE C-MAT-BASE-CC = C-MAT-CC OF PAR-CTRLCOMP
061200                             / 1000 * 1000.
061300     PERFORM CERCA-AUTORIZZ THRU EX-CERCA-AUTORIZZ.
061400     IF IX-AU NOT = 0
061500        MOVE 2 TO ESITO-CC OF PAR-CTRLCOMP
061600        GO TO EX-CONTROLLA-BLOCCO.
061700     PERFORM VERIFICA-ARTICOLO THRU EX-VERIFICA-ARTICOLO.
061800     IF CC-VALIDA OF PAR-CTRLCOMP
061900        GO TO EX-CONTROLLA-BLOCCO.
062000     MOVE 3 TO ESITO-CC OF PAR-CTRLCOMP.
062100     DISPLAY "COMPOSIZIONE NON VALIDA per "
062200             C-MAT-CC OF PAR-CTRLCOMP.
062300     DISPLAY "  " DIFETTO-CC OF PAR-CTRLCOMP.
062400     DISPLAY "COMPOSIZIONE - CODICE SUPERVISORE ? ".
062500     MOVE SPACES TO COD-SUPERV-IN.
062600     ACCEPT COD-SUPERV-IN.
062700     PERFORM CONTROLLA-COD-SUPERV THRU EX-CONTROLLA-COD-SUPERV.
062800     IF NOT SUPERV-VALIDO
062900        DISPLAY "CODICE SUPERVISORE NON VALIDO"
063000        GO TO EX-CONTROLLA-BLOCCO.
063100     MOVE 2 TO ESITO-CC OF PAR-CTRLCOMP.
063200     IF N-AUTORIZZ-CC < 500
063300        ADD 1 TO N-AUTORIZZ-CC
063400        MOVE C-MAT-BASE-CC TO C-MAT-AU (N-AUTORIZZ-CC).
063500     PERFORM SCRIVI-COMPLOG THRU EX-SCRIVI-COMPLOG.
063600 EX-CONTROLLA-BLOCCO.
063700     EXIT.
063800*
063900 CERCA-AUTORIZZ.
064000     MOVE 0 TO IX-AU.
064100     PERFORM CONFRONTA-AUTORIZZ THRU EX-CONFRONTA-AUTORIZZ
064200        VARYING I-AU FROM 1 BY 1 UNTIL I-AU > N-AUTORIZZ-CC.
064300 EX-CERCA-AUTORIZZ.
064400     EXIT.
064500*
064600 CONFRONTA-AUTORIZZ.
064700     IF C-MAT-AU (I-AU) = C-MAT-BASE-CC
064800        MOVE I-AU TO IX-AU
064900     END-IF.
065000 EX-CONFRONTA-AUTORIZZ.
065100     EXIT.
065200*
065300 CONTROLLA-COD-SUPERV.
065400     MOVE "N" TO SUPERV-VALIDO-FLAG.
065500     IF COD-SUPERV-IN = SPACES
065600        GO TO EX-CONTROLLA-COD-SUPERV.
065700     PERFORM CONFRONTA-SUPERV THRU EX-CONFRONTA-SUPERV
065800        VARYING I-SV FROM 1 BY 1 UNTIL I-SV > N-SUPERV-CC.
065900 EX-CONTROLLA-COD-SUPERV.
066000     EXIT.
066100*
066200 CONFRONTA-SUPERV.
066300     IF COD-SUPERV (I-SV) = COD-SUPERV-IN
066400        MOVE "S" TO SUPERV-VALIDO-FLAG
066500     END-IF.
066600 EX-CONFRONTA-SUPERV.
066700     EXIT.
066800*
066900 SCRIVI-COMPLOG.
067000     OPEN EXTEND FILE-COMPLOG.
067100     IF NOT CL-APERTO
067200        GO TO EX-SCRIVI-COMPLOG.
067300     MOVE T-TAB TO TG-CL-1 TG-CL-2 TG-CL-3 TG-CL-4 TG-CL-5.
067400     MOVE W-FORMATO-INTERNO TO DATA-CL.
067500     MOVE W-TERMINALE TO TERMINALE-CL.
067600     MOVE W-SIGLA-UTENTE TO OPERATORE-CL.
067700     MOVE COD-SUPERV-IN TO SUPERV-CL.
067800     MOVE C-MAT-CC OF PAR-CTRLCOMP TO C-MAT-CL.
067900     MOVE DIFETTO-CC OF PAR-CTRLCOMP TO DIFETTO-CL.
068000     WRITE REC-COMPLOG.
068100     CLOSE FILE-COMPLOG.
068200 EX-SCRIVI-COMPLOG.
068300     EXIT.
068400*
068500*
068600*     etichette composizione e manutenzione: una serie di
068700*     righe per lingua sul file ETICOMP, poi il ponte
068800*     PRTBCEU8; con la composizione non valida non si stampa
068900 STAMPA-ETICHETTE.
069000     PERFORM PREPARA-LINGUE-ET THRU EX-PREPARA-LINGUE-ET.
069100     PERFORM LEGGI-CONFATT-ET THRU EX-LEGGI-CONFATT-ET.
069200     PERFORM VERIFICA-ARTICOLO THRU EX-VERIFICA-ARTICOLO.
069300     IF NOT CC-VALIDA OF PAR-CTRLCOMP
069400        DISPLAY "Etichette non stampate: "
069500                DIFETTO-CC OF PAR-CTRLCOMP
069600        GO TO EX-STAMPA-ETICHETTE.
069700     IF NOT COMPOS-TROVATA
069800        PERFORM LEGGI-COMPOS THRU EX-LEGGI-COMPOS
069900     END-IF.
070000     IF NOT COMPOS-TROVATA
070100        MOVE 1 TO ESITO-CC OF PAR-CTRLCOMP
070200        MOVE "COMPOSIZIONE MANCANTE" TO DIFETTO-CC OF PAR-CTRLCOMP
070300        DISPLAY "Etichette non stampate: "
070400                DIFETTO-CC OF PAR-CTRLCOMP
070500        GO TO EX-STAMPA-ETICHETTE.
070600     MOVE 0 TO RIGHE-FODERA.
070700     PERFORM CONTA-FODERA THRU EX-CONTA-FODERA
070800        VARYING I-CP FROM 1 BY 1 UNTIL I-CP > 6.
070900     PERFORM CERCA-MANUT THRU EX-CERCA-MANUT.
071000     PERFORM COSTRUISCI-DD-ETICOMP THRU EX-COSTRUISCI-DD-ETICOMP.
071100     OPEN OUTPUT FILE-ETIC.
071200     IF NOT EC-APERTO
071300        MOVE 1 TO ESITO-CC OF PAR-CTRLCOMP
071400        MOVE "FILE ETICOMP NON APRIBILE" TO DIFETTO-CC
071500                                            OF PAR-CTRLCOMP
071600        DISPLAY "CTRLCOMP   ETICOMP non apribile " CHECK-EC
071700        GO TO EX-STAMPA-ETICHETTE.
071800     MOVE 0 TO RIGHE-SCRITTE.
071900     PERFORM SCRIVI-LINGUA-ET THRU EX-SCRIVI-LINGUA-ET
072000        VARYING I-LN FROM 1 BY 1 UNTIL I-LN > N-LINGUE-ET.
072100     CLOSE FILE-ETIC.
072200     MOVE 0 TO DATA-BOLLA-LBL NUM-BOLLA-LBL NEG-LBL.
072300     MOVE DESTINO-CC OF PAR-CTRLCOMP TO DESTINO-LBL.
072400     MOVE DIVISA OF REC-CONFATT-LBL TO DIVISA-LBL.
072500     IF DIVISA-LBL = SPACES
072600        MOVE "EUR" TO DIVISA-LBL.
072700     MOVE C-MAT-CC OF PAR-CTRLCOMP TO C-MAT-LBL.
072800     CANCEL "PRTBCEU8"
072900     CALL "PRTBCEU8" USING W-COMMON
073000                           SQLCA
073100                           REC-CONFATT-LBL
073200                           DATA-BOLLA-LBL
073300                           NUM-BOLLA-LBL
073400                           DIVISA-LBL
073500                           DESTINO-LBL
073600                           C-MAT-LBL
073700                           NEG-LBL
073800                           STATO-LBL.
073900     IF STATO-LBL NOT = 0
074000        MOVE 1 TO ESITO-CC OF PAR-CTRLCOMP
074100        MOVE "STAMPA ETICHETTE NON RIUSCITA" TO DIFETTO-CC
074200                                                OF PAR-CTRLCOMP
074300        DISPLAY "Etichette non stampate per "
074400                C-MAT-CC OF PAR-CTRLCOMP
074500     END-IF.
074600 EX-STAMPA-ETICHETTE.
074700     EXIT.
074800*
074900 CONTA-FODERA.
075000     IF SIGLA-FIBRA OF COMPOS-FODERA (I-CP) NOT = SPACES
075100        ADD 1 TO RIGHE-FODERA.
075200 EX-CONTA-FODERA.
075300     EXIT.
075400*
075500*     lingue dello stato del conto da LINGSTAT; stato non in
075600*     tabella (o conto zero) = la sola lingua di LINGUE
075700 PREPARA-LINGUE-ET.
075800     MOVE 0 TO N-LINGUE-ET.
075900     MOVE SPACES TO TAB-LINGUE-ET.
076000     MOVE "IT" TO LINGUA-LG OF PAR-LINGUE.
076100     MOVE SPACES TO STATO-LG OF PAR-LINGUE.
076200     IF CONTO-CC OF PAR-CTRLCOMP NOT = 0
076300        MOVE "L" TO FUNZ-LG OF PAR-LINGUE
076400        MOVE CONTO-CC OF PAR-CTRLCOMP TO CONTO-LG OF PAR-LINGUE
076500        CALL "LINGUE" USING W-COMMON PAR-LINGUE
076600     END-IF.
076700     MOVE 0 TO IX-LT.
076800     IF STATO-LG OF PAR-LINGUE NOT = SPACES
076900        PERFORM CONFRONTA-LINGST THRU EX-CONFRONTA-LINGST
077000           VARYING I-LT FROM 1 BY 1 UNTIL I-LT > N-LINGST-CC
077100     END-IF.
077200     IF IX-LT NOT = 0
077300        PERFORM AGGIUNGI-LINGUA-LT THRU EX-AGGIUNGI-LINGUA-LT
077400           VARYING I-LX FROM 1 BY 1 UNTIL I-LX > 4
077500     END-IF.
077600     IF N-LINGUE-ET = 0
077700        MOVE LINGUA-LG OF PAR-LINGUE TO LINGUA-NUOVA
077800        IF LINGUA-NUOVA = SPACES
077900           MOVE "IT" TO LINGUA-NUOVA
078000        END-IF
078100        PERFORM AGGIUNGI-LINGUA-ET THRU EX-AGGIUNGI-LINGUA-ET
078200     END-IF.
078300 EX-PREPARA-LINGUE-ET.
078400     EXIT.
078500*
078600 CONFRONTA-LINGST.
078700     IF STATO-LT (I-LT) = STATO-LG OF PAR-LINGUE
078800        MOVE I-LT TO IX-LT
078900     END-IF.
079000 EX-CONFRONTA-LINGST.
079100     EXIT.
079200*
079300 AGGIUNGI-LINGUA-LT.
079400     IF LINGUA-LT (IX-LT, I-LX) = SPACES
079500        GO TO EX-AGGIUNGI-LINGUA-LT.
079600     MOVE LINGUA-LT (IX-LT, I-LX) TO LINGUA-NUOVA.
079700     PERFORM AGGIUNGI-LINGUA-ET THRU EX-AGGIUNGI-LINGUA-ET.
079800 EX-AGGIUNGI-LINGUA-LT.
079900     EXIT.
080000*
080100 AGGIUNGI-LINGUA-ET.
080200     MOVE 0 TO IX-LE.
080300     PERFORM CONFRONTA-LINGUA-ET THRU EX-CONFRONTA-LINGUA-ET
080400        VARYING I-LE FROM 1 BY 1 UNTIL I-LE > N-LINGUE-ET.
080500     IF IX-LE = 0 AND N-LINGUE-ET < 4
080600        ADD 1 TO N-LINGUE-ET
080700        MOVE LINGUA-NUOVA TO LINGUA-ET (N-LINGUE-ET)
080800     END-IF.
080900 EX-AGGIUNGI-LINGUA-ET.
081000     EXIT.
081100*
081200 CONFRONTA-LINGUA-ET.
081300     IF LINGUA-ET (I-LE) = LINGUA-NUOVA
081400        MOVE I-LE TO IX-LE
081500     END-IF.
081600 EX-CONFRONTA-LINGUA-ET.
081700     EXIT.
081800*
081900*     anagrafica del conto per la scelta del tracciato in
082000*     PRTBCEU8; senza conto la riga resta vuota
082100 LEGGI-CONFATT-ET.
082200     MOVE SPACES TO REC-CONFATT-LBL.
082300     IF CONTO-CC OF PAR-CTRLCOMP = 0
082400        GO TO EX-LEGGI-CONFATT-ET.
082500     MOVE "CONFATT;" TO W-NOME-DATA-SET.
082600     MOVE "CONTO;" TO W-NOME-CAMPO.
082700     MOVE CONTO-CC OF PAR-CTRLCOMP TO W-VALORE-CAMPO-W.
082800     PERFORM TTDBFIND THRU EX-TTDBFIND.
082900     IF NOT W-OK-IMAGE
083000        GO TO EX-LEGGI-CONFATT-ET.
083100     MOVE 5 TO W-MODO.
083200     PERFORM TTDBGET THRU EX-TTDBGET.
083300     IF W-OK-IMAGE
083400        MOVE AREA-REC-SET TO REC-CONFATT-LBL.
083500 EX-LEGGI-CONFATT-ET.
083600     EXIT.
083700*
083800*     manutenzione: prima la riga dell'articolo base, poi
083900*     quella della classe
084000 CERCA-MANUT.
084100     MOVE 0 TO IX-MN.
084200     PERFORM CONFRONTA-MANUT-ART THRU EX-CONFRONTA-MANUT-ART
084300        VARYING I-MN FROM 1 BY 1 UNTIL I-MN > N-MANUT-CC.
084400     IF IX-MN = 0
084500        PERFORM CONFRONTA-MANUT-CL THRU EX-CONFRONTA-MANUT-CL
084600           VARYING I-MN FROM 1 BY 1 UNTIL I-MN > N-MANUT-CC
084700     END-IF.
084800 EX-CERCA-MANUT.
084900     EXIT.
085000*
085100 CONFRONTA-MANUT-ART.
085200     IF TIPO-MN (I-MN) = "A"
085300        AND CHIAVE-MN (I-MN) = C-MAT-BASE-X
085400        MOVE I-MN TO IX-MN
085500     END-IF.
085600 EX-CONFRONTA-MANUT-ART.
085700     EXIT.
085800*
085900 CONFRONTA-MANUT-CL.
086000     IF TIPO-MN (I-MN) = "C"
086100        AND CHIAVE-MN (I-MN) (1:2) = CLASSE-CC-X
086200        MOVE I-MN TO IX-MN
086300     END-IF.
086400 EX-CONFRONTA-MANUT-CL.
086500     EXIT.
086600*
086700*     nome del file come per il BARCNEG di READVE3: utente +
086800*     "_EC_" + C-MAT + "_E"; lo stesso nome va al ponte
086900 COSTRUISCI-DD-ETICOMP.
087000     MOVE SPACE TO USER-VAR-VALUE.
087100     MOVE "RETIS_UTENTE" TO USER-VAR-NAME.
087200     DISPLAY USER-VAR-NAME UPON ENVIRONMENT-NAME.
087300     ACCEPT USER-VAR-VALUE FROM ENVIRONMENT-VALUE.
087400     MOVE SPACES TO FILE-VAR-VALUE.
087500     MOVE C-MAT-CC OF PAR-CTRLCOMP TO C-MAT-ED.
087600     STRING USER-VAR-VALUE DELIMITED BY SPACE
087700            "_EC_" C-MAT-ED "_E" DELIMITED BY SIZE
087800       INTO FILE-VAR-VALUE.
087900     MOVE "dd_ETICOMP" TO FILE-VAR-NAME.
088000     DISPLAY FILE-VAR-NAME UPON ENVIRONMENT-NAME.
088100     DISPLAY FILE-VAR-VALUE UPON ENVIRONMENT-VALUE.
088200     MOVE "dd_BARCNEG" TO FILE-VAR-NAME.
088300     DISPLAY FILE-VAR-NAME UPON ENVIRONMENT-NAME.
088400     DISPLAY FILE-VAR-VALUE UPON ENVIRONMENT-VALUE.
088500 EX-COSTRUISCI-DD-ETICOMP.
088600     EXIT.
088700*
088800*     righe di una lingua: le denominazioni legali e i testi
088900*     passano da LINGUE come testi fissi, i simboli no
089000 SCRIVI-LINGUA-ET.
089100     MOVE LINGUA-ET (I-LN) TO LINGUA-LG OF PAR-LINGUE.
089200     MOVE "COMPOSIZIONE" TO TESTO-LG OF PAR-LINGUE.
089300     PERFORM TRADUCI-TESTO-ET THRU EX-TRADUCI-TESTO-ET.
089400     MOVE "T" TO TIPO-EC.
089500     MOVE TESTO-LG OF PAR-LINGUE TO TESTO-EC.
089600     PERFORM SCRIVI-RIGA-ET THRU EX-SCRIVI-RIGA-ET.
089700     PERFORM SCRIVI-FIBRA-T THRU EX-SCRIVI-FIBRA-T
089800        VARYING I-CP FROM 1 BY 1 UNTIL I-CP > 6.
089900     IF RIGHE-FODERA > 0
090000        MOVE "FODERA" TO TESTO-LG OF PAR-LINGUE
090100        PERFORM TRADUCI-TESTO-ET THRU EX-TRADUCI-TESTO-ET
090200        MOVE "O" TO TIPO-EC
090300        MOVE TESTO-LG OF PAR-LINGUE TO TESTO-EC
090400        PERFORM SCRIVI-RIGA-ET THRU EX-SCRIVI-RIGA-ET
090500        PERFORM SCRIVI-FIBRA-F THRU EX-SCRIVI-FIBRA-F
090600           VARYING I-CP FROM 1 BY 1 UNTIL I-CP > 6
090700     END-IF.
090800     IF IX-MN = 0
090900        GO TO EX-SCRIVI-LINGUA-ET.
091000     MOVE "S" TO TIPO-EC.
091100     MOVE SIMBOLI-MN (IX-MN) TO TESTO-EC.
091200     PERFORM SCRIVI-RIGA-ET THRU EX-SCRIVI-RIGA-ET.
091300     IF TESTO-MN (IX-MN) NOT = SPACES
091400        MOVE TESTO-MN (IX-MN) TO TESTO-LG OF PAR-LINGUE
091500        PERFORM TRADUCI-TESTO-ET THRU EX-TRADUCI-TESTO-ET
091600        MOVE "M" TO TIPO-EC
091700        MOVE TESTO-LG OF PAR-LINGUE TO TESTO-EC
091800        PERFORM SCRIVI-RIGA-ET THRU EX-SCRIVI-RIGA-ET
091900     END-IF.
092000 EX-SCRIVI-LINGUA-ET.
092100     EXIT.
092200*
092300 SCRIVI-FIBRA-T.
092400     IF SIGLA-FIBRA OF COMPOS-TESSUTO (I-CP) = SPACES
092500        GO TO EX-SCRIVI-FIBRA-T.
092600     MOVE SIGLA-FIBRA OF COMPOS-TESSUTO (I-CP) TO SIGLA-CERCA.
092700     MOVE PERC-COMPOS OF COMPOS-TESSUTO (I-CP) TO PERC-ED.
092800     MOVE "F" TO TIPO-EC.
092900     PERFORM COMPONI-FIBRA THRU EX-COMPONI-FIBRA.
093000 EX-SCRIVI-FIBRA-T.
093100     EXIT.
093200*
093300 SCRIVI-FIBRA-F.
093400     IF SIGLA-FIBRA OF COMPOS-FODERA (I-CP) = SPACES
093500        GO TO EX-SCRIVI-FIBRA-F.
093600     MOVE SIGLA-FIBRA OF COMPOS-FODERA (I-CP) TO SIGLA-CERCA.
093700     MOVE PERC-COMPOS OF COMPOS-FODERA (I-CP) TO PERC-ED.
093800     MOVE "L" TO TIPO-EC.
093900     PERFORM COMPONI-FIBRA THRU EX-COMPONI-FIBRA.
094000 EX-SCRIVI-FIBRA-F.
094100     EXIT.
094200*
094300*     "nn% denominazione"; senza FIBRELEG resta la sigla
094400 COMPONI-FIBRA.
094500     PERFORM CERCA-FIBRA THRU EX-CERCA-FIBRA.
094600     IF IX-FB = 0
094700        MOVE SIGLA-CERCA TO NOME-FIBRA
094800     ELSE
094900        MOVE NOME-FB (IX-FB) TO NOME-FIBRA
095000     END-IF.
095100     MOVE NOME-FIBRA TO TESTO-LG OF PAR-LINGUE.
095200     PERFORM TRADUCI-TESTO-ET THRU EX-TRADUCI-TESTO-ET.
095300     MOVE SPACES TO TESTO-EC.
095400     STRING PERC-ED "% " DELIMITED BY SIZE
095500            TESTO-LG OF PAR-LINGUE DELIMITED BY "  "
095600       INTO TESTO-EC.
095700     PERFORM SCRIVI-RIGA-ET THRU EX-SCRIVI-RIGA-ET.
095800 EX-COMPONI-FIBRA.
095900     EXIT.
096000*
096100 TRADUCI-TESTO-ET.
096200     MOVE "T" TO FUNZ-LG OF PAR-LINGUE.
096300     CALL "LINGUE" USING W-COMMON PAR-LINGUE.
096400 EX-TRADUCI-TESTO-ET.
096500     EXIT.
096600*
096700 SCRIVI-RIGA-ET.
096800     MOVE T-TAB TO TG-EC-1 TG-EC-2 TG-EC-3 TG-EC-4.
096900     MOVE C-MAT-CC OF PAR-CTRLCOMP TO C-MAT-EC.
097000     MOVE LINGUA-ET (I-LN) TO LINGUA-EC.
097100     MOVE COPIE-CC OF PAR-CTRLCOMP TO COPIE-EC.
097200     IF COPIE-EC = 0
097300        MOVE 1 TO COPIE-EC.
097400     WRITE REC-ETIC.
097500     ADD 1 TO RIGHE-SCRITTE.
097600 EX-SCRIVI-RIGA-ET.
097700     EXIT.
097800*
097900*
098000 MENU-VIDEO.
098100     DISPLAY "----  COMPOSIZIONI TESSILI  -------------".
098200     DISPLAY "Funzione (R=rapporto collezione V=verifica"
098300             " articolo E=etichette) " NO ADVANCING.
098400     MOVE SPACE TO FUNZIONE-IN.
098500     ACCEPT FUNZIONE-IN.
098600     EVALUATE FUNZIONE-IN
098700        WHEN "R"
098800           PERFORM RAPPORTO-COLLEZIONE
098900              THRU EX-RAPPORTO-COLLEZIONE
099000        WHEN "V"
099100           PERFORM VERIFICA-VIDEO THRU EX-VERIFICA-VIDEO
099200        WHEN "E"
099300           PERFORM ETICHETTE-VIDEO THRU EX-ETICHETTE-VIDEO
099400        WHEN OTHER
099500           DISPLAY "Funzione non valida"
099600     END-EVALUATE.
099700 EX-MENU-VIDEO.
099800     EXIT.
099900*
100000 VERIFICA-VIDEO.
100100     DISPLAY "C-MAT (15 cifre)          " NO ADVANCING.
100200     MOVE SPACES TO C-MAT-IN.
100300     ACCEPT C-MAT-IN.
100400     IF C-MAT-IN NOT NUMERIC
100500        DISPLAY "C-MAT non numerico"
100600        GO TO EX-VERIFICA-VIDEO.
100700     MOVE C-MAT-IN TO C-MAT-CC OF PAR-CTRLCOMP.
100800     PERFORM VERIFICA-ARTICOLO THRU EX-VERIFICA-ARTICOLO.
100900     IF ARTICOLO-ESENTE
101000        DISPLAY "Accessorio: composizione non richiesta"
101100        GO TO EX-VERIFICA-VIDEO.
101200     IF CC-VALIDA OF PAR-CTRLCOMP
101300        DISPLAY "Composizione valida"
101400        GO TO EX-VERIFICA-VIDEO.
101500     PERFORM MOSTRA-DIFETTO THRU EX-MOSTRA-DIFETTO
101600        VARYING I-DF FROM 1 BY 1
101700        UNTIL I-DF > N-DIFETTI-CC OF PAR-CTRLCOMP OR I-DF > 20.
101800 EX-VERIFICA-VIDEO.
101900     EXIT.
102000*
102100 MOSTRA-DIFETTO.
102200     DISPLAY "  " DIFETTO-DF (I-DF).
102300 EX-MOSTRA-DIFETTO.
102400     EXIT.
102500*
102600 ETICHETTE-VIDEO.
102700     DISPLAY "C-MAT (15 cifre)          " NO ADVANCING.
102800     MOVE SPACES TO C-MAT-IN.
102900     ACCEPT C-MAT-IN.
103000     IF C-MAT-IN NOT NUMERIC
103100        DISPLAY "C-MAT non numerico"
103200        GO TO EX-ETICHETTE-VIDEO.
103300     DISPLAY "CONTO destinazione (vuoto=italiano) "
103400             NO ADVANCING.
103500     MOVE SPACES TO CONTO-IN.
103600     ACCEPT CONTO-IN.
103700     IF CONTO-IN = SPACES
103800        MOVE ZEROES TO CONTO-IN.
103900     IF CONTO-IN NOT NUMERIC
104000        DISPLAY "Conto non numerico"
104100        GO TO EX-ETICHETTE-VIDEO.
104200     DISPLAY "Copie (4 cifre)           " NO ADVANCING.
104300     MOVE SPACES TO COPIE-IN.
104400     ACCEPT COPIE-IN.
104500     IF COPIE-IN NOT NUMERIC
104600        MOVE "0001" TO COPIE-IN.
104700     DISPLAY "Stampante (2 cifre)       " NO ADVANCING.
104800     MOVE SPACES TO DESTINO-IN.
104900     ACCEPT DESTINO-IN.
105000     IF DESTINO-IN NOT NUMERIC
105100        MOVE "00" TO DESTINO-IN.
105200     MOVE C-MAT-IN TO C-MAT-CC OF PAR-CTRLCOMP.
105300     MOVE CONTO-IN TO CONTO-CC OF PAR-CTRLCOMP.
105400     MOVE COPIE-IN TO COPIE-CC OF PAR-CTRLCOMP.
105500     MOVE DESTINO-IN TO DESTINO-CC OF PAR-CTRLCOMP.
105600     PERFORM STAMPA-ETICHETTE THRU EX-STAMPA-ETICHETTE.
105700     IF CC-VALIDA OF PAR-CTRLCOMP
105800        MOVE RIGHE-SCRITTE TO CONTA-ED
105900        DISPLAY "Righe etichetta stampate " CONTA-ED
106000     END-IF.
106100 EX-ETICHETTE-VIDEO.
106200     EXIT.
106300*
106400*     rapporto dei difetti per collezione: scansione seriale
106500*     di ANAMAT come GENLIST, un controllo per articolo base
106600 RAPPORTO-COLLEZIONE.
106700     DISPLAY "Collezione (1 cifra)           " NO ADVANCING.
106800     MOVE SPACE TO COLLEZ-IN.
106900     ACCEPT COLLEZ-IN.
107000     IF COLLEZ-IN NOT NUMERIC
107100        DISPLAY "Collezione non numerica"
107200        GO TO EX-RAPPORTO-COLLEZIONE.
107300     MOVE COLLEZ-IN TO COLLEZ-RIC.
107400     DISPLAY "Stagione (1 cifra, vuoto=tutte) " NO ADVANCING.
107500     MOVE SPACE TO STAG-IN.
107600     ACCEPT STAG-IN.
107700     DISPLAY "Anno (1 cifra, vuoto=tutti)     " NO ADVANCING.
107800     MOVE SPACE TO ANNO-IN.
107900     ACCEPT ANNO-IN.
108000     MOVE 0 TO N-BASI ESAMINATI DIFETTOSI ESENTI.
108100     PERFORM APRI-STAMPA THRU EX-APRI-STAMPA.
108200     STRING " CONTROLLO COMPOSIZIONI COLLEZIONE " COLLEZ-IN
108300            "  STAGIONE " STAG-IN "  ANNO " ANNO-IN
108400            DELIMITED BY SIZE INTO DATI-RIGA.
108500     PERFORM SCRIVI THRU EX-SCRIVI.
108600     MOVE "  C-MAT BASE       DESCRIZIONE               DIFETTO"
108700       TO DATI-RIGA.
108800     MOVE 2 TO N-RIGA-STAMPA.
108900     PERFORM SCRIVI THRU EX-SCRIVI.
109000     MOVE 0 TO NUM-REC-SER.
109100     MOVE 0 TO W-STATUS-WORD-IMAGE.
109200     PERFORM LEGGI-ANAMAT-SER THRU EX-LEGGI-ANAMAT-SER
109300        UNTIL W-FUORI-FILE.
109400     MOVE ESAMINATI TO CONTA-ED.
109500     STRING " ARTICOLI ESAMINATI  " CONTA-ED
109600            DELIMITED BY SIZE INTO DATI-RIGA.
109700     MOVE 2 TO N-RIGA-STAMPA.
109800     PERFORM SCRIVI THRU EX-SCRIVI.
109900     MOVE DIFETTOSI TO CONTA-ED.
110000     STRING " CON DIFETTI         " CONTA-ED
110100            DELIMITED BY SIZE INTO DATI-RIGA.
110200     PERFORM SCRIVI THRU EX-SCRIVI.
110300     MOVE ESENTI TO CONTA-ED.
110400     STRING " ACCESSORI ESENTI    " CONTA-ED
110500            DELIMITED BY SIZE INTO DATI-RIGA.
110600     PERFORM SCRIVI THRU EX-SCRIVI.
110700     CALL "QCLPPR" USING PAR-PRINT
110800                          RIGA BUFFER.
110900     MOVE ESAMINATI TO CONTA-ED.
111000     DISPLAY "Articoli esaminati     " CONTA-ED.
111100     MOVE DIFETTOSI TO CONTA-ED.
111200     DISPLAY "Con difetti            " CONTA-ED.
111300 EX-RAPPORTO-COLLEZIONE.
111400     EXIT.
111500*
111600 LEGGI-ANAMAT-SER.
111700     ADD 1 TO NUM-REC-SER.
111800     MOVE NUM-REC-SER TO W-VALORE-CAMPO-W.
111900     MOVE 2 TO W-MODO.
112000     MOVE "ANAMAT;"    TO W-NOME-DATA-SET.
112100     PERFORM TTDBGET THRU EX-TTDBGET.
112200     IF W-OK-IMAGE
112300        PERFORM ESAMINA-ARTICOLO THRU EX-ESAMINA-ARTICOLO
112400        MOVE 0 TO W-STATUS-WORD-IMAGE
112500     END-IF.
112600 EX-LEGGI-ANAMAT-SER.
112700     EXIT.
112800*
112900*     la verifica rilegge ANAMAT e COMPOS con la propria
113000*     chiave: la scansione va avanti per numero di record
113100 ESAMINA-ARTICOLO.
113200     IF VALID-REC OF REC-ANAMAT = "**"
113300        GO TO EX-ESAMINA-ARTICOLO.
113400     MOVE C-MAT OF REC-ANAMAT TO C-MAT-DISP.
113500     MOVE C-MAT-DISP TO C-MAT-TRANS-RID.
113600     IF COLLEZIONE OF C-MAT-TRANSITO NOT = COLLEZ-RIC
113700        GO TO EX-ESAMINA-ARTICOLO.
113800     IF STAG-IN NUMERIC
113900        AND STAGIONE OF C-MAT-TRANSITO NOT = STAG-IN
114000        GO TO EX-ESAMINA-ARTICOLO.
114100     IF ANNO-IN NUMERIC
114200        AND ANNO OF C-MAT-TRANSITO NOT = ANNO-IN
114300        GO TO EX-ESAMINA-ARTICOLO.
114400     COMPUTE C-MAT-BASE-CC = C-MAT-DISP / 1000 * 1000.
114500     MOVE 0 TO IX-BS.
114600     PERFORM CERCA-BASE THRU EX-CERCA-BASE
114700        VARYING I-BS FROM 1 BY 1 UNTIL I-BS > N-BASI.
114800     IF IX-BS NOT = 0
114900        GO TO EX-ESAMINA-ARTICOLO.
115000     IF N-BASI NOT < 5000
115100        DISPLAY "CTRLCOMP   TAB-BASI da allargare"
115200        GO TO EX-ESAMINA-ARTICOLO.
115300     ADD 1 TO N-BASI.
115400     MOVE C-MAT-BASE-CC TO C-MAT-BS (N-BASI).
115500     ADD 1 TO ESAMINATI.
115600     MOVE C-MAT-DISP TO C-MAT-CC OF PAR-CTRLCOMP.
115700     PERFORM VERIFICA-ARTICOLO THRU EX-VERIFICA-ARTICOLO.
115800     IF ARTICOLO-ESENTE
115900        ADD 1 TO ESENTI
116000        GO TO EX-ESAMINA-ARTICOLO.
116100     IF CC-VALIDA OF PAR-CTRLCOMP
116200        GO TO EX-ESAMINA-ARTICOLO.
116300     ADD 1 TO DIFETTOSI.
116400     PERFORM STAMPA-DIFETTO THRU EX-STAMPA-DIFETTO
116500        VARYING I-DF FROM 1 BY 1
116600        UNTIL I-DF > N-DIFETTI-CC OF PAR-CTRLCOMP OR I-DF > 20.
116700 EX-ESAMINA-ARTICOLO.
116800     EXIT.
116900*
117000 CERCA-BASE.
117100     IF C-MAT-BS (I-BS) = C-MAT-BASE-CC
117200        MOVE I-BS TO IX-BS
117300     END-IF.
117400 EX-CERCA-BASE.
117500     EXIT.
117600*
117700*     codice e descrizione sulla prima riga dell'articolo,
117800*     le righe seguenti portano solo il difetto
117900 STAMPA-DIFETTO.
118000     IF I-DF = 1
118100        MOVE C-MAT-BASE-CC TO C-MAT-ED
118200        STRING "  " C-MAT-ED "  " D-MAT-MEM "  " DIFETTO-DF (I-DF)
118300               DELIMITED BY SIZE INTO DATI-RIGA
118400     ELSE
118500        MOVE DIFETTO-DF (I-DF) TO DATI-RIGA (46:)
118600     END-IF.
118700     MOVE 1 TO N-RIGA-STAMPA.
118800     PERFORM SCRIVI THRU EX-SCRIVI.
118900 EX-STAMPA-DIFETTO.
119000     EXIT.
119100*
119200*
119300 APRI-STAMPA.
119400     MOVE  136  TO LL-RIGA.
119500     MOVE 9999 TO N-MAX-RIGHE.
119600     MOVE 0 TO FLAGS-ROUTINE.
119700     MOVE "G" TO PRE-NOME-FILE.
119800     MOVE W-FORMATO-INTERNO TO TERM-N-FILE.
119900     CALL "QOLPPR" USING PAR-PRINT
120000                          RIGA BUFFER.
120100     MOVE 0   TO N-STAMPANTE.
120200     MOVE "M" TO COMANDO.
120300     MOVE 66  TO N-RIGA-STAMPA.
120400 EX-APRI-STAMPA.
120500     EXIT.
120600*
120700 SCRIVI.
120800     CALL "QWLPPR" USING PAR-PRINT
120900                         RIGA BUFFER.
121000     IF STATO OF PAR-PRINT NOT = 0
121100        MOVE STATO OF PAR-PRINT TO STATO-DISPLAY
121200        DISPLAY "CTRLCOMP   ERRORE QPRINT CON STATO : "
121300                STATO-DISPLAY
121400     END-IF.
121500     MOVE SPACES TO DATI-RIGA.
121600     MOVE "S" TO COMANDO.
121700     MOVE 0 TO N-RIGA-STAMPA.
121800 EX-SCRIVI.
121900     EXIT.
122000*
122100*
122200 TTDBFIND.
122300              COPY PDBFIND.
122400*
122500 TTDBGET.
122600              COPY PDBGET.
122700*
122800*      FINE PROGRAMMA    **** /K CTRLCOMP.COB  *****
