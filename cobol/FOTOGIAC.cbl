000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. FOTOGIAC.
000310*2026*        15/10/26
000320*     storico delle giacenze: SITPF sa solo la giacenza di
000330*     oggi e ogni domanda sul passato costringe a ricostruirla
000340*     da MOVMAG, una data per volta, con VALINVEN. FUNZIONE
000350*     "F", passo notturno "FOTOGIAC" della catena CATENEOD
000360*     (esito su FOTOGIACESI, KO finche' il giro non arriva in
000370*     fondo): accoda a GIACSTOR la giacenza di ogni riga
000380*     SITPF non vuota (magazzino, C-MAT, quantita' e VAL-GIAC)
000390*     con data e settimana, una sola volta al giorno; poi
000400*     condensa lo storico: le fotografie giornaliere oltre i
000410*     90 giorni restano solo se ultime della loro settimana e
000420*     diventano settimanali. FUNZIONE "R": per un intervallo
000430*     di settimane (date GGMMAA come RAPMARG) giacenza media
000440*     (ultima fotografia di ogni settimana), costo del venduto
000450*     e margine delle vendite MOVMAG (regola di RAPMARG),
000460*     rotazione e GMROI per classe e per magazzino.
000470*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-STORIA ASSIGN TO "GIACSTOR"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-GS.
001500     SELECT OPTIONAL FILE-STORIA-IN ASSIGN TO "GIACSTOR"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-GI.
001800     SELECT OPTIONAL FILE-LAVORO ASSIGN TO "GIACSTON"
001900        ORGANIZATION IS LINE SEQUENTIAL
002000        FILE STATUS IS CHECK-GL.
002100     SELECT OPTIONAL FILE-ESITO ASSIGN TO "FOTOGIACESI"
002200        ORGANIZATION IS LINE SEQUENTIAL
002300        FILE STATUS IS CHECK-ES.
002400*
002500 DATA DIVISION.
002600 FILE SECTION.
002700 FD FILE-STORIA DATA RECORD REC-STORIA.
002800 01 REC-STORIA            COPY YGIACSTO.
002900 FD FILE-STORIA-IN DATA RECORD REC-STORIA-IN.
003000 01 REC-STORIA-IN         COPY YGIACSTO.
003100 FD FILE-LAVORO DATA RECORD REC-LAVORO.
003200 01 REC-LAVORO            COPY YGIACSTO.
003300 FD FILE-ESITO DATA RECORD REC-ESITO.
003400 01 REC-ESITO              PIC XX.
003500*
003600 WORKING-STORAGE SECTION.
003700*
003800*ESTETA*
003900     COPY NTG.
004000*
004100 01 AREA-REC-SET     PIC X(512).
004200 01 REC-MOVMAG       COPY YMOVMAG.
004300 01 REC-SITPF        COPY YSITPF.
004400*
004500 01 COD-FOTO         COPY DANCODMT.
004600*
004700 01 PARGEN           COPY QPARGEN.
004800 01 PARQDATA         COPY QPARDATS.
004900*
005000 77 CHECK-GS        PIC XX.
005100    88 GS-APERTO    VALUES ARE "05", "00".
005200 77 CHECK-GI        PIC XX.
005300    88 GI-APERTO    VALUES ARE "05", "00".
005400 77 CHECK-GL        PIC XX.
005500    88 GL-APERTO    VALUES ARE "05", "00".
005600 77 CHECK-ES        PIC XX.
005700    88 ES-APERTO    VALUES ARE "05", "00".
005800*
005900 01 OK-FINE-FILE    PIC S9(4) COMP.
006000    88 LETTO-FINE-FILE VALUE 1.
006100 01 OK-FINE-SET     PIC S9(4) COMP.
006200    88 LETTO-FINE-SET VALUE 1.
006300 01 NUM-REC-SET     PIC S9(9) COMP.
006400*
006500 01 T-TAB           PIC X VALUE X"9".
006600*
006700 01 FUNZIONE-IN     PIC X.
006800 01 DATA-DA-IN      PIC X(6).
006900 01 DATA-A-IN       PIC X(6).
007000 01 SETT-DA         PIC S9(4) COMP.
007100 01 SETT-A          PIC S9(4) COMP.
007110* intervallo in AAMMGG per le fotografie e in anno * 100 +
007120* settimana per i movimenti (MOVMAG non porta la data)
007130 01 DATA-DA-AMG     PIC 9(6).
007140 01 FILLER REDEFINES DATA-DA-AMG.
007150  05 AA-DA           PIC 99.
007160  05 MM-DA           PIC 99.
007170  05 GG-DA           PIC 99.
007172 01 DATA-A-AMG      PIC 9(6).
007174 01 FILLER REDEFINES DATA-A-AMG.
007176  05 AA-A            PIC 99.
007178  05 MM-A            PIC 99.
007180  05 GG-A            PIC 99.
007182 01 CHIAVE-DA       PIC S9(6) COMP.
007184 01 CHIAVE-A        PIC S9(6) COMP.
007186 01 CHIAVE-MOV      PIC S9(6) COMP.
007188 01 AA-CHIAVE       PIC S9(4) COMP.
007200*
007300* oggi: data AAMMGG, settimana e numero seriale QDATAS
007400 01 DATA-OGGI       PIC 9(6).
007500 01 FILLER REDEFINES DATA-OGGI.
007600  05 AA-OGGI         PIC 99.
007700  05 MM-OGGI         PIC 99.
007800  05 GG-OGGI         PIC 99.
007900 01 SETT-OGGI       PIC S9(4) COMP.
008000 01 SER-OGGI        PIC S9(9) COMP.
008100 01 SER-LIMITE      PIC S9(9) COMP.
008200*
008300* data AAMMGG da convertire in numero seriale
008400 01 DATA-ESAME      PIC 9(6).
008500 01 FILLER REDEFINES DATA-ESAME.
008600  05 AA-ESAME        PIC 99.
008700  05 MM-ESAME        PIC 99.
008800  05 GG-ESAME        PIC 99.
008900 01 SER-ESAME       PIC S9(9) COMP.
009000*
009100* date presenti sullo storico, nell'ordine del file; TIENI
009200* "S" la data resta com'e', "C" diventa settimanale, "N"
009300* si toglie; USATA "S" ultima fotografia della settimana
009400* nell'intervallo del rapporto
009500 01 TAB-DATE.
009600  05 RIGA-TD OCCURS 1500.
009700   10 DATA-TD          PIC 9(6).
009800   10 SETT-TD          PIC 9(4).
009900   10 TIPO-TD          PIC X.
010000   10 TIENI-TD         PIC X.
010100   10 USATA-TD         PIC X.
010200 01 N-DATE          PIC S9(4) COMP.
010300 01 I-TD            PIC S9(4) COMP.
010400 01 IX-TD           PIC S9(4) COMP.
010500 01 DATE-PIENA      PIC S9(4) COMP.
010600 01 FOTO-DI-OGGI    PIC X.
010700 01 DA-CONDENSARE   PIC S9(4) COMP.
010800 01 N-FOTO          PIC S9(4) COMP.
010900 01 ULT-DATA-LETTA  PIC 9(6).
011000 01 ULT-DATA-USATA  PIC X.
011100*
011200* contatori del giro notturno
011300 01 RIGHE-SCRITTE   PIC S9(9) COMP.
011400 01 RIGHE-LETTE     PIC S9(9) COMP.
011500 01 RIGHE-TOLTE     PIC S9(9) COMP.
011600 01 QTA-RIGA        PIC S9(9) COMP.
011700 01 I-TG            PIC S9(4) COMP.
011800*
011900* rapporto: giacenze sommate sulle fotografie e vendite
012000* dell'intervallo, per classe (indice classe + 1) e per
012100* magazzino
012200 01 TAB-CLASSI-FG.
012300  05 RIGA-CF OCCURS 100.
012400   10 PRESENTE-CF      PIC X.
012500   10 QTA-CF           PIC S9(15) COMP-3.
012600   10 VAL-CF           PIC S9(17) COMP-3.
012700   10 COSTO-CF         PIC S9(15) COMP-3.
012800   10 RICAVO-CF        PIC S9(15) COMP-3.
012900 01 TAB-MAG-FG.
013000  05 RIGA-MF OCCURS 200.
013100   10 MAG-MF           PIC 9(3).
013200   10 QTA-MF           PIC S9(15) COMP-3.
013300   10 VAL-MF           PIC S9(17) COMP-3.
013400   10 COSTO-MF         PIC S9(15) COMP-3.
013500   10 RICAVO-MF        PIC S9(15) COMP-3.
013600 01 N-MAG-FG        PIC S9(4) COMP.
013700 01 MAG-PIENA       PIC S9(4) COMP.
013800 01 I-CF            PIC S9(4) COMP.
013900 01 I-MF            PIC S9(4) COMP.
014000 01 IX-MF           PIC S9(4) COMP.
014100 01 MAG-CERCATO     PIC 9(3).
014200*
014300* riga in accumulo e in stampa
014400 01 QTA-ACC         PIC S9(15) COMP-3.
014500 01 VAL-ACC         PIC S9(17) COMP-3.
014600 01 COSTO-ACC       PIC S9(15) COMP-3.
014700 01 RICAVO-ACC      PIC S9(15) COMP-3.
014800 01 TOT-QTA         PIC S9(15) COMP-3.
014900 01 TOT-VAL         PIC S9(17) COMP-3.
015000 01 TOT-COSTO       PIC S9(15) COMP-3.
015100 01 TOT-RICAVO      PIC S9(15) COMP-3.
015200 01 VAL-MEDIO       PIC S9(15) COMP-3.
015300 01 QTA-VEND        PIC S9(9) COMP.
015400 01 VENDITE-PRESE   PIC S9(9) COMP.
015500 01 CONTA-ED        PIC Z(8)9.
015600 01 SETT-ED         PIC 9(4).
015700*
015800 01  PAR-PRINT.
015900  05  STATO         PIC S9(4) COMP.
016000  05  LL-RIGA       PIC  9(4) COMP.
016100  05  N-MAX-RIGHE   PIC  9(4) COMP.
016200  05  FLAG-ROUTINE  PIC  9(4) COMP.
016300  05  NUM-FILE-ID   PIC  9(4) COMP.
016400  05  NOME-FILE.
016500   10 PRE-NOME-FILE     PIC X.
016600   10 TERM-N-FILE       PIC 9(6).
016700   10 FILLER            PIC XXX VALUE ".ST".
016800*
016900 01  RIGA.
017000  05  N-STAMPANTE   PIC 9.
017100  05  COMANDO       PIC X.
017200  05  N-RIGA-STAMPA PIC 9(4) COMP.
017300  05  DATI-RIGA     PIC X(132).
017400  05 RIGA-ROTAZIONE-ST REDEFINES DATI-RIGA.
017500    10 FILLER        PIC X(2).
017600    10 CHIAVE-ST     PIC X(10).
017700    10 FILLER        PIC X(2).
017800    10 QTA-MEDIA-ST  PIC -(9)9.
017900    10 FILLER        PIC X(2).
018000    10 VAL-MEDIO-ST  PIC -(11)9,99.
018100    10 FILLER        PIC X(2).
018200    10 COSTO-ST      PIC -(11)9,99.
018300    10 FILLER        PIC X(2).
018400    10 MARGINE-ST    PIC -(11)9,99.
018500    10 FILLER        PIC X(2).
018600    10 ROTAZ-ST      PIC -(3)9,99.
018700    10 FILLER        PIC X(2).
018800    10 GMROI-ST      PIC -(3)9,99.
018900    10 FILLER        PIC X(39).
019000*
019100 01 BUFFER.
019200  05 N-BUF               PIC S9(4) COMP VALUE 37.
019300  05 FILLER              PIC XX.
019400  05 FILLER              PIC X(5120).
019500*
019600 01 STATO-DISPLAY    PIC ZZZZ-.
019700*
019800 LINKAGE SECTION.
019900*
020000 01 W-COMMON       COPY WCOMMONW.
020100*
020200*PAGE
020300 PROCEDURE DIVISION  USING W-COMMON.
020400 INIZIO.
020500     DISPLAY "----  STORICO GIACENZE  -----------------".
020600     DISPLAY "Funzione (F=fotografia R=rapporto rotazione) "
020700             NO ADVANCING.
020800     MOVE SPACE TO FUNZIONE-IN.
020900     ACCEPT FUNZIONE-IN.
021000     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-OGGI.
021100     EVALUATE FUNZIONE-IN
021200        WHEN "F"
021300           PERFORM FOTOGRAFIA THRU EX-FOTOGRAFIA
021400        WHEN "R"
021500           PERFORM RAPPORTO THRU EX-RAPPORTO
021600        WHEN OTHER
021700           DISPLAY "Funzione non valida"
021800     END-EVALUATE.
021900 FINE.
022000     EXIT PROGRAM.
022100*
022200*
022300*     giro notturno: fotografia di oggi e condensazione
022400 FOTOGRAFIA.
022500*    KO subito: se il giro cade a meta' ORCHEOD trova KO e
022600*    non un passo eternamente in corso
022700     PERFORM SCRIVI-ESITO-KO THRU EX-SCRIVI-ESITO-KO.
022800     PERFORM SETTIMANA-OGGI THRU EX-SETTIMANA-OGGI.
022900     IF Q-STATO OF PARGEN NOT = 0
023000        DISPLAY "FOTOGIAC   data di oggi non valida"
023100        GO TO EX-FOTOGRAFIA.
023200     MOVE DATA-OGGI TO DATA-ESAME.
023300     PERFORM SERIALE-DATA THRU EX-SERIALE-DATA.
023400     IF SER-ESAME = 0
023500        DISPLAY "FOTOGIAC   data di oggi non valida"
023600        GO TO EX-FOTOGRAFIA.
023700     MOVE SER-ESAME TO SER-OGGI.
023800     COMPUTE SER-LIMITE = SER-OGGI - 90.
023900     PERFORM CARICA-DATE THRU EX-CARICA-DATE.
024000     IF FOTO-DI-OGGI = "S"
024100        DISPLAY "FOTOGIAC   fotografia di oggi gia' presente"
024200     ELSE
024300        PERFORM SCATTA-FOTO THRU EX-SCATTA-FOTO
024400        IF NOT GS-APERTO
024500           GO TO EX-FOTOGRAFIA
024600        END-IF
024700     END-IF.
024800     IF DATE-PIENA NOT = 0
024900        DISPLAY "FOTOGIAC   TAB-DATE da allargare: "
025000                "condensazione saltata"
025100     ELSE
025200        PERFORM CONDENSA THRU EX-CONDENSA
025300     END-IF.
025400     PERFORM SCRIVI-ESITO-OK THRU EX-SCRIVI-ESITO-OK.
025500 EX-FOTOGRAFIA.
025600     EXIT.
025700*
025800*     settimana di oggi (QDATAS funz.1 poi funz.2 su GGMMAA)
025900 SETTIMANA-OGGI.
026000     MOVE GG-OGGI TO Q-DATA-9 (1:2).
026100     MOVE MM-OGGI TO Q-DATA-9 (3:2).
026200     MOVE AA-OGGI TO Q-DATA-9 (5:2).
026300     MOVE 1 TO Q-FUNZIONE OF PARGEN.
026400     CANCEL "QDATAS"
026500     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA.
026600     IF Q-STATO OF PARGEN NOT = 0
026700        GO TO EX-SETTIMANA-OGGI.
026800     MOVE 2 TO Q-FUNZIONE OF PARGEN.
026900     CANCEL "QDATAS"
027000     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA.
027100     MOVE Q-SETTIMANA TO SETT-OGGI.
027200 EX-SETTIMANA-OGGI.
027300     EXIT.
027400*
027500*     numero seriale della data AAMMGG in DATA-ESAME (0 se non
027600*     valida), QDATAS funz.6
027700 SERIALE-DATA.
027800     MOVE 0 TO SER-ESAME.
027900     MOVE GG-ESAME TO Q-DATA-9 (1:2).
028000     MOVE MM-ESAME TO Q-DATA-9 (3:2).
028100     MOVE AA-ESAME TO Q-DATA-9 (5:2).
028200     MOVE 6 TO Q-FUNZIONE OF PARGEN.
028300     CANCEL "QDATAS"
028400     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA
028500                         Q-AA-4 Q-GIORNI-SERIALE.
028600     IF Q-STATO OF PARGEN = 0
028700        MOVE Q-GIORNI-SERIALE TO SER-ESAME.
028800 EX-SERIALE-DATA.
028900     EXIT.
029000*
029100*     date presenti sullo storico (il file e' in ordine di
029200*     data: ogni notte si accoda)
029300 CARICA-DATE.
029400     MOVE 0 TO N-DATE DATE-PIENA ULT-DATA-LETTA.
029500     MOVE "N" TO FOTO-DI-OGGI.
029600     OPEN INPUT FILE-STORIA-IN.
029700     IF NOT GI-APERTO
029800        GO TO EX-CARICA-DATE.
029900     MOVE 0 TO OK-FINE-FILE.
030000     PERFORM LEGGI-DATA-STORIA THRU EX-LEGGI-DATA-STORIA
030100        UNTIL LETTO-FINE-FILE.
030200     CLOSE FILE-STORIA-IN.
030300 EX-CARICA-DATE.
030400     EXIT.
030500*
030600 LEGGI-DATA-STORIA.
030700     READ FILE-STORIA-IN
030800        AT END
030900           MOVE 1 TO OK-FINE-FILE
031000           GO TO EX-LEGGI-DATA-STORIA
031100     END-READ.
031200     IF DATA-GS OF REC-STORIA-IN = ULT-DATA-LETTA
031300        GO TO EX-LEGGI-DATA-STORIA.
031400     MOVE DATA-GS OF REC-STORIA-IN TO ULT-DATA-LETTA.
031500     IF DATA-GS OF REC-STORIA-IN = DATA-OGGI
031600        MOVE "S" TO FOTO-DI-OGGI.
031700     IF N-DATE NOT < 1500
031800        MOVE 1 TO DATE-PIENA
031900        GO TO EX-LEGGI-DATA-STORIA.
032000     ADD 1 TO N-DATE.
032100     MOVE DATA-GS OF REC-STORIA-IN TO DATA-TD (N-DATE).
032200     MOVE SETT-GS OF REC-STORIA-IN TO SETT-TD (N-DATE).
032300     MOVE TIPO-GS OF REC-STORIA-IN TO TIPO-TD (N-DATE).
032400     MOVE "S" TO TIENI-TD (N-DATE).
032500     MOVE "N" TO USATA-TD (N-DATE).
032600 EX-LEGGI-DATA-STORIA.
032700     EXIT.
032800*
032900*     giacenza di oggi: una riga per riga SITPF non vuota
033000 SCATTA-FOTO.
033100     MOVE 0 TO RIGHE-SCRITTE.
033200     OPEN EXTEND FILE-STORIA.
033300     IF NOT GS-APERTO
033400        DISPLAY "FOTOGIAC   GIACSTOR non apribile " CHECK-GS
033500        GO TO EX-SCATTA-FOTO.
033600     MOVE 0 TO NUM-REC-SET OK-FINE-SET.
033700     MOVE 0 TO W-STATUS-WORD-IMAGE.
033800     PERFORM LEGGI-SITPF-SER THRU EX-LEGGI-SITPF-SER
033900        UNTIL LETTO-FINE-SET.
034000     CLOSE FILE-STORIA.
034100     MOVE RIGHE-SCRITTE TO CONTA-ED.
034200     DISPLAY "FOTOGIAC   righe fotografate " CONTA-ED.
034300 EX-SCATTA-FOTO.
034400     EXIT.
034500*
034600 LEGGI-SITPF-SER.
034700     ADD 1 TO NUM-REC-SET.
034800     MOVE NUM-REC-SET TO W-VALORE-CAMPO-W.
034900     MOVE 2 TO W-MODO.
035000     MOVE "SITPF;" TO W-NOME-DATA-SET.
035100     PERFORM TTDBGET THRU EX-TTDBGET.
035200     IF W-FUORI-FILE OR W-FINE-FILE
035300        MOVE 1 TO OK-FINE-SET
035400        GO TO EX-LEGGI-SITPF-SER.
035500     IF NOT W-OK-IMAGE
035600        GO TO EX-LEGGI-SITPF-SER.
035700     MOVE AREA-REC-SET TO REC-SITPF.
035800     MOVE 0 TO QTA-RIGA.
035900     PERFORM SOMMA-GIAC-TAGLIA THRU EX-SOMMA-GIAC-TAGLIA
036000        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > NTG-NTG.
036100     IF QTA-RIGA = 0 AND VAL-GIAC OF REC-SITPF = 0
036200        GO TO EX-LEGGI-SITPF-SER.
036300     MOVE C-MAT OF REC-SITPF TO C-MAT-TRANS-RID.
036400     MOVE T-TAB TO TG-GS-1 OF REC-STORIA TG-GS-2 OF REC-STORIA
036500                   TG-GS-3 OF REC-STORIA TG-GS-4 OF REC-STORIA
036600                   TG-GS-5 OF REC-STORIA TG-GS-6 OF REC-STORIA
036700                   TG-GS-7 OF REC-STORIA.
036800     MOVE DATA-OGGI TO DATA-GS OF REC-STORIA.
036900     MOVE SETT-OGGI TO SETT-GS OF REC-STORIA.
037000     MOVE "G" TO TIPO-GS OF REC-STORIA.
037100     MOVE MAGAZZINO OF REC-SITPF TO MAG-GS OF REC-STORIA.
037200     MOVE C-MAT-TRANS-RID TO C-MAT-GS OF REC-STORIA.
037300     MOVE CLASSE OF C-MAT-TRANSITO TO CLASSE-GS OF REC-STORIA.
037400     MOVE QTA-RIGA TO QTA-GS OF REC-STORIA.
037500     MOVE VAL-GIAC OF REC-SITPF TO VALORE-GS OF REC-STORIA.
037600     WRITE REC-STORIA.
037700     ADD 1 TO RIGHE-SCRITTE.
037800 EX-LEGGI-SITPF-SER.
037900     EXIT.
038000*
038100 SOMMA-GIAC-TAGLIA.
038200     ADD QTA-GIAC-PF OF REC-SITPF (I-TG) TO QTA-RIGA.
038300 EX-SOMMA-GIAC-TAGLIA.
038400     EXIT.
038500*
038600*
038700*     condensazione: le date giornaliere oltre i 90 giorni
038800*     restano solo se ultime della loro settimana sullo
038900*     storico e diventano settimanali; lo storico si riscrive
039000*     passando da GIACSTON solo se c'e' qualcosa da cambiare
039100 CONDENSA.
039200     MOVE 0 TO DA-CONDENSARE.
039300     PERFORM DECIDI-DATA THRU EX-DECIDI-DATA
039400        VARYING I-TD FROM 1 BY 1 UNTIL I-TD > N-DATE.
039500     IF DA-CONDENSARE = 0
039600        GO TO EX-CONDENSA.
039700     MOVE 0 TO RIGHE-LETTE RIGHE-TOLTE.
039800     OPEN INPUT FILE-STORIA-IN.
039900     OPEN OUTPUT FILE-LAVORO.
040000     IF NOT GI-APERTO OR NOT GL-APERTO
040100        DISPLAY "FOTOGIAC   GIACSTOR/GIACSTON non apribili "
040200                CHECK-GI " " CHECK-GL
040300        GO TO EX-CONDENSA.
040400     MOVE 0 TO ULT-DATA-LETTA IX-TD.
040500     MOVE 0 TO OK-FINE-FILE.
040600     PERFORM CONDENSA-RIGA THRU EX-CONDENSA-RIGA
040700        UNTIL LETTO-FINE-FILE.
040800     CLOSE FILE-STORIA-IN FILE-LAVORO.
040900     OPEN INPUT FILE-LAVORO.
041000     OPEN OUTPUT FILE-STORIA.
041100     IF NOT GL-APERTO OR NOT GS-APERTO
041200        DISPLAY "FOTOGIAC   GIACSTOR/GIACSTON non apribili "
041300                CHECK-GS " " CHECK-GL
041400        GO TO EX-CONDENSA.
041500     MOVE 0 TO OK-FINE-FILE.
041600     PERFORM RICOPIA-RIGA THRU EX-RICOPIA-RIGA
041700        UNTIL LETTO-FINE-FILE.
041800     CLOSE FILE-LAVORO FILE-STORIA.
041900     MOVE RIGHE-TOLTE TO CONTA-ED.
042000     DISPLAY "FOTOGIAC   righe condensate " CONTA-ED.
042100 EX-CONDENSA.
042200     EXIT.
042300*
042400 DECIDI-DATA.
042500     IF TIPO-TD (I-TD) = "S"
042600        GO TO EX-DECIDI-DATA.
042700     MOVE DATA-TD (I-TD) TO DATA-ESAME.
042800     PERFORM SERIALE-DATA THRU EX-SERIALE-DATA.
042900     IF SER-ESAME NOT < SER-LIMITE
043000        GO TO EX-DECIDI-DATA.
043100     ADD 1 TO DA-CONDENSARE.
043200     MOVE "C" TO TIENI-TD (I-TD).
043300     IF I-TD < N-DATE
043400        IF SETT-TD (I-TD + 1) = SETT-TD (I-TD)
043500           MOVE "N" TO TIENI-TD (I-TD)
043600        END-IF
043700     END-IF.
043800 EX-DECIDI-DATA.
043900     EXIT.
044000*
044100 CONDENSA-RIGA.
044200     READ FILE-STORIA-IN
044300        AT END
044400           MOVE 1 TO OK-FINE-FILE
044500           GO TO EX-CONDENSA-RIGA
044600     END-READ.
044700     ADD 1 TO RIGHE-LETTE.
044800     IF DATA-GS OF REC-STORIA-IN NOT = ULT-DATA-LETTA
044900        MOVE DATA-GS OF REC-STORIA-IN TO ULT-DATA-LETTA
045000        PERFORM TROVA-DATA THRU EX-TROVA-DATA.
045100     MOVE REC-STORIA-IN TO REC-LAVORO.
045200     IF IX-TD NOT = 0
045300        IF TIENI-TD (IX-TD) = "N"
045400           ADD 1 TO RIGHE-TOLTE
045500           GO TO EX-CONDENSA-RIGA
045600        END-IF
045700        IF TIENI-TD (IX-TD) = "C"
045800           MOVE "S" TO TIPO-GS OF REC-LAVORO
045900        END-IF
046000     END-IF.
046100     WRITE REC-LAVORO.
046200 EX-CONDENSA-RIGA.
046300     EXIT.
046400*
046500*     riga della data ULT-DATA-LETTA in TAB-DATE (0 = assente)
046600 TROVA-DATA.
046700     MOVE 0 TO IX-TD.
046800     PERFORM CONFRONTA-DATA THRU EX-CONFRONTA-DATA
046900        VARYING I-TD FROM 1 BY 1 UNTIL I-TD > N-DATE.
047000 EX-TROVA-DATA.
047100     EXIT.
047200*
047300 CONFRONTA-DATA.
047400     IF DATA-TD (I-TD) = ULT-DATA-LETTA
047500        MOVE I-TD TO IX-TD.
047600 EX-CONFRONTA-DATA.
047700     EXIT.
047800*
047900 RICOPIA-RIGA.
048000     READ FILE-LAVORO
048100        AT END
048200           MOVE 1 TO OK-FINE-FILE
048300           GO TO EX-RICOPIA-RIGA
048400     END-READ.
048500     MOVE REC-LAVORO TO REC-STORIA.
048600     WRITE REC-STORIA.
048700 EX-RICOPIA-RIGA.
048800     EXIT.
048900*
049000 SCRIVI-ESITO-OK.
049100     OPEN OUTPUT FILE-ESITO.
049200     MOVE "OK" TO REC-ESITO.
049300     WRITE REC-ESITO.
049400     CLOSE FILE-ESITO.
049500 EX-SCRIVI-ESITO-OK.
049600     EXIT.
049700*
049800 SCRIVI-ESITO-KO.
049900     OPEN OUTPUT FILE-ESITO.
050000     MOVE "KO" TO REC-ESITO.
050100     WRITE REC-ESITO.
050200     CLOSE FILE-ESITO.
050300 EX-SCRIVI-ESITO-KO.
050400     EXIT.
050500*
050600*
050700*     rapporto di rotazione sulle settimane richieste
050800 RAPPORTO.
050900     DISPLAY "Data da (GGMMAA) " NO ADVANCING.
051000     ACCEPT DATA-DA-IN.
051100     DISPLAY "Data a  (GGMMAA) " NO ADVANCING.
051200     ACCEPT DATA-A-IN.
051300     IF DATA-DA-IN NOT NUMERIC OR DATA-A-IN NOT NUMERIC
051400        DISPLAY "Date non numeriche"
051500        GO TO EX-RAPPORTO.
051600     PERFORM CALCOLA-SETTIMANE THRU EX-CALCOLA-SETTIMANE.
051700     IF Q-STATO OF PARGEN NOT = 0
051800        DISPLAY "Date non valide"
051900        GO TO EX-RAPPORTO.
052000     PERFORM CARICA-DATE THRU EX-CARICA-DATE.
052100     IF DATE-PIENA NOT = 0
052200        DISPLAY "FOTOGIAC   TAB-DATE da allargare: "
052300                "rapporto INCOMPLETO".
052400     MOVE 0 TO N-FOTO.
052500     PERFORM SCEGLI-DATA THRU EX-SCEGLI-DATA
052600        VARYING I-TD FROM 1 BY 1 UNTIL I-TD > N-DATE.
052700     IF N-FOTO = 0
052800        DISPLAY "Nessuna fotografia nell'intervallo"
052900        GO TO EX-RAPPORTO.
053000     PERFORM AZZERA-CLASSE THRU EX-AZZERA-CLASSE
053100        VARYING I-CF FROM 1 BY 1 UNTIL I-CF > 100.
053200     MOVE 0 TO N-MAG-FG MAG-PIENA VENDITE-PRESE.
053300     PERFORM SOMMA-FOTOGRAFIE THRU EX-SOMMA-FOTOGRAFIE.
053400     PERFORM SCANSIONA-MOVMAG THRU EX-SCANSIONA-MOVMAG.
053500     IF MAG-PIENA NOT = 0
053600        DISPLAY "FOTOGIAC   TAB-MAG-FG da allargare".
053700     PERFORM STAMPA-RAPPORTO THRU EX-STAMPA-RAPPORTO.
053800     MOVE N-FOTO TO CONTA-ED.
053900     DISPLAY "FOTOGIAC   settimane fotografate " CONTA-ED.
054000     MOVE VENDITE-PRESE TO CONTA-ED.
054100     DISPLAY "FOTOGIAC   vendite prese         " CONTA-ED.
054200 EX-RAPPORTO.
054300     EXIT.
054400*
054500*     date esterne -> settimane (QDATAS funz.1 poi funz.2,
054600*     come CALCOLA-SETTIMANE di RAPMARG), date AAMMGG e
054610*     chiavi anno/settimana; la settimana 52-53 in gennaio e'
054620*     dell'anno prima, la 1 in dicembre dell'anno dopo
054700 CALCOLA-SETTIMANE.
054710     PERFORM SETTIMANA-OGGI THRU EX-SETTIMANA-OGGI.
054720     IF Q-STATO OF PARGEN NOT = 0
054730        GO TO EX-CALCOLA-SETTIMANE.
054800     MOVE DATA-DA-IN TO Q-DATA-9.
054900     MOVE 1 TO Q-FUNZIONE OF PARGEN.
055000     CANCEL "QDATAS"
055100     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA.
055200     IF Q-STATO OF PARGEN NOT = 0
055300        GO TO EX-CALCOLA-SETTIMANE.
055310     MOVE Q-DATA-I TO DATA-DA-AMG.
055400     MOVE 2 TO Q-FUNZIONE OF PARGEN.
055500     CANCEL "QDATAS"
055600     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA.
055700     MOVE Q-SETTIMANA TO SETT-DA.
055800     MOVE DATA-A-IN TO Q-DATA-9.
055900     MOVE 1 TO Q-FUNZIONE OF PARGEN.
056000     CANCEL "QDATAS"
056100     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA.
056200     IF Q-STATO OF PARGEN NOT = 0
056300        GO TO EX-CALCOLA-SETTIMANE.
056310     MOVE Q-DATA-I TO DATA-A-AMG.
056400     MOVE 2 TO Q-FUNZIONE OF PARGEN.
056500     CANCEL "QDATAS"
056600     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA.
056700     MOVE Q-SETTIMANA TO SETT-A.
056710     MOVE AA-DA TO AA-CHIAVE.
056715     IF MM-DA = 1 AND SETT-DA > 50
056720        SUBTRACT 1 FROM AA-CHIAVE.
056725     IF MM-DA = 12 AND SETT-DA < 10
056730        ADD 1 TO AA-CHIAVE.
056735     COMPUTE CHIAVE-DA = AA-CHIAVE * 100 + SETT-DA.
056740     MOVE AA-A TO AA-CHIAVE.
056745     IF MM-A = 1 AND SETT-A > 50
056750        SUBTRACT 1 FROM AA-CHIAVE.
056755     IF MM-A = 12 AND SETT-A < 10
056760        ADD 1 TO AA-CHIAVE.
056765     COMPUTE CHIAVE-A = AA-CHIAVE * 100 + SETT-A.
056800 EX-CALCOLA-SETTIMANE.
056900     EXIT.
057000*
057100*     per ogni settimana dell'intervallo vale l'ultima
057200*     fotografia presente (giornaliera o gia' settimanale)
057210*     fino alla data a; si sceglie sulla data e non sulla
057220*     settimana, che sullo storico si ripete di anno in anno
057300 SCEGLI-DATA.
057400     IF DATA-TD (I-TD) < DATA-DA-AMG
057450        OR DATA-TD (I-TD) > DATA-A-AMG
057500        GO TO EX-SCEGLI-DATA.
057600     IF I-TD < N-DATE
057700        IF SETT-TD (I-TD + 1) = SETT-TD (I-TD)
057750           AND DATA-TD (I-TD + 1) NOT > DATA-A-AMG
057800           GO TO EX-SCEGLI-DATA
057900        END-IF
058000     END-IF.
058100     MOVE "S" TO USATA-TD (I-TD).
058200     ADD 1 TO N-FOTO.
058300 EX-SCEGLI-DATA.
058400     EXIT.
058500*
058600 AZZERA-CLASSE.
058700     MOVE "N" TO PRESENTE-CF (I-CF).
058800     MOVE 0 TO QTA-CF (I-CF) VAL-CF (I-CF) COSTO-CF (I-CF)
058900               RICAVO-CF (I-CF).
059000 EX-AZZERA-CLASSE.
059100     EXIT.
059200*
059300*     giacenze delle fotografie scelte, per classe e magazzino
059400 SOMMA-FOTOGRAFIE.
059500     OPEN INPUT FILE-STORIA-IN.
059600     IF NOT GI-APERTO
059700        GO TO EX-SOMMA-FOTOGRAFIE.
059800     MOVE 0 TO ULT-DATA-LETTA.
059900     MOVE "N" TO ULT-DATA-USATA.
060000     MOVE 0 TO OK-FINE-FILE.
060100     PERFORM SOMMA-RIGA-STORIA THRU EX-SOMMA-RIGA-STORIA
060200        UNTIL LETTO-FINE-FILE.
060300     CLOSE FILE-STORIA-IN.
060400 EX-SOMMA-FOTOGRAFIE.
060500     EXIT.
060600*
060700 SOMMA-RIGA-STORIA.
060800     READ FILE-STORIA-IN
060900        AT END
061000           MOVE 1 TO OK-FINE-FILE
061100           GO TO EX-SOMMA-RIGA-STORIA
061200     END-READ.
061300     IF DATA-GS OF REC-STORIA-IN NOT = ULT-DATA-LETTA
061400        MOVE DATA-GS OF REC-STORIA-IN TO ULT-DATA-LETTA
061500        MOVE "N" TO ULT-DATA-USATA
061600        PERFORM TROVA-DATA THRU EX-TROVA-DATA
061700        IF IX-TD NOT = 0
061800           MOVE USATA-TD (IX-TD) TO ULT-DATA-USATA
061900        END-IF
062000     END-IF.
062100     IF ULT-DATA-USATA NOT = "S"
062200        GO TO EX-SOMMA-RIGA-STORIA.
062300     MOVE QTA-GS OF REC-STORIA-IN TO QTA-ACC.
062400     MOVE VALORE-GS OF REC-STORIA-IN TO VAL-ACC.
062500     MOVE 0 TO COSTO-ACC RICAVO-ACC.
062600     COMPUTE I-CF = CLASSE-GS OF REC-STORIA-IN + 1.
062700     MOVE MAG-GS OF REC-STORIA-IN TO MAG-CERCATO.
062800     PERFORM ACCUMULA-RIGA THRU EX-ACCUMULA-RIGA.
062900 EX-SOMMA-RIGA-STORIA.
063000     EXIT.
063100*
063200*     QTA/VAL/COSTO/RICAVO-ACC sulla classe I-CF e sul
063300*     magazzino MAG-CERCATO
063400 ACCUMULA-RIGA.
063500     MOVE "S" TO PRESENTE-CF (I-CF).
063600     ADD QTA-ACC TO QTA-CF (I-CF).
063700     ADD VAL-ACC TO VAL-CF (I-CF).
063800     ADD COSTO-ACC TO COSTO-CF (I-CF).
063900     ADD RICAVO-ACC TO RICAVO-CF (I-CF).
064000     MOVE 0 TO IX-MF.
064100     PERFORM CERCA-MAGAZZINO THRU EX-CERCA-MAGAZZINO
064200        VARYING I-MF FROM 1 BY 1 UNTIL I-MF > N-MAG-FG.
064300     IF IX-MF = 0
064400        IF N-MAG-FG NOT < 200
064500           MOVE 1 TO MAG-PIENA
064600           GO TO EX-ACCUMULA-RIGA
064700        END-IF
064800        ADD 1 TO N-MAG-FG
064900        MOVE N-MAG-FG TO IX-MF
065000        MOVE MAG-CERCATO TO MAG-MF (IX-MF)
065100        MOVE 0 TO QTA-MF (IX-MF) VAL-MF (IX-MF)
065200                  COSTO-MF (IX-MF) RICAVO-MF (IX-MF)
065300     END-IF.
065400     ADD QTA-ACC TO QTA-MF (IX-MF).
065500     ADD VAL-ACC TO VAL-MF (IX-MF).
065600     ADD COSTO-ACC TO COSTO-MF (IX-MF).
065700     ADD RICAVO-ACC TO RICAVO-MF (IX-MF).
065800 EX-ACCUMULA-RIGA.
065900     EXIT.
066000*
066100 CERCA-MAGAZZINO.
066200     IF MAG-MF (I-MF) = MAG-CERCATO
066300        MOVE I-MF TO IX-MF.
066400 EX-CERCA-MAGAZZINO.
066500     EXIT.
066600*
066700*
066800*     vendite dell'intervallo: scarico (QUANTITA negativa)
066900*     senza bolla fornitore, come VAGLIA-MOVIMENTO di RAPMARG
067000*     (convenzione *VACO*: sulle vendite PREZZO porta il
067100*     costo e COSTO-STD il prezzo di vendita); la SETTIMANA
067110*     oltre quella di oggi e' dell'anno prima (come CTRLPER)
067120*     e si confronta con le chiavi anno/settimana
067200 SCANSIONA-MOVMAG.
067300     MOVE 0 TO NUM-REC-SET OK-FINE-SET.
067400     MOVE 0 TO W-STATUS-WORD-IMAGE.
067500     PERFORM LEGGI-MOVMAG-SER THRU EX-LEGGI-MOVMAG-SER
067600        UNTIL LETTO-FINE-SET.
067700 EX-SCANSIONA-MOVMAG.
067800     EXIT.
067900*
068000 LEGGI-MOVMAG-SER.
068100     ADD 1 TO NUM-REC-SET.
068200     MOVE NUM-REC-SET TO W-VALORE-CAMPO-W.
068300     MOVE 2 TO W-MODO.
068400     MOVE "MOVMAG" TO W-NOME-DATA-SET.
068500     PERFORM TTDBGET THRU EX-TTDBGET.
068600     IF W-FUORI-FILE OR W-FINE-FILE
068700        MOVE 1 TO OK-FINE-SET
068800        GO TO EX-LEGGI-MOVMAG-SER.
068900     IF NOT W-OK-IMAGE
069000        GO TO EX-LEGGI-MOVMAG-SER.
069100     MOVE AREA-REC-SET TO REC-MOVMAG.
069200     IF QUANTITA OF REC-MOVMAG NOT < 0
069300        OR RIF-BOLLA-FORN OF REC-MOVMAG NOT = 0
069400        GO TO EX-LEGGI-MOVMAG-SER.
069410     MOVE AA-OGGI TO AA-CHIAVE.
069420     IF SETTIMANA OF REC-MOVMAG > SETT-OGGI
069430        SUBTRACT 1 FROM AA-CHIAVE.
069440     COMPUTE CHIAVE-MOV = AA-CHIAVE * 100
069450                        + SETTIMANA OF REC-MOVMAG.
069500     IF CHIAVE-MOV < CHIAVE-DA OR CHIAVE-MOV > CHIAVE-A
069600        GO TO EX-LEGGI-MOVMAG-SER.
069700     ADD 1 TO VENDITE-PRESE.
069800     COMPUTE QTA-VEND = 0 - QUANTITA OF REC-MOVMAG.
069900     MOVE 0 TO QTA-ACC VAL-ACC.
070000     COMPUTE RICAVO-ACC = COSTO-STD OF REC-MOVMAG * QTA-VEND.
070100     COMPUTE COSTO-ACC = PREZZO OF REC-MOVMAG * QTA-VEND.
070200     MOVE C-MAT OF REC-MOVMAG TO C-MAT-TRANS-RID.
070300     COMPUTE I-CF = CLASSE OF C-MAT-TRANSITO + 1.
070400     MOVE MAGAZZINO OF REC-MOVMAG TO MAG-CERCATO.
070500     PERFORM ACCUMULA-RIGA THRU EX-ACCUMULA-RIGA.
070600 EX-LEGGI-MOVMAG-SER.
070700     EXIT.
070800*
070900*
071000 STAMPA-RAPPORTO.
071100     PERFORM APRI-STAMPA THRU EX-APRI-STAMPA.
071200     MOVE SETT-DA TO SETT-ED.
071300     STRING " ROTAZIONE E GMROI - SETTIMANE " SETT-ED
071400            DELIMITED BY SIZE INTO DATI-RIGA.
071500     MOVE SETT-A TO SETT-ED.
071600     MOVE SETT-ED TO DATI-RIGA (37:4).
071700     MOVE "-" TO DATI-RIGA (36:1).
071800     MOVE N-FOTO TO CONTA-ED.
071900     STRING "  FOTOGRAFIE " CONTA-ED
072000            DELIMITED BY SIZE INTO DATI-RIGA (42:30).
072100     PERFORM SCRIVI THRU EX-SCRIVI.
072200     MOVE "  CHIAVE        GIAC.MEDIA     VALORE MEDIO"
072300       TO DATI-RIGA.
072400     MOVE "   COSTO VENDUTO          MARGINE  ROTAZ.    GMROI"
072500       TO DATI-RIGA (45:50).
072600     MOVE 2 TO N-RIGA-STAMPA.
072700     PERFORM SCRIVI THRU EX-SCRIVI.
072800     MOVE " --- PER CLASSE ---" TO DATI-RIGA.
072900     MOVE 2 TO N-RIGA-STAMPA.
073000     PERFORM SCRIVI THRU EX-SCRIVI.
073100     MOVE 0 TO TOT-QTA TOT-VAL TOT-COSTO TOT-RICAVO.
073200     PERFORM STAMPA-CLASSE THRU EX-STAMPA-CLASSE
073300        VARYING I-CF FROM 1 BY 1 UNTIL I-CF > 100.
073400     PERFORM STAMPA-TOTALE THRU EX-STAMPA-TOTALE.
073500     MOVE " --- PER MAGAZZINO ---" TO DATI-RIGA.
073600     MOVE 2 TO N-RIGA-STAMPA.
073700     PERFORM SCRIVI THRU EX-SCRIVI.
073800     MOVE 0 TO TOT-QTA TOT-VAL TOT-COSTO TOT-RICAVO.
073900     PERFORM STAMPA-MAGAZZINO THRU EX-STAMPA-MAGAZZINO
074000        VARYING I-MF FROM 1 BY 1 UNTIL I-MF > N-MAG-FG.
074100     PERFORM STAMPA-TOTALE THRU EX-STAMPA-TOTALE.
074200     CALL "QCLPPR" USING PAR-PRINT
074300                          RIGA BUFFER.
074400 EX-STAMPA-RAPPORTO.
074500     EXIT.
074600*
074700 STAMPA-CLASSE.
074800     IF PRESENTE-CF (I-CF) NOT = "S"
074900        GO TO EX-STAMPA-CLASSE.
075000     MOVE QTA-CF (I-CF) TO QTA-ACC.
075100     MOVE VAL-CF (I-CF) TO VAL-ACC.
075200     MOVE COSTO-CF (I-CF) TO COSTO-ACC.
075300     MOVE RICAVO-CF (I-CF) TO RICAVO-ACC.
075400     COMPUTE SETT-ED = I-CF - 1.
075500     STRING "CLASSE " SETT-ED (3:2)
075600            DELIMITED BY SIZE INTO CHIAVE-ST.
075700     PERFORM STAMPA-RIGA THRU EX-STAMPA-RIGA.
075800 EX-STAMPA-CLASSE.
075900     EXIT.
076000*
076100 STAMPA-MAGAZZINO.
076200     MOVE QTA-MF (I-MF) TO QTA-ACC.
076300     MOVE VAL-MF (I-MF) TO VAL-ACC.
076400     MOVE COSTO-MF (I-MF) TO COSTO-ACC.
076500     MOVE RICAVO-MF (I-MF) TO RICAVO-ACC.
076600     STRING "MAG " MAG-MF (I-MF)
076700            DELIMITED BY SIZE INTO CHIAVE-ST.
076800     PERFORM STAMPA-RIGA THRU EX-STAMPA-RIGA.
076900 EX-STAMPA-MAGAZZINO.
077000     EXIT.
077100*
077200 STAMPA-TOTALE.
077300     MOVE TOT-QTA TO QTA-ACC.
077400     MOVE TOT-VAL TO VAL-ACC.
077500     MOVE TOT-COSTO TO COSTO-ACC.
077600     MOVE TOT-RICAVO TO RICAVO-ACC.
077700     MOVE "TOTALE" TO CHIAVE-ST.
077800     MOVE 2 TO N-RIGA-STAMPA.
077900     PERFORM STAMPA-RIGA THRU EX-STAMPA-RIGA.
078000 EX-STAMPA-TOTALE.
078100     EXIT.
078200*
078300*     giacenza media sulle fotografie; rotazione = costo del
078400*     venduto / valore medio, GMROI = margine / valore medio
078500 STAMPA-RIGA.
078600     ADD QTA-ACC TO TOT-QTA.
078700     ADD VAL-ACC TO TOT-VAL.
078800     ADD COSTO-ACC TO TOT-COSTO.
078900     ADD RICAVO-ACC TO TOT-RICAVO.
079000     COMPUTE QTA-MEDIA-ST ROUNDED = QTA-ACC / N-FOTO.
079100     COMPUTE VAL-MEDIO ROUNDED = VAL-ACC / N-FOTO.
079200     COMPUTE VAL-MEDIO-ST = VAL-MEDIO / 100.
079300     COMPUTE COSTO-ST = COSTO-ACC / 100.
079400     COMPUTE MARGINE-ST = (RICAVO-ACC - COSTO-ACC) / 100.
079500     IF VAL-MEDIO > 0
079600        COMPUTE ROTAZ-ST ROUNDED = COSTO-ACC / VAL-MEDIO
079700        COMPUTE GMROI-ST ROUNDED =
079800                (RICAVO-ACC - COSTO-ACC) / VAL-MEDIO
079900     ELSE
080000        MOVE 0 TO ROTAZ-ST GMROI-ST
080100     END-IF.
080200     IF N-RIGA-STAMPA = 0
080300        MOVE 1 TO N-RIGA-STAMPA.
080400     PERFORM SCRIVI THRU EX-SCRIVI.
080500 EX-STAMPA-RIGA.
080600     EXIT.
080700*
080800*
080900 APRI-STAMPA.
081000     MOVE  136  TO LL-RIGA.
081100     MOVE 9999 TO N-MAX-RIGHE.
081200     MOVE "G" TO PRE-NOME-FILE.
081300     MOVE W-FORMATO-INTERNO TO TERM-N-FILE.
081400     CALL "QOLPPR" USING PAR-PRINT
081500                          RIGA BUFFER.
081600     MOVE 0   TO N-STAMPANTE.
081700     MOVE "M" TO COMANDO.
081800     MOVE 66  TO N-RIGA-STAMPA.
081900 EX-APRI-STAMPA.
082000     EXIT.
082100*
082200 SCRIVI.
082300     CALL "QWLPPR" USING PAR-PRINT
082400                         RIGA BUFFER.
082500     IF STATO OF PAR-PRINT NOT = 0
082600        MOVE STATO OF PAR-PRINT TO STATO-DISPLAY
082700        DISPLAY "FOTOGIAC   ERRORE QPRINT CON STATO : "
082800                STATO-DISPLAY
082900     END-IF.
083000     MOVE SPACES TO DATI-RIGA.
083100     MOVE "S" TO COMANDO.
083200     MOVE 0 TO N-RIGA-STAMPA.
083300 EX-SCRIVI.
083400     EXIT.
083500*
083600*
083700 TTDBGET.
083800              COPY PDBGET.
083900*
084000*      FINE PROGRAMMA    **** /K FOTOGIAC.COB  *****
