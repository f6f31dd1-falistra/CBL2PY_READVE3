000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. VENSETT.
000310*2026*        15/10/26
000320*     riepilogo settimanale dei movimenti di magazzino
000330*     (VENSETTF, riga COPY YVENSETT): una riga per settimana/
000340*     C-MAT/magazzino/conto/causale con quantita' per taglia,
000350*     ricavo e costo, perche' RAPMARG, BUDGVEND, PROVVIG,
000360*     MINMAX, CICLCONT, RAPCURVA e STAGMAT smettano di
000370*     scandire tutto MOVMAG ognuno per conto suo: lo leggono
000380*     quando c'e' e tornano a MOVMAG solo se manca.
000390*     FUNZIONE "N", passo notturno "VENSETT" della catena
000400*     CATENEOD (esito su VENSETTESI): riporta sul riepilogo
000410*     le scritture MOVMAG del giornale DBJOURNL successive
000420*     all'ultima data applicata (DBPUT in piu', DBDELETE in
000430*     meno; le DBUPDATE non portano l'immagine di prima e si
000440*     contano soltanto: con riscritture a video si chiede la
000450*     ricostruzione). FUNZIONE "R": ricostruzione completa da
000460*     MOVMAG in seriale, da lanciare a giornata chiusa (il
000470*     giornale di oggi si considera applicato). In tutti e
000480*     due i casi le righe passano dal SORT (ordine per
000490*     chiave, somma delle righe uguali) e il riepilogo nuovo
00049A*     si scrive su VENSETTN e poi si ricopia; VENSETTC porta
00049B*     l'ultima data applicata e lo stato ("L" in lavorazione:
00049C*     un giro caduto a meta' obbliga alla ricostruzione).
00049D*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT SORT-VS ASSIGN TO SORTWORK.
001300     SELECT OPTIONAL FILE-VENSETT ASSIGN TO "VENSETTF"
001400        ORGANIZATION IS LINE SEQUENTIAL
001500        FILE STATUS IS CHECK-VS.
001600     SELECT OPTIONAL FILE-VENSETN ASSIGN TO "VENSETTN"
001700        ORGANIZATION IS LINE SEQUENTIAL
001800        FILE STATUS IS CHECK-VN.
001900     SELECT OPTIONAL FILE-CONTR ASSIGN TO "VENSETTC"
002000        ORGANIZATION IS LINE SEQUENTIAL
002100        FILE STATUS IS CHECK-CT.
002200     SELECT OPTIONAL FILE-JRNL ASSIGN TO "DBJOURNL"
002300        ORGANIZATION IS SEQUENTIAL
002400        FILE STATUS IS CHECK-JR.
002500     SELECT OPTIONAL FILE-ESITO ASSIGN TO "VENSETTESI"
002600        ORGANIZATION IS LINE SEQUENTIAL
002700        FILE STATUS IS CHECK-ES.
002800*
002900 DATA DIVISION.
003000 FILE SECTION.
003100 SD SORT-VS DATA RECORD REC-SORT.
003200 01 REC-SORT              COPY YVENSETT.
003300 FD FILE-VENSETT DATA RECORD REC-VENSETT.
003400 01 REC-VENSETT           COPY YVENSETT.
003500 FD FILE-VENSETN DATA RECORD REC-VENSETN.
003600 01 REC-VENSETN           COPY YVENSETT.
003700 FD FILE-CONTR DATA RECORD REC-CONTR.
003800 01 REC-CONTR.
003900    05 DATA-CT            PIC 9(6).
004000    05 TG-CT-1            PIC X.
004100    05 STATO-CT           PIC X.
004200       88 COMPLETO-CT     VALUE "C".
004300       88 IN-LAVORO-CT    VALUE "L".
004400 FD FILE-JRNL DATA RECORD REC-JRNL.
004500 01 REC-JRNL              COPY YDBJRNL.
004600 FD FILE-ESITO DATA RECORD REC-ESITO.
004700 01 REC-ESITO              PIC XX.
004800*
004900 WORKING-STORAGE SECTION.
005000*
005100*ESTETA*
005200     COPY NTG.
005300*
005400 01 AREA-REC-SET     PIC X(512).
005500 01 REC-MOVMAG       COPY YMOVMAG.
005600*
005700 77 CHECK-VS        PIC XX.
005800    88 VS-APERTO    VALUES ARE "05", "00".
005900 77 CHECK-VN        PIC XX.
006000    88 VN-APERTO    VALUES ARE "05", "00".
006100 77 CHECK-CT        PIC XX.
006200    88 CT-APERTO    VALUES ARE "05", "00".
006300 77 CHECK-JR        PIC XX.
006400    88 JR-APERTO    VALUES ARE "05", "00".
006500 77 CHECK-ES        PIC XX.
006600    88 ES-APERTO    VALUES ARE "05", "00".
006700*
006800 01 OK-FINE-FILE    PIC S9(4) COMP.
006900    88 LETTO-FINE-FILE VALUE 1.
007000 01 OK-FINE-SET     PIC S9(4) COMP.
007100    88 LETTO-FINE-SET VALUE 1.
007200 01 OK-FINE-SORT    PIC S9(4) COMP.
007300    88 LETTO-FINE-SORT VALUE 1.
007400 01 NUM-REC-SET     PIC S9(9) COMP.
007500*
007600 01 T-TAB           PIC X VALUE X"9".
007700*
007800 01 FUNZIONE-IN     PIC X.
007900 01 DATA-OGGI       PIC 9(6).
008000 01 DATA-ULTIMA     PIC 9(6).
008100 01 DATA-ED         PIC 9(6).
008200*
008300* movimento da rilasciare al SORT: +1 in piu', -1 in meno
008400 01 SEGNO-MOV       PIC S9(4) COMP.
008500 01 I-TG            PIC S9(4) COMP.
008600 01 TAGLIE-MOSSE    PIC S9(4) COMP.
008700*
008800* riga in somma nell'uscita del SORT
008900 01 CHIAVE-ACC      PIC X(44).
009000 01 N-MOV-ACC       PIC S9(9) COMP.
009100 01 TAB-QTA-ACC.
009200  05 QTA-TG-ACC      PIC S9(9) COMP OCCURS 10.
009300 01 QUANTITA-ACC    PIC S9(11) COMP-3.
009400 01 RICAVO-ACC      PIC S9(15) COMP-3.
009500 01 COSTO-ACC       PIC S9(15) COMP-3.
009600 01 RIGA-IN-CORSO   PIC X.
009700 01 ERRORE-CARICA   PIC S9(4) COMP.
009800*
009900* contatori
010000 01 RIGHE-PRIMA     PIC S9(9) COMP.
010100 01 RIGHE-DOPO      PIC S9(9) COMP.
010200 01 MOV-PRESI       PIC S9(9) COMP.
010300 01 MOV-TOLTI       PIC S9(9) COMP.
010400 01 MOV-RISCRITTI   PIC S9(9) COMP.
010500 01 CONTA-ED        PIC Z(8)9.
010600*
010700 LINKAGE SECTION.
010800*
010900 01 W-COMMON       COPY WCOMMONW.
011000*
011100*PAGE
011200 PROCEDURE DIVISION  USING W-COMMON.
011300 INIZIO.
011400     DISPLAY "----  RIEPILOGO SETTIMANALE MOVIMENTI  ---".
011500     DISPLAY "Funzione (N=notte da giornale R=ricostruzione) "
011600             NO ADVANCING.
011700     MOVE SPACE TO FUNZIONE-IN.
011800     ACCEPT FUNZIONE-IN.
011900     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-OGGI.
012000     MOVE 0 TO RIGHE-PRIMA RIGHE-DOPO MOV-PRESI MOV-TOLTI
012100               MOV-RISCRITTI.
012200     EVALUATE FUNZIONE-IN
012300        WHEN "N"
012400           PERFORM AGGIORNA-NOTTE THRU EX-AGGIORNA-NOTTE
012500        WHEN "R"
012600           PERFORM RICOSTRUISCI THRU EX-RICOSTRUISCI
012700        WHEN OTHER
012800           DISPLAY "Funzione non valida"
012900     END-EVALUATE.
013000 FINE.
013100     EXIT PROGRAM.
013200*
013300*
013400*     giro notturno: giornale DBJOURNL dopo l'ultima data
013500*     applicata fino ad oggi
013600 AGGIORNA-NOTTE.
013700     PERFORM SCRIVI-ESITO-KO THRU EX-SCRIVI-ESITO-KO.
013800     PERFORM LEGGI-CONTROLLO THRU EX-LEGGI-CONTROLLO.
013900     IF NOT COMPLETO-CT
014000        DISPLAY "VENSETT    riepilogo assente o incompleto: "
014100                "ricostruire (funzione R)"
014200        GO TO EX-AGGIORNA-NOTTE.
014300     MOVE DATA-CT TO DATA-ULTIMA.
014400     IF DATA-OGGI NOT > DATA-ULTIMA
014500        MOVE DATA-ULTIMA TO DATA-ED
014600        DISPLAY "VENSETT    giornale gia' applicato fino al "
014700                DATA-ED
014800        PERFORM SCRIVI-ESITO-OK THRU EX-SCRIVI-ESITO-OK
014900        GO TO EX-AGGIORNA-NOTTE.
015000     MOVE DATA-ULTIMA TO DATA-CT.
015100     MOVE "L" TO STATO-CT.
015200     PERFORM SCRIVI-CONTROLLO THRU EX-SCRIVI-CONTROLLO.
015300     MOVE 0 TO ERRORE-CARICA.
015400     SORT SORT-VS ON ASCENDING KEY CHIAVE-VS OF REC-SORT
015500        INPUT PROCEDURE CARICA-NOTTE THRU EX-CARICA-NOTTE
015600        OUTPUT PROCEDURE SOMMA-RIGHE THRU EX-SOMMA-RIGHE.
015700*    riepilogo o giornale illeggibili: VENSETTF non si tocca
015800*    e il controllo torna com'era
015900     IF ERRORE-CARICA NOT = 0
016000        MOVE DATA-ULTIMA TO DATA-CT
016100        MOVE "C" TO STATO-CT
016200        PERFORM SCRIVI-CONTROLLO THRU EX-SCRIVI-CONTROLLO
016300        GO TO EX-AGGIORNA-NOTTE.
016400     IF NOT VN-APERTO
016500        GO TO EX-AGGIORNA-NOTTE.
016600     PERFORM RICOPIA-RIEPILOGO THRU EX-RICOPIA-RIEPILOGO.
016700     IF NOT VS-APERTO
016800        GO TO EX-AGGIORNA-NOTTE.
016900     MOVE DATA-OGGI TO DATA-CT.
017000     MOVE "C" TO STATO-CT.
017100     PERFORM SCRIVI-CONTROLLO THRU EX-SCRIVI-CONTROLLO.
017200     MOVE MOV-PRESI TO CONTA-ED.
017300     DISPLAY "VENSETT    movimenti aggiunti   " CONTA-ED.
017400     MOVE MOV-TOLTI TO CONTA-ED.
017500     DISPLAY "VENSETT    movimenti tolti      " CONTA-ED.
017600     PERFORM DISPLAY-RIGHE THRU EX-DISPLAY-RIGHE.
017700     IF MOV-RISCRITTI NOT = 0
017800        MOVE MOV-RISCRITTI TO CONTA-ED
017900        DISPLAY "VENSETT    riscritture MOVMAG   " CONTA-ED
018000        DISPLAY "VENSETT    non riportabili: ricostruire "
018100                "(funzione R)".
018200     PERFORM SCRIVI-ESITO-OK THRU EX-SCRIVI-ESITO-OK.
018300 EX-AGGIORNA-NOTTE.
018400     EXIT.
018500*
018600*     ingresso del SORT: il riepilogo com'e' piu' le righe
018700*     MOVMAG del giornale
018800 CARICA-NOTTE.
018900     OPEN INPUT FILE-VENSETT.
019000     IF CHECK-VS NOT = "00"
019100        DISPLAY "VENSETT    VENSETTF non apribile " CHECK-VS
019200        MOVE 1 TO ERRORE-CARICA
019300        GO TO EX-CARICA-NOTTE.
019400     MOVE 0 TO OK-FINE-FILE.
019500     PERFORM RILASCIA-RIEPILOGO THRU EX-RILASCIA-RIEPILOGO
019600        UNTIL LETTO-FINE-FILE.
019700     CLOSE FILE-VENSETT.
019800     OPEN INPUT FILE-JRNL.
019900     IF NOT JR-APERTO
020000        DISPLAY "VENSETT    DBJOURNL non apribile " CHECK-JR
020100        MOVE 1 TO ERRORE-CARICA
020200        GO TO EX-CARICA-NOTTE.
020300     MOVE 0 TO OK-FINE-FILE.
020400     PERFORM LEGGI-GIORNALE THRU EX-LEGGI-GIORNALE
020500        UNTIL LETTO-FINE-FILE.
020600     CLOSE FILE-JRNL.
020700 EX-CARICA-NOTTE.
020800     EXIT.
020900*
021000 RILASCIA-RIEPILOGO.
021100     READ FILE-VENSETT
021200        AT END
021300           MOVE 1 TO OK-FINE-FILE
021400           GO TO EX-RILASCIA-RIEPILOGO
021500     END-READ.
021600     ADD 1 TO RIGHE-PRIMA.
021700     MOVE REC-VENSETT TO REC-SORT.
021800     RELEASE REC-SORT.
021900 EX-RILASCIA-RIEPILOGO.
022000     EXIT.
022100*
022200 LEGGI-GIORNALE.
022300     READ FILE-JRNL
022400        AT END
022500           MOVE 1 TO OK-FINE-FILE
022600           GO TO EX-LEGGI-GIORNALE
022700     END-READ.
022800     IF DATA-JR NOT NUMERIC
022900        GO TO EX-LEGGI-GIORNALE.
023000     IF DATA-JR NOT > DATA-ULTIMA
023100        OR DATA-JR > DATA-OGGI
023200        GO TO EX-LEGGI-GIORNALE.
023300     IF DATASET-JR NOT = "MOVMAG" AND NOT = "MOVMAG;"
023400        GO TO EX-LEGGI-GIORNALE.
023500     MOVE IMAGE-JR TO REC-MOVMAG.
023600     EVALUATE VERBO-JR
023700        WHEN "P"
023800           MOVE 1 TO SEGNO-MOV
023900           ADD 1 TO MOV-PRESI
024000           PERFORM RILASCIA-MOVIMENTO
024100              THRU EX-RILASCIA-MOVIMENTO
024200        WHEN "D"
024300           MOVE -1 TO SEGNO-MOV
024400           ADD 1 TO MOV-TOLTI
024500           PERFORM RILASCIA-MOVIMENTO
024600              THRU EX-RILASCIA-MOVIMENTO
024700        WHEN "U"
024800           ADD 1 TO MOV-RISCRITTI
024900     END-EVALUATE.
025000 EX-LEGGI-GIORNALE.
025100     EXIT.
025200*
025300*
025400*     ricostruzione: MOVMAG in seriale da cima a fondo
025500 RICOSTRUISCI.
025600     MOVE DATA-OGGI TO DATA-CT.
025700     MOVE "L" TO STATO-CT.
025800     PERFORM SCRIVI-CONTROLLO THRU EX-SCRIVI-CONTROLLO.
025900     SORT SORT-VS ON ASCENDING KEY CHIAVE-VS OF REC-SORT
026000        INPUT PROCEDURE CARICA-MOVMAG THRU EX-CARICA-MOVMAG
026100        OUTPUT PROCEDURE SOMMA-RIGHE THRU EX-SOMMA-RIGHE.
026200     IF NOT VN-APERTO
026300        GO TO EX-RICOSTRUISCI.
026400     PERFORM RICOPIA-RIEPILOGO THRU EX-RICOPIA-RIEPILOGO.
026500     IF NOT VS-APERTO
026600        GO TO EX-RICOSTRUISCI.
026700     MOVE "C" TO STATO-CT.
026800     PERFORM SCRIVI-CONTROLLO THRU EX-SCRIVI-CONTROLLO.
026900     MOVE MOV-PRESI TO CONTA-ED.
027000     DISPLAY "VENSETT    movimenti MOVMAG     " CONTA-ED.
027100     PERFORM DISPLAY-RIGHE THRU EX-DISPLAY-RIGHE.
027200 EX-RICOSTRUISCI.
027300     EXIT.
027400*
027500 CARICA-MOVMAG.
027600     MOVE 0 TO NUM-REC-SET OK-FINE-SET.
027700     MOVE 0 TO W-STATUS-WORD-IMAGE.
027800     MOVE 1 TO SEGNO-MOV.
027900     PERFORM LEGGI-MOVMAG-SER THRU EX-LEGGI-MOVMAG-SER
028000        UNTIL LETTO-FINE-SET.
028100 EX-CARICA-MOVMAG.
028200     EXIT.
028300*
028400 LEGGI-MOVMAG-SER.
028500     ADD 1 TO NUM-REC-SET.
028600     MOVE NUM-REC-SET TO W-VALORE-CAMPO-W.
028700     MOVE 2 TO W-MODO.
028800     MOVE "MOVMAG" TO W-NOME-DATA-SET.
028900     PERFORM TTDBGET THRU EX-TTDBGET.
029000     IF W-FUORI-FILE OR W-FINE-FILE
029100        MOVE 1 TO OK-FINE-SET
029200        GO TO EX-LEGGI-MOVMAG-SER.
029300     IF NOT W-OK-IMAGE
029400        GO TO EX-LEGGI-MOVMAG-SER.
029500     MOVE AREA-REC-SET TO REC-MOVMAG.
029600     ADD 1 TO MOV-PRESI.
029700     PERFORM RILASCIA-MOVIMENTO THRU EX-RILASCIA-MOVIMENTO.
029800 EX-LEGGI-MOVMAG-SER.
029900     EXIT.
030000*
030100*     movimento MOVMAG -> riga del riepilogo, col SEGNO-MOV
030200 RILASCIA-MOVIMENTO.
030300     MOVE T-TAB TO TG-VS-1 OF REC-SORT TG-VS-2 OF REC-SORT
030400                   TG-VS-3 OF REC-SORT TG-VS-4 OF REC-SORT
030500                   TG-VS-5 OF REC-SORT TG-VS-6 OF REC-SORT
030600                   TG-VS-7 OF REC-SORT TG-VS-8 OF REC-SORT
030700                   TG-VS-9 OF REC-SORT TG-VS-10 OF REC-SORT
030800                   TG-VS-11 OF REC-SORT.
030900     MOVE SETTIMANA OF REC-MOVMAG TO SETT-VS OF REC-SORT.
031000     MOVE C-MAT OF REC-MOVMAG TO C-MAT-VS OF REC-SORT.
031100     MOVE MAGAZZINO OF REC-MOVMAG TO MAG-VS OF REC-SORT.
031200     MOVE CONTO OF REC-MOVMAG TO CONTO-VS OF REC-SORT.
031300     MOVE C-OPE OF REC-MOVMAG TO C-OPE-VS OF REC-SORT.
031400     IF QUANTITA OF REC-MOVMAG < 0
031500        IF RIF-BOLLA-FORN OF REC-MOVMAG = 0
031600           MOVE "V" TO TIPO-VS OF REC-SORT
031700        ELSE
031800           MOVE "S" TO TIPO-VS OF REC-SORT
031900        END-IF
032000     ELSE
032100        IF RIF-BOLLA-FORN OF REC-MOVMAG = 0
032200           MOVE "C" TO TIPO-VS OF REC-SORT
032300        ELSE
032400           MOVE "F" TO TIPO-VS OF REC-SORT
032500        END-IF
032600     END-IF.
032700     IF VAL-REC OF REC-MOVMAG = "C "
032800        MOVE "C" TO ORIGINE-VS OF REC-SORT
032900     ELSE
033000        MOVE SPACE TO ORIGINE-VS OF REC-SORT.
033100     IF PREZZO OF REC-MOVMAG = 0
033200        MOVE "S" TO PREZZO-NULLO-VS OF REC-SORT
033300     ELSE
033400        MOVE "N" TO PREZZO-NULLO-VS OF REC-SORT.
033500     MOVE 0 TO TAGLIE-MOSSE.
033600     PERFORM RILASCIA-TAGLIA THRU EX-RILASCIA-TAGLIA
033700        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
033800     IF TAGLIE-MOSSE = 0
033900        MOVE 0 TO N-MOV-VS OF REC-SORT
034000     ELSE
034100        MOVE SEGNO-MOV TO N-MOV-VS OF REC-SORT.
034200     COMPUTE QUANTITA-VS OF REC-SORT =
034300             QUANTITA OF REC-MOVMAG * SEGNO-MOV.
034400     COMPUTE RICAVO-VS OF REC-SORT =
034500             0 - COSTO-STD OF REC-MOVMAG
034600               * QUANTITA OF REC-MOVMAG * SEGNO-MOV.
034700     COMPUTE COSTO-VS OF REC-SORT =
034800             0 - PREZZO OF REC-MOVMAG
034900               * QUANTITA OF REC-MOVMAG * SEGNO-MOV.
035000     RELEASE REC-SORT.
035100 EX-RILASCIA-MOVIMENTO.
035200     EXIT.
035300*
035400 RILASCIA-TAGLIA.
035500     MOVE T-TAB TO TG-TG-VS OF REC-SORT (I-TG).
035600     COMPUTE QTA-TG-VS OF REC-SORT (I-TG) =
035700             QTA-TAGLIA OF REC-MOVMAG (I-TG) * SEGNO-MOV.
035800     IF QTA-TAGLIA OF REC-MOVMAG (I-TG) NOT = 0
035900        ADD 1 TO TAGLIE-MOSSE.
036000 EX-RILASCIA-TAGLIA.
036100     EXIT.
036200*
036300*
036400*     uscita del SORT: righe di chiave uguale sommate su
036500*     VENSETTN; le righe tornate a zero (movimenti tolti)
036600*     non si scrivono
036700 SOMMA-RIGHE.
036800     OPEN OUTPUT FILE-VENSETN.
036900     IF NOT VN-APERTO
037000        DISPLAY "VENSETT    VENSETTN non apribile " CHECK-VN
037100        GO TO EX-SOMMA-RIGHE.
037200     MOVE "N" TO RIGA-IN-CORSO.
037300     MOVE 0 TO OK-FINE-SORT.
037400     PERFORM RITORNA-RIGA THRU EX-RITORNA-RIGA
037500        UNTIL LETTO-FINE-SORT.
037600     IF RIGA-IN-CORSO = "S"
037700        PERFORM SCRIVI-RIGA-SOMMA THRU EX-SCRIVI-RIGA-SOMMA.
037800     CLOSE FILE-VENSETN.
037900 EX-SOMMA-RIGHE.
038000     EXIT.
038100*
038200 RITORNA-RIGA.
038300     RETURN SORT-VS
038400        AT END
038500           MOVE 1 TO OK-FINE-SORT
038600           GO TO EX-RITORNA-RIGA
038700     END-RETURN.
038800     IF RIGA-IN-CORSO = "S"
038900        AND CHIAVE-VS OF REC-SORT NOT = CHIAVE-ACC
039000        PERFORM SCRIVI-RIGA-SOMMA THRU EX-SCRIVI-RIGA-SOMMA.
039100     IF RIGA-IN-CORSO NOT = "S"
039200        MOVE CHIAVE-VS OF REC-SORT TO CHIAVE-ACC
039300        MOVE 0 TO N-MOV-ACC QUANTITA-ACC RICAVO-ACC COSTO-ACC
039400        PERFORM AZZERA-TAGLIA-ACC THRU EX-AZZERA-TAGLIA-ACC
039500           VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10
039600        MOVE "S" TO RIGA-IN-CORSO.
039700     ADD N-MOV-VS OF REC-SORT TO N-MOV-ACC.
039800     ADD QUANTITA-VS OF REC-SORT TO QUANTITA-ACC.
039900     ADD RICAVO-VS OF REC-SORT TO RICAVO-ACC.
040000     ADD COSTO-VS OF REC-SORT TO COSTO-ACC.
040100     PERFORM SOMMA-TAGLIA-ACC THRU EX-SOMMA-TAGLIA-ACC
040200        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
040300 EX-RITORNA-RIGA.
040400     EXIT.
040500*
040600 AZZERA-TAGLIA-ACC.
040700     MOVE 0 TO QTA-TG-ACC (I-TG).
040800 EX-AZZERA-TAGLIA-ACC.
040900     EXIT.
041000*
041100 SOMMA-TAGLIA-ACC.
041200     ADD QTA-TG-VS OF REC-SORT (I-TG) TO QTA-TG-ACC (I-TG).
041300 EX-SOMMA-TAGLIA-ACC.
041400     EXIT.
041500*
041600 SCRIVI-RIGA-SOMMA.
041700     MOVE "N" TO RIGA-IN-CORSO.
041800     MOVE 0 TO TAGLIE-MOSSE.
041900     PERFORM CONTA-TAGLIA-ACC THRU EX-CONTA-TAGLIA-ACC
042000        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
042100     IF N-MOV-ACC = 0 AND QUANTITA-ACC = 0 AND RICAVO-ACC = 0
042200        AND COSTO-ACC = 0 AND TAGLIE-MOSSE = 0
042300        GO TO EX-SCRIVI-RIGA-SOMMA.
042400     MOVE CHIAVE-ACC TO CHIAVE-VS OF REC-VENSETN.
042500     MOVE T-TAB TO TG-VS-8 OF REC-VENSETN TG-VS-9 OF REC-VENSETN
042600                   TG-VS-10 OF REC-VENSETN
042700                   TG-VS-11 OF REC-VENSETN.
042800     MOVE N-MOV-ACC TO N-MOV-VS OF REC-VENSETN.
042900     PERFORM SCRIVI-TAGLIA-ACC THRU EX-SCRIVI-TAGLIA-ACC
043000        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
043100     MOVE QUANTITA-ACC TO QUANTITA-VS OF REC-VENSETN.
043200     MOVE RICAVO-ACC TO RICAVO-VS OF REC-VENSETN.
043300     MOVE COSTO-ACC TO COSTO-VS OF REC-VENSETN.
043400     WRITE REC-VENSETN.
043500     ADD 1 TO RIGHE-DOPO.
043600 EX-SCRIVI-RIGA-SOMMA.
043700     EXIT.
043800*
043900 CONTA-TAGLIA-ACC.
044000     IF QTA-TG-ACC (I-TG) NOT = 0
044100        ADD 1 TO TAGLIE-MOSSE.
044200 EX-CONTA-TAGLIA-ACC.
044300     EXIT.
044400*
044500 SCRIVI-TAGLIA-ACC.
044600     MOVE T-TAB TO TG-TG-VS OF REC-VENSETN (I-TG).
044700     MOVE QTA-TG-ACC (I-TG) TO QTA-TG-VS OF REC-VENSETN (I-TG).
044800 EX-SCRIVI-TAGLIA-ACC.
044900     EXIT.
045000*
045100*     VENSETTN -> VENSETTF
045200 RICOPIA-RIEPILOGO.
045300     OPEN INPUT FILE-VENSETN.
045400     OPEN OUTPUT FILE-VENSETT.
045500     IF NOT VN-APERTO OR NOT VS-APERTO
045600        DISPLAY "VENSETT    VENSETTF/VENSETTN non apribili "
045700                CHECK-VS " " CHECK-VN
045800        MOVE "99" TO CHECK-VS
045900        GO TO EX-RICOPIA-RIEPILOGO.
046000     MOVE 0 TO OK-FINE-FILE.
046100     PERFORM RICOPIA-RIGA THRU EX-RICOPIA-RIGA
046200        UNTIL LETTO-FINE-FILE.
046300     CLOSE FILE-VENSETN FILE-VENSETT.
046400 EX-RICOPIA-RIEPILOGO.
046500     EXIT.
046600*
046700 RICOPIA-RIGA.
046800     READ FILE-VENSETN
046900        AT END
047000           MOVE 1 TO OK-FINE-FILE
047100           GO TO EX-RICOPIA-RIGA
047200     END-READ.
047300     MOVE REC-VENSETN TO REC-VENSETT.
047400     WRITE REC-VENSETT.
047500 EX-RICOPIA-RIGA.
047600     EXIT.
047700*
047800 DISPLAY-RIGHE.
047900     MOVE RIGHE-PRIMA TO CONTA-ED.
048000     DISPLAY "VENSETT    righe riepilogo prima" CONTA-ED.
048100     MOVE RIGHE-DOPO TO CONTA-ED.
048200     DISPLAY "VENSETT    righe riepilogo dopo " CONTA-ED.
048300 EX-DISPLAY-RIGHE.
048400     EXIT.
048500*
048600*
048700 LEGGI-CONTROLLO.
048800     MOVE 0 TO DATA-CT.
048900     MOVE SPACE TO STATO-CT.
049000     OPEN INPUT FILE-CONTR.
049100     IF NOT CT-APERTO
049200        GO TO EX-LEGGI-CONTROLLO.
049300     READ FILE-CONTR
049400        AT END
049500           MOVE 0 TO DATA-CT
049600           MOVE SPACE TO STATO-CT
049700     END-READ.
049800     CLOSE FILE-CONTR.
049900 EX-LEGGI-CONTROLLO.
050000     EXIT.
050100*
050200 SCRIVI-CONTROLLO.
050300     MOVE T-TAB TO TG-CT-1.
050400     OPEN OUTPUT FILE-CONTR.
050500     WRITE REC-CONTR.
050600     CLOSE FILE-CONTR.
050700 EX-SCRIVI-CONTROLLO.
050800     EXIT.
050900*
051000 SCRIVI-ESITO-OK.
051100     OPEN OUTPUT FILE-ESITO.
051200     MOVE "OK" TO REC-ESITO.
051300     WRITE REC-ESITO.
051400     CLOSE FILE-ESITO.
051500 EX-SCRIVI-ESITO-OK.
051600     EXIT.
051700*
051800 SCRIVI-ESITO-KO.
051900     OPEN OUTPUT FILE-ESITO.
052000     MOVE "KO" TO REC-ESITO.
052100     WRITE REC-ESITO.
052200     CLOSE FILE-ESITO.
052300 EX-SCRIVI-ESITO-KO.
052400     EXIT.
052500*
052600*
052700 TTDBGET.
052800              COPY PDBGET.
052900*
053000*      FINE PROGRAMMA    **** /K VENSETT.COB  *****
