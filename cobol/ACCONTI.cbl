000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. ACCONTI.
000310*2026*        15/10/26
000320*     prenotazione di capi con acconto alla cassa outlet. La
000330*     sessione READVE3 di tipo "P" passa i capi letti ("L"):
000340*     ognuno va in QTA-IMPEGNATA (IMPEWEB "P"); poi "C" chiede
000350*     cliente e acconto (incassato da PAGAMENT), numera, scrive
000360*     ACCONTIREG e stampa la cedola. Al ritiro READVE3 rilegge
000370*     la cedola ("V"), vende i capi a saldo e chiude ("R"). A
000380*     video: "S" scadenze (oltre i giorni di validita' si
000390*     rilascia l'impegno e l'acconto attende la decisione),
000400*     "D" acconto rimborsato o incamerato, "L" elenco aperte.
000410*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-ACCREG ASSIGN TO "ACCONTIREG"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-AP.
001500*
001600 DATA DIVISION.
001700 FILE SECTION.
001800 FD FILE-ACCREG DATA RECORD REC-ACCREG.
001900 01 REC-ACCREG             COPY YACCONTO.
002000*
002100 WORKING-STORAGE SECTION.
002200*
002300 77 CHECK-AP        PIC XX.
002400    88 AP-APERTO    VALUES ARE "05", "00".
002500 77 WK-TIME-AP      PIC 9(8).
002600*
002700 01 OK-FINE-FILE    PIC S9(4) COMP.
002800    88 LETTO-FINE-FILE VALUE 1.
002900*
003000 01 T-TAB           PIC X VALUE X"9".
003100*
003200* giorni di validita' della prenotazione dalla data di apertura
003300 01 GIORNI-VALIDITA PIC S9(4) COMP VALUE 30.
003400*
003500 01 PARGEN           COPY QPARGEN.
003600 01 PARQDATA         COPY QPARDATS.
003700 01 PAR-IMPEWEB      COPY PARIMPEW.
003800*
003900* registro in memoria, una riga per prenotazione
004000 01 TAB-PRENOTAZIONI.
004100  05 RIGA-PN OCCURS 2000.
004200   10 NUMERO-PN        PIC 9(6).
004300   10 DATA-PN          PIC 9(6).
004400   10 CONTO-PN         PIC 9(8).
004500   10 MAG-PN           PIC 9(3).
004600   10 CLIENTE-PN       PIC X(30).
004700   10 TOTALE-PN        PIC S9(11) COMP-3.
004800   10 ACCONTO-PN       PIC S9(11) COMP-3.
004900*     A aperta, R ritirata, S scaduta, D acconto disposto,
005000*     X scade in questo giro
005100   10 STATO-PN         PIC X.
005200   10 ESITO-PN         PIC X.
005300 01 N-PRENOTAZIONI  PIC S9(4) COMP.
005400 01 I-PN            PIC S9(4) COMP.
005500 01 IX-PN           PIC S9(4) COMP.
005600 01 I-RG            PIC S9(4) COMP.
005700*
005800 01 ULTIMO-NUMERO   PIC 9(6).
005900 01 NUMERO-CERCA    PIC 9(6).
006000 01 CHIUSA-SW       PIC X.
006100    88 CEDOLA-CHIUSA VALUE "S".
006200 01 TROVATA-SW      PIC X.
006300    88 CEDOLA-TROVATA VALUE "S".
006400 01 DATA-CEDOLA     PIC 9(6).
006500*
006600 01 DATA-OGGI-AP    PIC 9(6).
006700 01 DATA-CALC       PIC 9(6).
006800 01 SERIALE-CALC    PIC S9(9) COMP.
006900 01 SERIALE-OGGI    PIC S9(9) COMP.
007000 01 GIORNI-APERTA   PIC S9(5) COMP.
007100*
007200 01 FUNZIONE-IN     PIC X.
007300 01 CLIENTE-IN      PIC X(30).
007400 01 ACCONTO-IN      PIC X(11).
007500 01 NUMERO-IN       PIC X(6).
007600 01 ESITO-IN        PIC X.
007700 01 ACCONTO-SW      PIC X.
007800    88 ACCONTO-VALIDO      VALUE "S".
007900    88 ACCONTO-ABBANDONATO VALUE "A".
008000 01 ACCONTO-LETTO   PIC S9(11) COMP-3.
008100*
008200 01 N-APERTE        PIC S9(4) COMP.
008300 01 N-SCADUTE       PIC S9(4) COMP.
008400 01 TOT-ACCONTI     PIC S9(13) COMP-3.
008500*
008600 01 VALORE-ED       PIC ZZZ.ZZZ.ZZ9,99-.
008700 01 VALORE-ED-2     PIC ZZZ.ZZZ.ZZ9,99-.
008800 01 CONTA-ED        PIC ZZZ9.
009000*
009100 01  PAR-PRINT.
009200  05  STATO         PIC S9(4) COMP.
009300  05  LL-RIGA       PIC  9(4) COMP.
009400  05  N-MAX-RIGHE   PIC  9(4) COMP.
009500  05  FLAG-ROUTINE  PIC  9(4) COMP.
009600  05  NUM-FILE-ID   PIC  9(4) COMP.
009700  05  NOME-FILE.
009800   10 PRE-NOME-FILE     PIC X.
009900   10 TERM-N-FILE       PIC 9(6).
010000   10 FILLER            PIC XXX VALUE ".ST".
010100*
010200 01  RIGA.
010300  05  N-STAMPANTE   PIC 9.
010400  05  COMANDO       PIC X.
010500  05  N-RIGA-STAMPA PIC 9(4) COMP.
010600  05  DATI-RIGA     PIC X(132).
010700  05 RIGA-CAPO-ST REDEFINES DATI-RIGA.
010800    10 FILLER        PIC X(2).
010900    10 C-MAT-ST      PIC 9(15).
011000    10 FILLER        PIC X(2).
011100    10 TAGLIA-ST     PIC Z9.
011200    10 FILLER        PIC X(2).
011300    10 QTA-ST        PIC ZZZ9.
011400    10 FILLER        PIC X(2).
011500    10 PREZZO-ST     PIC ZZZ.ZZZ.ZZ9,99-.
011600  05 RIGA-ELENCO-ST REDEFINES DATI-RIGA.
011700    10 FILLER        PIC X(2).
011800    10 NUMERO-ST     PIC 9(6).
011900    10 FILLER        PIC X(2).
012000    10 DATA-ST       PIC 9(6).
012100    10 FILLER        PIC X(2).
012200    10 CONTO-ST      PIC 9(8).
012300    10 FILLER        PIC X(2).
012400    10 CLIENTE-ST    PIC X(30).
012500    10 FILLER        PIC X(2).
012600    10 TOTALE-ST     PIC ZZZ.ZZZ.ZZ9,99-.
012700    10 FILLER        PIC X(2).
012800    10 ACCONTO-ST    PIC ZZZ.ZZZ.ZZ9,99-.
012900    10 FILLER        PIC X(2).
013000    10 RESIDUO-ST    PIC ZZZ.ZZZ.ZZ9,99-.
013100    10 FILLER        PIC X(2).
013200    10 GIORNI-ST     PIC ZZZ9-.
013300*
013400 01 BUFFER.
013500  05 N-BUF               PIC S9(4) COMP VALUE 37.
013600  05 FILLER              PIC XX.
013700  05 FILLER              PIC X(5120).
013800*
013900 01 STATO-DISPLAY    PIC ZZZZ-.
014000*
014100 LINKAGE SECTION.
014200*
014300 01 W-COMMON       COPY WCOMMONW.
014400*
014500 01 PAR-ACCONTI    COPY PARACCON.
014600*
014700*PAGE
014800 PROCEDURE DIVISION  USING W-COMMON
014900                           PAR-ACCONTI.
015000 INIZIO.
015100     MOVE 0 TO ESITO-AC OF PAR-ACCONTI.
015200     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-OGGI-AP.
015300     EVALUATE TRUE
015400        WHEN AC-INIZIO OF PAR-ACCONTI
015500           MOVE 0 TO N-RIGHE-AC OF PAR-ACCONTI
015600                     TOTALE-AC OF PAR-ACCONTI
015700                     ACCONTO-AC OF PAR-ACCONTI
015800                     NUMERO-AC OF PAR-ACCONTI
015900        WHEN AC-RIGA OF PAR-ACCONTI
016000           PERFORM AGGIUNGI-CAPO THRU EX-AGGIUNGI-CAPO
016100        WHEN AC-CHIUSURA OF PAR-ACCONTI
016200           PERFORM CHIUDI-PRENOTAZIONE
016300              THRU EX-CHIUDI-PRENOTAZIONE
016400        WHEN AC-VERIFICA OF PAR-ACCONTI
016500           PERFORM VERIFICA-CEDOLA THRU EX-VERIFICA-CEDOLA
016600        WHEN AC-RITIRO OF PAR-ACCONTI
016700           PERFORM SEGNA-RITIRO THRU EX-SEGNA-RITIRO
016800        WHEN OTHER
016900           PERFORM MENU-VIDEO THRU EX-MENU-VIDEO
017000     END-EVALUATE.
017100 FINE.
017200     EXIT PROGRAM.
017300*
017400*
017500*     un capo in prenotazione: prima l'impegno su SITPF, solo
017600*     se riesce la riga entra nella cedola
017700 AGGIUNGI-CAPO.
017800     IF N-RIGHE-AC OF PAR-ACCONTI NOT < 100
017900        DISPLAY "ACCONTI    cedola piena, capo non prenotato"
018000        MOVE 4 TO ESITO-AC OF PAR-ACCONTI
018100        GO TO EX-AGGIUNGI-CAPO.
018200     MOVE "P" TO FUNZIONE-IMPW OF PAR-IMPEWEB.
018300     MOVE C-MAT-AC OF PAR-ACCONTI TO C-MAT-IMPW OF PAR-IMPEWEB.
018400     MOVE MAG-AC OF PAR-ACCONTI TO MAGAZZINO-IMPW OF PAR-IMPEWEB.
018500     MOVE TAGLIA-AC OF PAR-ACCONTI TO TAGLIA-IMPW OF PAR-IMPEWEB.
018600     MOVE QTA-AC OF PAR-ACCONTI TO QTA-IMPW OF PAR-IMPEWEB.
018700     CANCEL "IMPEWEB".
018800     CALL "IMPEWEB" USING W-COMMON PAR-IMPEWEB.
018900     IF NOT IMPW-OK OF PAR-IMPEWEB
019000        DISPLAY "ACCONTI    impegno non riuscito su "
019100                C-MAT-AC OF PAR-ACCONTI
019200        MOVE 4 TO ESITO-AC OF PAR-ACCONTI
019300        GO TO EX-AGGIUNGI-CAPO.
019400     ADD 1 TO N-RIGHE-AC OF PAR-ACCONTI.
019500     MOVE N-RIGHE-AC OF PAR-ACCONTI TO I-RG.
019600     MOVE C-MAT-AC OF PAR-ACCONTI
019700       TO C-MAT-RIGA-AC OF PAR-ACCONTI (I-RG).
019800     MOVE TAGLIA-AC OF PAR-ACCONTI
019900       TO TAGLIA-RIGA-AC OF PAR-ACCONTI (I-RG).
020000     MOVE QTA-AC OF PAR-ACCONTI
020100       TO QTA-RIGA-AC OF PAR-ACCONTI (I-RG).
020200     MOVE PREZZO-AC OF PAR-ACCONTI
020300       TO PREZZO-RIGA-AC OF PAR-ACCONTI (I-RG).
020400     COMPUTE TOTALE-AC OF PAR-ACCONTI =
020500             TOTALE-AC OF PAR-ACCONTI +
020600             PREZZO-AC OF PAR-ACCONTI * QTA-AC OF PAR-ACCONTI.
020700 EX-AGGIUNGI-CAPO.
020800     EXIT.
020900*
021000*     cliente e acconto; col punto la prenotazione si abbandona
021100*     e gli impegni presi si rilasciano
021200 CHIUDI-PRENOTAZIONE.
021300     IF N-RIGHE-AC OF PAR-ACCONTI = 0
021400        DISPLAY "Nessun capo prenotato"
021500        MOVE 4 TO ESITO-AC OF PAR-ACCONTI
021600        GO TO EX-CHIUDI-PRENOTAZIONE.
021700     DISPLAY "----  PRENOTAZIONE CON ACCONTO  ---------".
021800     COMPUTE VALORE-ED = TOTALE-AC OF PAR-ACCONTI / 100.
021900     DISPLAY "Totale capi prenotati EUR " VALORE-ED.
022000     DISPLAY "Cliente (nome e cognome)  " NO ADVANCING.
022100     MOVE SPACES TO CLIENTE-IN.
022200     ACCEPT CLIENTE-IN.
022300     MOVE SPACE TO ACCONTO-SW.
022400     PERFORM CHIEDI-ACCONTO THRU EX-CHIEDI-ACCONTO
022500        UNTIL ACCONTO-VALIDO OR ACCONTO-ABBANDONATO.
022600     IF ACCONTO-ABBANDONATO
022700        PERFORM RILASCIA-RIGA-CEDOLA
022800           THRU EX-RILASCIA-RIGA-CEDOLA
022900           VARYING I-RG FROM 1 BY 1
023000           UNTIL I-RG > N-RIGHE-AC OF PAR-ACCONTI
023100        DISPLAY "Prenotazione abbandonata, capi liberati"
023200        MOVE 4 TO ESITO-AC OF PAR-ACCONTI
023300        GO TO EX-CHIUDI-PRENOTAZIONE.
023400     MOVE ACCONTO-LETTO TO ACCONTO-AC OF PAR-ACCONTI.
023500     PERFORM CERCA-ULTIMO-NUMERO THRU EX-CERCA-ULTIMO-NUMERO.
023600     ADD 1 TO ULTIMO-NUMERO.
023700     MOVE ULTIMO-NUMERO TO NUMERO-AC OF PAR-ACCONTI.
023800     OPEN EXTEND FILE-ACCREG.
023900     IF NOT AP-APERTO
024000        DISPLAY "ACCONTI    ACCONTIREG non apribile " CHECK-AP
024100        MOVE 4 TO ESITO-AC OF PAR-ACCONTI
024200        GO TO EX-CHIUDI-PRENOTAZIONE.
024300     PERFORM RIEMPI-CHIAVE-AP THRU EX-RIEMPI-CHIAVE-AP.
024400     MOVE "A" TO TIPO-AP.
024500     MOVE CLIENTE-IN TO CLIENTE-AP.
024600     MOVE TOTALE-AC OF PAR-ACCONTI TO IMPORTO-AP.
024700     MOVE ACCONTO-AC OF PAR-ACCONTI TO ACCONTO-AP.
024800     WRITE REC-ACCREG.
024900     PERFORM SCRIVI-RIGA-CEDOLA THRU EX-SCRIVI-RIGA-CEDOLA
025000        VARYING I-RG FROM 1 BY 1
025100        UNTIL I-RG > N-RIGHE-AC OF PAR-ACCONTI.
025200     CLOSE FILE-ACCREG.
025300     MOVE DATA-OGGI-AP TO DATA-CEDOLA.
025400     PERFORM STAMPA-CEDOLA THRU EX-STAMPA-CEDOLA.
025500     DISPLAY "Prenotazione n. " ULTIMO-NUMERO " registrata".
025600 EX-CHIUDI-PRENOTAZIONE.
025700     EXIT.
025800*
025900 CHIEDI-ACCONTO.
026000     DISPLAY "Acconto in centesimi (. = abbandona) "
026100             NO ADVANCING.
026200     MOVE SPACES TO ACCONTO-IN.
026300     ACCEPT ACCONTO-IN.
026400     IF ACCONTO-IN = "."
026500        MOVE "A" TO ACCONTO-SW
026600        GO TO EX-CHIEDI-ACCONTO.
026700     IF ACCONTO-IN NOT NUMERIC
026800        DISPLAY "Acconto non numerico"
026900        GO TO EX-CHIEDI-ACCONTO.
027000     MOVE ACCONTO-IN TO ACCONTO-LETTO.
027100     IF ACCONTO-LETTO NOT > 0
027200        DISPLAY "Acconto nullo"
027300        GO TO EX-CHIEDI-ACCONTO.
027400     IF ACCONTO-LETTO > TOTALE-AC OF PAR-ACCONTI
027500        DISPLAY "Acconto oltre il totale"
027600        GO TO EX-CHIEDI-ACCONTO.
027700     MOVE "S" TO ACCONTO-SW.
027800 EX-CHIEDI-ACCONTO.
027900     EXIT.
028000*
028100 RILASCIA-RIGA-CEDOLA.
028200     MOVE "R" TO FUNZIONE-IMPW OF PAR-IMPEWEB.
028300     MOVE C-MAT-RIGA-AC OF PAR-ACCONTI (I-RG)
028400       TO C-MAT-IMPW OF PAR-IMPEWEB.
028500     MOVE MAG-AC OF PAR-ACCONTI TO MAGAZZINO-IMPW OF PAR-IMPEWEB.
028600     MOVE TAGLIA-RIGA-AC OF PAR-ACCONTI (I-RG)
028700       TO TAGLIA-IMPW OF PAR-IMPEWEB.
028800     MOVE QTA-RIGA-AC OF PAR-ACCONTI (I-RG)
028900       TO QTA-IMPW OF PAR-IMPEWEB.
029000     CANCEL "IMPEWEB".
029100     CALL "IMPEWEB" USING W-COMMON PAR-IMPEWEB.
029200 EX-RILASCIA-RIGA-CEDOLA.
029300     EXIT.
029400*
029500 SCRIVI-RIGA-CEDOLA.
029600     PERFORM RIEMPI-CHIAVE-AP THRU EX-RIEMPI-CHIAVE-AP.
029700     MOVE "L" TO TIPO-AP.
029800     MOVE C-MAT-RIGA-AC OF PAR-ACCONTI (I-RG) TO C-MAT-AP.
029900     MOVE TAGLIA-RIGA-AC OF PAR-ACCONTI (I-RG) TO TAGLIA-AP.
030000     MOVE QTA-RIGA-AC OF PAR-ACCONTI (I-RG) TO QTA-AP.
030100     MOVE PREZZO-RIGA-AC OF PAR-ACCONTI (I-RG) TO IMPORTO-AP.
030200     WRITE REC-ACCREG.
030300 EX-SCRIVI-RIGA-CEDOLA.
030400     EXIT.
030500*
030600 RIEMPI-CHIAVE-AP.
030700     MOVE SPACES TO REC-ACCREG.
030800     MOVE T-TAB TO TG-AP-1 TG-AP-2 TG-AP-3 TG-AP-4 TG-AP-5
030900                   TG-AP-6 TG-AP-7 TG-AP-8 TG-AP-9 TG-AP-10
031000                   TG-AP-11 TG-AP-12 TG-AP-13 TG-AP-14.
031100     MOVE NUMERO-AC OF PAR-ACCONTI TO NUMERO-AP.
031200     MOVE DATA-OGGI-AP TO DATA-AP.
031300     ACCEPT WK-TIME-AP FROM TIME.
031400     MOVE WK-TIME-AP (1:6) TO ORA-AP.
031500     MOVE W-TERMINALE OF W-COMMON TO TERMINALE-AP.
031600     MOVE W-SIGLA-UTENTE OF W-COMMON TO OPERATORE-AP.
031700     MOVE CONTO-AC OF PAR-ACCONTI TO CONTO-AP.
031800     MOVE MAG-AC OF PAR-ACCONTI TO MAG-AP.
031900     MOVE 0 TO C-MAT-AP TAGLIA-AP QTA-AP IMPORTO-AP ACCONTO-AP.
032000 EX-RIEMPI-CHIAVE-AP.
032100     EXIT.
032200*
032300 CERCA-ULTIMO-NUMERO.
032400     MOVE 0 TO ULTIMO-NUMERO.
032500     OPEN INPUT FILE-ACCREG.
032600     IF NOT AP-APERTO
032700        GO TO EX-CERCA-ULTIMO-NUMERO.
032800     MOVE 0 TO OK-FINE-FILE.
032900     PERFORM LEGGI-NUMERO THRU EX-LEGGI-NUMERO
033000        UNTIL LETTO-FINE-FILE.
033100     CLOSE FILE-ACCREG.
033200 EX-CERCA-ULTIMO-NUMERO.
033300     EXIT.
033400*
033500 LEGGI-NUMERO.
033600     READ FILE-ACCREG
033700        AT END
033800           MOVE 1 TO OK-FINE-FILE
033900        NOT AT END
034000           IF NUMERO-AP > ULTIMO-NUMERO
034100              MOVE NUMERO-AP TO ULTIMO-NUMERO
034200           END-IF
034300     END-READ.
034400 EX-LEGGI-NUMERO.
034500     EXIT.
034600*
034700*     cedola al ritiro: righe e acconto della prenotazione,
034800*     rifiutata se gia' chiusa o oltre la validita'
034900 VERIFICA-CEDOLA.
035000     MOVE 0 TO N-RIGHE-AC OF PAR-ACCONTI
035100               TOTALE-AC OF PAR-ACCONTI
035200               ACCONTO-AC OF PAR-ACCONTI.
035300     MOVE NUMERO-AC OF PAR-ACCONTI TO NUMERO-CERCA.
035400     MOVE "N" TO TROVATA-SW CHIUSA-SW.
035500     OPEN INPUT FILE-ACCREG.
035600     IF NOT AP-APERTO
035700        MOVE 1 TO ESITO-AC OF PAR-ACCONTI
035800        GO TO EX-VERIFICA-CEDOLA.
035900     MOVE 0 TO OK-FINE-FILE.
036000     PERFORM LEGGI-RIGA-CEDOLA THRU EX-LEGGI-RIGA-CEDOLA
036100        UNTIL LETTO-FINE-FILE.
036200     CLOSE FILE-ACCREG.
036300     IF NOT CEDOLA-TROVATA
036400        MOVE 1 TO ESITO-AC OF PAR-ACCONTI
036500        GO TO EX-VERIFICA-CEDOLA.
036600     IF CEDOLA-CHIUSA
036700        MOVE 2 TO ESITO-AC OF PAR-ACCONTI
036800        GO TO EX-VERIFICA-CEDOLA.
036900     MOVE DATA-OGGI-AP TO DATA-CALC.
037000     PERFORM CALCOLA-SERIALE THRU EX-CALCOLA-SERIALE.
037100     MOVE SERIALE-CALC TO SERIALE-OGGI.
037200     MOVE DATA-CEDOLA TO DATA-CALC.
037300     PERFORM CALCOLA-SERIALE THRU EX-CALCOLA-SERIALE.
037400     IF SERIALE-OGGI - SERIALE-CALC > GIORNI-VALIDITA
037500        MOVE 3 TO ESITO-AC OF PAR-ACCONTI.
037600 EX-VERIFICA-CEDOLA.
037700     EXIT.
037800*
037900 LEGGI-RIGA-CEDOLA.
038000     READ FILE-ACCREG
038100        AT END
038200           MOVE 1 TO OK-FINE-FILE
038300           GO TO EX-LEGGI-RIGA-CEDOLA
038400     END-READ.
038500     IF NUMERO-AP NOT = NUMERO-CERCA
038600        GO TO EX-LEGGI-RIGA-CEDOLA.
038700     EVALUATE TRUE
038800        WHEN APERTURA-AP
038900           MOVE "S" TO TROVATA-SW
039000           MOVE DATA-AP TO DATA-CEDOLA
039100           MOVE CONTO-AP TO CONTO-AC OF PAR-ACCONTI
039200           MOVE MAG-AP TO MAG-AC OF PAR-ACCONTI
039300           MOVE IMPORTO-AP TO TOTALE-AC OF PAR-ACCONTI
039400           MOVE ACCONTO-AP TO ACCONTO-AC OF PAR-ACCONTI
039500        WHEN DETTAGLIO-AP
039600           IF N-RIGHE-AC OF PAR-ACCONTI < 100
039700              ADD 1 TO N-RIGHE-AC OF PAR-ACCONTI
039800              MOVE N-RIGHE-AC OF PAR-ACCONTI TO I-RG
039900              MOVE C-MAT-AP
040000                TO C-MAT-RIGA-AC OF PAR-ACCONTI (I-RG)
040100              MOVE TAGLIA-AP
040200                TO TAGLIA-RIGA-AC OF PAR-ACCONTI (I-RG)
040300              MOVE QTA-AP TO QTA-RIGA-AC OF PAR-ACCONTI (I-RG)
040400              MOVE IMPORTO-AP
040500                TO PREZZO-RIGA-AC OF PAR-ACCONTI (I-RG)
040600           END-IF
040700        WHEN RITIRO-AP
040800        WHEN SCADENZA-AP
040900           MOVE "S" TO CHIUSA-SW
041000     END-EVALUATE.
041100 EX-LEGGI-RIGA-CEDOLA.
041200     EXIT.
041300*
041400 SEGNA-RITIRO.
041500     OPEN EXTEND FILE-ACCREG.
041600     IF NOT AP-APERTO
041700        DISPLAY "ACCONTI    ACCONTIREG non apribile " CHECK-AP
041800        MOVE 4 TO ESITO-AC OF PAR-ACCONTI
041900        GO TO EX-SEGNA-RITIRO.
042000     PERFORM RIEMPI-CHIAVE-AP THRU EX-RIEMPI-CHIAVE-AP.
042100     MOVE "R" TO TIPO-AP.
042200     MOVE ACCONTO-AC OF PAR-ACCONTI TO ACCONTO-AP.
042300     WRITE REC-ACCREG.
042400     CLOSE FILE-ACCREG.
042500 EX-SEGNA-RITIRO.
042600     EXIT.
042700*
042800*     seriale dei giorni di una data AAMMGG (QDATAS funz.6,
042900*     stesso giro di BUONOACQ)
043000 CALCOLA-SERIALE.
043100     MOVE DATA-CALC TO Q-DATA-I.
043200     MOVE 2 TO Q-FUNZIONE OF PARGEN.
043300     CANCEL "QDATAS"
043400     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA
043500                         Q-AA-4 Q-GIORNI-SERIALE.
043600     MOVE 6 TO Q-FUNZIONE OF PARGEN.
043700     CANCEL "QDATAS"
043800     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA
043900                         Q-AA-4 Q-GIORNI-SERIALE.
044000     MOVE Q-GIORNI-SERIALE TO SERIALE-CALC.
044100 EX-CALCOLA-SERIALE.
044200     EXIT.
044300*
044400*
044500 MENU-VIDEO.
044600     DISPLAY "----  PRENOTAZIONI CON ACCONTO  ---------".
044700     DISPLAY "Funzione (S=scadenze D=disposizione acconto "
044800             "L=elenco aperte) " NO ADVANCING.
044900     MOVE SPACE TO FUNZIONE-IN.
045000     ACCEPT FUNZIONE-IN.
045100     EVALUATE FUNZIONE-IN
045200        WHEN "S"
045300           PERFORM TRATTA-SCADENZE THRU EX-TRATTA-SCADENZE
045400        WHEN "D"
045500           PERFORM DISPONI-ACCONTO THRU EX-DISPONI-ACCONTO
045600        WHEN "L"
045700           PERFORM ELENCO-APERTE THRU EX-ELENCO-APERTE
045800        WHEN OTHER
045900           DISPLAY "Funzione non valida"
046000     END-EVALUATE.
046100 EX-MENU-VIDEO.
046200     EXIT.
046300*
046400*     il registro in memoria, una riga per prenotazione con lo
046500*     stato dato dall'ultima riga di chiusura letta
046600 CARICA-REGISTRO.
046700     MOVE 0 TO N-PRENOTAZIONI.
046800     OPEN INPUT FILE-ACCREG.
046900     IF NOT AP-APERTO
047000        GO TO EX-CARICA-REGISTRO.
047100     MOVE 0 TO OK-FINE-FILE.
047200     PERFORM CARICA-PRENOTAZIONE THRU EX-CARICA-PRENOTAZIONE
047300        UNTIL LETTO-FINE-FILE.
047400     CLOSE FILE-ACCREG.
047500 EX-CARICA-REGISTRO.
047600     EXIT.
047700*
047800 CARICA-PRENOTAZIONE.
047900     READ FILE-ACCREG
048000        AT END
048100           MOVE 1 TO OK-FINE-FILE
048200           GO TO EX-CARICA-PRENOTAZIONE
048300     END-READ.
048400     IF DETTAGLIO-AP
048500        GO TO EX-CARICA-PRENOTAZIONE.
048600     IF APERTURA-AP
048700        IF N-PRENOTAZIONI NOT < 2000
048800           DISPLAY "ACCONTI    TAB-PRENOTAZIONI da allargare"
048900           GO TO EX-CARICA-PRENOTAZIONE
049000        END-IF
049100        ADD 1 TO N-PRENOTAZIONI
049200        MOVE N-PRENOTAZIONI TO IX-PN
049300        MOVE NUMERO-AP TO NUMERO-PN (IX-PN)
049400        MOVE DATA-AP TO DATA-PN (IX-PN)
049500        MOVE CONTO-AP TO CONTO-PN (IX-PN)
049600        MOVE MAG-AP TO MAG-PN (IX-PN)
049700        MOVE CLIENTE-AP TO CLIENTE-PN (IX-PN)
049800        MOVE IMPORTO-AP TO TOTALE-PN (IX-PN)
049900        MOVE ACCONTO-AP TO ACCONTO-PN (IX-PN)
050000        MOVE "A" TO STATO-PN (IX-PN)
050100        MOVE SPACE TO ESITO-PN (IX-PN)
050200        GO TO EX-CARICA-PRENOTAZIONE.
050300     MOVE NUMERO-AP TO NUMERO-CERCA.
050400     PERFORM CERCA-NUMERO THRU EX-CERCA-NUMERO.
050500     IF IX-PN = 0
050600        GO TO EX-CARICA-PRENOTAZIONE.
050700     MOVE TIPO-AP TO STATO-PN (IX-PN).
050800     IF DISPOSIZIONE-AP
050900        MOVE ESITO-AP TO ESITO-PN (IX-PN).
051000 EX-CARICA-PRENOTAZIONE.
051100     EXIT.
051200*
051300 CERCA-NUMERO.
051400     MOVE 0 TO IX-PN.
051500     PERFORM CONFRONTA-NUMERO THRU EX-CONFRONTA-NUMERO
051600        VARYING I-PN FROM 1 BY 1 UNTIL I-PN > N-PRENOTAZIONI.
051700 EX-CERCA-NUMERO.
051800     EXIT.
051900*
052000 CONFRONTA-NUMERO.
052100     IF NUMERO-PN (I-PN) = NUMERO-CERCA
052200        MOVE I-PN TO IX-PN.
052300 EX-CONFRONTA-NUMERO.
052400     EXIT.
052500*
052600*     prenotazioni aperte oltre la validita': l'impegno dei
052700*     capi torna disponibile e la prenotazione passa a "S",
052800*     con l'acconto in attesa di rimborso o incameramento ("D")
052900 TRATTA-SCADENZE.
053000     PERFORM CARICA-REGISTRO THRU EX-CARICA-REGISTRO.
053100     MOVE DATA-OGGI-AP TO DATA-CALC.
053200     PERFORM CALCOLA-SERIALE THRU EX-CALCOLA-SERIALE.
053300     MOVE SERIALE-CALC TO SERIALE-OGGI.
053400     MOVE 0 TO N-SCADUTE.
053500     PERFORM MARCA-SCADUTA THRU EX-MARCA-SCADUTA
053600        VARYING I-PN FROM 1 BY 1 UNTIL I-PN > N-PRENOTAZIONI.
053700     IF N-SCADUTE = 0
053800        DISPLAY "Nessuna prenotazione scaduta"
053900        GO TO EX-TRATTA-SCADENZE.
054000     OPEN INPUT FILE-ACCREG.
054100     MOVE 0 TO OK-FINE-FILE.
054200     PERFORM RILASCIA-SCADUTA THRU EX-RILASCIA-SCADUTA
054300        UNTIL LETTO-FINE-FILE.
054400     CLOSE FILE-ACCREG.
054500     OPEN EXTEND FILE-ACCREG.
054600     IF NOT AP-APERTO
054700        DISPLAY "ACCONTI    ACCONTIREG non apribile " CHECK-AP
054800        GO TO EX-TRATTA-SCADENZE.
054900     PERFORM SCRIVI-SCADENZA THRU EX-SCRIVI-SCADENZA
055000        VARYING I-PN FROM 1 BY 1 UNTIL I-PN > N-PRENOTAZIONI.
055100     CLOSE FILE-ACCREG.
055200     MOVE N-SCADUTE TO CONTA-ED.
055300     DISPLAY "ACCONTI    prenotazioni scadute " CONTA-ED.
055400 EX-TRATTA-SCADENZE.
055500     EXIT.
055600*
055700 MARCA-SCADUTA.
055800     IF STATO-PN (I-PN) NOT = "A"
055900        GO TO EX-MARCA-SCADUTA.
056000     MOVE DATA-PN (I-PN) TO DATA-CALC.
056100     PERFORM CALCOLA-SERIALE THRU EX-CALCOLA-SERIALE.
056200     IF SERIALE-OGGI - SERIALE-CALC > GIORNI-VALIDITA
056300        MOVE "X" TO STATO-PN (I-PN)
056400        ADD 1 TO N-SCADUTE.
056500 EX-MARCA-SCADUTA.
056600     EXIT.
056700*
056800 RILASCIA-SCADUTA.
056900     READ FILE-ACCREG
057000        AT END
057100           MOVE 1 TO OK-FINE-FILE
057200           GO TO EX-RILASCIA-SCADUTA
057300     END-READ.
057400     IF NOT DETTAGLIO-AP
057500        GO TO EX-RILASCIA-SCADUTA.
057600     MOVE NUMERO-AP TO NUMERO-CERCA.
057700     PERFORM CERCA-NUMERO THRU EX-CERCA-NUMERO.
057800     IF IX-PN = 0
057900        GO TO EX-RILASCIA-SCADUTA.
058000     IF STATO-PN (IX-PN) NOT = "X"
058100        GO TO EX-RILASCIA-SCADUTA.
058200     MOVE "R" TO FUNZIONE-IMPW OF PAR-IMPEWEB.
058300     MOVE C-MAT-AP TO C-MAT-IMPW OF PAR-IMPEWEB.
058400     MOVE MAG-AP TO MAGAZZINO-IMPW OF PAR-IMPEWEB.
058500     MOVE TAGLIA-AP TO TAGLIA-IMPW OF PAR-IMPEWEB.
058600     MOVE QTA-AP TO QTA-IMPW OF PAR-IMPEWEB.
058700     CANCEL "IMPEWEB".
058800     CALL "IMPEWEB" USING W-COMMON PAR-IMPEWEB.
058900     IF NOT IMPW-OK OF PAR-IMPEWEB
059000        DISPLAY "ACCONTI    rilascio non riuscito su "
059100                C-MAT-AP " prenotazione " NUMERO-AP.
059200 EX-RILASCIA-SCADUTA.
059300     EXIT.
059400*
059500 SCRIVI-SCADENZA.
059600     IF STATO-PN (I-PN) NOT = "X"
059700        GO TO EX-SCRIVI-SCADENZA.
059800     MOVE NUMERO-PN (I-PN) TO NUMERO-AC OF PAR-ACCONTI.
059900     MOVE CONTO-PN (I-PN) TO CONTO-AC OF PAR-ACCONTI.
060000     MOVE MAG-PN (I-PN) TO MAG-AC OF PAR-ACCONTI.
060100     PERFORM RIEMPI-CHIAVE-AP THRU EX-RIEMPI-CHIAVE-AP.
060200     MOVE "S" TO TIPO-AP.
060300     MOVE CLIENTE-PN (I-PN) TO CLIENTE-AP.
060400     MOVE ACCONTO-PN (I-PN) TO ACCONTO-AP.
060500     WRITE REC-ACCREG.
060600     MOVE "S" TO STATO-PN (I-PN).
060700     COMPUTE VALORE-ED = ACCONTO-PN (I-PN) / 100.
060800     DISPLAY "Scaduta " NUMERO-PN (I-PN) " " CLIENTE-PN (I-PN)
060900             " acconto " VALORE-ED.
061000 EX-SCRIVI-SCADENZA.
061100     EXIT.
061200*
061300*     decisione sull'acconto di una prenotazione scaduta:
061400*     R restituito al cliente, I incamerato
061500 DISPONI-ACCONTO.
061600     PERFORM CARICA-REGISTRO THRU EX-CARICA-REGISTRO.
061700     DISPLAY "Numero prenotazione (6 cifre) " NO ADVANCING.
061800     MOVE SPACES TO NUMERO-IN.
061900     ACCEPT NUMERO-IN.
062000     IF NUMERO-IN NOT NUMERIC
062100        DISPLAY "Numero non valido"
062200        GO TO EX-DISPONI-ACCONTO.
062300     MOVE NUMERO-IN TO NUMERO-CERCA.
062400     PERFORM CERCA-NUMERO THRU EX-CERCA-NUMERO.
062500     IF IX-PN = 0
062600        DISPLAY "Prenotazione inesistente"
062700        GO TO EX-DISPONI-ACCONTO.
062800     IF STATO-PN (IX-PN) NOT = "S"
062900        DISPLAY "Prenotazione non scaduta o gia' disposta"
063000        GO TO EX-DISPONI-ACCONTO.
063100     COMPUTE VALORE-ED = ACCONTO-PN (IX-PN) / 100.
063200     DISPLAY CLIENTE-PN (IX-PN) " acconto EUR " VALORE-ED.
063300     DISPLAY "R=rimborsato I=incamerato " NO ADVANCING.
063400     MOVE SPACE TO ESITO-IN.
063500     ACCEPT ESITO-IN.
063600     IF ESITO-IN NOT = "R" AND ESITO-IN NOT = "I"
063700        DISPLAY "Scelta non valida"
063800        GO TO EX-DISPONI-ACCONTO.
063900     OPEN EXTEND FILE-ACCREG.
064000     IF NOT AP-APERTO
064100        DISPLAY "ACCONTI    ACCONTIREG non apribile " CHECK-AP
064200        GO TO EX-DISPONI-ACCONTO.
064300     MOVE NUMERO-PN (IX-PN) TO NUMERO-AC OF PAR-ACCONTI.
064400     MOVE CONTO-PN (IX-PN) TO CONTO-AC OF PAR-ACCONTI.
064500     MOVE MAG-PN (IX-PN) TO MAG-AC OF PAR-ACCONTI.
064600     PERFORM RIEMPI-CHIAVE-AP THRU EX-RIEMPI-CHIAVE-AP.
064700     MOVE "D" TO TIPO-AP.
064800     MOVE CLIENTE-PN (IX-PN) TO CLIENTE-AP.
064900     MOVE ACCONTO-PN (IX-PN) TO ACCONTO-AP.
065000     MOVE ESITO-IN TO ESITO-AP.
065100     WRITE REC-ACCREG.
065200     CLOSE FILE-ACCREG.
065300     DISPLAY "Acconto disposto".
065400 EX-DISPONI-ACCONTO.
065500     EXIT.
065600*
065700*     tabulato giornaliero: prenotazioni aperte con i giorni
065800*     dall'apertura, poi le scadute con l'acconto da disporre
065900 ELENCO-APERTE.
066000     PERFORM CARICA-REGISTRO THRU EX-CARICA-REGISTRO.
066100     MOVE DATA-OGGI-AP TO DATA-CALC.
066200     PERFORM CALCOLA-SERIALE THRU EX-CALCOLA-SERIALE.
066300     MOVE SERIALE-CALC TO SERIALE-OGGI.
066400     MOVE 0 TO N-APERTE N-SCADUTE TOT-ACCONTI.
066500     PERFORM APRI-STAMPA THRU EX-APRI-STAMPA.
066600     STRING " PRENOTAZIONI CON ACCONTO APERTE AL "
066700               DELIMITED BY SIZE
066800            DATA-OGGI-AP DELIMITED BY SIZE
066900        INTO DATI-RIGA.
067000     PERFORM SCRIVI THRU EX-SCRIVI.
067100     MOVE "  NUMERO  DATA    CONTO     CLIENTE" TO DATI-RIGA.
067200     MOVE "TOTALE          ACCONTO          RESIDUO    GG"
067300       TO DATI-RIGA (65:46).
067400     MOVE 2 TO N-RIGA-STAMPA.
067500     PERFORM SCRIVI THRU EX-SCRIVI.
067600     PERFORM STAMPA-APERTA THRU EX-STAMPA-APERTA
067700        VARYING I-PN FROM 1 BY 1 UNTIL I-PN > N-PRENOTAZIONI.
067800     COMPUTE VALORE-ED = TOT-ACCONTI / 100.
067900     MOVE N-APERTE TO CONTA-ED.
068000     STRING "  APERTE " DELIMITED BY SIZE
068100            CONTA-ED DELIMITED BY SIZE
068200            "  ACCONTI EUR " DELIMITED BY SIZE
068300            VALORE-ED DELIMITED BY SIZE
068400        INTO DATI-RIGA.
068500     MOVE 2 TO N-RIGA-STAMPA.
068600     PERFORM SCRIVI THRU EX-SCRIVI.
068700     MOVE " SCADUTE CON ACCONTO DA RIMBORSARE O INCAMERARE"
068800       TO DATI-RIGA.
068900     MOVE 2 TO N-RIGA-STAMPA.
069000     PERFORM SCRIVI THRU EX-SCRIVI.
069100     PERFORM STAMPA-SCADUTA THRU EX-STAMPA-SCADUTA
069200        VARYING I-PN FROM 1 BY 1 UNTIL I-PN > N-PRENOTAZIONI.
069300     IF N-SCADUTE = 0
069400        MOVE "  nessuna" TO DATI-RIGA
069500        PERFORM SCRIVI THRU EX-SCRIVI.
069600     CALL "QCLPPR" USING PAR-PRINT
069700                          RIGA BUFFER.
069800     MOVE N-APERTE TO CONTA-ED.
069900     DISPLAY "ACCONTI    prenotazioni aperte " CONTA-ED.
070000 EX-ELENCO-APERTE.
070100     EXIT.
070200*
070300 STAMPA-APERTA.
070400     IF STATO-PN (I-PN) NOT = "A"
070500        GO TO EX-STAMPA-APERTA.
070600     ADD 1 TO N-APERTE.
070700     ADD ACCONTO-PN (I-PN) TO TOT-ACCONTI.
070800     PERFORM RIGA-ELENCO THRU EX-RIGA-ELENCO.
070900 EX-STAMPA-APERTA.
071000     EXIT.
071100*
071200 STAMPA-SCADUTA.
071300     IF STATO-PN (I-PN) NOT = "S"
071400        GO TO EX-STAMPA-SCADUTA.
071500     ADD 1 TO N-SCADUTE.
071600     PERFORM RIGA-ELENCO THRU EX-RIGA-ELENCO.
071700 EX-STAMPA-SCADUTA.
071800     EXIT.
071900*
072000 RIGA-ELENCO.
072100     MOVE DATA-PN (I-PN) TO DATA-CALC.
072200     PERFORM CALCOLA-SERIALE THRU EX-CALCOLA-SERIALE.
072300     COMPUTE GIORNI-APERTA = SERIALE-OGGI - SERIALE-CALC.
072400     MOVE NUMERO-PN (I-PN) TO NUMERO-ST.
072500     MOVE DATA-PN (I-PN) TO DATA-ST.
072600     MOVE CONTO-PN (I-PN) TO CONTO-ST.
072700     MOVE CLIENTE-PN (I-PN) TO CLIENTE-ST.
072800     COMPUTE TOTALE-ST = TOTALE-PN (I-PN) / 100.
072900     COMPUTE ACCONTO-ST = ACCONTO-PN (I-PN) / 100.
073000     COMPUTE RESIDUO-ST =
073100             (TOTALE-PN (I-PN) - ACCONTO-PN (I-PN)) / 100.
073200     MOVE GIORNI-APERTA TO GIORNI-ST.
073300     PERFORM SCRIVI THRU EX-SCRIVI.
073400 EX-RIGA-ELENCO.
073500     EXIT.
073600*
073700*
073800*     cedola per il cliente: il numero si batte al ritiro
073900 STAMPA-CEDOLA.
074000     PERFORM APRI-STAMPA THRU EX-APRI-STAMPA.
074100     MOVE " CEDOLA DI PRENOTAZIONE CON ACCONTO" TO DATI-RIGA.
074200     PERFORM SCRIVI THRU EX-SCRIVI.
074300     STRING " NUMERO " DELIMITED BY SIZE
074400            ULTIMO-NUMERO DELIMITED BY SIZE
074500            "  DEL " DELIMITED BY SIZE
074600            DATA-CEDOLA DELIMITED BY SIZE
074700            "  TERMINALE " DELIMITED BY SIZE
074800            W-TERMINALE OF W-COMMON DELIMITED BY SIZE
074900        INTO DATI-RIGA.
075000     PERFORM SCRIVI THRU EX-SCRIVI.
075100     STRING " CLIENTE " DELIMITED BY SIZE
075200            CLIENTE-IN DELIMITED BY SIZE
075300        INTO DATI-RIGA.
075400     PERFORM SCRIVI THRU EX-SCRIVI.
075500     MOVE "  ARTICOLO         TG   QTA         PREZZO"
075600       TO DATI-RIGA.
075700     MOVE 2 TO N-RIGA-STAMPA.
075800     PERFORM SCRIVI THRU EX-SCRIVI.
075900     PERFORM STAMPA-CAPO THRU EX-STAMPA-CAPO
076000        VARYING I-RG FROM 1 BY 1
076100        UNTIL I-RG > N-RIGHE-AC OF PAR-ACCONTI.
076200     COMPUTE VALORE-ED = TOTALE-AC OF PAR-ACCONTI / 100.
076300     STRING "  TOTALE EUR  " DELIMITED BY SIZE
076400            VALORE-ED DELIMITED BY SIZE
076500        INTO DATI-RIGA.
076600     MOVE 2 TO N-RIGA-STAMPA.
076700     PERFORM SCRIVI THRU EX-SCRIVI.
076800     COMPUTE VALORE-ED = ACCONTO-AC OF PAR-ACCONTI / 100.
076900     STRING "  ACCONTO EUR " DELIMITED BY SIZE
077000            VALORE-ED DELIMITED BY SIZE
077100        INTO DATI-RIGA.
077200     PERFORM SCRIVI THRU EX-SCRIVI.
077300     COMPUTE VALORE-ED-2 = (TOTALE-AC OF PAR-ACCONTI -
077400                            ACCONTO-AC OF PAR-ACCONTI) / 100.
077500     STRING "  SALDO EUR   " DELIMITED BY SIZE
077600            VALORE-ED-2 DELIMITED BY SIZE
077700        INTO DATI-RIGA.
077800     PERFORM SCRIVI THRU EX-SCRIVI.
077900     MOVE GIORNI-VALIDITA TO CONTA-ED.
078000     STRING " RITIRO ENTRO " DELIMITED BY SIZE
078100            CONTA-ED DELIMITED BY SIZE
078200            " GIORNI CON QUESTA CEDOLA" DELIMITED BY SIZE
078300        INTO DATI-RIGA.
078400     MOVE 2 TO N-RIGA-STAMPA.
078500     PERFORM SCRIVI THRU EX-SCRIVI.
078600     CALL "QCLPPR" USING PAR-PRINT
078700                          RIGA BUFFER.
078800 EX-STAMPA-CEDOLA.
078900     EXIT.
079000*
079100 STAMPA-CAPO.
079200     MOVE C-MAT-RIGA-AC OF PAR-ACCONTI (I-RG) TO C-MAT-ST.
079300     MOVE TAGLIA-RIGA-AC OF PAR-ACCONTI (I-RG) TO TAGLIA-ST.
079400     MOVE QTA-RIGA-AC OF PAR-ACCONTI (I-RG) TO QTA-ST.
079500     COMPUTE PREZZO-ST = PREZZO-RIGA-AC OF PAR-ACCONTI (I-RG)
079600                       / 100.
079700     PERFORM SCRIVI THRU EX-SCRIVI.
079800 EX-STAMPA-CAPO.
079900     EXIT.
080000*
080100*
080200 APRI-STAMPA.
080300     MOVE  136  TO LL-RIGA.
080400     MOVE 9999 TO N-MAX-RIGHE.
080500     MOVE "A" TO PRE-NOME-FILE.
080600     MOVE W-FORMATO-INTERNO TO TERM-N-FILE.
080700     CALL "QOLPPR" USING PAR-PRINT
080800                          RIGA BUFFER.
080900     MOVE 0   TO N-STAMPANTE.
081000     MOVE "M" TO COMANDO.
081100     MOVE 66  TO N-RIGA-STAMPA.
081200 EX-APRI-STAMPA.
081300     EXIT.
081400*
081500 SCRIVI.
081600     CALL "QWLPPR" USING PAR-PRINT
081700                         RIGA BUFFER.
081800     IF STATO OF PAR-PRINT NOT = 0
081900        MOVE STATO OF PAR-PRINT TO STATO-DISPLAY
082000        DISPLAY "ACCONTI    ERRORE QPRINT CON STATO : "
082100                STATO-DISPLAY
082200     END-IF.
082300     MOVE SPACES TO DATI-RIGA.
082400     MOVE "S" TO COMANDO.
082500     MOVE 0 TO N-RIGA-STAMPA.
082600 EX-SCRIVI.
082700     EXIT.
082800*
082900*      FINE PROGRAMMA    **** /K ACCONTI.COB  *****
