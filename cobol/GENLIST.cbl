000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. GENLIST.
000310*2026*        15/10/26
000320*     generazione dei listini PREZZI di stagione: fin qui i
000330*     prezzi arrivavano da fuori e RAPPREZZ diceva solo cosa
000340*     mancava. FUNZIONE "M": manutenzione della tabella
000350*     COEFLIST (coefficiente di ricarico sul COSTO ANAMAT per
000360*     mercato/divisa/classe, classe 00 = default del mercato,
000370*     e regola di arrotondamento: finale ,90 / euro intero /
000380*     centinaia per il fiorino). FUNZIONE "G": per collezione
000390*     (ed eventuale stagione/anno del C-MAT) scansione seriale
000400*     di ANAMAT, per ogni C-MAT base e ogni listino usato dai
000410*     conti (CONFATT, come RAPPREZZ) prezzo = costo per
000420*     coefficiente, arrotondato; anteprima su tabulato
000430*     QOLPPR con prezzo attuale, nuovo, ricarico effettivo e
000440*     margine, e solo dopo la conferma SI le righe PREZZI si
000450*     aggiornano (lock/update come MRKCAMP) o si creano.
000460*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-COEF ASSIGN TO "COEFLIST"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-CF.
001500*
001600 DATA DIVISION.
001700 FILE SECTION.
001800 FD FILE-COEF DATA RECORD REC-COEF.
001900 01 REC-COEF            COPY YCOEFLIS.
002000*
002100 WORKING-STORAGE SECTION.
002200*
002300 01 AREA-REC-SET     PIC X(512).
002400 01 FILLER REDEFINES AREA-REC-SET.
002500  05 REC-ANAMAT      COPY YANAMAT.
002600 01 FILLER REDEFINES AREA-REC-SET.
002700  05 REC-CONFATT     COPY YCONFAT.
002800 01 FILLER REDEFINES AREA-REC-SET.
002900  05 REC-PREZZI      COPY YPREZZI.
003000*
003100 01 COD-GL           COPY DANCODMT.
003200*
003300 77 CHECK-CF        PIC XX.
003400    88 CF-APERTO    VALUES ARE "05", "00".
003500*
003600 01 OK-FINE-CF      PIC S9(4) COMP.
003700    88 LETTO-FINE-CF VALUE 1.
003800*
003900 01 T-TAB           PIC X VALUE X"9".
004000*
004100 01 FUNZIONE-IN     PIC X.
004200 01 COMANDO-CF      PIC X.
004300    88 CF-LISTA     VALUE "L".
004400    88 CF-AGGIUNGI  VALUE "A".
004500    88 CF-RIMUOVI   VALUE "R".
004600    88 CF-FINE      VALUE "F".
004700*
004800* coefficienti in memoria
004900 01 TAB-COEF-MEM.
005000  05 RIGA-CF OCCURS 300.
005100   10 MERCATO-TC       PIC 9(4).
005200   10 DIVISA-TC        PIC X(4).
005300   10 CLASSE-TC        PIC 99.
005400   10 COEF-TC          PIC 9(3)V99.
005500   10 ARROT-TC         PIC X.
005600 01 N-COEF          PIC S9(4) COMP.
005700 01 I-CF            PIC S9(4) COMP.
005800 01 IX-CF           PIC S9(4) COMP.
005900*
006000 01 MERCATO-IN      PIC X(4).
006100 01 DIVISA-IN       PIC X(4).
006200 01 CLASSE-IN       PIC XX.
006300 01 COEF-IN         PIC X(5).
006400 01 COEF-IN-9 REDEFINES COEF-IN PIC 9(3)V99.
006500 01 ARROT-IN        PIC X.
006600 01 INDICE-IN       PIC X(3).
006700 01 INDICE-RIC      PIC 9(3).
006800 01 INDICE-ED       PIC 9(3).
006900 01 COEF-ED         PIC ZZ9,99.
007000*
007100* selezione collezione / stagione / anno
007200 01 COLLEZ-IN       PIC X.
007300 01 STAG-IN         PIC X.
007400 01 ANNO-IN         PIC X.
007500 01 COLLEZ-RIC      PIC 9.
007600*
007700* listini usati dai conti, raccolti da CONFATT
007800 01 TAB-LISTINI.
007900  05 RIGA-LI OCCURS 20.
008000   10 LISTINO-LI       PIC 9(4).
008100   10 DIVISA-LI        PIC X(4).
008200 01 N-LISTINI       PIC S9(4) COMP.
008300 01 I-LI            PIC S9(4) COMP.
008400 01 IX-LI           PIC S9(4) COMP.
008500 01 LISTINO-RIC     PIC 9(4).
008600 01 DIVISA-RIC      PIC X(4).
008700*
008800* C-MAT base gia' trattati (le varianti colore danno una
008900* riga PREZZI sola)
009000 01 TAB-BASI.
009100  05 RIGA-BS OCCURS 5000.
009200   10 C-MAT-BS         PIC 9(15).
009300   10 D-MAT-BS         PIC X(24).
009400 01 N-BASI          PIC S9(4) COMP.
009500 01 I-BS            PIC S9(4) COMP.
009600 01 IX-BS           PIC S9(4) COMP.
009700*
009800* prezzi attuali della base corrente (catena PREZZI)
009900 01 TAB-ATTUALI.
010000  05 RIGA-AT OCCURS 20.
010100   10 MERCATO-AT       PIC 9(4).
010200   10 PREZZO-AT        PIC S9(9) COMP.
010300 01 N-ATTUALI       PIC S9(4) COMP.
010400 01 I-AT            PIC S9(4) COMP.
010500*
010600* proposte di listino in attesa di conferma
010700 01 TAB-PROPOSTE.
010800  05 RIGA-PR OCCURS 20000.
010900   10 IX-BASE-PR       PIC S9(4) COMP.
011000   10 MERCATO-PR       PIC 9(4).
011100   10 DIVISA-PR        PIC X(4).
011200   10 COSTO-PR         PIC S9(9) COMP.
011300   10 COEF-PR          PIC 9(3)V99.
011400   10 VECCHIO-PR       PIC S9(9) COMP.
011500   10 PREZZO-PR        PIC S9(9) COMP.
011600 01 N-PROPOSTE      PIC S9(9) COMP.
011700 01 I-PR            PIC S9(9) COMP.
011800*
011900 01 NUM-REC-SER     PIC S9(9) COMP.
012000 01 C-MAT-DISP      PIC 9(15).
012100 01 C-MAT-BASE-GL   PIC 9(15).
012200 01 COSTO-MEM       PIC S9(9) COMP.
012300 01 D-MAT-MEM       PIC X(24).
012400 01 CLASSE-MEM      PIC 99.
012500 01 PREZZO-CALC     PIC S9(11) COMP.
012600 01 UNITA-CALC      PIC S9(11) COMP.
012700 01 ARROT-MEM       PIC X.
012800 01 COEF-MEM        PIC 9(3)V99.
012900 01 SENZA-COEF      PIC S9(9) COMP.
013000 01 SENZA-COSTO     PIC S9(9) COMP.
013100 01 SCRITTE-NUOVE   PIC S9(9) COMP.
013200 01 AGGIORNATE      PIC S9(9) COMP.
013300 01 RISPOSTA-GL     PIC XX.
013400 01 TROVATA-SW      PIC X.
013500    88 RIGA-TROVATA VALUE "S".
013600 01 I-LV            PIC S9(4) COMP.
013700*
013800 01  PAR-PRINT.
013900  05  STATO         PIC S9(4) COMP.
014000  05  LL-RIGA       PIC  9(4) COMP.
014100  05  N-MAX-RIGHE   PIC  9(4) COMP.
014200  05  FLAG-ROUTINE  PIC  9(4) COMP.
014300  05  NUM-FILE-ID   PIC  9(4) COMP.
014400  05  NOME-FILE.
014500   10 PRE-NOME-FILE     PIC X.
014600   10 TERM-N-FILE       PIC 9(6).
014700   10 FILLER            PIC XXX VALUE ".ST".
014800*
014900 01  RIGA.
015000  05  N-STAMPANTE   PIC 9.
015100  05  COMANDO       PIC X.
015200  05  N-RIGA-STAMPA PIC 9(4) COMP.
015300  05  DATI-RIGA     PIC X(132).
015400  05 RIGA-DETT-GL REDEFINES DATI-RIGA.
015500    10 FILLER        PIC X(2).
015600    10 C-MAT-GL-ST   PIC 9(15).
015700    10 FILLER        PIC X(2).
015800    10 D-MAT-GL-ST   PIC X(24).
015900    10 FILLER        PIC X(2).
016000    10 LISTINO-GL-ST PIC 9(4).
016100    10 FILLER        PIC X.
016200    10 DIVISA-GL-ST  PIC X(4).
016300    10 FILLER        PIC X(2).
016400    10 COSTO-GL-ST   PIC Z(7)9,99.
016500    10 FILLER        PIC X(2).
016600    10 COEF-GL-ST    PIC ZZ9,99.
016700    10 FILLER        PIC X(2).
016800    10 VECCHIO-GL-ST PIC Z(8)9,99.
016900    10 FILLER        PIC X(2).
017000    10 NUOVO-GL-ST   PIC Z(8)9,99.
017100    10 FILLER        PIC X(2).
017200    10 RICARICO-GL-ST PIC ZZ9,99.
017300    10 FILLER        PIC X(2).
017400    10 MARGINE-GL-ST PIC ---9,9.
017500*
017600 01 BUFFER.
017700  05 N-BUF               PIC S9(4) COMP VALUE 37.
017800  05 FILLER              PIC XX.
017900  05 FILLER              PIC X(5120).
018000*
018100 01 STATO-DISPLAY    PIC ZZZZ-.
018200 01 CONTA-ED         PIC Z(8)9.
018300*
018400 LINKAGE SECTION.
018500*
018600 01 W-COMMON       COPY WCOMMONW.
018700*
018800*PAGE
018900 PROCEDURE DIVISION  USING W-COMMON.
019000 INIZIO.
019100     DISPLAY "----  GENERAZIONE LISTINI DI STAGIONE  --".
019200     PERFORM CARICA-COEF THRU EX-CARICA-COEF.
019300     DISPLAY "Funzione (M=coefficienti G=genera listini) "
019400             NO ADVANCING.
019500     MOVE SPACE TO FUNZIONE-IN.
019600     ACCEPT FUNZIONE-IN.
019700     EVALUATE FUNZIONE-IN
019800        WHEN "M"
019900           MOVE SPACES TO COMANDO-CF
020000           PERFORM CHIEDI-COMANDO THRU EX-CHIEDI-COMANDO
020100              UNTIL CF-FINE
020200           PERFORM RISCRIVI-COEF THRU EX-RISCRIVI-COEF
020300        WHEN "G"
020400           PERFORM GENERA-LISTINI THRU EX-GENERA-LISTINI
020500        WHEN OTHER
020600           DISPLAY "Funzione non valida"
020700     END-EVALUATE.
020800 FINE.
020900     EXIT PROGRAM.
021000*
021100*
021200 CARICA-COEF.
021300     MOVE 0 TO N-COEF.
021400     OPEN INPUT FILE-COEF.
021500     IF NOT CF-APERTO
021600        GO TO EX-CARICA-COEF.
021700     MOVE 0 TO OK-FINE-CF.
021800     PERFORM LEGGI-RIGA-COEF THRU EX-LEGGI-RIGA-COEF
021900        UNTIL LETTO-FINE-CF.
022000     CLOSE FILE-COEF.
022100 EX-CARICA-COEF.
022200     EXIT.
022300*
022400 LEGGI-RIGA-COEF.
022500     READ FILE-COEF
022600        AT END
022700           MOVE 1 TO OK-FINE-CF
022800        NOT AT END
022900           IF N-COEF < 300
023000              ADD 1 TO N-COEF
023100              MOVE MERCATO-CF TO MERCATO-TC (N-COEF)
023200              MOVE DIVISA-CF TO DIVISA-TC (N-COEF)
023300              MOVE CLASSE-CF TO CLASSE-TC (N-COEF)
023400              MOVE COEF-CF TO COEF-TC (N-COEF)
023500              MOVE ARROT-CF TO ARROT-TC (N-COEF)
023600           ELSE
023700              DISPLAY "GENLIST    tabella coefficienti piena"
023800           END-IF
023900     END-READ.
024000 EX-LEGGI-RIGA-COEF.
024100     EXIT.
024200*
024300*
024400 CHIEDI-COMANDO.
024500     DISPLAY "Comando: L=lista A=aggiungi R=rimuovi F=fine "
024600             NO ADVANCING.
024700     ACCEPT COMANDO-CF.
024800     EVALUATE TRUE
024900        WHEN CF-LISTA
025000           PERFORM STAMPA-RIGA-COEF THRU EX-STAMPA-RIGA-COEF
025100              VARYING I-CF FROM 1 BY 1 UNTIL I-CF > N-COEF
025200        WHEN CF-AGGIUNGI
025300           PERFORM COMANDO-AGGIUNGI THRU EX-COMANDO-AGGIUNGI
025400        WHEN CF-RIMUOVI
025500           PERFORM COMANDO-RIMUOVI THRU EX-COMANDO-RIMUOVI
025600        WHEN CF-FINE
025700           CONTINUE
025800        WHEN OTHER
025900           DISPLAY "Comando non valido"
026000     END-EVALUATE.
026100 EX-CHIEDI-COMANDO.
026200     EXIT.
026300*
026400 STAMPA-RIGA-COEF.
026500     MOVE I-CF TO INDICE-ED.
026600     MOVE COEF-TC (I-CF) TO COEF-ED.
026700     DISPLAY INDICE-ED " mercato " MERCATO-TC (I-CF) " "
026800             DIVISA-TC (I-CF) " classe " CLASSE-TC (I-CF)
026900             " coeff. " COEF-ED " arrot. " ARROT-TC (I-CF).
027000 EX-STAMPA-RIGA-COEF.
027100     EXIT.
027200*
027300 COMANDO-AGGIUNGI.
027400     IF N-COEF NOT < 300
027500        DISPLAY "Tabella piena"
027600        GO TO EX-COMANDO-AGGIUNGI.
027700     DISPLAY "Mercato/listino (4 cifre)   " NO ADVANCING.
027800     MOVE SPACES TO MERCATO-IN.
027900     ACCEPT MERCATO-IN.
028000     DISPLAY "Divisa (4 car.)             " NO ADVANCING.
028100     MOVE SPACES TO DIVISA-IN.
028200     ACCEPT DIVISA-IN.
028300     DISPLAY "Classe (2 cifre, 00=tutte)  " NO ADVANCING.
028400     MOVE SPACES TO CLASSE-IN.
028500     ACCEPT CLASSE-IN.
028600     DISPLAY "Coefficiente (5 cifre 999V99) " NO ADVANCING.
028700     MOVE SPACES TO COEF-IN.
028800     ACCEPT COEF-IN.
028900     DISPLAY "Arrotond. (9=,90 I=intero C=centinaia) "
029000             NO ADVANCING.
029100     MOVE SPACE TO ARROT-IN.
029200     ACCEPT ARROT-IN.
029300     IF MERCATO-IN NOT NUMERIC OR DIVISA-IN = SPACES
029400        OR CLASSE-IN NOT NUMERIC OR COEF-IN NOT NUMERIC
029500        DISPLAY "Dati non validi"
029600        GO TO EX-COMANDO-AGGIUNGI.
029700     IF ARROT-IN NOT = "9" AND NOT = "I" AND NOT = "C"
029800        AND NOT = SPACE
029900        DISPLAY "Regola di arrotondamento non valida"
030000        GO TO EX-COMANDO-AGGIUNGI.
030100     ADD 1 TO N-COEF.
030200     MOVE MERCATO-IN TO MERCATO-TC (N-COEF).
030300     MOVE DIVISA-IN TO DIVISA-TC (N-COEF).
030400     MOVE CLASSE-IN TO CLASSE-TC (N-COEF).
030500     MOVE COEF-IN-9 TO COEF-TC (N-COEF).
030600     MOVE ARROT-IN TO ARROT-TC (N-COEF).
030700 EX-COMANDO-AGGIUNGI.
030800     EXIT.
030900*
031000 COMANDO-RIMUOVI.
031100     DISPLAY "Numero riga da rimuovere (3 cifre) "
031200             NO ADVANCING.
031300     MOVE SPACES TO INDICE-IN.
031400     ACCEPT INDICE-IN.
031500     IF INDICE-IN NOT NUMERIC
031600        DISPLAY "Numero riga non valido"
031700        GO TO EX-COMANDO-RIMUOVI.
031800     MOVE INDICE-IN TO INDICE-RIC.
031900     IF INDICE-RIC < 1 OR INDICE-RIC > N-COEF
032000        DISPLAY "Numero riga non valido"
032100        GO TO EX-COMANDO-RIMUOVI.
032200*    la riga rimossa si compatta spostando l'ultima al suo posto
032300     MOVE RIGA-CF (N-COEF) TO RIGA-CF (INDICE-RIC).
032400     SUBTRACT 1 FROM N-COEF.
032500 EX-COMANDO-RIMUOVI.
032600     EXIT.
032700*
032800 RISCRIVI-COEF.
032900     OPEN OUTPUT FILE-COEF.
033000     PERFORM SCRIVI-RIGA-COEF THRU EX-SCRIVI-RIGA-COEF
033100        VARYING I-CF FROM 1 BY 1 UNTIL I-CF > N-COEF.
033200     CLOSE FILE-COEF.
033300 EX-RISCRIVI-COEF.
033400     EXIT.
033500*
033600 SCRIVI-RIGA-COEF.
033700     MOVE T-TAB TO TC-1 TC-2 TC-3 TC-4.
033800     MOVE MERCATO-TC (I-CF) TO MERCATO-CF.
033900     MOVE DIVISA-TC (I-CF) TO DIVISA-CF.
034000     MOVE CLASSE-TC (I-CF) TO CLASSE-CF.
034100     MOVE COEF-TC (I-CF) TO COEF-CF.
034200     MOVE ARROT-TC (I-CF) TO ARROT-CF.
034300     WRITE REC-COEF.
034400 EX-SCRIVI-RIGA-COEF.
034500     EXIT.
034600*
034700*
034800*     generazione: proposte in memoria, anteprima, conferma,
034900*     scrittura
035000 GENERA-LISTINI.
035100     IF N-COEF = 0
035200        DISPLAY "Tabella COEFLIST vuota: usare la funzione M"
035300        GO TO EX-GENERA-LISTINI.
035400     DISPLAY "Collezione (1 cifra)           " NO ADVANCING.
035500     MOVE SPACE TO COLLEZ-IN.
035600     ACCEPT COLLEZ-IN.
035700     IF COLLEZ-IN NOT NUMERIC
035800        DISPLAY "Collezione non numerica"
035900        GO TO EX-GENERA-LISTINI.
036000     MOVE COLLEZ-IN TO COLLEZ-RIC.
036100     DISPLAY "Stagione (1 cifra, vuoto=tutte) " NO ADVANCING.
036200     MOVE SPACE TO STAG-IN.
036300     ACCEPT STAG-IN.
036400     DISPLAY "Anno (1 cifra, vuoto=tutti)     " NO ADVANCING.
036500     MOVE SPACE TO ANNO-IN.
036600     ACCEPT ANNO-IN.
036700     PERFORM CARICA-LISTINI THRU EX-CARICA-LISTINI.
036800     IF N-LISTINI = 0
036900        DISPLAY "Nessun listino sui conti CONFATT"
037000        GO TO EX-GENERA-LISTINI.
037100     MOVE 0 TO N-BASI N-PROPOSTE SENZA-COEF SENZA-COSTO.
037200     PERFORM SCANSIONA-ANAMAT THRU EX-SCANSIONA-ANAMAT.
037300     PERFORM STAMPA-ANTEPRIMA THRU EX-STAMPA-ANTEPRIMA.
037400     MOVE N-PROPOSTE TO CONTA-ED.
037500     DISPLAY "Prezzi proposti        " CONTA-ED.
037600     MOVE SENZA-COEF TO CONTA-ED.
037700     DISPLAY "Senza coefficiente     " CONTA-ED.
037800     MOVE SENZA-COSTO TO CONTA-ED.
037900     DISPLAY "Articoli senza costo   " CONTA-ED.
038000     IF N-PROPOSTE = 0
038100        GO TO EX-GENERA-LISTINI.
038200     DISPLAY "Anteprima sul tabulato: confermi la scrittura"
038300             " PREZZI ? (SI/NO) " NO ADVANCING.
038400     MOVE SPACES TO RISPOSTA-GL.
038500     ACCEPT RISPOSTA-GL.
038600     IF RISPOSTA-GL NOT = "SI" AND NOT = "si"
038700        DISPLAY "Nessun prezzo scritto"
038800        GO TO EX-GENERA-LISTINI.
038900     MOVE 0 TO SCRITTE-NUOVE AGGIORNATE.
039000     PERFORM SCRIVI-PROPOSTA THRU EX-SCRIVI-PROPOSTA
039100        VARYING I-PR FROM 1 BY 1 UNTIL I-PR > N-PROPOSTE.
039200     MOVE AGGIORNATE TO CONTA-ED.
039300     DISPLAY "Righe PREZZI aggiornate " CONTA-ED.
039400     MOVE SCRITTE-NUOVE TO CONTA-ED.
039500     DISPLAY "Righe PREZZI nuove      " CONTA-ED.
039600 EX-GENERA-LISTINI.
039700     EXIT.
039800*
039900*     listini usati davvero dai conti: scansione seriale di
040000*     CONFATT, conto base piu' gli alternativi (come RAPPREZZ)
040100 CARICA-LISTINI.
040200     MOVE 0 TO N-LISTINI.
040300     MOVE 0 TO NUM-REC-SER.
040400     MOVE 0 TO W-STATUS-WORD-IMAGE.
040500     PERFORM LEGGI-CONFATT-SER THRU EX-LEGGI-CONFATT-SER
040600        UNTIL W-FUORI-FILE.
040700 EX-CARICA-LISTINI.
040800     EXIT.
040900*
041000 LEGGI-CONFATT-SER.
041100     ADD 1 TO NUM-REC-SER.
041200     MOVE NUM-REC-SER TO W-VALORE-CAMPO-W.
041300     MOVE 2 TO W-MODO.
041400     MOVE "CONFATT;"   TO W-NOME-DATA-SET.
041500     PERFORM TTDBGET THRU EX-TTDBGET.
041600     IF W-OK-IMAGE
041700        MOVE LISTINO OF REC-CONFATT TO LISTINO-RIC
041800        MOVE DIVISA OF REC-CONFATT TO DIVISA-RIC
041900        PERFORM ACCUMULA-LISTINO THRU EX-ACCUMULA-LISTINO
042000        PERFORM ACCUMULA-LISTINO-LIN
042100           THRU EX-ACCUMULA-LISTINO-LIN
042200           VARYING I-LI FROM 1 BY 1 UNTIL I-LI > 3
042300     END-IF.
042400 EX-LEGGI-CONFATT-SER.
042500     EXIT.
042600*
042700 ACCUMULA-LISTINO-LIN.
042800     IF NOT CLASSE-LISTINO-VUOTA OF REC-CONFATT (I-LI)
042900        MOVE LISTINO-LINEA OF REC-CONFATT (I-LI)
043000          TO LISTINO-RIC
043100        MOVE DIVISA-LINEA OF REC-CONFATT (I-LI)
043200          TO DIVISA-RIC
043300        PERFORM ACCUMULA-LISTINO THRU EX-ACCUMULA-LISTINO
043400     END-IF.
043500 EX-ACCUMULA-LISTINO-LIN.
043600     EXIT.
043700*
043800 ACCUMULA-LISTINO.
043900     MOVE 0 TO IX-LI.
044000     PERFORM CERCA-LISTINO-TAB THRU EX-CERCA-LISTINO-TAB
044100        VARYING I-AT FROM 1 BY 1 UNTIL I-AT > N-LISTINI.
044200     IF IX-LI = 0 AND N-LISTINI < 20
044300        ADD 1 TO N-LISTINI
044400        MOVE LISTINO-RIC TO LISTINO-LI (N-LISTINI)
044500        MOVE DIVISA-RIC TO DIVISA-LI (N-LISTINI)
044600     END-IF.
044700 EX-ACCUMULA-LISTINO.
044800     EXIT.
044900*
045000 CERCA-LISTINO-TAB.
045100     IF LISTINO-LI (I-AT) = LISTINO-RIC
045200        MOVE I-AT TO IX-LI
045300     END-IF.
045400 EX-CERCA-LISTINO-TAB.
045500     EXIT.
045600*
045700*
045800*     scansione seriale di ANAMAT: articoli della collezione
045900*     scelta, una volta per C-MAT base
046000 SCANSIONA-ANAMAT.
046100     MOVE 0 TO NUM-REC-SER.
046200     MOVE 0 TO W-STATUS-WORD-IMAGE.
046300     PERFORM LEGGI-ANAMAT-SER THRU EX-LEGGI-ANAMAT-SER
046400        UNTIL W-FUORI-FILE.
046500 EX-SCANSIONA-ANAMAT.
046600     EXIT.
046700*
046800 LEGGI-ANAMAT-SER.
046900     ADD 1 TO NUM-REC-SER.
047000     MOVE NUM-REC-SER TO W-VALORE-CAMPO-W.
047100     MOVE 2 TO W-MODO.
047200     MOVE "ANAMAT;"    TO W-NOME-DATA-SET.
047300     PERFORM TTDBGET THRU EX-TTDBGET.
047400     IF W-OK-IMAGE
047500        PERFORM ESAMINA-ARTICOLO THRU EX-ESAMINA-ARTICOLO
047600     END-IF.
047700 EX-LEGGI-ANAMAT-SER.
047800     EXIT.
047900*
048000 ESAMINA-ARTICOLO.
048100     IF VALID-REC OF REC-ANAMAT = "**"
048200        GO TO EX-ESAMINA-ARTICOLO.
048300     MOVE C-MAT OF REC-ANAMAT TO C-MAT-DISP.
048400     MOVE C-MAT-DISP TO C-MAT-TRANS-RID.
048500     IF COLLEZIONE OF C-MAT-TRANSITO NOT = COLLEZ-RIC
048600        GO TO EX-ESAMINA-ARTICOLO.
048700     IF STAG-IN NUMERIC
048800        AND STAGIONE OF C-MAT-TRANSITO NOT = STAG-IN
048900        GO TO EX-ESAMINA-ARTICOLO.
049000     IF ANNO-IN NUMERIC
049100        AND ANNO OF C-MAT-TRANSITO NOT = ANNO-IN
049200        GO TO EX-ESAMINA-ARTICOLO.
049300*    il colore si azzera in due tempi, come in CERCAPRZ
049400     DIVIDE C-MAT-DISP BY 1000 GIVING C-MAT-BASE-GL.
049500     MULTIPLY 1000 BY C-MAT-BASE-GL.
049600     MOVE 0 TO IX-BS.
049700     PERFORM CERCA-BASE THRU EX-CERCA-BASE
049800        VARYING I-BS FROM 1 BY 1 UNTIL I-BS > N-BASI.
049900     IF IX-BS NOT = 0
050000        GO TO EX-ESAMINA-ARTICOLO.
050100     IF N-BASI NOT < 5000
050200        DISPLAY "GENLIST    TAB-BASI da allargare"
050300        GO TO EX-ESAMINA-ARTICOLO.
050400*    la catena PREZZI riusa l'area record: costo, classe e
050500*    descrizione vanno salvati prima
050600     MOVE COSTO OF REC-ANAMAT TO COSTO-MEM.
050700     MOVE D-MAT OF REC-ANAMAT TO D-MAT-MEM.
050800     MOVE CLASSE OF C-MAT-TRANSITO TO CLASSE-MEM.
050900     IF COSTO-MEM NOT > 0
051000        ADD 1 TO SENZA-COSTO
051100        GO TO EX-ESAMINA-ARTICOLO.
051200     ADD 1 TO N-BASI.
051300     MOVE C-MAT-BASE-GL TO C-MAT-BS (N-BASI).
051400     MOVE D-MAT-MEM TO D-MAT-BS (N-BASI).
051500     PERFORM CARICA-ATTUALI THRU EX-CARICA-ATTUALI.
051600     PERFORM PROPONI-LISTINO THRU EX-PROPONI-LISTINO
051700        VARYING I-LI FROM 1 BY 1 UNTIL I-LI > N-LISTINI.
051800*    la scansione seriale riprende dal record dopo l'articolo
051900     MOVE NUM-REC-SER TO W-VALORE-CAMPO-W.
052000     MOVE 0 TO W-STATUS-WORD-IMAGE.
052100 EX-ESAMINA-ARTICOLO.
052200     EXIT.
052300*
052400 CERCA-BASE.
052500     IF C-MAT-BS (I-BS) = C-MAT-BASE-GL
052600        MOVE I-BS TO IX-BS
052700     END-IF.
052800 EX-CERCA-BASE.
052900     EXIT.
053000*
053100*     prezzi gia' presenti sulla base, una passata di catena
053200 CARICA-ATTUALI.
053300     MOVE 0 TO N-ATTUALI.
053400     MOVE "PREZZI;" TO W-NOME-DATA-SET.
053500     MOVE "C-MAT;" TO W-NOME-CAMPO.
053600     MOVE C-MAT-BASE-GL TO W-VALORE-CAMPO.
053700     PERFORM TTDBFIND THRU EX-TTDBFIND.
053800     IF NOT W-OK-IMAGE
053900        GO TO EX-CARICA-ATTUALI.
054000     MOVE 5 TO W-MODO.
054100     PERFORM LEGGI-PREZZI-CAT THRU EX-LEGGI-PREZZI-CAT
054200        UNTIL W-FINE-CATENA OR NOT W-OK-IMAGE.
054300 EX-CARICA-ATTUALI.
054400     EXIT.
054500*
054600 LEGGI-PREZZI-CAT.
054700     PERFORM TTDBGET THRU EX-TTDBGET.
054800     IF W-OK-IMAGE AND N-ATTUALI < 20
054900        ADD 1 TO N-ATTUALI
055000        MOVE MERCATO OF REC-PREZZI TO MERCATO-AT (N-ATTUALI)
055100        MOVE PREZZO-VENDITA OF REC-PREZZI (1)
055200          TO PREZZO-AT (N-ATTUALI)
055300     END-IF.
055400 EX-LEGGI-PREZZI-CAT.
055500     EXIT.
055600*
055700*     coefficiente del mercato/divisa per la classe, o quello
055800*     di default (classe 00); senza coefficiente niente prezzo
055900 PROPONI-LISTINO.
056000     MOVE 0 TO IX-CF.
056100     PERFORM CERCA-COEF-CLASSE THRU EX-CERCA-COEF-CLASSE
056200        VARYING I-CF FROM 1 BY 1 UNTIL I-CF > N-COEF.
056300     IF IX-CF = 0
056400        PERFORM CERCA-COEF-DEFAULT THRU EX-CERCA-COEF-DEFAULT
056500           VARYING I-CF FROM 1 BY 1 UNTIL I-CF > N-COEF.
056600     IF IX-CF = 0
056700        ADD 1 TO SENZA-COEF
056800        GO TO EX-PROPONI-LISTINO.
056900     IF N-PROPOSTE NOT < 20000
057000        DISPLAY "GENLIST    TAB-PROPOSTE da allargare"
057100        GO TO EX-PROPONI-LISTINO.
057200     MOVE COEF-TC (IX-CF) TO COEF-MEM.
057300     MOVE ARROT-TC (IX-CF) TO ARROT-MEM.
057400     COMPUTE PREZZO-CALC ROUNDED = COSTO-MEM * COEF-MEM.
057500     PERFORM ARROTONDA-PREZZO THRU EX-ARROTONDA-PREZZO.
057600     ADD 1 TO N-PROPOSTE.
057700     MOVE N-BASI TO IX-BASE-PR (N-PROPOSTE).
057800     MOVE LISTINO-LI (I-LI) TO MERCATO-PR (N-PROPOSTE).
057900     MOVE DIVISA-LI (I-LI) TO DIVISA-PR (N-PROPOSTE).
058000     MOVE COSTO-MEM TO COSTO-PR (N-PROPOSTE).
058100     MOVE COEF-MEM TO COEF-PR (N-PROPOSTE).
058200     MOVE PREZZO-CALC TO PREZZO-PR (N-PROPOSTE).
058300     MOVE 0 TO VECCHIO-PR (N-PROPOSTE).
058400     PERFORM CERCA-ATTUALE THRU EX-CERCA-ATTUALE
058500        VARYING I-AT FROM 1 BY 1 UNTIL I-AT > N-ATTUALI.
058600 EX-PROPONI-LISTINO.
058700     EXIT.
058800*
058900 CERCA-COEF-CLASSE.
059000     IF MERCATO-TC (I-CF) = LISTINO-LI (I-LI)
059100        AND DIVISA-TC (I-CF) = DIVISA-LI (I-LI)
059200        AND CLASSE-TC (I-CF) = CLASSE-MEM
059300        MOVE I-CF TO IX-CF
059400     END-IF.
059500 EX-CERCA-COEF-CLASSE.
059600     EXIT.
059700*
059800 CERCA-COEF-DEFAULT.
059900     IF MERCATO-TC (I-CF) = LISTINO-LI (I-LI)
060000        AND DIVISA-TC (I-CF) = DIVISA-LI (I-LI)
060100        AND CLASSE-TC (I-CF) = 0
060200        MOVE I-CF TO IX-CF
060300     END-IF.
060400 EX-CERCA-COEF-DEFAULT.
060500     EXIT.
060600*
060700 CERCA-ATTUALE.
060800     IF MERCATO-AT (I-AT) = LISTINO-LI (I-LI)
060900        MOVE PREZZO-AT (I-AT) TO VECCHIO-PR (N-PROPOSTE)
061000     END-IF.
061100 EX-CERCA-ATTUALE.
061200     EXIT.
061300*
061400*     prezzi in centesimi: "9" = prima cifra intera con finale
061500*     ,90 non sotto il calcolato, "I" = unita' intera piu'
061600*     vicina, "C" = centinaia di unita' piu' vicine
061700 ARROTONDA-PREZZO.
061800     EVALUATE ARROT-MEM
061900        WHEN "9"
062000           DIVIDE PREZZO-CALC BY 100 GIVING UNITA-CALC
062100           COMPUTE PREZZO-CALC = UNITA-CALC * 100 + 90
062200           IF PREZZO-CALC < COSTO-MEM * COEF-MEM
062300              ADD 100 TO PREZZO-CALC
062400           END-IF
062500        WHEN "I"
062600           ADD 50 TO PREZZO-CALC
062700           DIVIDE PREZZO-CALC BY 100 GIVING UNITA-CALC
062800           COMPUTE PREZZO-CALC = UNITA-CALC * 100
062900        WHEN "C"
063000           ADD 5000 TO PREZZO-CALC
063100           DIVIDE PREZZO-CALC BY 10000 GIVING UNITA-CALC
063200           COMPUTE PREZZO-CALC = UNITA-CALC * 10000
063300        WHEN OTHER
063400           CONTINUE
063500     END-EVALUATE.
063600 EX-ARROTONDA-PREZZO.
063700     EXIT.
063800*
063900*
064000 STAMPA-ANTEPRIMA.
064100     MOVE  136  TO LL-RIGA.
064200     MOVE 9999 TO N-MAX-RIGHE.
064300     MOVE "L" TO PRE-NOME-FILE.
064400     MOVE W-FORMATO-INTERNO TO TERM-N-FILE.
064500     CALL "QOLPPR" USING PAR-PRINT
064600                          RIGA BUFFER.
064700     MOVE 0   TO N-STAMPANTE.
064800     MOVE "M" TO COMANDO.
064900     MOVE 66  TO N-RIGA-STAMPA.
065000     MOVE SPACES TO DATI-RIGA.
065100     STRING " ANTEPRIMA LISTINI COLLEZIONE " DELIMITED BY SIZE
065200            COLLEZ-IN DELIMITED BY SIZE
065300            "  STAGIONE " DELIMITED BY SIZE
065400            STAG-IN DELIMITED BY SIZE
065500            "  ANNO " DELIMITED BY SIZE
065600            ANNO-IN DELIMITED BY SIZE
065700        INTO DATI-RIGA.
065800     PERFORM SCRIVI THRU EX-SCRIVI.
065900     MOVE "  ARTICOLO BASE    DESCRIZIONE               LIST"
066000       &  " DIV.        COSTO   COEFF.     ATTUALE        NUOVO"
066100       &  "   RIC.  MARG%" TO DATI-RIGA.
066200     MOVE 2 TO N-RIGA-STAMPA.
066300     PERFORM SCRIVI THRU EX-SCRIVI.
066400     PERFORM STAMPA-PROPOSTA THRU EX-STAMPA-PROPOSTA
066500        VARYING I-PR FROM 1 BY 1 UNTIL I-PR > N-PROPOSTE.
066600     CALL "QCLPPR" USING PAR-PRINT
066700                          RIGA BUFFER.
066800 EX-STAMPA-ANTEPRIMA.
066900     EXIT.
067000*
067100*     ricarico effettivo = prezzo / costo; margine % solo sui
067200*     listini in euro, dove costo e prezzo sono confrontabili
067300 STAMPA-PROPOSTA.
067400     MOVE SPACES TO DATI-RIGA.
067500     MOVE IX-BASE-PR (I-PR) TO IX-BS.
067600     MOVE C-MAT-BS (IX-BS) TO C-MAT-GL-ST.
067700     MOVE D-MAT-BS (IX-BS) TO D-MAT-GL-ST.
067800     MOVE MERCATO-PR (I-PR) TO LISTINO-GL-ST.
067900     MOVE DIVISA-PR (I-PR) TO DIVISA-GL-ST.
068000     COMPUTE COSTO-GL-ST = COSTO-PR (I-PR) / 100.
068100     MOVE COEF-PR (I-PR) TO COEF-GL-ST.
068200     COMPUTE VECCHIO-GL-ST = VECCHIO-PR (I-PR) / 100.
068300     COMPUTE NUOVO-GL-ST = PREZZO-PR (I-PR) / 100.
068400     COMPUTE RICARICO-GL-ST ROUNDED =
068500             PREZZO-PR (I-PR) / COSTO-PR (I-PR).
068600     IF DIVISA-PR (I-PR) = "EUR " AND PREZZO-PR (I-PR) > 0
068700        COMPUTE MARGINE-GL-ST ROUNDED =
068800           (PREZZO-PR (I-PR) - COSTO-PR (I-PR)) * 100
068900           / PREZZO-PR (I-PR)
069000     ELSE
069100        MOVE 0 TO MARGINE-GL-ST
069200     END-IF.
069300     PERFORM SCRIVI THRU EX-SCRIVI.
069400 EX-STAMPA-PROPOSTA.
069500     EXIT.
069600*
069700*
069800*     riga PREZZI del mercato sulla base: si aggiorna se c'e'
069900*     (tutti e quattro i livelli), altrimenti si crea
070000 SCRIVI-PROPOSTA.
070100     MOVE IX-BASE-PR (I-PR) TO IX-BS.
070200     MOVE "N" TO TROVATA-SW.
070300     MOVE "PREZZI;"     TO W-NOME-DATA-SET.
070400     MOVE 5 TO W-MODO.
070500     PERFORM TTLOCK THRU EX-TTLOCK.
070600     MOVE "C-MAT;"      TO W-NOME-CAMPO.
070700     MOVE C-MAT-BS (IX-BS) TO W-VALORE-CAMPO.
070800     PERFORM TTDBFIND THRU EX-TTDBFIND.
070900     IF W-OK-IMAGE
071000        MOVE 5 TO W-MODO
071100        PERFORM CERCA-RIGA-MERCATO THRU EX-CERCA-RIGA-MERCATO
071200           UNTIL RIGA-TROVATA OR NOT W-OK-IMAGE
071300     END-IF.
071400     IF RIGA-TROVATA
071500        PERFORM METTI-LIVELLI THRU EX-METTI-LIVELLI
071600        PERFORM TTUPDATE THRU EX-TTUPDATE
071700        IF W-OK-IMAGE
071800           ADD 1 TO AGGIORNATE
071900        END-IF
072000     ELSE
072100        MOVE LOW-VALUE TO AREA-REC-SET
072200        MOVE C-MAT-BS (IX-BS) TO C-MAT OF REC-PREZZI
072300        MOVE MERCATO-PR (I-PR) TO MERCATO OF REC-PREZZI
072400        MOVE DIVISA-PR (I-PR) TO DIVISA OF REC-PREZZI
072500        MOVE 0 TO MAGAZZINO OF REC-PREZZI
072600        MOVE SPACES TO VALID-REC OF REC-PREZZI
072700        PERFORM METTI-LIVELLI THRU EX-METTI-LIVELLI
072800        MOVE "PREZZI;" TO W-NOME-DATA-SET
072900        PERFORM TTDBPUT THRU EX-TTDBPUT
073000        IF W-OK-IMAGE
073100           ADD 1 TO SCRITTE-NUOVE
073200        ELSE
073300           DISPLAY "GENLIST    ERR PUT PREZZI "
073400                   W-STATUS-WORD-IMAGE
073500        END-IF
073600     END-IF.
073700     MOVE "PREZZI;"     TO W-NOME-DATA-SET.
073800     PERFORM TTUNLOCK THRU EX-TTUNLOCK.
073900 EX-SCRIVI-PROPOSTA.
074000     EXIT.
074100*
074200 CERCA-RIGA-MERCATO.
074300     PERFORM TTDBGET THRU EX-TTDBGET.
074400     IF W-OK-IMAGE
074500        AND MERCATO OF REC-PREZZI = MERCATO-PR (I-PR)
074600        MOVE "S" TO TROVATA-SW
074700     END-IF.
074800 EX-CERCA-RIGA-MERCATO.
074900     EXIT.
075000*
075100 METTI-LIVELLI.
075200     PERFORM METTI-UN-LIVELLO THRU EX-METTI-UN-LIVELLO
075300        VARYING I-LV FROM 1 BY 1 UNTIL I-LV > 4.
075400     MOVE W-FORMATO-INTERNO OF W-COMMON
075500          TO DATA-ULT-AGG OF REC-PREZZI.
075600 EX-METTI-LIVELLI.
075700     EXIT.
075800*
075900 METTI-UN-LIVELLO.
076000     MOVE PREZZO-PR (I-PR) TO PREZZO-VENDITA OF REC-PREZZI (I-LV).
076100 EX-METTI-UN-LIVELLO.
076200     EXIT.
076300*
076400*
076500 SCRIVI.
076600     CALL "QWLPPR" USING PAR-PRINT
076700                         RIGA BUFFER.
076800     IF STATO OF PAR-PRINT NOT = 0
076900        MOVE STATO OF PAR-PRINT TO STATO-DISPLAY
077000        DISPLAY "GENLIST    ERRORE QPRINT CON STATO : "
077100                STATO-DISPLAY
077200     END-IF.
077300     MOVE SPACES TO DATI-RIGA.
077400     MOVE "S" TO COMANDO.
077500     MOVE 0 TO N-RIGA-STAMPA.
077600 EX-SCRIVI.
077700     EXIT.
077800*
077900*
078000 TTLOCK.
078100              COPY PDBLOCK.
078200*
078300 TTDBFIND.
078400              COPY PDBFIND.
078500*
078600 TTDBGET.
078700              COPY PDBGET.
078800*
078900 TTDBPUT.
079000              COPY PDBPUT.
079100*
079200 TTUPDATE.
079300              COPY PDBUPDAT.
079400*
079500 TTUNLOCK.
079600              COPY PDBUNLOC.
079700*
079800*      FINE PROGRAMMA    **** /K GENLIST.COB  *****
