000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. LINGUE.
000310*2026*        15/10/26
000320*     lingua dei documenti di spedizione: PRINTDDF, DDTTRAS
000330*     ed EXPDOGAN stampavano tutto in italiano anche per il
000340*     negozio di Budapest e per i clienti tedeschi e inglesi.
000350*     FUNZIONE "L": lingua del CONTO -- prima la riga "C" del
000360*     conto su LINGUACN (eccezione per cliente), poi la riga
000370*     "S" dello STATO di INDIRIZZI (indirizzo di spedizione
000380*     se c'e'), altrimenti "IT". FUNZIONE "T": traduzione di
000390*     un testo fisso (intestazioni, causali, dicitura del
000400*     vettore...) cercato su TESTIDOC per lingua e testo
000410*     italiano, gli spazi in testa restano quelli del
000420*     chiamante. FUNZIONE "A": descrizione articolo tradotta
000430*     da DMATLING per lingua e C-MAT (colore 000 = tutti i
000440*     colori). Se la traduzione manca torna il testo
000450*     italiano ricevuto. Le tabelle si caricano alla prima
000460*     chiamata ("R" = ricarica alla chiamata seguente); a
000470*     video (funzione vuota) la manutenzione: a parita' di
000480*     chiave vale l'ultima riga registrata.
000490*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-LINGUE ASSIGN TO "LINGUACN"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-LC.
001500     SELECT OPTIONAL FILE-TESTI ASSIGN TO "TESTIDOC"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-TD.
001800     SELECT OPTIONAL FILE-DMAT ASSIGN TO "DMATLING"
001900        ORGANIZATION IS LINE SEQUENTIAL
002000        FILE STATUS IS CHECK-DL.
002100*
002200 DATA DIVISION.
002300 FILE SECTION.
002400* "S" stato -> lingua, "C" conto -> lingua
002500 FD FILE-LINGUE DATA RECORD REC-LINGUE.
002600 01 REC-LINGUE.
002700    05 TIPO-LC               PIC X.
002800    05 TG-LC-1               PIC X.
002900    05 CHIAVE-LC             PIC X(8).
003000    05 TG-LC-2               PIC X.
003100    05 LINGUA-LC             PIC XX.
003200*
003300 FD FILE-TESTI DATA RECORD REC-TESTI.
003400 01 REC-TESTI.
003500    05 LINGUA-TD             PIC XX.
003600    05 TG-TD-1               PIC X.
003700    05 ITALIANO-TD           PIC X(80).
003800    05 TG-TD-2               PIC X.
003900    05 TRADOTTO-TD           PIC X(80).
004000*
004100 FD FILE-DMAT DATA RECORD REC-DMAT.
004200 01 REC-DMAT.
004300    05 LINGUA-DL             PIC XX.
004400    05 TG-DL-1               PIC X.
004500    05 C-MAT-DL              PIC 9(15).
004600    05 TG-DL-2               PIC X.
004700    05 D-MAT-DL              PIC X(24).
004800*
004900 WORKING-STORAGE SECTION.
005000*
005100 77 CHECK-LC        PIC XX.
005200    88 LC-APERTO    VALUES ARE "05", "00".
005300 77 CHECK-TD        PIC XX.
005400    88 TD-APERTO    VALUES ARE "05", "00".
005500 77 CHECK-DL        PIC XX.
005600    88 DL-APERTO    VALUES ARE "05", "00".
005700*
005800 01 AREA-REC-SET    PIC X(512).
005900 01 FILLER REDEFINES AREA-REC-SET.
006000  05 REC-INDIRIZZI   COPY YINDIRIZ.
006100*
006200 01 OK-FINE-FILE    PIC S9(4) COMP.
006300    88 LETTO-FINE-FILE VALUE 1.
006400*
006500 01 T-TAB           PIC X VALUE X"9".
006600*
006700 01 TABELLE-CARICATE PIC X VALUE "N".
006800    88 TABELLE-IN-MEMORIA VALUE "S".
006900*
007000 01 TAB-LINGUE-LG.
007100  05 RIGA-LL OCCURS 500.
007200   10 TIPO-LL          PIC X.
007300   10 CHIAVE-LL        PIC X(8).
007400   10 LINGUA-LL        PIC XX.
007500 01 N-LINGUE-LG     PIC S9(4) COMP VALUE 0.
007600 01 I-LL            PIC S9(4) COMP.
007700*
007800 01 TAB-TESTI-LG.
007900  05 RIGA-TT OCCURS 1500.
008000   10 LINGUA-TT        PIC XX.
008100   10 ITALIANO-TT      PIC X(80).
008200   10 TRADOTTO-TT      PIC X(80).
008300 01 N-TESTI-LG      PIC S9(4) COMP VALUE 0.
008400 01 I-TT            PIC S9(4) COMP.
008500*
008600 01 TAB-DMAT-LG.
008700  05 RIGA-DM OCCURS 5000.
008800   10 LINGUA-DM        PIC XX.
008900   10 C-MAT-DM         PIC 9(15).
009000   10 D-MAT-DM         PIC X(24).
009100 01 N-DMAT-LG       PIC S9(4) COMP VALUE 0.
009200 01 I-DM            PIC S9(4) COMP.
009300*
009400 01 IX-TROVATO      PIC S9(4) COMP.
009500 01 CONTO-CERCA     PIC 9(8).
009600 01 CONTO-CERCA-X REDEFINES CONTO-CERCA PIC X(8).
009700 01 STATO-CERCA     PIC X(8).
009800 01 STATO-SPED      PIC X(4).
009900 01 STATO-PRIMO     PIC X(4).
010000 01 C-MAT-SENZA-COL PIC 9(15).
010100*
010200* testo da tradurre senza gli spazi in testa
010300 01 TESTO-CERCA     PIC X(80).
010400 01 N-SPAZI         PIC S9(4) COMP.
010500*
010600 01 FUNZIONE-IN     PIC X.
010700 01 TIPO-IN         PIC X.
010800 01 CHIAVE-IN       PIC X(8).
010900 01 LINGUA-IN       PIC XX.
011000 01 CONTO-IN        PIC X(8).
011100 01 C-MAT-IN        PIC X(15).
011200 01 ITALIANO-IN     PIC X(80).
011300 01 TRADOTTO-IN     PIC X(80).
011400 01 D-MAT-IN        PIC X(24).
011500*
011600 LINKAGE SECTION.
011700*
011800 01 W-COMMON       COPY WCOMMONW.
011900*
012000 01 PAR-LINGUE     COPY PARLINGU.
012100*
012200*PAGE
012300 PROCEDURE DIVISION  USING W-COMMON
012400                           PAR-LINGUE.
012500 INIZIO.
012600     IF LG-RICARICA OF PAR-LINGUE
012700        MOVE "N" TO TABELLE-CARICATE
012800        GO TO FINE.
012900     IF NOT TABELLE-IN-MEMORIA
013000        PERFORM CARICA-LINGUE THRU EX-CARICA-LINGUE
013100        PERFORM CARICA-TESTI THRU EX-CARICA-TESTI
013200        PERFORM CARICA-DMAT THRU EX-CARICA-DMAT
013300        MOVE "S" TO TABELLE-CARICATE
013400     END-IF.
013500     MOVE 1 TO ESITO-LG OF PAR-LINGUE.
013600     EVALUATE TRUE
013700        WHEN LG-LINGUA-CONTO OF PAR-LINGUE
013800           PERFORM LINGUA-CONTO THRU EX-LINGUA-CONTO
013900        WHEN LG-TESTO OF PAR-LINGUE
014000           PERFORM TRADUCI-TESTO THRU EX-TRADUCI-TESTO
014100        WHEN LG-ARTICOLO OF PAR-LINGUE
014200           PERFORM TRADUCI-ARTICOLO THRU EX-TRADUCI-ARTICOLO
014300        WHEN OTHER
014400           PERFORM MENU-VIDEO THRU EX-MENU-VIDEO
014500     END-EVALUATE.
014600 FINE.
014700     EXIT PROGRAM.
014800*
014900*
015000 CARICA-LINGUE.
015100     MOVE 0 TO N-LINGUE-LG.
015200     OPEN INPUT FILE-LINGUE.
015300     IF NOT LC-APERTO
015400        GO TO EX-CARICA-LINGUE.
015500     MOVE 0 TO OK-FINE-FILE.
015600     PERFORM LEGGI-RIGA-LINGUE THRU EX-LEGGI-RIGA-LINGUE
015700        UNTIL LETTO-FINE-FILE.
015800     CLOSE FILE-LINGUE.
015900 EX-CARICA-LINGUE.
016000     EXIT.
016100*
016200 LEGGI-RIGA-LINGUE.
016300     READ FILE-LINGUE
016400        AT END
016500           MOVE 1 TO OK-FINE-FILE
016600        NOT AT END
016700           IF N-LINGUE-LG < 500
016800              ADD 1 TO N-LINGUE-LG
016900              MOVE TIPO-LC TO TIPO-LL (N-LINGUE-LG)
017000              MOVE CHIAVE-LC TO CHIAVE-LL (N-LINGUE-LG)
017100              MOVE LINGUA-LC TO LINGUA-LL (N-LINGUE-LG)
017200           ELSE
017300              DISPLAY "LINGUE     TAB-LINGUE da allargare"
017400           END-IF
017500     END-READ.
017600 EX-LEGGI-RIGA-LINGUE.
017700     EXIT.
017800*
017900 CARICA-TESTI.
018000     MOVE 0 TO N-TESTI-LG.
018100     OPEN INPUT FILE-TESTI.
018200     IF NOT TD-APERTO
018300        GO TO EX-CARICA-TESTI.
018400     MOVE 0 TO OK-FINE-FILE.
018500     PERFORM LEGGI-RIGA-TESTI THRU EX-LEGGI-RIGA-TESTI
018600        UNTIL LETTO-FINE-FILE.
018700     CLOSE FILE-TESTI.
018800 EX-CARICA-TESTI.
018900     EXIT.
019000*
019100 LEGGI-RIGA-TESTI.
019200     READ FILE-TESTI
019300        AT END
019400           MOVE 1 TO OK-FINE-FILE
019500        NOT AT END
019600           IF N-TESTI-LG < 1500
019700              ADD 1 TO N-TESTI-LG
019800              MOVE LINGUA-TD TO LINGUA-TT (N-TESTI-LG)
019900              MOVE ITALIANO-TD TO ITALIANO-TT (N-TESTI-LG)
020000              MOVE TRADOTTO-TD TO TRADOTTO-TT (N-TESTI-LG)
020100           ELSE
020200              DISPLAY "LINGUE     TAB-TESTI da allargare"
020300           END-IF
020400     END-READ.
020500 EX-LEGGI-RIGA-TESTI.
020600     EXIT.
020700*
020800 CARICA-DMAT.
020900     MOVE 0 TO N-DMAT-LG.
021000     OPEN INPUT FILE-DMAT.
021100     IF NOT DL-APERTO
021200        GO TO EX-CARICA-DMAT.
021300     MOVE 0 TO OK-FINE-FILE.
021400     PERFORM LEGGI-RIGA-DMAT THRU EX-LEGGI-RIGA-DMAT
021500        UNTIL LETTO-FINE-FILE.
021600     CLOSE FILE-DMAT.
021700 EX-CARICA-DMAT.
021800     EXIT.
021900*
022000 LEGGI-RIGA-DMAT.
022100     READ FILE-DMAT
022200        AT END
022300           MOVE 1 TO OK-FINE-FILE
022400        NOT AT END
022500           IF N-DMAT-LG < 5000
022600              ADD 1 TO N-DMAT-LG
022700              MOVE LINGUA-DL TO LINGUA-DM (N-DMAT-LG)
022800              MOVE C-MAT-DL TO C-MAT-DM (N-DMAT-LG)
022900              MOVE D-MAT-DL TO D-MAT-DM (N-DMAT-LG)
023000           ELSE
023100              DISPLAY "LINGUE     TAB-DMAT da allargare"
023200           END-IF
023300     END-READ.
023400 EX-LEGGI-RIGA-DMAT.
023500     EXIT.
023600*
023700*
023800*     eccezione del conto, poi stato di INDIRIZZI; senza
023900*     nessuna delle due si resta in italiano
024000 LINGUA-CONTO.
024100     MOVE "IT" TO LINGUA-LG OF PAR-LINGUE.
024200     MOVE SPACES TO STATO-LG OF PAR-LINGUE.
024300     MOVE CONTO-LG OF PAR-LINGUE TO CONTO-CERCA.
024400     PERFORM LEGGI-STATO-CONTO THRU EX-LEGGI-STATO-CONTO.
024500     MOVE 0 TO IX-TROVATO.
024600     PERFORM CONFRONTA-CONTO THRU EX-CONFRONTA-CONTO
024700        VARYING I-LL FROM 1 BY 1 UNTIL I-LL > N-LINGUE-LG.
024800     IF IX-TROVATO = 0 AND STATO-LG OF PAR-LINGUE NOT = SPACES
024900        MOVE STATO-LG OF PAR-LINGUE TO STATO-CERCA
025000        PERFORM CONFRONTA-STATO THRU EX-CONFRONTA-STATO
025100           VARYING I-LL FROM 1 BY 1 UNTIL I-LL > N-LINGUE-LG
025200     END-IF.
025300     IF IX-TROVATO NOT = 0
025400        MOVE LINGUA-LL (IX-TROVATO) TO LINGUA-LG OF PAR-LINGUE
025500        MOVE 0 TO ESITO-LG OF PAR-LINGUE.
025600 EX-LINGUA-CONTO.
025700     EXIT.
025800*
025900 CONFRONTA-CONTO.
026000     IF TIPO-LL (I-LL) = "C"
026100        AND CHIAVE-LL (I-LL) = CONTO-CERCA-X
026200        MOVE I-LL TO IX-TROVATO
026300     END-IF.
026400 EX-CONFRONTA-CONTO.
026500     EXIT.
026600*
026700 CONFRONTA-STATO.
026800     IF TIPO-LL (I-LL) = "S"
026900        AND CHIAVE-LL (I-LL) = STATO-CERCA
027000        MOVE I-LL TO IX-TROVATO
027100     END-IF.
027200 EX-CONFRONTA-STATO.
027300     EXIT.
027400*
027500*     catena INDIRIZZI del conto: vale lo stato dell'indirizzo
027600*     di spedizione, altrimenti quello del primo indirizzo
027700*     non annullato
027800 LEGGI-STATO-CONTO.
027900     MOVE SPACES TO STATO-SPED STATO-PRIMO.
028000     MOVE "INDIRIZ;" TO W-NOME-DATA-SET.
028100     MOVE "CONTO;" TO W-NOME-CAMPO.
028200     MOVE CONTO-CERCA TO W-VALORE-CAMPO-W.
028300     PERFORM TTDBFIND THRU EX-TTDBFIND.
028400     IF NOT W-OK-IMAGE
028500        GO TO EX-LEGGI-STATO-CONTO.
028600     MOVE 5 TO W-MODO.
028700     PERFORM TTDBGET THRU EX-TTDBGET.
028800     PERFORM VAGLIA-INDIRIZZO THRU EX-VAGLIA-INDIRIZZO
028900        UNTIL NOT W-OK-IMAGE.
029000     IF STATO-SPED NOT = SPACES
029100        MOVE STATO-SPED TO STATO-LG OF PAR-LINGUE
029200     ELSE
029300        MOVE STATO-PRIMO TO STATO-LG OF PAR-LINGUE.
029400 EX-LEGGI-STATO-CONTO.
029500     EXIT.
029600*
029700 VAGLIA-INDIRIZZO.
029800     IF NOT ANNULLATO OF REC-INDIRIZZI
029900        AND STATO OF REC-INDIRIZZI NOT = SPACES
030000        IF STATO-PRIMO = SPACES
030100           MOVE STATO OF REC-INDIRIZZI TO STATO-PRIMO
030200        END-IF
030300        IF (IND-SPED OF REC-INDIRIZZI
030400            OR IND-SPED-FATT OF REC-INDIRIZZI)
030500           AND STATO-SPED = SPACES
030600           MOVE STATO OF REC-INDIRIZZI TO STATO-SPED
030700        END-IF
030800     END-IF.
030900     MOVE 5 TO W-MODO.
031000     PERFORM TTDBGET THRU EX-TTDBGET.
031100 EX-VAGLIA-INDIRIZZO.
031200     EXIT.
031300*
031400*
031500*     testo fisso: si confronta senza gli spazi in testa e la
031600*     traduzione riprende lo stesso rientro
031700 TRADUCI-TESTO.
031800     IF LG-ITALIANO OF PAR-LINGUE
031900        OR TESTO-LG OF PAR-LINGUE = SPACES
032000        GO TO EX-TRADUCI-TESTO.
032100     MOVE 0 TO N-SPAZI.
032200     INSPECT TESTO-LG OF PAR-LINGUE
032300        TALLYING N-SPAZI FOR LEADING SPACES.
032400     MOVE TESTO-LG OF PAR-LINGUE (N-SPAZI + 1:) TO TESTO-CERCA.
032500     MOVE 0 TO IX-TROVATO.
032600     PERFORM CONFRONTA-TESTO THRU EX-CONFRONTA-TESTO
032700        VARYING I-TT FROM 1 BY 1 UNTIL I-TT > N-TESTI-LG.
032800     IF IX-TROVATO = 0
032900        GO TO EX-TRADUCI-TESTO.
033000     MOVE SPACES TO TESTO-LG OF PAR-LINGUE.
033100     MOVE TRADOTTO-TT (IX-TROVATO)
033200       TO TESTO-LG OF PAR-LINGUE (N-SPAZI + 1:).
033300     MOVE 0 TO ESITO-LG OF PAR-LINGUE.
033400 EX-TRADUCI-TESTO.
033500     EXIT.
033600*
033700 CONFRONTA-TESTO.
033800     IF LINGUA-TT (I-TT) = LINGUA-LG OF PAR-LINGUE
033900        AND ITALIANO-TT (I-TT) = TESTO-CERCA
034000        MOVE I-TT TO IX-TROVATO
034100     END-IF.
034200 EX-CONFRONTA-TESTO.
034300     EXIT.
034400*
034500*     descrizione articolo: prima il C-MAT esatto, poi la
034600*     riga senza colore
034700 TRADUCI-ARTICOLO.
034800     IF LG-ITALIANO OF PAR-LINGUE
034900        GO TO EX-TRADUCI-ARTICOLO.
035000     MOVE 0 TO IX-TROVATO.
035100     PERFORM CONFRONTA-ARTICOLO THRU EX-CONFRONTA-ARTICOLO
035200        VARYING I-DM FROM 1 BY 1 UNTIL I-DM > N-DMAT-LG.
035300     IF IX-TROVATO = 0
035400        COMPUTE C-MAT-SENZA-COL =
035500                C-MAT-LG OF PAR-LINGUE / 1000 * 1000
035600        PERFORM CONFRONTA-SENZA-COLORE
035700           THRU EX-CONFRONTA-SENZA-COLORE
035800           VARYING I-DM FROM 1 BY 1 UNTIL I-DM > N-DMAT-LG
035900     END-IF.
036000     IF IX-TROVATO NOT = 0
036100        MOVE D-MAT-DM (IX-TROVATO) TO TESTO-LG OF PAR-LINGUE
036200        MOVE 0 TO ESITO-LG OF PAR-LINGUE.
036300 EX-TRADUCI-ARTICOLO.
036400     EXIT.
036500*
036600 CONFRONTA-ARTICOLO.
036700     IF LINGUA-DM (I-DM) = LINGUA-LG OF PAR-LINGUE
036800        AND C-MAT-DM (I-DM) = C-MAT-LG OF PAR-LINGUE
036900        MOVE I-DM TO IX-TROVATO
037000     END-IF.
037100 EX-CONFRONTA-ARTICOLO.
037200     EXIT.
037300*
037400 CONFRONTA-SENZA-COLORE.
037500     IF LINGUA-DM (I-DM) = LINGUA-LG OF PAR-LINGUE
037600        AND C-MAT-DM (I-DM) = C-MAT-SENZA-COL
037700        MOVE I-DM TO IX-TROVATO
037800     END-IF.
037900 EX-CONFRONTA-SENZA-COLORE.
038000     EXIT.
038100*
038200*
038300 MENU-VIDEO.
038400     DISPLAY "----  LINGUE DEI DOCUMENTI  -------------".
038500     DISPLAY "Funzione (S=stato C=conto T=testo A=articolo"
038600             " V=verifica) " NO ADVANCING.
038700     MOVE SPACE TO FUNZIONE-IN.
038800     ACCEPT FUNZIONE-IN.
038900     EVALUATE FUNZIONE-IN
039000        WHEN "S"
039100        WHEN "C"
039200           MOVE FUNZIONE-IN TO TIPO-IN
039300           PERFORM AGGIUNGI-LINGUA THRU EX-AGGIUNGI-LINGUA
039400        WHEN "T"
039500           PERFORM AGGIUNGI-TESTO THRU EX-AGGIUNGI-TESTO
039600        WHEN "A"
039700           PERFORM AGGIUNGI-ARTICOLO THRU EX-AGGIUNGI-ARTICOLO
039800        WHEN "V"
039900           PERFORM VERIFICA-CONTO THRU EX-VERIFICA-CONTO
040000        WHEN OTHER
040100           DISPLAY "Funzione non valida"
040200     END-EVALUATE.
040300 EX-MENU-VIDEO.
040400     EXIT.
040500*
040600 AGGIUNGI-LINGUA.
040700     MOVE SPACES TO CHIAVE-IN LINGUA-IN.
040800     IF TIPO-IN = "S"
040900        DISPLAY "Stato (come su INDIRIZZI) " NO ADVANCING
041000        ACCEPT CHIAVE-IN
041100     ELSE
041200        DISPLAY "CONTO (8 cifre)           " NO ADVANCING
041300        ACCEPT CONTO-IN
041400        IF CONTO-IN NOT NUMERIC
041500           DISPLAY "Conto non numerico"
041600           GO TO EX-AGGIUNGI-LINGUA
041700        END-IF
041800        MOVE CONTO-IN TO CHIAVE-IN
041900     END-IF.
042000     DISPLAY "Lingua (IT EN DE FR HU..) " NO ADVANCING.
042100     ACCEPT LINGUA-IN.
042200     IF CHIAVE-IN = SPACES OR LINGUA-IN = SPACES
042300        DISPLAY "Dati non validi"
042400        GO TO EX-AGGIUNGI-LINGUA.
042500     OPEN EXTEND FILE-LINGUE.
042600     MOVE T-TAB TO TG-LC-1 TG-LC-2.
042700     MOVE TIPO-IN TO TIPO-LC.
042800     MOVE CHIAVE-IN TO CHIAVE-LC.
042900     MOVE LINGUA-IN TO LINGUA-LC.
043000     WRITE REC-LINGUE.
043100     CLOSE FILE-LINGUE.
043200     MOVE "N" TO TABELLE-CARICATE.
043300     DISPLAY "Lingua registrata".
043400 EX-AGGIUNGI-LINGUA.
043500     EXIT.
043600*
043700*     il testo italiano va battuto com'e' stampato, gli spazi
043800*     in testa non contano
043900 AGGIUNGI-TESTO.
044000     MOVE SPACES TO LINGUA-IN ITALIANO-IN TRADOTTO-IN.
044100     DISPLAY "Lingua (EN DE FR HU..)    " NO ADVANCING.
044200     ACCEPT LINGUA-IN.
044300     DISPLAY "Testo italiano:".
044400     ACCEPT ITALIANO-IN.
044500     DISPLAY "Traduzione:".
044600     ACCEPT TRADOTTO-IN.
044700     IF LINGUA-IN = SPACES OR LINGUA-IN = "IT"
044800        OR ITALIANO-IN = SPACES OR TRADOTTO-IN = SPACES
044900        DISPLAY "Dati non validi"
045000        GO TO EX-AGGIUNGI-TESTO.
045100     MOVE 0 TO N-SPAZI.
045200     INSPECT ITALIANO-IN TALLYING N-SPAZI FOR LEADING SPACES.
045300     MOVE ITALIANO-IN (N-SPAZI + 1:) TO TESTO-CERCA.
045400     MOVE 0 TO N-SPAZI.
045500     INSPECT TRADOTTO-IN TALLYING N-SPAZI FOR LEADING SPACES.
045600     OPEN EXTEND FILE-TESTI.
045700     MOVE T-TAB TO TG-TD-1 TG-TD-2.
045800     MOVE LINGUA-IN TO LINGUA-TD.
045900     MOVE TESTO-CERCA TO ITALIANO-TD.
046000     MOVE TRADOTTO-IN (N-SPAZI + 1:) TO TRADOTTO-TD.
046100     WRITE REC-TESTI.
046200     CLOSE FILE-TESTI.
046300     MOVE "N" TO TABELLE-CARICATE.
046400     DISPLAY "Traduzione registrata".
046500 EX-AGGIUNGI-TESTO.
046600     EXIT.
046700*
046800 AGGIUNGI-ARTICOLO.
046900     MOVE SPACES TO LINGUA-IN D-MAT-IN.
047000     DISPLAY "Lingua (EN DE FR HU..)    " NO ADVANCING.
047100     ACCEPT LINGUA-IN.
047200     DISPLAY "C-MAT (15 cifre, colore 000 = tutti) "
047300             NO ADVANCING.
047400     ACCEPT C-MAT-IN.
047500     DISPLAY "Descrizione (24 car.)     " NO ADVANCING.
047600     ACCEPT D-MAT-IN.
047700     IF LINGUA-IN = SPACES OR LINGUA-IN = "IT"
047800        OR C-MAT-IN NOT NUMERIC OR D-MAT-IN = SPACES
047900        DISPLAY "Dati non validi"
048000        GO TO EX-AGGIUNGI-ARTICOLO.
048100     OPEN EXTEND FILE-DMAT.
048200     MOVE T-TAB TO TG-DL-1 TG-DL-2.
048300     MOVE LINGUA-IN TO LINGUA-DL.
048400     MOVE C-MAT-IN TO C-MAT-DL.
048500     MOVE D-MAT-IN TO D-MAT-DL.
048600     WRITE REC-DMAT.
048700     CLOSE FILE-DMAT.
048800     MOVE "N" TO TABELLE-CARICATE.
048900     DISPLAY "Descrizione registrata".
049000 EX-AGGIUNGI-ARTICOLO.
049100     EXIT.
049200*
049300*     prova a video della lingua che prenderanno i documenti
049400 VERIFICA-CONTO.
049500     DISPLAY "CONTO (8 cifre)           " NO ADVANCING.
049600     ACCEPT CONTO-IN.
049700     IF CONTO-IN NOT NUMERIC
049800        DISPLAY "Conto non numerico"
049900        GO TO EX-VERIFICA-CONTO.
050000     IF NOT TABELLE-IN-MEMORIA
050100        PERFORM CARICA-LINGUE THRU EX-CARICA-LINGUE
050200        PERFORM CARICA-TESTI THRU EX-CARICA-TESTI
050300        PERFORM CARICA-DMAT THRU EX-CARICA-DMAT
050400        MOVE "S" TO TABELLE-CARICATE
050500     END-IF.
050600     MOVE CONTO-IN TO CONTO-LG OF PAR-LINGUE.
050700     PERFORM LINGUA-CONTO THRU EX-LINGUA-CONTO.
050800     DISPLAY "Stato " STATO-LG OF PAR-LINGUE
050900             "  lingua documenti " LINGUA-LG OF PAR-LINGUE.
051000 EX-VERIFICA-CONTO.
051100     EXIT.
051200*
051300*
051400 TTDBFIND.
051500              COPY PDBFIND.
051600*
051700 TTDBGET.
051800              COPY PDBGET.
051900*
052000*      FINE PROGRAMMA    **** /K LINGUE.COB  *****
