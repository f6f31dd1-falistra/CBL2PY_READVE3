000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. CONFORD.
000310*2026*        15/10/26
000320*     conferma d'ordine al cliente per gli ordini stagionali
000330*     (ORDSTAGF: le righe del conto inserite lo stesso giorno,
000340*     riferimento = data AAMMGG) e per gli ordini dei clienti
000350*     chiave (ORDKEYF: conto + numero ordine). Righe per C-MAT
000360*     e taglia, prezzo da CERCAPRZ (contratto CONTRPRZ o
000370*     listino del CONFATT del conto, come in vendita),
000380*     finestra di consegna della riga, condizioni di pagamento
000390*     e sconti dal CONFATT. Numerata per ordine (progressivo
000400*     unico su CONFORDF); se l'ordine cambia si emette la
000410*     revisione successiva con le righe NUOVA/VARIATA/
000420*     ANNULLATA rispetto all'ultima conferma e i valori
000430*     precedenti; ordine invariato = nessuna emissione. Stampa
000440*     su QOLPPR/QWLPPR/QCLPPR e invio via QELPPR se il conto
000450*     ha l'indirizzo su SOLLMAIL. Chiamata da ORDSTAG/ORDCHIAV
000460*     (funzione "O") o a video.
000470*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-CONF ASSIGN TO "CONFORDF"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-CF.
001500     SELECT OPTIONAL FILE-ORDST ASSIGN TO "ORDSTAGF"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-OS.
001800     SELECT OPTIONAL FILE-ORDK ASSIGN TO "ORDKEYF"
001900        ORGANIZATION IS LINE SEQUENTIAL
002000        FILE STATUS IS CHECK-OK.
002100     SELECT OPTIONAL FILE-MAIL ASSIGN TO "SOLLMAIL"
002200        ORGANIZATION IS LINE SEQUENTIAL
002300        FILE STATUS IS CHECK-ML.
002400*
002500 DATA DIVISION.
002600 FILE SECTION.
002700 FD FILE-CONF DATA RECORD REC-CONF.
002800 01 REC-CONF               COPY YCONFORD.
002900* stessi tracciati di ORDSTAG e ORDCHIAV
003000 FD FILE-ORDST DATA RECORD REC-ORDST.
003100 01 REC-ORDST.
003200    05 DATA-OR               PIC 9(6).
003300    05 TG-OR-1               PIC X.
003400    05 CONTO-OR              PIC 9(8).
003500    05 TG-OR-2               PIC X.
003600    05 C-MAT-OR              PIC 9(15).
003700    05 TG-OR-3               PIC X.
003800    05 MAG-OR                PIC 9(3).
003900    05 TG-OR-4               PIC X.
004000    05 DATA-DA-OR            PIC 9(6).
004100    05 TG-OR-5               PIC X.
004200    05 DATA-A-OR             PIC 9(6).
004300    05 TG-OR-6               PIC X.
004400    05 QTA-ORDINATE-OR.
004500     10 QTA-ORD-OR           PIC 9(4) OCCURS 10.
004600    05 TG-OR-7               PIC X.
004700    05 QTA-ASSEGNATE-OR.
004800     10 QTA-ASS-OR           PIC 9(4) OCCURS 10.
004900    05 TG-OR-8               PIC X.
005000    05 STATO-OR              PIC X.
005100 FD FILE-ORDK DATA RECORD REC-ORDK.
005200 01 REC-ORDK.
005300    05 CONTO-OK              PIC 9(8).
005400    05 TG-OK-1               PIC X.
005500    05 NUM-ORDINE-OK         PIC X(10).
005600    05 TG-OK-2               PIC X.
005700    05 C-MAT-OK              PIC 9(15).
005800    05 TG-OK-3               PIC X.
005900    05 MAG-OK                PIC 9(3).
006000    05 TG-OK-4               PIC X.
006100    05 DATA-RICH-OK          PIC 9(6).
006200    05 TG-OK-5               PIC X.
006300    05 QTA-ORDINATE-OK.
006400     10 QTA-ORD-OK           PIC 9(4) OCCURS 10.
006500    05 TG-OK-6               PIC X.
006600    05 QTA-SPEDITE-OK.
006700     10 QTA-SPED-OK          PIC 9(4) OCCURS 10.
006800    05 TG-OK-7               PIC X.
006900    05 STATO-OK              PIC X.
007000 FD FILE-MAIL DATA RECORD REC-MAIL.
007100 01 REC-MAIL.
007200    05 CONTO-ML              PIC 9(8).
007300    05 TG-ML-1               PIC X.
007400    05 EMAIL-ML              PIC X(60).
007500*
007600 WORKING-STORAGE SECTION.
007700*
007800*ESTETA*
007900     COPY NTG.
008000*
008100 01 PAR-TABTAGLIE          COPY PARTAGLIE.
008200*
008300 01 AREA-REC-SET     PIC X(512).
008400 01 FILLER REDEFINES AREA-REC-SET.
008500  05 REC-ANACON      COPY YANACON.
008600 01 FILLER REDEFINES AREA-REC-SET.
008700  05 REC-ANAMAT      COPY YANAMAT.
008800 01 REC-CONFATT      COPY YCONFAT.
008900*
009000 01 COD-TRANS-CO     COPY DANCODMT.
009100*
009200 01 PAR-CERCAPRZ     COPY PARPREZZ.
009300*
009400 77 CHECK-CF        PIC XX.
009500    88 CF-APERTO    VALUES ARE "05", "00".
009600 77 CHECK-OS        PIC XX.
009700    88 OS-APERTO    VALUES ARE "05", "00".
009800 77 CHECK-OK        PIC XX.
009900    88 OK-APERTO    VALUES ARE "05", "00".
010000 77 CHECK-ML        PIC XX.
010100    88 ML-APERTO    VALUES ARE "05", "00".
010200*
010300 01 OK-FINE-FILE    PIC S9(4) COMP.
010400    88 LETTO-FINE-FILE VALUE 1.
010500*
010600 01 T-TAB           PIC X VALUE X"9".
010700*
010800 01 TIPO-IN         PIC X.
010900 01 CONTO-IN        PIC X(8).
011000 01 RIF-IN          PIC X(10).
011100*
011200* righe dell'ordine oggi, per C-MAT/taglia
011300 01 TAB-RIGHE-CO.
011400  05 RIGA-CO OCCURS 300.
011500   10 C-MAT-CO         PIC 9(15).
011600   10 TAGLIA-CO        PIC 99.
011700   10 QTA-CO           PIC S9(5) COMP.
011800   10 PREZZO-CO        PIC S9(9) COMP.
011900   10 ORIGINE-CO       PIC X.
012000   10 DA-CO            PIC 9(6).
012100   10 A-CO             PIC 9(6).
012200   10 D-MAT-CO         PIC X(18).
012300   10 VAR-CO           PIC X.
012400   10 QTA-PREC-CO      PIC S9(5) COMP.
012500   10 PREZZO-PREC-CO   PIC S9(9) COMP.
012600 01 N-RIGHE-CO      PIC S9(4) COMP.
012700 01 N-CORRENTI      PIC S9(4) COMP.
012800 01 I-CO            PIC S9(4) COMP.
012900 01 IX-CO           PIC S9(4) COMP.
013000 01 I-TG            PIC S9(4) COMP.
013100*
013200* righe dell'ultima conferma emessa per l'ordine
013300 01 TAB-PREC-CO.
013400  05 RIGA-PR OCCURS 300.
013500   10 C-MAT-PR         PIC 9(15).
013600   10 TAGLIA-PR        PIC 99.
013700   10 QTA-PR           PIC S9(5) COMP.
013800   10 PREZZO-PR        PIC S9(9) COMP.
013900   10 DA-PR            PIC 9(6).
014000   10 A-PR             PIC 9(6).
014100   10 USATA-PR         PIC X.
014200 01 N-PREC          PIC S9(4) COMP.
014300 01 I-PR            PIC S9(4) COMP.
014400 01 IX-PR           PIC S9(4) COMP.
014500 01 ULTIMO-NUMERO   PIC 9(6).
014600 01 NUMERO-ORDINE   PIC 9(6).
014700 01 REVISIONE-PREC  PIC S9(4) COMP.
014800 01 LETTA-REVISIONE PIC X.
014900 01 VARIAZIONI      PIC S9(4) COMP.
015000*
015100* riga da accodare alla tabella
015200 01 C-MAT-NUOVA     PIC 9(15).
015300 01 TAGLIA-NUOVA    PIC 99.
015400 01 QTA-NUOVA       PIC S9(5) COMP.
015500 01 DA-NUOVA        PIC 9(6).
015600 01 A-NUOVA         PIC 9(6).
015700*
015800 01 CONFATT-OK      PIC X.
015900 01 D-CONTO-CO      PIC X(24).
016000 01 EMAIL-CONTO     PIC X(60).
016100 01 TOT-CAPI        PIC S9(7) COMP.
016200 01 TOT-IMPORTO     PIC S9(13) COMP.
016300 01 IMPORTO-RIGA    PIC S9(13) COMP.
016400 01 DATA-OGGI-CO    PIC 9(6).
016500 01 SCONTO-ED       PIC ZZZ9.
016600 01 SCONTO2-ED      PIC ZZZ9.
016700 01 CPAG-ED         PIC Z(4)9.
016800 01 SCPAG-ED        PIC ZZZ9.
016900 01 GGPAG-ED        PIC Z9.
017000 01 LISTINO-ED      PIC ZZZ9.
017100 01 REVISIONE-ED    PIC 99.
017200*
017300 01  PAR-PRINT.
017400  05  STATO         PIC S9(4) COMP.
017500  05  LL-RIGA       PIC S9(4) COMP.
017600  05  N-MAX-RIGHE   PIC S9(4) COMP.
017700  05  FLAGS-ROUTINE PIC S9(4) COMP.
017800      88 INVIO-EMAIL-CO   VALUE 1.
017900  05  NUM-FILE-ID   PIC S9(4) COMP.
018000  05  NOME-FILE.
018100   10 PRE-NOME-FILE     PIC X.
018200   10 TERM-N-FILE       PIC 9(6).
018300   10 FILLER            PIC XXX VALUE ".ST".
018400   10 FILLER            PIC XX.
018500  05  EMAIL-DEST-CO PIC X(60).
018600*
018700 01  RIGA.
018800  05  N-STAMPANTE   PIC 9.
018900  05  COMANDO       PIC X.
019000  05  N-RIGA-STAMPA PIC 9(4) COMP.
019100  05  DATI-RIGA     PIC X(132).
019200  05 RIGA-DETT-CO REDEFINES DATI-RIGA.
019300    10 FILLER        PIC X.
019400    10 C-MAT-ST      PIC 9(15).
019500    10 FILLER        PIC X.
019600    10 D-MAT-ST      PIC X(18).
019700    10 FILLER        PIC X.
019800    10 TAGLIA-ST     PIC Z9.
019900    10 FILLER        PIC X.
020000    10 QTA-ST        PIC Z(4)9.
020100    10 FILLER        PIC X.
020200    10 PREZZO-ST     PIC Z(6)9,99.
020300    10 ORIGINE-ST    PIC X.
020400    10 FILLER        PIC X.
020500    10 IMPORTO-ST    PIC Z(9)9,99.
020600    10 FILLER        PIC XX.
020700    10 DA-ST         PIC 9(6).
020800    10 FILLER        PIC X.
020900    10 A-ST          PIC 9(6).
021000    10 FILLER        PIC XX.
021100    10 VAR-ST        PIC X(9).
021200    10 FILLER        PIC X.
021300    10 QTA-PREC-ST   PIC Z(4)9.
021400    10 FILLER        PIC X.
021500    10 PREZZO-PREC-ST PIC Z(6)9,99.
021600*
021700 01 BUFFER.
021800  05 N-BUF               PIC S9(4) COMP VALUE 37.
021900  05 FILLER              PIC XX.
022000  05 FILLER              PIC X(5120).
022100*
022200 01 STATO-DISPLAY    PIC ZZZZ-.
022300*
022400 LINKAGE SECTION.
022500*
022600 01 W-COMMON       COPY WCOMMONW.
022700*
022800 01 PAR-CONFORD    COPY PARCONFO.
022900*
023000*PAGE
023100 PROCEDURE DIVISION  USING W-COMMON
023200                           PAR-CONFORD.
023300 INIZIO.
023400     PERFORM CARICA-NTG THRU EX-CARICA-NTG.
023500     MOVE 2 TO ESITO-PC.
023600     MOVE 0 TO NUMERO-PC REVISIONE-PC.
023700     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-OGGI-CO.
023800     PERFORM CHIEDI-ORDINE THRU EX-CHIEDI-ORDINE.
023900     IF NOT PC-STAGIONALE AND NOT PC-CHIAVE
024000        GO TO FINE.
024100     PERFORM CARICA-RIGHE-ORDINE THRU EX-CARICA-RIGHE-ORDINE.
024200     IF N-RIGHE-CO = 0
024300        DISPLAY "Ordine " RIF-ORD-PC " del conto " CONTO-PC
024400                " non trovato"
024500        GO TO FINE.
024600     PERFORM CARICA-CONFERME THRU EX-CARICA-CONFERME.
024700     PERFORM LEGGI-CLIENTE THRU EX-LEGGI-CLIENTE.
024800     PERFORM PREZZA-RIGA THRU EX-PREZZA-RIGA
024900        VARYING I-CO FROM 1 BY 1 UNTIL I-CO > N-RIGHE-CO.
025000     MOVE N-RIGHE-CO TO N-CORRENTI.
025100     MOVE 0 TO VARIAZIONI.
025200     IF N-PREC > 0
025300        PERFORM CONFRONTA-RIGA THRU EX-CONFRONTA-RIGA
025400           VARYING I-CO FROM 1 BY 1 UNTIL I-CO > N-CORRENTI
025500        PERFORM RIGA-ANNULLATA THRU EX-RIGA-ANNULLATA
025600           VARYING I-PR FROM 1 BY 1 UNTIL I-PR > N-PREC
025700        IF VARIAZIONI = 0
025800           MOVE 1 TO ESITO-PC
025900           MOVE NUMERO-ORDINE TO NUMERO-PC
026000           MOVE REVISIONE-PREC TO REVISIONE-PC
026100           DISPLAY "Ordine invariato dalla conferma "
026200                   NUMERO-ORDINE " rev. " REVISIONE-PC
026300           GO TO FINE
026400        END-IF
026500     END-IF.
026600     IF N-PREC = 0 AND NUMERO-ORDINE = 0
026700        ADD 1 TO ULTIMO-NUMERO
026800        MOVE ULTIMO-NUMERO TO NUMERO-PC
026900        MOVE 0 TO REVISIONE-PC
027000     ELSE
027100        MOVE NUMERO-ORDINE TO NUMERO-PC
027200        COMPUTE REVISIONE-PC = REVISIONE-PREC + 1
027300     END-IF.
027400     PERFORM STAMPA-CONFERMA THRU EX-STAMPA-CONFERMA.
027500     PERFORM REGISTRA-CONFERMA THRU EX-REGISTRA-CONFERMA.
027600     MOVE 0 TO ESITO-PC.
027700     DISPLAY "Conferma d'ordine " NUMERO-PC " rev. "
027800             REVISIONE-PC " emessa".
027900 FINE.
028000     EXIT PROGRAM.
028100*
028200*
028300 CARICA-NTG.
028400     COPY PNTGLOAD.
028500*
028600*
028700*     i dati non passati dal chiamante si chiedono a video
028800 CHIEDI-ORDINE.
028900     IF TIPO-ORD-PC = SPACE
029000        DISPLAY "----  CONFERMA D'ORDINE  ----------------"
029100        DISPLAY "Ordine S=stagionale K=cliente chiave "
029200                NO ADVANCING
029300        MOVE SPACE TO TIPO-IN
029400        ACCEPT TIPO-IN
029500        MOVE TIPO-IN TO TIPO-ORD-PC
029600        MOVE 0 TO CONTO-PC
029700        MOVE SPACES TO RIF-ORD-PC
029800     END-IF.
029900     IF NOT PC-STAGIONALE AND NOT PC-CHIAVE
030000        DISPLAY "Tipo ordine non valido"
030100        GO TO EX-CHIEDI-ORDINE.
030200     IF CONTO-PC NOT NUMERIC OR CONTO-PC = 0
030300        DISPLAY "CONTO cliente (8 cifre)   " NO ADVANCING
030400        MOVE SPACES TO CONTO-IN
030500        ACCEPT CONTO-IN
030600        IF CONTO-IN NOT NUMERIC
030700           DISPLAY "CONTO non numerico"
030800           MOVE SPACE TO TIPO-ORD-PC
030900           GO TO EX-CHIEDI-ORDINE
031000        END-IF
031100        MOVE CONTO-IN TO CONTO-PC
031200     END-IF.
031300     IF RIF-ORD-PC NOT = SPACES
031400        GO TO EX-CHIEDI-ORDINE.
031500     MOVE SPACES TO RIF-IN.
031600     IF PC-STAGIONALE
031700        DISPLAY "Inserito il (AAMMGG, vuoto = oggi) "
031800                NO ADVANCING
031900        ACCEPT RIF-IN
032000        IF RIF-IN = SPACES
032100           MOVE DATA-OGGI-CO TO RIF-IN
032200        END-IF
032300        IF RIF-IN (1:6) NOT NUMERIC
032400           DISPLAY "Data non numerica"
032500           MOVE SPACE TO TIPO-ORD-PC
032600           GO TO EX-CHIEDI-ORDINE
032700        END-IF
032800     ELSE
032900        DISPLAY "Numero ordine (10 car.)   " NO ADVANCING
033000        ACCEPT RIF-IN
033100     END-IF.
033200     MOVE RIF-IN TO RIF-ORD-PC.
033300 EX-CHIEDI-ORDINE.
033400     EXIT.
033500*
033600*
033700******************************************************
033800*  RIGHE DELL'ORDINE                                  *
033900******************************************************
034000 CARICA-RIGHE-ORDINE.
034100     MOVE 0 TO N-RIGHE-CO.
034200     MOVE 0 TO OK-FINE-FILE.
034300     IF PC-STAGIONALE
034400        OPEN INPUT FILE-ORDST
034500        IF OS-APERTO
034600           PERFORM LEGGI-RIGA-ORDST THRU EX-LEGGI-RIGA-ORDST
034700              UNTIL LETTO-FINE-FILE
034800           CLOSE FILE-ORDST
034900        END-IF
035000     ELSE
035100        OPEN INPUT FILE-ORDK
035200        IF OK-APERTO
035300           PERFORM LEGGI-RIGA-ORDK THRU EX-LEGGI-RIGA-ORDK
035400              UNTIL LETTO-FINE-FILE
035500           CLOSE FILE-ORDK
035600        END-IF
035700     END-IF.
035800 EX-CARICA-RIGHE-ORDINE.
035900     EXIT.
036000*
036100 LEGGI-RIGA-ORDST.
036200     READ FILE-ORDST
036300        AT END
036400           MOVE 1 TO OK-FINE-FILE
036500           GO TO EX-LEGGI-RIGA-ORDST
036600     END-READ.
036700     IF CONTO-OR NOT = CONTO-PC
036800        OR DATA-OR NOT = RIF-ORD-PC (1:6)
036900        GO TO EX-LEGGI-RIGA-ORDST.
037000     MOVE C-MAT-OR TO C-MAT-NUOVA.
037100     MOVE DATA-DA-OR TO DA-NUOVA.
037200     MOVE DATA-A-OR TO A-NUOVA.
037300     PERFORM TAGLIA-ORDST THRU EX-TAGLIA-ORDST
037400        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > NTG-NTG.
037500 EX-LEGGI-RIGA-ORDST.
037600     EXIT.
037700*
037800 TAGLIA-ORDST.
037900     IF QTA-ORD-OR (I-TG) NOT NUMERIC
038000        OR QTA-ORD-OR (I-TG) = 0
038100        GO TO EX-TAGLIA-ORDST.
038200     MOVE I-TG TO TAGLIA-NUOVA.
038300     MOVE QTA-ORD-OR (I-TG) TO QTA-NUOVA.
038400     PERFORM AGGIUNGI-RIGA-CO THRU EX-AGGIUNGI-RIGA-CO.
038500 EX-TAGLIA-ORDST.
038600     EXIT.
038700*
038800*     la riga chiusa d'ufficio ("C") vale per lo spedito
038900 LEGGI-RIGA-ORDK.
039000     READ FILE-ORDK
039100        AT END
039200           MOVE 1 TO OK-FINE-FILE
039300           GO TO EX-LEGGI-RIGA-ORDK
039400     END-READ.
039500     IF CONTO-OK NOT = CONTO-PC
039600        OR NUM-ORDINE-OK NOT = RIF-ORD-PC
039700        GO TO EX-LEGGI-RIGA-ORDK.
039800     MOVE C-MAT-OK TO C-MAT-NUOVA.
039900     MOVE DATA-RICH-OK TO DA-NUOVA A-NUOVA.
040000     PERFORM TAGLIA-ORDK THRU EX-TAGLIA-ORDK
040100        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > NTG-NTG.
040200 EX-LEGGI-RIGA-ORDK.
040300     EXIT.
040400*
040500 TAGLIA-ORDK.
040600     IF QTA-ORD-OK (I-TG) NOT NUMERIC
040700        OR QTA-SPED-OK (I-TG) NOT NUMERIC
040800        GO TO EX-TAGLIA-ORDK.
040900     IF STATO-OK = "C"
041000        MOVE QTA-SPED-OK (I-TG) TO QTA-NUOVA
041100     ELSE
041200        MOVE QTA-ORD-OK (I-TG) TO QTA-NUOVA.
041300     IF QTA-NUOVA = 0
041400        GO TO EX-TAGLIA-ORDK.
041500     MOVE I-TG TO TAGLIA-NUOVA.
041600     PERFORM AGGIUNGI-RIGA-CO THRU EX-AGGIUNGI-RIGA-CO.
041700 EX-TAGLIA-ORDK.
041800     EXIT.
041900*
042000*     stesso C-MAT/taglia su piu' righe: quantita' sommate,
042100*     finestra dalla prima data alla piu' lontana
042110*     (date GGMMAA: anno, poi mese, poi giorno)
042200 AGGIUNGI-RIGA-CO.
042300     MOVE 0 TO IX-CO.
042400     PERFORM CERCA-RIGA-CO THRU EX-CERCA-RIGA-CO
042500        VARYING I-CO FROM 1 BY 1 UNTIL I-CO > N-RIGHE-CO.
042600     IF IX-CO NOT = 0
042700        ADD QTA-NUOVA TO QTA-CO (IX-CO)
042800        IF DA-NUOVA (5:2) < DA-CO (IX-CO) (5:2)
042900           OR (DA-NUOVA (5:2) = DA-CO (IX-CO) (5:2)
043000               AND DA-NUOVA (3:2) < DA-CO (IX-CO) (3:2))
043010           OR (DA-NUOVA (3:4) = DA-CO (IX-CO) (3:4)
043020               AND DA-NUOVA (1:2) < DA-CO (IX-CO) (1:2))
043100           MOVE DA-NUOVA TO DA-CO (IX-CO)
043200        END-IF
043300        IF A-NUOVA (5:2) > A-CO (IX-CO) (5:2)
043400           OR (A-NUOVA (5:2) = A-CO (IX-CO) (5:2)
043500               AND A-NUOVA (3:2) > A-CO (IX-CO) (3:2))
043510           OR (A-NUOVA (3:4) = A-CO (IX-CO) (3:4)
043520               AND A-NUOVA (1:2) > A-CO (IX-CO) (1:2))
043600           MOVE A-NUOVA TO A-CO (IX-CO)
043700        END-IF
043800        GO TO EX-AGGIUNGI-RIGA-CO.
043900     IF N-RIGHE-CO NOT < 300
044000        DISPLAY "CONFORD    TAB-RIGHE-CO da allargare"
044100        GO TO EX-AGGIUNGI-RIGA-CO.
044200     ADD 1 TO N-RIGHE-CO.
044300     MOVE C-MAT-NUOVA TO C-MAT-CO (N-RIGHE-CO).
044400     MOVE TAGLIA-NUOVA TO TAGLIA-CO (N-RIGHE-CO).
044500     MOVE QTA-NUOVA TO QTA-CO (N-RIGHE-CO).
044600     MOVE DA-NUOVA TO DA-CO (N-RIGHE-CO).
044700     MOVE A-NUOVA TO A-CO (N-RIGHE-CO).
044800     MOVE 0 TO PREZZO-CO (N-RIGHE-CO) QTA-PREC-CO (N-RIGHE-CO)
044900               PREZZO-PREC-CO (N-RIGHE-CO).
045000     MOVE SPACES TO D-MAT-CO (N-RIGHE-CO) VAR-CO (N-RIGHE-CO)
045100                    ORIGINE-CO (N-RIGHE-CO).
045200 EX-AGGIUNGI-RIGA-CO.
045300     EXIT.
045400*
045500 CERCA-RIGA-CO.
045600     IF C-MAT-CO (I-CO) = C-MAT-NUOVA
045700        AND TAGLIA-CO (I-CO) = TAGLIA-NUOVA
045800        MOVE I-CO TO IX-CO.
045900 EX-CERCA-RIGA-CO.
046000     EXIT.
046100*
046200*
046300******************************************************
046400*  CONFERME GIA' EMESSE                               *
046500******************************************************
046600*     progressivo piu' alto del file e righe dell'ultima
046700*     revisione emessa per questo ordine
046800 CARICA-CONFERME.
046900     MOVE 0 TO ULTIMO-NUMERO NUMERO-ORDINE N-PREC.
047000     MOVE -1 TO REVISIONE-PREC.
047100     MOVE "N" TO LETTA-REVISIONE.
047200     OPEN INPUT FILE-CONF.
047300     IF NOT CF-APERTO
047400        GO TO EX-CARICA-CONFERME.
047500     MOVE 0 TO OK-FINE-FILE.
047600     PERFORM LEGGI-RIGA-CONF THRU EX-LEGGI-RIGA-CONF
047700        UNTIL LETTO-FINE-FILE.
047800     CLOSE FILE-CONF.
047900 EX-CARICA-CONFERME.
048000     EXIT.
048100*
048200 LEGGI-RIGA-CONF.
048300     READ FILE-CONF
048400        AT END
048500           MOVE 1 TO OK-FINE-FILE
048600           GO TO EX-LEGGI-RIGA-CONF
048700     END-READ.
048800     IF NUMERO-CF NOT NUMERIC OR REVISIONE-CF NOT NUMERIC
048900        GO TO EX-LEGGI-RIGA-CONF.
049000     IF NUMERO-CF > ULTIMO-NUMERO
049100        MOVE NUMERO-CF TO ULTIMO-NUMERO.
049200     IF TIPO-ORD-CF NOT = TIPO-ORD-PC
049300        OR CONTO-CF NOT = CONTO-PC
049400        OR RIF-ORD-CF NOT = RIF-ORD-PC
049500        GO TO EX-LEGGI-RIGA-CONF.
049600     IF CF-TESTATA
049700        MOVE "N" TO LETTA-REVISIONE
049800        IF REVISIONE-CF > REVISIONE-PREC
049900           MOVE NUMERO-CF TO NUMERO-ORDINE
050000           MOVE REVISIONE-CF TO REVISIONE-PREC
050100           MOVE 0 TO N-PREC
050200           MOVE "S" TO LETTA-REVISIONE
050300        END-IF
050400        GO TO EX-LEGGI-RIGA-CONF.
050500     IF LETTA-REVISIONE NOT = "S" OR N-PREC NOT < 300
050600        GO TO EX-LEGGI-RIGA-CONF.
050700     ADD 1 TO N-PREC.
050800     MOVE C-MAT-CF TO C-MAT-PR (N-PREC).
050900     MOVE TAGLIA-CF TO TAGLIA-PR (N-PREC).
051000     MOVE QTA-CF TO QTA-PR (N-PREC).
051100     MOVE PREZZO-CF TO PREZZO-PR (N-PREC).
051200     MOVE CONSEGNA-DA-CF TO DA-PR (N-PREC).
051300     MOVE CONSEGNA-A-CF TO A-PR (N-PREC).
051400     MOVE "N" TO USATA-PR (N-PREC).
051500 EX-LEGGI-RIGA-CONF.
051600     EXIT.
051700*
051800*
051900******************************************************
052000*  CLIENTE, CONDIZIONI E PREZZI                       *
052100******************************************************
052200 LEGGI-CLIENTE.
052300     MOVE SPACES TO D-CONTO-CO.
052400     MOVE "ANACON;" TO W-NOME-DATA-SET.
052500     MOVE "CONTO;" TO W-NOME-CAMPO.
052600     MOVE CONTO-PC TO W-VALORE-CAMPO-W.
052700     MOVE 7 TO W-MODO.
052800     PERFORM TTDBGET THRU EX-TTDBGET.
052900     IF W-OK-IMAGE
053000        MOVE D-CONTO OF REC-ANACON TO D-CONTO-CO.
053100*    stessa lettura di LEGGI-CONFATT in PRZCHECK
053200     MOVE "N" TO CONFATT-OK.
053300     MOVE "CONFATT;" TO W-NOME-DATA-SET.
053400     MOVE "CONTO;" TO W-NOME-CAMPO.
053500     MOVE CONTO-PC TO W-VALORE-CAMPO-W.
053600     PERFORM TTDBFIND THRU EX-TTDBFIND.
053700     MOVE 5 TO W-MODO.
053800     PERFORM TTDBGET THRU EX-TTDBGET.
053900     IF W-OK-IMAGE
054000        MOVE AREA-REC-SET TO REC-CONFATT
054100        MOVE "S" TO CONFATT-OK
054200     ELSE
054300        DISPLAY "Condizioni fatturazione mancanti per "
054400                CONTO-PC ": conferma senza prezzi".
054500 EX-LEGGI-CLIENTE.
054600     EXIT.
054700*
054800*     prezzo della vendita (CERCAPRZ "V": contratto o listino
054900*     per classe) e descrizione da ANAMAT
055000 PREZZA-RIGA.
055100     MOVE "ANAMAT;" TO W-NOME-DATA-SET.
055200     MOVE "C-MAT;" TO W-NOME-CAMPO.
055300     MOVE C-MAT-CO (I-CO) TO W-VALORE-CAMPO.
055400     MOVE 7 TO W-MODO.
055500     PERFORM TTDBGET THRU EX-TTDBGET.
055600     IF W-OK-IMAGE
055700        MOVE D-MAT OF REC-ANAMAT TO D-MAT-CO (I-CO).
055800     IF CONFATT-OK NOT = "S"
055900        GO TO EX-PREZZA-RIGA.
056000     MOVE C-MAT-CO (I-CO) TO C-MAT-TRANS-RID.
056100     MOVE "V" TO FUNZ-PRZ.
056200     MOVE C-MAT-TRANS-RID TO C-MAT-PRZ.
056300     MOVE CLASSE OF C-MAT-TRANSITO TO CLASSE-PRZ.
056400     CALL "CERCAPRZ" USING W-COMMON REC-CONFATT PAR-CERCAPRZ.
056500     IF PRZ-TROVATO
056600        MOVE PREZZO-PRZ TO PREZZO-CO (I-CO)
056700        IF PRZ-DA-CONTRATTO
056800           MOVE "C" TO ORIGINE-CO (I-CO)
056900        END-IF
057000     ELSE
057100        MOVE "?" TO ORIGINE-CO (I-CO).
057200 EX-PREZZA-RIGA.
057300     EXIT.
057400*
057500*
057600******************************************************
057700*  DIFFERENZE DALL'ULTIMA CONFERMA                    *
057800******************************************************
057900 CONFRONTA-RIGA.
058000     MOVE 0 TO IX-PR.
058100     PERFORM CERCA-RIGA-PR THRU EX-CERCA-RIGA-PR
058200        VARYING I-PR FROM 1 BY 1 UNTIL I-PR > N-PREC.
058300     IF IX-PR = 0
058400        MOVE "N" TO VAR-CO (I-CO)
058500        ADD 1 TO VARIAZIONI
058600        GO TO EX-CONFRONTA-RIGA.
058700     MOVE "S" TO USATA-PR (IX-PR).
058800     IF QTA-PR (IX-PR) NOT = QTA-CO (I-CO)
058900        OR PREZZO-PR (IX-PR) NOT = PREZZO-CO (I-CO)
059000        OR DA-PR (IX-PR) NOT = DA-CO (I-CO)
059100        OR A-PR (IX-PR) NOT = A-CO (I-CO)
059200        MOVE "V" TO VAR-CO (I-CO)
059300        MOVE QTA-PR (IX-PR) TO QTA-PREC-CO (I-CO)
059400        MOVE PREZZO-PR (IX-PR) TO PREZZO-PREC-CO (I-CO)
059500        ADD 1 TO VARIAZIONI.
059600 EX-CONFRONTA-RIGA.
059700     EXIT.
059800*
059900 CERCA-RIGA-PR.
060000     IF C-MAT-PR (I-PR) = C-MAT-CO (I-CO)
060100        AND TAGLIA-PR (I-PR) = TAGLIA-CO (I-CO)
060200        MOVE I-PR TO IX-PR.
060300 EX-CERCA-RIGA-PR.
060400     EXIT.
060500*
060600*     riga confermata prima e sparita dall'ordine: si stampa
060700*     a quantita' zero, non si registra
060800 RIGA-ANNULLATA.
060900     IF USATA-PR (I-PR) = "S"
061000        GO TO EX-RIGA-ANNULLATA.
061100     ADD 1 TO VARIAZIONI.
061200     IF N-RIGHE-CO NOT < 300
061300        GO TO EX-RIGA-ANNULLATA.
061400     ADD 1 TO N-RIGHE-CO.
061500     MOVE C-MAT-PR (I-PR) TO C-MAT-CO (N-RIGHE-CO).
061600     MOVE TAGLIA-PR (I-PR) TO TAGLIA-CO (N-RIGHE-CO).
061700     MOVE 0 TO QTA-CO (N-RIGHE-CO) PREZZO-CO (N-RIGHE-CO).
061800     MOVE DA-PR (I-PR) TO DA-CO (N-RIGHE-CO).
061900     MOVE A-PR (I-PR) TO A-CO (N-RIGHE-CO).
062000     MOVE QTA-PR (I-PR) TO QTA-PREC-CO (N-RIGHE-CO).
062100     MOVE PREZZO-PR (I-PR) TO PREZZO-PREC-CO (N-RIGHE-CO).
062200     MOVE SPACES TO D-MAT-CO (N-RIGHE-CO) ORIGINE-CO (N-RIGHE-CO).
062300     MOVE "T" TO VAR-CO (N-RIGHE-CO).
062400 EX-RIGA-ANNULLATA.
062500     EXIT.
062600*
062700*
062800******************************************************
062900*  STAMPA E INVIO                                     *
063000******************************************************
063100 STAMPA-CONFERMA.
063200     MOVE  136  TO LL-RIGA.
063300     MOVE 9999 TO N-MAX-RIGHE.
063400     MOVE 0 TO FLAGS-ROUTINE.
063500     MOVE "G" TO PRE-NOME-FILE.
063600     MOVE NUMERO-PC TO TERM-N-FILE.
063700     CALL "QOLPPR" USING PAR-PRINT
063800                          RIGA BUFFER.
063900     MOVE 0   TO N-STAMPANTE.
064000     MOVE "M" TO COMANDO.
064100     MOVE 66  TO N-RIGA-STAMPA.
064200     MOVE SPACES TO DATI-RIGA.
064300     IF REVISIONE-PC = 0
064400        STRING " CONFERMA D'ORDINE N. " NUMERO-PC
064500               "  DEL " DATA-OGGI-CO
064600               DELIMITED BY SIZE INTO DATI-RIGA
064700     ELSE
064800        MOVE REVISIONE-PC TO REVISIONE-ED
064900        STRING " CONFERMA D'ORDINE N. " NUMERO-PC
065000               " REVISIONE " REVISIONE-ED
065100               "  DEL " DATA-OGGI-CO
065200               " - SOSTITUISCE LA PRECEDENTE"
065300               DELIMITED BY SIZE INTO DATI-RIGA
065400     END-IF.
065500     PERFORM SCRIVI THRU EX-SCRIVI.
065600     STRING " SPETT. " CONTO-PC " " D-CONTO-CO
065700            DELIMITED BY SIZE INTO DATI-RIGA.
065800     MOVE 2 TO N-RIGA-STAMPA.
065900     PERFORM SCRIVI THRU EX-SCRIVI.
066000     IF PC-STAGIONALE
066100        STRING " VS. ORDINE STAGIONALE DEL " RIF-ORD-PC (1:6)
066200               DELIMITED BY SIZE INTO DATI-RIGA
066300     ELSE
066400        STRING " VS. ORDINE N. " RIF-ORD-PC
066500               DELIMITED BY SIZE INTO DATI-RIGA
066600     END-IF.
066700     PERFORM SCRIVI THRU EX-SCRIVI.
066800     IF CONFATT-OK = "S"
066900        MOVE CPAG OF REC-CONFATT TO CPAG-ED
067000        MOVE SCPAG OF REC-CONFATT TO SCPAG-ED
067100        MOVE GGPAG OF REC-CONFATT TO GGPAG-ED
067200        STRING " CONDIZIONI DI PAGAMENTO: COD. " CPAG-ED
067300               " / " SCPAG-ED "  GIORNI " GGPAG-ED
067400               DELIMITED BY SIZE INTO DATI-RIGA
067500        PERFORM SCRIVI THRU EX-SCRIVI
067600        MOVE SC1 OF REC-CONFATT TO SCONTO-ED
067700        MOVE SC2 OF REC-CONFATT TO SCONTO2-ED
067800        MOVE LISTINO OF REC-CONFATT TO LISTINO-ED
067900        STRING " SCONTI " SCONTO-ED " /" SCONTO2-ED
068000               "   LISTINO " LISTINO-ED
068100               "  DIVISA " DIVISA OF REC-CONFATT
068200               DELIMITED BY SIZE INTO DATI-RIGA
068300        PERFORM SCRIVI THRU EX-SCRIVI
068400     END-IF.
068500     MOVE " C-MAT           DESCRIZIONE        TG   QTA      PRE"
068600       & "ZZO        IMPORTO  CONSEGNA DA/A  VARIAZ.    PREC"
068700       & ". QTA/PREZZO" TO DATI-RIGA.
068800     MOVE 2 TO N-RIGA-STAMPA.
068900     PERFORM SCRIVI THRU EX-SCRIVI.
069000     MOVE 0 TO TOT-CAPI TOT-IMPORTO.
069100     PERFORM STAMPA-RIGA-CONF THRU EX-STAMPA-RIGA-CONF
069200        VARYING I-CO FROM 1 BY 1 UNTIL I-CO > N-RIGHE-CO.
069300     MOVE "TOTALE" TO D-MAT-ST.
069400     MOVE TOT-CAPI TO QTA-ST.
069500     COMPUTE IMPORTO-ST = TOT-IMPORTO / 100.
069600     MOVE 2 TO N-RIGA-STAMPA.
069700     PERFORM SCRIVI THRU EX-SCRIVI.
069800     MOVE " PREZZI UNITARI IVA ESCLUSA, SCONTI DI CONTO DA APPLI"
069900       & "CARE IN FATTURA; C = PREZZO DA CONTRATTO, ? = PREZZO"
070000       & " DA DEFINIRE" TO DATI-RIGA.
070100     MOVE 2 TO N-RIGA-STAMPA.
070200     PERFORM SCRIVI THRU EX-SCRIVI.
070300     IF REVISIONE-PC > 0
070400        MOVE " LE RIGHE NUOVA/VARIATA/ANNULLATA SONO CAMBIATE RI"
070500          & "SPETTO ALLA CONFERMA PRECEDENTE (VALORI PRECEDENTI "
070600          & "A DESTRA)" TO DATI-RIGA
070700        PERFORM SCRIVI THRU EX-SCRIVI.
070800     CALL "QCLPPR" USING PAR-PRINT
070900                          RIGA BUFFER.
071000     PERFORM CERCA-EMAIL-CONTO THRU EX-CERCA-EMAIL-CONTO.
071100     IF EMAIL-CONTO NOT = SPACES
071200        MOVE 1 TO FLAGS-ROUTINE
071300        MOVE EMAIL-CONTO TO EMAIL-DEST-CO
071400        CALL "QELPPR" USING PAR-PRINT RIGA BUFFER
071500        MOVE 0 TO FLAGS-ROUTINE
071600        DISPLAY "Conferma inviata a " EMAIL-CONTO
071700     END-IF.
071800 EX-STAMPA-CONFERMA.
071900     EXIT.
072000*
072100 STAMPA-RIGA-CONF.
072200     MOVE C-MAT-CO (I-CO) TO C-MAT-ST.
072300     MOVE D-MAT-CO (I-CO) TO D-MAT-ST.
072400     MOVE TAGLIA-CO (I-CO) TO TAGLIA-ST.
072500     MOVE QTA-CO (I-CO) TO QTA-ST.
072600     COMPUTE PREZZO-ST = PREZZO-CO (I-CO) / 100.
072700     MOVE ORIGINE-CO (I-CO) TO ORIGINE-ST.
072800     COMPUTE IMPORTO-RIGA = QTA-CO (I-CO) * PREZZO-CO (I-CO).
072900     COMPUTE IMPORTO-ST = IMPORTO-RIGA / 100.
073000     MOVE DA-CO (I-CO) TO DA-ST.
073100     MOVE A-CO (I-CO) TO A-ST.
073200     ADD QTA-CO (I-CO) TO TOT-CAPI.
073300     ADD IMPORTO-RIGA TO TOT-IMPORTO.
073400     IF VAR-CO (I-CO) = "N"
073500        MOVE "*NUOVA" TO VAR-ST.
073600     IF VAR-CO (I-CO) = "V"
073700        MOVE "*VARIATA" TO VAR-ST.
073800     IF VAR-CO (I-CO) = "T"
073900        MOVE "*ANNULLATA" TO VAR-ST.
074000     IF VAR-CO (I-CO) = "V" OR VAR-CO (I-CO) = "T"
074100        MOVE QTA-PREC-CO (I-CO) TO QTA-PREC-ST
074200        COMPUTE PREZZO-PREC-ST = PREZZO-PREC-CO (I-CO) / 100.
074300     PERFORM SCRIVI THRU EX-SCRIVI.
074400 EX-STAMPA-RIGA-CONF.
074500     EXIT.
074600*
074700*     indirizzo del cliente su SOLLMAIL (come NOTADEB)
074800 CERCA-EMAIL-CONTO.
074900     MOVE SPACES TO EMAIL-CONTO.
075000     OPEN INPUT FILE-MAIL.
075100     IF NOT ML-APERTO
075200        GO TO EX-CERCA-EMAIL-CONTO.
075300     MOVE 0 TO OK-FINE-FILE.
075400     PERFORM LEGGI-RIGA-MAIL THRU EX-LEGGI-RIGA-MAIL
075500        UNTIL LETTO-FINE-FILE.
075600     CLOSE FILE-MAIL.
075700 EX-CERCA-EMAIL-CONTO.
075800     EXIT.
075900*
076000 LEGGI-RIGA-MAIL.
076100     READ FILE-MAIL
076200        AT END
076300           MOVE 1 TO OK-FINE-FILE
076400        NOT AT END
076500           IF CONTO-ML = CONTO-PC
076600              MOVE EMAIL-ML TO EMAIL-CONTO
076700           END-IF
076800     END-READ.
076900 EX-LEGGI-RIGA-MAIL.
077000     EXIT.
077100*
077200*
077300*     testata e righe confermate in coda a CONFORDF (le righe
077400*     annullate non si registrano)
077500 REGISTRA-CONFERMA.
077600     OPEN EXTEND FILE-CONF.
077700     IF NOT CF-APERTO
077800        DISPLAY "CONFORD    CONFORDF non apribile " CHECK-CF
077900        GO TO EX-REGISTRA-CONFERMA.
078000     MOVE "T" TO TIPO-RIGA-CF.
078100     MOVE 0 TO C-MAT-CF TAGLIA-CF PREZZO-CF CONSEGNA-DA-CF
078200               CONSEGNA-A-CF.
078300     MOVE TOT-CAPI TO QTA-CF.
078400     PERFORM SCRIVI-RIGA-CONF THRU EX-SCRIVI-RIGA-CONF.
078500     PERFORM REGISTRA-RIGA-CONF THRU EX-REGISTRA-RIGA-CONF
078600        VARYING I-CO FROM 1 BY 1 UNTIL I-CO > N-CORRENTI.
078700     CLOSE FILE-CONF.
078800 EX-REGISTRA-CONFERMA.
078900     EXIT.
079000*
079100 REGISTRA-RIGA-CONF.
079200     MOVE "R" TO TIPO-RIGA-CF.
079300     MOVE C-MAT-CO (I-CO) TO C-MAT-CF.
079400     MOVE TAGLIA-CO (I-CO) TO TAGLIA-CF.
079500     MOVE QTA-CO (I-CO) TO QTA-CF.
079600     MOVE PREZZO-CO (I-CO) TO PREZZO-CF.
079700     MOVE DA-CO (I-CO) TO CONSEGNA-DA-CF.
079800     MOVE A-CO (I-CO) TO CONSEGNA-A-CF.
079900     PERFORM SCRIVI-RIGA-CONF THRU EX-SCRIVI-RIGA-CONF.
080000 EX-REGISTRA-RIGA-CONF.
080100     EXIT.
080200*
080300 SCRIVI-RIGA-CONF.
080400     MOVE T-TAB TO TF-1 TF-2 TF-3 TF-4 TF-5 TF-6 TF-7 TF-8
080500                   TF-9 TF-10 TF-11 TF-12 TF-13.
080600     MOVE NUMERO-PC TO NUMERO-CF.
080700     MOVE REVISIONE-PC TO REVISIONE-CF.
080800     MOVE TIPO-ORD-PC TO TIPO-ORD-CF.
080900     MOVE CONTO-PC TO CONTO-CF.
081000     MOVE RIF-ORD-PC TO RIF-ORD-CF.
081100     MOVE DATA-OGGI-CO TO DATA-CF.
081200     MOVE W-SIGLA-UTENTE OF W-COMMON TO UTENTE-CF.
081300     WRITE REC-CONF.
081400 EX-SCRIVI-RIGA-CONF.
081500     EXIT.
081600*
081700*
081800 SCRIVI.
081900     CALL "QWLPPR" USING PAR-PRINT
082000                         RIGA BUFFER.
082100     IF STATO OF PAR-PRINT NOT = 0
082200        MOVE STATO OF PAR-PRINT TO STATO-DISPLAY
082300        DISPLAY "CONFORD    ERRORE QPRINT CON STATO : "
082400                STATO-DISPLAY
082500     END-IF.
082600     MOVE SPACES TO DATI-RIGA.
082700     MOVE "S" TO COMANDO.
082800     MOVE 1 TO N-RIGA-STAMPA.
082900 EX-SCRIVI.
083000     EXIT.
083100*
083200*
083300 TTDBFIND.
083400              COPY PDBFIND.
083500*
083600 TTDBGET.
083700              COPY PDBGET.
083800*
083900*      FINE PROGRAMMA    **** /K CONFORD.COB  *****
