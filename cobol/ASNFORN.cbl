000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. ASNFORN.
000310*2026*        15/10/26
000320*     avvisi di spedizione fornitore (ASN / despatch advice):
000330*     i fornitori grandi depositano nella loro directory di
000340*     scambio COMMAND2 (gruppo C<conto>, file ASN) l'elenco
000350*     dei cartoni in arrivo con C-MAT e pezzi per taglia. A
000360*     video, FUNZIONE "I" aggancia il file (COMMAND2 "FILE",
000370*     come EXPDESAD) e lo riversa su ASNATT, il ricevimento
000380*     atteso: un rigo per cartone/C-MAT, segnato se il C-MAT
000390*     non e' fra le righe aperte ORDFORNF del fornitore; un
000400*     nuovo invio della stessa bolla sostituisce il vecchio,
000410*     una bolla gia' ricevuta non si reimporta. FUNZIONE "L"
000420*     lista le bolle attese. RICEVI chiama qui quando apre la
000430*     sessione su fornitore/bolla ("A": l'ASN c'e'?), a ogni
000440*     cartone scansionato ("V") e alla chiusura: "R" registra
000450*     su ASNRIC il ricevuto per cartone/C-MAT, "C" lo mette
000460*     contro l'atteso, stampa per cartone eccedenze, mancanze
000470*     e capi non annunciati e li conserva su ASNDIFF per il
000480*     riscontro fatture di FATFORN.
000490*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-ASNIN ASSIGN TO "ASNIN"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-AI.
001500     SELECT OPTIONAL FILE-ASNATT ASSIGN TO "ASNATT"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-AN.
001800     SELECT OPTIONAL FILE-ASNRIC ASSIGN TO "ASNRIC"
001900        ORGANIZATION IS LINE SEQUENTIAL
002000        FILE STATUS IS CHECK-AR.
002100     SELECT OPTIONAL FILE-DIFF ASSIGN TO "ASNDIFF"
002200        ORGANIZATION IS LINE SEQUENTIAL
002300        FILE STATUS IS CHECK-AD.
002400     SELECT OPTIONAL FILE-ORDF ASSIGN TO "ORDFORNF"
002500        ORGANIZATION IS LINE SEQUENTIAL
002600        FILE STATUS IS CHECK-OF.
002700*
002800 DATA DIVISION.
002900 FILE SECTION.
003000* tracciato dell'ASN del fornitore, un rigo per cartone/C-MAT
003100 FD FILE-ASNIN DATA RECORD REC-ASNIN.
003200 01 REC-ASNIN.
003300    05 RIF-BOLLA-AI          PIC 9(15).
003400    05 TG-AI-1               PIC X.
003500    05 CARTONE-AI            PIC X(20).
003600    05 TG-AI-2               PIC X.
003700    05 C-MAT-AI              PIC 9(15).
003800    05 TG-AI-3               PIC X.
003900    05 QTA-AI-GRUPPO.
004000     10 QTA-AI               PIC 9(4) OCCURS 10.
004100*
004200 FD FILE-ASNATT DATA RECORD REC-ASNATT.
004300 01 REC-ASNATT             COPY YASNATT.
004400*
004500* ricevuto per cartone/C-MAT, scritto da RICEVI alla chiusura
004600 FD FILE-ASNRIC DATA RECORD REC-ASNRIC.
004700 01 REC-ASNRIC.
004800    05 DATA-RR               PIC 9(6).
004900    05 TG-RR-1               PIC X.
005000    05 CONTO-RR              PIC 9(8).
005100    05 TG-RR-2               PIC X.
005200    05 RIF-BOLLA-RR          PIC 9(15).
005300    05 TG-RR-3               PIC X.
005400    05 CARTONE-RR            PIC X(20).
005500    05 TG-RR-4               PIC X.
005600    05 C-MAT-RR              PIC 9(15).
005700    05 TG-RR-5               PIC X.
005800    05 QTA-RR-GRUPPO.
005900     10 QTA-RR               PIC 9(4) OCCURS 10.
006000*
006100 FD FILE-DIFF DATA RECORD REC-ASNDIFF.
006200 01 REC-ASNDIFF            COPY YASNDIF.
006300*
006400* stesso tracciato di ORDFORNF in ORDFORN, letto soltanto
006500 FD FILE-ORDF DATA RECORD REC-ORDF.
006600 01 REC-ORDF.
006700    05 DATA-OD               PIC 9(6).
006800    05 FILLER                PIC X.
006900    05 CONTO-OD              PIC 9(8).
007000    05 FILLER                PIC X.
007100    05 C-MAT-OD              PIC 9(15).
007200    05 FILLER                PIC X.
007300    05 MAG-OD                PIC 9(3).
007400    05 FILLER                PIC X.
007500    05 FILLER                PIC X(40).
007600    05 FILLER                PIC X.
007700    05 FILLER                PIC X(40).
007800    05 FILLER                PIC X.
007900    05 STATO-OD              PIC X.
008000*
008100 WORKING-STORAGE SECTION.
008200*
008300*ESTETA*
008400     COPY NTG.
008500*
008600 01 PAR-TABTAGLIE          COPY PARTAGLIE.
008700*
008800 01 AREA-REC-SET     PIC X(512).
008900 01 FILLER REDEFINES AREA-REC-SET.
009000  05 REC-ANACON      COPY YANACON.
009100*
009200 77 CHECK-AI        PIC XX.
009300    88 AI-APERTO    VALUES ARE "05", "00".
009400 77 CHECK-AN        PIC XX.
009500    88 AN-APERTO    VALUES ARE "05", "00".
009600 77 CHECK-AR        PIC XX.
009700    88 AR-APERTO    VALUES ARE "05", "00".
009800 77 CHECK-AD        PIC XX.
009900    88 AD-APERTO    VALUES ARE "05", "00".
010000 77 CHECK-OF        PIC XX.
010100    88 OF-APERTO    VALUES ARE "05", "00".
010200*
010300 01 OK-FINE-FILE    PIC S9(4) COMP.
010400    88 LETTO-FINE-FILE VALUE 1.
010500*
010600 01 T-TAB           PIC X VALUE X"9".
010700*
010800 01 FUNZIONE-IN     PIC X.
010900*
011000* ricevimento atteso in memoria; STATO-AT "X" = riga non
011100* annunciata nata al riscontro, non si riscrive su ASNATT
011200 01 TAB-ASN-AT.
011300  05 RIGA-AT OCCURS 3000.
011400   10 DATA-AT          PIC 9(6).
011500   10 CONTO-AT         PIC 9(8).
011600   10 RIF-BOLLA-AT     PIC 9(15).
011700   10 CARTONE-AT       PIC X(20).
011800   10 C-MAT-AT         PIC 9(15).
011900   10 QTA-ATT-GRUPPO-AT.
012000    15 QTA-ATT-AT      PIC 9(4) OCCURS 10.
012100   10 QTA-RIC-AT       PIC S9(5) COMP OCCURS 10.
012200   10 ORDINE-AT        PIC X.
012300   10 STATO-AT         PIC X.
012400 01 N-ASN-AT        PIC S9(4) COMP.
012500 01 I-AT            PIC S9(4) COMP.
012600 01 J-AT            PIC S9(4) COMP.
012700 01 IX-AT           PIC S9(4) COMP.
012800 01 I-TG            PIC S9(4) COMP.
012900*
013000* C-MAT con righe aperte ORDFORNF del fornitore
013100 01 TAB-ORD-OA.
013200  05 C-MAT-OA        PIC 9(15) OCCURS 1000.
013300 01 N-ORD-OA        PIC S9(4) COMP.
013400 01 I-OA            PIC S9(4) COMP.
013500 01 ORDINE-SW       PIC X.
013600    88 IN-ORDINE    VALUE "S".
013700*
013800* bolle gia' toccate dall'import in corso
013900 01 TAB-BOLLE-BI.
014000  05 RIF-BOLLA-BI    PIC 9(15) OCCURS 100.
014100 01 N-BOLLE-BI      PIC S9(4) COMP.
014200 01 I-BI            PIC S9(4) COMP.
014300 01 BOLLA-SW        PIC X.
014400    88 BOLLA-GIA-VISTA VALUE "S".
014500 01 CHIUSA-SW       PIC X.
014600    88 BOLLA-CHIUSA VALUE "S".
014700*
014800 01 CONTO-IN        PIC X(8).
014900 01 CONTO-ASN       PIC 9(8).
015000 01 ESITO-CONTO     PIC S9(4) COMP.
015100    88 CONTO-BUONO  VALUE 0.
015200*
015300 01 RIGHE-IMPORTATE PIC S9(4) COMP.
015400 01 RIGHE-SCARTATE  PIC S9(4) COMP.
015500 01 RIGHE-FUORI-ORD PIC S9(4) COMP.
015600*
015700 01 CARTONE-SW      PIC X.
015800    88 CARTONE-NUOVO VALUE "S".
015900 01 TOT-PEZZI-AT    PIC S9(8) COMP.
016000 01 TIPO-DIFF       PIC X(3).
016100*
016200* aggancio del file nella directory di scambio del fornitore
016300 01 COMANDO-FILE-AS.
016400  05 FILLER          PIC X(80).
016500 01 CARRIAGE-RETURN  PIC X VALUE X"13".
016600 01 ERR          PIC S9(9) COMP.
016700 01 ERR-PARM     PIC S9(9) COMP.
016800 01 ERR-DISP     PIC -(6).
016900*
017000 01  PAR-PRINT.
017100  05  STATO         PIC S9(4) COMP.
017200  05  LL-RIGA       PIC  9(4) COMP.
017300  05  N-MAX-RIGHE   PIC  9(4) COMP.
017400  05  FLAG-ROUTINE  PIC  9(4) COMP.
017500  05  NUM-FILE-ID   PIC  9(4) COMP.
017600  05  NOME-FILE.
017700   10 PRE-NOME-FILE     PIC X.
017800   10 TERM-N-FILE       PIC 9(6).
017900   10 FILLER            PIC XXX VALUE ".ST".
018000*
018100 01  RIGA.
018200  05  N-STAMPANTE   PIC 9.
018300  05  COMANDO       PIC X.
018400  05  N-RIGA-STAMPA PIC 9(4) COMP.
018500  05  DATI-RIGA     PIC X(132).
018600*
018700 01 BUFFER.
018800  05 N-BUF               PIC S9(4) COMP VALUE 37.
018900  05 FILLER              PIC XX.
019000  05 FILLER              PIC X(5120).
019100*
019200 01 STATO-DISPLAY    PIC ZZZZ-.
019300 01 QTA-ED-1         PIC ZZZ9.
019400 01 QTA-ED-2         PIC ZZZ9.
019410 01 TAGLIA-ED        PIC Z9.
019500 01 TOT-ED           PIC ZZZZZ9.
019600*
019700 LINKAGE SECTION.
019800*
019900 01 W-COMMON       COPY WCOMMONW.
020000*
020100 01 PAR-ASNFORN    COPY PARASN.
020200*
020300*PAGE
020400 PROCEDURE DIVISION  USING W-COMMON
020500                           PAR-ASNFORN.
020600 INIZIO.
020700     MOVE 0 TO ESITO-AS OF PAR-ASNFORN.
020800     IF AS-REGISTRA OF PAR-ASNFORN
020900        PERFORM REGISTRA-RICEVUTO THRU EX-REGISTRA-RICEVUTO
021000        GO TO FINE.
021100     PERFORM CARICA-ASN THRU EX-CARICA-ASN.
021200     IF AS-APRI OF PAR-ASNFORN
021300        PERFORM CONTA-CARTONI THRU EX-CONTA-CARTONI
021400        GO TO FINE.
021500     IF AS-VERIFICA OF PAR-ASNFORN
021600        PERFORM VERIFICA-CARTONE THRU EX-VERIFICA-CARTONE
021700        GO TO FINE.
021800     PERFORM CARICA-NTG THRU EX-CARICA-NTG.
021900     IF AS-CHIUDI OF PAR-ASNFORN
022000        PERFORM CHIUDI-BOLLA THRU EX-CHIUDI-BOLLA
022100        GO TO FINE.
022200     DISPLAY "----  AVVISI SPEDIZIONE FORNITORE  ------".
022300     DISPLAY "Funzione (I=import L=lista) " NO ADVANCING.
022400     MOVE SPACE TO FUNZIONE-IN.
022500     ACCEPT FUNZIONE-IN.
022600     IF FUNZIONE-IN = "I"
022700        PERFORM IMPORTA-ASN THRU EX-IMPORTA-ASN
022800     ELSE
022900        IF FUNZIONE-IN = "L"
023000           PERFORM LISTA-ASN THRU EX-LISTA-ASN
023100        ELSE
023200           DISPLAY "Funzione non valida"
023300        END-IF
023400     END-IF.
023500 FINE.
023600     EXIT PROGRAM.
023700*
023800*
023900 CARICA-NTG.
024000     COPY PNTGLOAD.
024100*
024200*
024300 CARICA-ASN.
024400     MOVE 0 TO N-ASN-AT.
024500     OPEN INPUT FILE-ASNATT.
024600     IF NOT AN-APERTO
024700        GO TO EX-CARICA-ASN.
024800     MOVE 0 TO OK-FINE-FILE.
024900     PERFORM LEGGI-RIGA-ASNATT THRU EX-LEGGI-RIGA-ASNATT
025000        UNTIL LETTO-FINE-FILE.
025100     CLOSE FILE-ASNATT.
025200 EX-CARICA-ASN.
025300     EXIT.
025400*
025500 LEGGI-RIGA-ASNATT.
025600     READ FILE-ASNATT
025700        AT END
025800           MOVE 1 TO OK-FINE-FILE
025900        NOT AT END
026000           IF N-ASN-AT < 3000
026100              ADD 1 TO N-ASN-AT
026200              MOVE DATA-AN TO DATA-AT (N-ASN-AT)
026300              MOVE CONTO-AN TO CONTO-AT (N-ASN-AT)
026400              MOVE RIF-BOLLA-AN TO RIF-BOLLA-AT (N-ASN-AT)
026500              MOVE CARTONE-AN TO CARTONE-AT (N-ASN-AT)
026600              MOVE C-MAT-AN TO C-MAT-AT (N-ASN-AT)
026700              MOVE QTA-AN-GRUPPO
026800                   TO QTA-ATT-GRUPPO-AT (N-ASN-AT)
026900              MOVE ORDINE-AN TO ORDINE-AT (N-ASN-AT)
027000              MOVE STATO-AN TO STATO-AT (N-ASN-AT)
027100           ELSE
027200              DISPLAY "ASNFORN    TAB-ASN-AT da allargare"
027300           END-IF
027400     END-READ.
027500 EX-LEGGI-RIGA-ASNATT.
027600     EXIT.
027700*
027800*
027900*     cartoni distinti ancora attesi per fornitore/bolla;
028000*     nessuno = ASN assente, RICEVI lavora come sempre
028100 CONTA-CARTONI.
028200     MOVE 0 TO CARTONI-AS OF PAR-ASNFORN.
028300     PERFORM CONTA-RIGA-CARTONE THRU EX-CONTA-RIGA-CARTONE
028400        VARYING I-AT FROM 1 BY 1 UNTIL I-AT > N-ASN-AT.
028500     IF CARTONI-AS OF PAR-ASNFORN = 0
028600        MOVE 1 TO ESITO-AS OF PAR-ASNFORN.
028700 EX-CONTA-CARTONI.
028800     EXIT.
028900*
029000 CONTA-RIGA-CARTONE.
029100     IF CONTO-AT (I-AT) NOT = CONTO-AS OF PAR-ASNFORN
029200        OR RIF-BOLLA-AT (I-AT) NOT = RIF-BOLLA-AS OF PAR-ASNFORN
029300        OR STATO-AT (I-AT) NOT = "A"
029400        GO TO EX-CONTA-RIGA-CARTONE.
029500     MOVE "S" TO CARTONE-SW.
029600     PERFORM CERCA-CARTONE-PREC THRU EX-CERCA-CARTONE-PREC
029700        VARYING J-AT FROM 1 BY 1 UNTIL J-AT NOT < I-AT.
029800     IF CARTONE-NUOVO
029900        ADD 1 TO CARTONI-AS OF PAR-ASNFORN.
030000 EX-CONTA-RIGA-CARTONE.
030100     EXIT.
030200*
030300 CERCA-CARTONE-PREC.
030400     IF CONTO-AT (J-AT) = CONTO-AT (I-AT)
030500        AND RIF-BOLLA-AT (J-AT) = RIF-BOLLA-AT (I-AT)
030600        AND CARTONE-AT (J-AT) = CARTONE-AT (I-AT)
030700        AND STATO-AT (J-AT) = "A"
030800        MOVE "N" TO CARTONE-SW
030900     END-IF.
031000 EX-CERCA-CARTONE-PREC.
031100     EXIT.
031200*
031300*     il cartone scansionato e' fra quelli annunciati?
031400 VERIFICA-CARTONE.
031500     MOVE 1 TO ESITO-AS OF PAR-ASNFORN.
031600     PERFORM CONFRONTA-CARTONE THRU EX-CONFRONTA-CARTONE
031700        VARYING I-AT FROM 1 BY 1 UNTIL I-AT > N-ASN-AT.
031800 EX-VERIFICA-CARTONE.
031900     EXIT.
032000*
032100 CONFRONTA-CARTONE.
032200     IF CONTO-AT (I-AT) = CONTO-AS OF PAR-ASNFORN
032300        AND RIF-BOLLA-AT (I-AT) = RIF-BOLLA-AS OF PAR-ASNFORN
032400        AND CARTONE-AT (I-AT) = CARTONE-AS OF PAR-ASNFORN
032500        AND STATO-AT (I-AT) = "A"
032600        MOVE 0 TO ESITO-AS OF PAR-ASNFORN
032700     END-IF.
032800 EX-CONFRONTA-CARTONE.
032900     EXIT.
033000*
033100*
033200 REGISTRA-RICEVUTO.
033300     OPEN EXTEND FILE-ASNRIC.
033400     IF NOT AR-APERTO
033500        MOVE 1 TO ESITO-AS OF PAR-ASNFORN
033600        GO TO EX-REGISTRA-RICEVUTO.
033700     MOVE T-TAB TO TG-RR-1 TG-RR-2 TG-RR-3 TG-RR-4 TG-RR-5.
033800     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-RR.
033900     MOVE CONTO-AS OF PAR-ASNFORN TO CONTO-RR.
034000     MOVE RIF-BOLLA-AS OF PAR-ASNFORN TO RIF-BOLLA-RR.
034100     MOVE CARTONE-AS OF PAR-ASNFORN TO CARTONE-RR.
034200     MOVE C-MAT-AS OF PAR-ASNFORN TO C-MAT-RR.
034300     PERFORM COPIA-QTA-RICEVUTO THRU EX-COPIA-QTA-RICEVUTO
034400        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
034500     WRITE REC-ASNRIC.
034600     CLOSE FILE-ASNRIC.
034700 EX-REGISTRA-RICEVUTO.
034800     EXIT.
034900*
035000 COPIA-QTA-RICEVUTO.
035100     IF QTA-AS OF PAR-ASNFORN (I-TG) > 0
035200        MOVE QTA-AS OF PAR-ASNFORN (I-TG) TO QTA-RR (I-TG)
035300     ELSE
035400        MOVE 0 TO QTA-RR (I-TG)
035500     END-IF.
035600 EX-COPIA-QTA-RICEVUTO.
035700     EXIT.
035800*
035900*
036000*     chiusura della bolla: il ricevuto di ASNRIC si mette
036100*     contro l'atteso per cartone/C-MAT, le differenze vanno
036200*     in stampa e su ASNDIFF, le righe attese passano "R"
036300 CHIUDI-BOLLA.
036400     MOVE 0 TO DIFFERENZE-AS OF PAR-ASNFORN.
036500     PERFORM AZZERA-RICEVUTO THRU EX-AZZERA-RICEVUTO
036600        VARYING I-AT FROM 1 BY 1 UNTIL I-AT > N-ASN-AT.
036700     OPEN INPUT FILE-ASNRIC.
036800     IF AR-APERTO
036900        MOVE 0 TO OK-FINE-FILE
037000        PERFORM LEGGI-RIGA-ASNRIC THRU EX-LEGGI-RIGA-ASNRIC
037100           UNTIL LETTO-FINE-FILE
037200        CLOSE FILE-ASNRIC
037300     END-IF.
037400     PERFORM APRI-STAMPA THRU EX-APRI-STAMPA.
037500     OPEN EXTEND FILE-DIFF.
037600     PERFORM CONFRONTA-RIGA-AT THRU EX-CONFRONTA-RIGA-AT
037700        VARYING I-AT FROM 1 BY 1 UNTIL I-AT > N-ASN-AT.
037800     CLOSE FILE-DIFF.
037900     IF DIFFERENZE-AS OF PAR-ASNFORN = 0
038000        MOVE " nessuna differenza contro l'ASN" TO DATI-RIGA
038100        MOVE 2 TO N-RIGA-STAMPA
038200        PERFORM SCRIVI THRU EX-SCRIVI.
038300     CALL "QCLPPR" USING PAR-PRINT
038400                          RIGA BUFFER.
038500     PERFORM RISCRIVI-ASN THRU EX-RISCRIVI-ASN.
038600 EX-CHIUDI-BOLLA.
038700     EXIT.
038800*
038900 AZZERA-RICEVUTO.
039000     PERFORM AZZERA-TAGLIA-RIC THRU EX-AZZERA-TAGLIA-RIC
039100        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
039200 EX-AZZERA-RICEVUTO.
039300     EXIT.
039400*
039500 AZZERA-TAGLIA-RIC.
039600     MOVE 0 TO QTA-RIC-AT (I-AT, I-TG).
039700 EX-AZZERA-TAGLIA-RIC.
039800     EXIT.
039900*
040000 LEGGI-RIGA-ASNRIC.
040100     READ FILE-ASNRIC
040200        AT END
040300           MOVE 1 TO OK-FINE-FILE
040400           GO TO EX-LEGGI-RIGA-ASNRIC
040500     END-READ.
040600     IF CONTO-RR NOT = CONTO-AS OF PAR-ASNFORN
040700        OR RIF-BOLLA-RR NOT = RIF-BOLLA-AS OF PAR-ASNFORN
040800        GO TO EX-LEGGI-RIGA-ASNRIC.
040900     MOVE 0 TO IX-AT.
041000     PERFORM CERCA-RIGA-RICEVUTO THRU EX-CERCA-RIGA-RICEVUTO
041100        VARYING I-AT FROM 1 BY 1 UNTIL I-AT > N-ASN-AT.
041200     IF IX-AT = 0
041300        PERFORM AGGIUNGI-NON-ANNUNCIATO
041400           THRU EX-AGGIUNGI-NON-ANNUNCIATO.
041500     IF IX-AT = 0
041600        GO TO EX-LEGGI-RIGA-ASNRIC.
041700     PERFORM SOMMA-TAGLIA-RIC THRU EX-SOMMA-TAGLIA-RIC
041800        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
041900 EX-LEGGI-RIGA-ASNRIC.
042000     EXIT.
042100*
042200 CERCA-RIGA-RICEVUTO.
042300     IF CONTO-AT (I-AT) = CONTO-RR
042400        AND RIF-BOLLA-AT (I-AT) = RIF-BOLLA-RR
042500        AND CARTONE-AT (I-AT) = CARTONE-RR
042600        AND C-MAT-AT (I-AT) = C-MAT-RR
042700        AND (STATO-AT (I-AT) = "A" OR = "X")
042800        MOVE I-AT TO IX-AT
042900     END-IF.
043000 EX-CERCA-RIGA-RICEVUTO.
043100     EXIT.
043200*
043300*     cartone o C-MAT mai annunciato: riga "X" ad atteso zero
043400 AGGIUNGI-NON-ANNUNCIATO.
043500     IF N-ASN-AT NOT < 3000
043600        DISPLAY "ASNFORN    TAB-ASN-AT da allargare"
043700        GO TO EX-AGGIUNGI-NON-ANNUNCIATO.
043800     ADD 1 TO N-ASN-AT.
043900     MOVE N-ASN-AT TO IX-AT.
044000     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-AT (IX-AT).
044100     MOVE CONTO-RR TO CONTO-AT (IX-AT).
044200     MOVE RIF-BOLLA-RR TO RIF-BOLLA-AT (IX-AT).
044300     MOVE CARTONE-RR TO CARTONE-AT (IX-AT).
044400     MOVE C-MAT-RR TO C-MAT-AT (IX-AT).
044500     MOVE ZEROS TO QTA-ATT-GRUPPO-AT (IX-AT).
044600     MOVE "N" TO ORDINE-AT (IX-AT).
044700     MOVE "X" TO STATO-AT (IX-AT).
044800     MOVE IX-AT TO I-AT.
044900     PERFORM AZZERA-RICEVUTO THRU EX-AZZERA-RICEVUTO.
045000 EX-AGGIUNGI-NON-ANNUNCIATO.
045100     EXIT.
045200*
045300 SOMMA-TAGLIA-RIC.
045400     ADD QTA-RR (I-TG) TO QTA-RIC-AT (IX-AT, I-TG).
045500 EX-SOMMA-TAGLIA-RIC.
045600     EXIT.
045700*
045800 CONFRONTA-RIGA-AT.
045900     IF CONTO-AT (I-AT) NOT = CONTO-AS OF PAR-ASNFORN
046000        OR RIF-BOLLA-AT (I-AT) NOT = RIF-BOLLA-AS OF PAR-ASNFORN
046100        OR (STATO-AT (I-AT) NOT = "A" AND NOT = "X")
046200        GO TO EX-CONFRONTA-RIGA-AT.
046300     PERFORM CONFRONTA-TAGLIA-AT THRU EX-CONFRONTA-TAGLIA-AT
046400        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > NTG-NTG.
046500     IF STATO-AT (I-AT) = "A"
046600        MOVE "R" TO STATO-AT (I-AT).
046700 EX-CONFRONTA-RIGA-AT.
046800     EXIT.
046900*
047000 CONFRONTA-TAGLIA-AT.
047100     IF QTA-RIC-AT (I-AT, I-TG) = QTA-ATT-AT (I-AT, I-TG)
047200        GO TO EX-CONFRONTA-TAGLIA-AT.
047300     IF STATO-AT (I-AT) = "X"
047400        MOVE "INA" TO TIPO-DIFF
047500     ELSE
047600        IF QTA-RIC-AT (I-AT, I-TG) > QTA-ATT-AT (I-AT, I-TG)
047700           MOVE "ECC" TO TIPO-DIFF
047800        ELSE
047900           MOVE "MAN" TO TIPO-DIFF
048000        END-IF
048100     END-IF.
048200     ADD 1 TO DIFFERENZE-AS OF PAR-ASNFORN.
048300     PERFORM STAMPA-DIFFERENZA THRU EX-STAMPA-DIFFERENZA.
048400     IF NOT AD-APERTO
048500        GO TO EX-CONFRONTA-TAGLIA-AT.
048600     MOVE T-TAB TO TG-AD-1 TG-AD-2 TG-AD-3 TG-AD-4 TG-AD-5
048700                   TG-AD-6 TG-AD-7 TG-AD-8.
048800     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-AD.
048900     MOVE CONTO-AT (I-AT) TO CONTO-AD.
049000     MOVE RIF-BOLLA-AT (I-AT) TO RIF-BOLLA-AD.
049100     MOVE CARTONE-AT (I-AT) TO CARTONE-AD.
049200     MOVE C-MAT-AT (I-AT) TO C-MAT-AD.
049300     MOVE I-TG TO TAGLIA-AD.
049400     MOVE QTA-ATT-AT (I-AT, I-TG) TO QTA-ATTESA-AD.
049500     MOVE QTA-RIC-AT (I-AT, I-TG) TO QTA-RICEVUTA-AD.
049600     MOVE TIPO-DIFF TO TIPO-AD.
049700     WRITE REC-ASNDIFF.
049800 EX-CONFRONTA-TAGLIA-AT.
049900     EXIT.
050000*
050100*
050200 APRI-STAMPA.
050300     MOVE  136  TO LL-RIGA.
050400     MOVE 9999 TO N-MAX-RIGHE.
050500     MOVE "G" TO PRE-NOME-FILE.
050600     MOVE W-FORMATO-INTERNO TO TERM-N-FILE.
050700     CALL "QOLPPR" USING PAR-PRINT
050800                          RIGA BUFFER.
050900     MOVE 0   TO N-STAMPANTE.
051000     MOVE "M" TO COMANDO.
051100     MOVE 66  TO N-RIGA-STAMPA.
051200     MOVE SPACES TO DATI-RIGA.
051300     STRING " RICEVIMENTO CONTRO ASN  FORNITORE "
051400            DELIMITED BY SIZE
051500            CONTO-AS OF PAR-ASNFORN DELIMITED BY SIZE
051600            "  BOLLA " DELIMITED BY SIZE
051700            RIF-BOLLA-AS OF PAR-ASNFORN DELIMITED BY SIZE
051800        INTO DATI-RIGA.
051900     PERFORM SCRIVI THRU EX-SCRIVI.
052000     MOVE "  CARTONE               C-MAT            TG  ATTESO"
052100       TO DATI-RIGA.
052200     MOVE "  RICEV  TIPO" TO DATI-RIGA (52:13).
052300     MOVE 2 TO N-RIGA-STAMPA.
052400     PERFORM SCRIVI THRU EX-SCRIVI.
052500 EX-APRI-STAMPA.
052600     EXIT.
052700*
052800 STAMPA-DIFFERENZA.
052900     MOVE SPACES TO DATI-RIGA.
053000     MOVE QTA-ATT-AT (I-AT, I-TG) TO QTA-ED-1.
053100     MOVE QTA-RIC-AT (I-AT, I-TG) TO QTA-ED-2.
053110     MOVE I-TG TO TAGLIA-ED.
053200     STRING "  " DELIMITED BY SIZE
053300            CARTONE-AT (I-AT) DELIMITED BY SIZE
053400            "  " DELIMITED BY SIZE
053500            C-MAT-AT (I-AT) DELIMITED BY SIZE
053600            "  " DELIMITED BY SIZE
053700            TAGLIA-ED DELIMITED BY SIZE
053800            "  " DELIMITED BY SIZE
053900            QTA-ED-1 DELIMITED BY SIZE
054000            "    " DELIMITED BY SIZE
054100            QTA-ED-2 DELIMITED BY SIZE
054200            "   " DELIMITED BY SIZE
054300            TIPO-DIFF DELIMITED BY SIZE
054400        INTO DATI-RIGA.
054500     PERFORM SCRIVI THRU EX-SCRIVI.
054600 EX-STAMPA-DIFFERENZA.
054700     EXIT.
054800*
054900*
055000*     riscrittura completa di ASNATT (le righe "X" del
055100*     riscontro restano solo su ASNDIFF)
055200 RISCRIVI-ASN.
055300     OPEN OUTPUT FILE-ASNATT.
055400     PERFORM SCRIVI-RIGA-ASNATT THRU EX-SCRIVI-RIGA-ASNATT
055500        VARYING I-AT FROM 1 BY 1 UNTIL I-AT > N-ASN-AT.
055600     CLOSE FILE-ASNATT.
055700 EX-RISCRIVI-ASN.
055800     EXIT.
055900*
056000 SCRIVI-RIGA-ASNATT.
056100     IF STATO-AT (I-AT) = "X"
056200        GO TO EX-SCRIVI-RIGA-ASNATT.
056300     MOVE T-TAB TO TG-AN-1 TG-AN-2 TG-AN-3 TG-AN-4 TG-AN-5
056400                   TG-AN-6 TG-AN-7.
056500     MOVE DATA-AT (I-AT) TO DATA-AN.
056600     MOVE CONTO-AT (I-AT) TO CONTO-AN.
056700     MOVE RIF-BOLLA-AT (I-AT) TO RIF-BOLLA-AN.
056800     MOVE CARTONE-AT (I-AT) TO CARTONE-AN.
056900     MOVE C-MAT-AT (I-AT) TO C-MAT-AN.
057000     MOVE QTA-ATT-GRUPPO-AT (I-AT) TO QTA-AN-GRUPPO.
057100     MOVE ORDINE-AT (I-AT) TO ORDINE-AN.
057200     MOVE STATO-AT (I-AT) TO STATO-AN.
057300     WRITE REC-ASNATT.
057400 EX-SCRIVI-RIGA-ASNATT.
057500     EXIT.
057600*
057700*
057800*     import dell'ASN depositato dal fornitore: il file si
057900*     aggancia nella sua directory (gruppo C<conto>, nome ASN)
058000 IMPORTA-ASN.
058100     DISPLAY "CONTO fornitore (8 cifre) " NO ADVANCING.
058200     MOVE SPACES TO CONTO-IN.
058300     ACCEPT CONTO-IN.
058400     IF CONTO-IN NOT NUMERIC
058500        DISPLAY "CONTO non numerico"
058600        GO TO EX-IMPORTA-ASN.
058700     MOVE CONTO-IN TO CONTO-ASN.
058800     PERFORM VERIFICA-FORNITORE THRU EX-VERIFICA-FORNITORE.
058900     IF NOT CONTO-BUONO
059000        GO TO EX-IMPORTA-ASN.
059100     PERFORM AGGANCIA-FILE-FORN THRU EX-AGGANCIA-FILE-FORN.
059200     PERFORM CARICA-ORDINI-FORN THRU EX-CARICA-ORDINI-FORN.
059300     MOVE 0 TO RIGHE-IMPORTATE RIGHE-SCARTATE RIGHE-FUORI-ORD
059400               N-BOLLE-BI.
059500     OPEN INPUT FILE-ASNIN.
059600     IF NOT AI-APERTO
059700        DISPLAY "Flusso ASN del fornitore assente"
059800        GO TO EX-IMPORTA-ASN.
059900     MOVE 0 TO OK-FINE-FILE.
060000     PERFORM LEGGI-RIGA-ASNIN THRU EX-LEGGI-RIGA-ASNIN
060100        UNTIL LETTO-FINE-FILE.
060200     CLOSE FILE-ASNIN.
060300     PERFORM RISCRIVI-ASN THRU EX-RISCRIVI-ASN.
060400     DISPLAY "ASNFORN    importate " RIGHE-IMPORTATE
060500             " scartate " RIGHE-SCARTATE
060600             " fuori ordine " RIGHE-FUORI-ORD.
060700 EX-IMPORTA-ASN.
060800     EXIT.
060900*
061000*     il CONTO deve esistere su ANACON ed essere un fornitore
061100*     (FLAG-ANA-10 = 2), come VERIFICA-FORNITORE in FATFORN
061200 VERIFICA-FORNITORE.
061300     MOVE 1 TO ESITO-CONTO.
061400     MOVE "ANACON;" TO W-NOME-DATA-SET.
061500     MOVE "CONTO;" TO W-NOME-CAMPO.
061600     MOVE CONTO-ASN TO W-VALORE-CAMPO-W.
061700     MOVE 7 TO W-MODO.
061800     PERFORM TTDBGET THRU EX-TTDBGET.
061900     IF W-OK-IMAGE
062000        IF FOI-FOE OF REC-ANACON
062100           MOVE 0 TO ESITO-CONTO
062200        ELSE
062300           DISPLAY "CONTO " CONTO-ASN " non e' un fornitore"
062400        END-IF
062500     ELSE
062600        DISPLAY "CONTO " CONTO-ASN " inesistente"
062700     END-IF.
062800 EX-VERIFICA-FORNITORE.
062900     EXIT.
063000*
063100 AGGANCIA-FILE-FORN.
063200     MOVE SPACES TO COMANDO-FILE-AS.
063300     STRING "FILE ASNIN=ASN.C" DELIMITED BY SIZE
063400            CONTO-IN DELIMITED BY SIZE
063500            CARRIAGE-RETURN DELIMITED BY SIZE
063600        INTO COMANDO-FILE-AS.
063700     CANCEL "COMMAND2"
063800     CALL "COMMAND2" USING COMANDO-FILE-AS ERR ERR-PARM.
063900     IF ERR NOT = 0
064000        MOVE ERR TO ERR-DISP
064100        DISPLAY "ASNFORN    err COMMAND2 " ERR-DISP
064200     END-IF.
064300 EX-AGGANCIA-FILE-FORN.
064400     EXIT.
064500*
064600 CARICA-ORDINI-FORN.
064700     MOVE 0 TO N-ORD-OA.
064800     OPEN INPUT FILE-ORDF.
064900     IF NOT OF-APERTO
065000        GO TO EX-CARICA-ORDINI-FORN.
065100     MOVE 0 TO OK-FINE-FILE.
065200     PERFORM LEGGI-RIGA-ORDF THRU EX-LEGGI-RIGA-ORDF
065300        UNTIL LETTO-FINE-FILE.
065400     CLOSE FILE-ORDF.
065500 EX-CARICA-ORDINI-FORN.
065600     EXIT.
065700*
065800 LEGGI-RIGA-ORDF.
065900     READ FILE-ORDF
066000        AT END
066100           MOVE 1 TO OK-FINE-FILE
066200        NOT AT END
066300           IF CONTO-OD = CONTO-ASN AND STATO-OD = "A"
066400              IF N-ORD-OA < 1000
066500                 ADD 1 TO N-ORD-OA
066600                 MOVE C-MAT-OD TO C-MAT-OA (N-ORD-OA)
066700              END-IF
066800           END-IF
066900     END-READ.
067000 EX-LEGGI-RIGA-ORDF.
067100     EXIT.
067200*
067300 LEGGI-RIGA-ASNIN.
067400     READ FILE-ASNIN
067500        AT END
067600           MOVE 1 TO OK-FINE-FILE
067700           GO TO EX-LEGGI-RIGA-ASNIN
067800     END-READ.
067900     IF RIF-BOLLA-AI NOT NUMERIC OR C-MAT-AI NOT NUMERIC
068000        OR QTA-AI-GRUPPO NOT NUMERIC OR CARTONE-AI = SPACES
068100        DISPLAY "Riga ASN non valida: " REC-ASNIN (1:52)
068200        ADD 1 TO RIGHE-SCARTATE
068300        GO TO EX-LEGGI-RIGA-ASNIN.
068400     PERFORM PREPARA-BOLLA-IMPORT THRU EX-PREPARA-BOLLA-IMPORT.
068500     IF BOLLA-CHIUSA
068600        ADD 1 TO RIGHE-SCARTATE
068700        GO TO EX-LEGGI-RIGA-ASNIN.
068800     IF N-ASN-AT NOT < 3000
068900        DISPLAY "ASNFORN    TAB-ASN-AT da allargare"
069000        ADD 1 TO RIGHE-SCARTATE
069100        GO TO EX-LEGGI-RIGA-ASNIN.
069200     MOVE "N" TO ORDINE-SW.
069300     PERFORM CERCA-IN-ORDINE THRU EX-CERCA-IN-ORDINE
069400        VARYING I-OA FROM 1 BY 1 UNTIL I-OA > N-ORD-OA.
069500     ADD 1 TO N-ASN-AT.
069600     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-AT (N-ASN-AT).
069700     MOVE CONTO-ASN TO CONTO-AT (N-ASN-AT).
069800     MOVE RIF-BOLLA-AI TO RIF-BOLLA-AT (N-ASN-AT).
069900     MOVE CARTONE-AI TO CARTONE-AT (N-ASN-AT).
070000     MOVE C-MAT-AI TO C-MAT-AT (N-ASN-AT).
070100     MOVE QTA-AI-GRUPPO TO QTA-ATT-GRUPPO-AT (N-ASN-AT).
070200     MOVE ORDINE-SW TO ORDINE-AT (N-ASN-AT).
070300     MOVE "A" TO STATO-AT (N-ASN-AT).
070400     ADD 1 TO RIGHE-IMPORTATE.
070500     IF NOT IN-ORDINE
070600        ADD 1 TO RIGHE-FUORI-ORD
070700        DISPLAY "C-MAT " C-MAT-AI " fuori ordine ORDFORNF".
070800 EX-LEGGI-RIGA-ASNIN.
070900     EXIT.
071000*
071100 CERCA-IN-ORDINE.
071200     IF C-MAT-OA (I-OA) = C-MAT-AI
071300        MOVE "S" TO ORDINE-SW
071400     END-IF.
071500 EX-CERCA-IN-ORDINE.
071600     EXIT.
071700*
071800*     prima riga di una bolla in questo import: se la bolla
071900*     e' gia' stata ricevuta si scarta, altrimenti le righe
072000*     attese del vecchio invio lasciano il posto al nuovo
072100 PREPARA-BOLLA-IMPORT.
072200     MOVE "N" TO BOLLA-SW CHIUSA-SW.
072300     PERFORM CERCA-BOLLA-VISTA THRU EX-CERCA-BOLLA-VISTA
072400        VARYING I-BI FROM 1 BY 1 UNTIL I-BI > N-BOLLE-BI.
072500     IF BOLLA-GIA-VISTA
072600        GO TO EX-PREPARA-BOLLA-IMPORT.
072700     PERFORM CERCA-BOLLA-CHIUSA THRU EX-CERCA-BOLLA-CHIUSA
072800        VARYING I-AT FROM 1 BY 1 UNTIL I-AT > N-ASN-AT.
072900     IF BOLLA-CHIUSA
073000        DISPLAY "Bolla " RIF-BOLLA-AI " gia' ricevuta, "
073100                "ASN ignorato"
073200        GO TO EX-PREPARA-BOLLA-IMPORT.
073300     IF N-BOLLE-BI < 100
073400        ADD 1 TO N-BOLLE-BI
073500        MOVE RIF-BOLLA-AI TO RIF-BOLLA-BI (N-BOLLE-BI).
073600     MOVE 1 TO I-AT.
073700     PERFORM TOGLI-RIGA-VECCHIA THRU EX-TOGLI-RIGA-VECCHIA
073800        UNTIL I-AT > N-ASN-AT.
073900 EX-PREPARA-BOLLA-IMPORT.
074000     EXIT.
074100*
074200 CERCA-BOLLA-VISTA.
074300     IF RIF-BOLLA-BI (I-BI) = RIF-BOLLA-AI
074400        MOVE "S" TO BOLLA-SW
074500     END-IF.
074600 EX-CERCA-BOLLA-VISTA.
074700     EXIT.
074800*
074900 CERCA-BOLLA-CHIUSA.
075000     IF CONTO-AT (I-AT) = CONTO-ASN
075100        AND RIF-BOLLA-AT (I-AT) = RIF-BOLLA-AI
075200        AND STATO-AT (I-AT) = "R"
075300        MOVE "S" TO CHIUSA-SW
075400     END-IF.
075500 EX-CERCA-BOLLA-CHIUSA.
075600     EXIT.
075700*
075800*     riga rimossa = l'ultima della tabella prende il suo
075900*     posto (come MANPESI); l'indice resta fermo per
076000*     riesaminare la riga spostata
076100 TOGLI-RIGA-VECCHIA.
076200     IF CONTO-AT (I-AT) = CONTO-ASN
076300        AND RIF-BOLLA-AT (I-AT) = RIF-BOLLA-AI
076400        AND STATO-AT (I-AT) = "A"
076500        MOVE RIGA-AT (N-ASN-AT) TO RIGA-AT (I-AT)
076600        SUBTRACT 1 FROM N-ASN-AT
076700     ELSE
076800        ADD 1 TO I-AT
076900     END-IF.
077000 EX-TOGLI-RIGA-VECCHIA.
077100     EXIT.
077200*
077300*
077400 LISTA-ASN.
077500     PERFORM LISTA-RIGA-ASN THRU EX-LISTA-RIGA-ASN
077600        VARYING I-AT FROM 1 BY 1 UNTIL I-AT > N-ASN-AT.
077700 EX-LISTA-ASN.
077800     EXIT.
077900*
078000 LISTA-RIGA-ASN.
078100     IF STATO-AT (I-AT) NOT = "A"
078200        GO TO EX-LISTA-RIGA-ASN.
078300     MOVE 0 TO TOT-PEZZI-AT.
078400     PERFORM SOMMA-PEZZI-AT THRU EX-SOMMA-PEZZI-AT
078500        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
078600     MOVE TOT-PEZZI-AT TO TOT-ED.
078700     DISPLAY CONTO-AT (I-AT) " " RIF-BOLLA-AT (I-AT) " "
078800             CARTONE-AT (I-AT) " " C-MAT-AT (I-AT)
078900             " pezzi " TOT-ED " ord " ORDINE-AT (I-AT).
079000 EX-LISTA-RIGA-ASN.
079100     EXIT.
079200*
079300 SOMMA-PEZZI-AT.
079400     ADD QTA-ATT-AT (I-AT, I-TG) TO TOT-PEZZI-AT.
079500 EX-SOMMA-PEZZI-AT.
079600     EXIT.
079700*
079800*
079900 SCRIVI.
080000     CALL "QWLPPR" USING PAR-PRINT
080100                         RIGA BUFFER.
080200     IF STATO OF PAR-PRINT NOT = 0
080300        MOVE STATO OF PAR-PRINT TO STATO-DISPLAY
080400        DISPLAY "ASNFORN    ERRORE QPRINT CON STATO : "
080500                STATO-DISPLAY
080600     END-IF.
080700     MOVE SPACES TO DATI-RIGA.
080800     MOVE "S" TO COMANDO.
080900     MOVE 0 TO N-RIGA-STAMPA.
081000 EX-SCRIVI.
081100     EXIT.
081200*
081300*
081400 TTDBGET.
081500              COPY PDBGET.
081600*
081700*      FINE PROGRAMMA    **** /K ASNFORN.COB  *****
