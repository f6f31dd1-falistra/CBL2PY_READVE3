000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. SPEDIMP.
000400*2026*        15/10/26
000500*     spedizioni import in arrivo dai fornitori d'oltremare:
000600*     il "quando arriva" stava solo nelle mail con lo
000700*     spedizioniere. Registro su SPEDIMPF (YSPEDIM), una riga
000800*     per riga d'ordine ORDFORNF caricata nel container o
000900*     nell'AWB. A video: FUNZIONE "I" registra la spedizione
001000*     (container/AWB, spedizioniere e fornitore verificati su
001100*     ANACON, bolla del fornitore se gia' nota, partenza, ETA,
001200*     righe caricate: C-MAT/magazzino fra le righe aperte
001300*     ORDFORNF del fornitore, avviso se si carica oltre il
001400*     residuo non ancora in viaggio); "S" aggiorna stato ed
001500*     ETA a mano; "F" importa gli stati dal file dello
001600*     spedizioniere (COMMAND2 "FILE", gruppo C<conto>, nome
001700*     STATI, come l'ASN di ASNFORN); "L" lista le spedizioni
001800*     aperte; "R" tabulato settimanale dei ritardi per i
001900*     compratori (ETA passata o slittata rispetto alla
002000*     prima annunciata), senza altre domande cosi' gira
002100*     anche come passo di CATENEOD. Stati: S spedita, P in
002200*     porto, D sdoganata, C consegnata, R ricevuta; ogni
002300*     cambio va sul log SPEDILOG. Alla consegna le righe
002400*     diventano ricevimento atteso su ASNATT (cartone = il
002500*     container) e RICEVI sulla bolla lavora contro di esse;
002600*     se il fornitore ha gia' mandato il suo ASN per la
002700*     bolla vale quello. Chiamate: "E" arrivi attesi di un
002800*     C-MAT per CONSITPF e ORDCHIAV, "B" spedizioni
002900*     consegnate del fornitore all'apertura di RICEVI, "R"
003000*     ricevuta a fine sessione RICEVI.
003100*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.  HP-3000.
003500 OBJECT-COMPUTER.  HP-3000.
003600 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
003700 INPUT-OUTPUT SECTION.
003800     FILE-CONTROL.
003900     SELECT OPTIONAL FILE-SPED ASSIGN TO "SPEDIMPF"
004000        ORGANIZATION IS LINE SEQUENTIAL
004100        FILE STATUS IS CHECK-SI.
004200     SELECT OPTIONAL FILE-SLOG ASSIGN TO "SPEDILOG"
004300        ORGANIZATION IS LINE SEQUENTIAL
004400        FILE STATUS IS CHECK-SL.
004500     SELECT OPTIONAL FILE-SPIN ASSIGN TO "SPEDIIN"
004600        ORGANIZATION IS LINE SEQUENTIAL
004700        FILE STATUS IS CHECK-SN.
004800     SELECT OPTIONAL FILE-ORDF ASSIGN TO "ORDFORNF"
004900        ORGANIZATION IS LINE SEQUENTIAL
005000        FILE STATUS IS CHECK-OF.
005100     SELECT OPTIONAL FILE-ASNATT ASSIGN TO "ASNATT"
005200        ORGANIZATION IS LINE SEQUENTIAL
005300        FILE STATUS IS CHECK-AN.
005400*
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD FILE-SPED DATA RECORD REC-SPED.
005800 01 REC-SPED               COPY YSPEDIM.
005900*
006000* un rigo per cambio di stato; ORIGINE-SL "K" battuto,
006100* "F" file dello spedizioniere, "R" ricevimento RICEVI
006200 FD FILE-SLOG DATA RECORD REC-SLOG.
006300 01 REC-SLOG.
006400    05 DATA-SL               PIC 9(6).
006500    05 TG-SL-1               PIC X.
006600    05 CONTAINER-SL          PIC X(20).
006700    05 TG-SL-2               PIC X.
006800    05 STATO-SL              PIC X.
006900    05 TG-SL-3               PIC X.
007000    05 ETA-SL                PIC 9(6).
007100    05 TG-SL-4               PIC X.
007200    05 ORIGINE-SL            PIC X.
007300    05 TG-SL-5               PIC X.
007400    05 UTENTE-SL             PIC X(8).
007500*
007600* stati dallo spedizioniere, un rigo per container: date
007700* GGMMAA, ETA a zero = invariata, bolla a zero = non nota
007800 FD FILE-SPIN DATA RECORD REC-SPIN.
007900 01 REC-SPIN.
008000    05 CONTAINER-SN          PIC X(20).
008100    05 TG-SN-1               PIC X.
008200    05 STATO-SN              PIC X.
008300    05 TG-SN-2               PIC X.
008400    05 DATA-STATO-SN         PIC 9(6).
008500    05 TG-SN-3               PIC X.
008600    05 ETA-SN                PIC 9(6).
008700    05 TG-SN-4               PIC X.
008800    05 RIF-BOLLA-SN          PIC 9(15).
008900*
009000* stesso tracciato di ORDFORNF in ORDFORN, letto soltanto
009100 FD FILE-ORDF DATA RECORD REC-ORDF.
009200 01 REC-ORDF.
009300    05 DATA-OD               PIC 9(6).
009400    05 FILLER                PIC X.
009500    05 CONTO-OD              PIC 9(8).
009600    05 FILLER                PIC X.
009700    05 C-MAT-OD              PIC 9(15).
009800    05 FILLER                PIC X.
009900    05 MAG-OD                PIC 9(3).
010000    05 FILLER                PIC X.
010100    05 QTA-ORDINATE-OD.
010200     10 QTA-ORD-OD           PIC 9(4) OCCURS 10.
010300    05 FILLER                PIC X.
010400    05 QTA-RICEVUTE-OD.
010500     10 QTA-RIC-OD           PIC 9(4) OCCURS 10.
010600    05 FILLER                PIC X.
010700    05 STATO-OD              PIC X.
010800*
010900 FD FILE-ASNATT DATA RECORD REC-ASNATT.
011000 01 REC-ASNATT             COPY YASNATT.
011100*
011200 WORKING-STORAGE SECTION.
011300*
011400*ESTETA*
011500     COPY NTG.
011600*
011700 01 PAR-TABTAGLIE          COPY PARTAGLIE.
011800*
011900 01 AREA-REC-SET     PIC X(512).
012000 01 FILLER REDEFINES AREA-REC-SET.
012100  05 REC-ANACON      COPY YANACON.
012200*
012300 01 PARGEN           COPY QPARGEN.
012400 01 PARQDATA         COPY QPARDATS.
012500*
012600 77 CHECK-SI        PIC XX.
012700    88 SI-APERTO    VALUES ARE "05", "00".
012800 77 CHECK-SL        PIC XX.
012900    88 SL-APERTO    VALUES ARE "05", "00".
013000 77 CHECK-SN        PIC XX.
013100    88 SN-APERTO    VALUES ARE "05", "00".
013200 77 CHECK-OF        PIC XX.
013300    88 OF-APERTO    VALUES ARE "05", "00".
013400 77 CHECK-AN        PIC XX.
013500    88 AN-APERTO    VALUES ARE "05", "00".
013600*
013700 01 OK-FINE-FILE    PIC S9(4) COMP.
013800    88 LETTO-FINE-FILE VALUE 1.
013900*
014000 01 T-TAB           PIC X VALUE X"9".
014100*
014200 01 FUNZIONE-IN     PIC X.
014300*
014400* registro in memoria
014500 01 TAB-SPED-TS.
014600  05 RIGA-TS OCCURS 2000.
014700   10 DATA-TS          PIC 9(6).
014800   10 CONTAINER-TS     PIC X(20).
014900   10 SPEDIZ-TS        PIC 9(8).
015000   10 CONTO-TS         PIC 9(8).
015100   10 RIF-BOLLA-TS     PIC 9(15).
015200   10 DATA-PART-TS     PIC 9(6).
015300   10 ETA-ORIG-TS      PIC 9(6).
015400   10 ETA-TS           PIC 9(6).
015500   10 SETT-ETA-TS      PIC 99.
015600   10 STATO-TS         PIC X.
015700   10 DATA-STATO-TS    PIC 9(6).
015800   10 C-MAT-TS         PIC 9(15).
015900   10 MAG-TS           PIC 9(3).
016000   10 QTA-TS           PIC 9(4) OCCURS 10.
016100 01 N-SPED-TS       PIC S9(4) COMP.
016200 01 I-TS            PIC S9(4) COMP.
016300 01 J-TS            PIC S9(4) COMP.
016400 01 IX-TS           PIC S9(4) COMP.
016500 01 I-TG            PIC S9(4) COMP.
016600*
016700* righe aperte ORDFORNF del fornitore, residuo per taglia
016800 01 TAB-ORD-OA.
016900  05 RIGA-OA OCCURS 1000.
017000   10 C-MAT-OA         PIC 9(15).
017100   10 MAG-OA           PIC 9(3).
017200   10 RESIDUO-OA       PIC S9(5) COMP OCCURS 10.
017300 01 N-ORD-OA        PIC S9(4) COMP.
017400 01 I-OA            PIC S9(4) COMP.
017500 01 IX-OA           PIC S9(4) COMP.
017510 01 C-MAT-CERCA     PIC 9(15).
017520 01 MAG-CERCA       PIC 9(3).
017600*
017700 01 I-AR            PIC S9(4) COMP.
017800 01 J-AR            PIC S9(4) COMP.
017900 01 IX-AR           PIC S9(4) COMP.
017910 01 SCALA-SW        PIC X.
017920    88 FINE-SCALA   VALUE "S".
018000*
018100 01 CONTAINER-IN    PIC X(20).
018200 01 CONTAINER-SPED  PIC X(20).
018300 01 CONTO-IN        PIC X(8).
018400 01 CONTO-VERIF     PIC 9(8).
018500 01 SPEDIZ-SPED     PIC 9(8).
018600 01 CONTO-SPED      PIC 9(8).
018700 01 BOLLA-IN        PIC X(15).
018800 01 RIF-BOLLA-SPED  PIC 9(15).
018900 01 DATA-IN         PIC X(6).
019000 01 DATA-PART-SPED  PIC 9(6).
019100 01 ETA-SPED        PIC 9(6).
019200 01 SETT-ETA-SPED   PIC 99.
019300 01 C-MAT-IN        PIC X(15).
019400 01 MAG-IN          PIC X(3).
019500 01 QTA-IN          PIC X(40).
019600 01 FILLER REDEFINES QTA-IN.
019700  05 QTA-IN-EL       PIC 9(4) OCCURS 10.
019800 01 STATO-IN        PIC X.
019900    88 STATO-VALIDO VALUES ARE "S" "P" "D" "C".
020000*
020100 01 ESITO-CONTO     PIC S9(4) COMP.
020200    88 CONTO-BUONO  VALUE 0.
020300 01 ESITO-DATA      PIC S9(4) COMP.
020400    88 DATA-BUONA   VALUE 0.
020500 01 DATA-INTERNA    PIC 9(6).
020600 01 SETT-INTERNA    PIC 99.
020700*
020800 01 FINE-RIGHE-SW   PIC X.
020900    88 FINE-RIGHE   VALUE "S".
021000 01 RIGHE-CARICATE  PIC S9(4) COMP.
021100 01 OLTRE-RESIDUO   PIC S9(4) COMP.
021200 01 RIGA-SW         PIC X.
021300    88 RIGA-BUONA   VALUE "S".
021400*
021500* cambio di stato di un container (battuto o da file)
021600 01 NUOVO-STATO     PIC X.
021700 01 NUOVA-ETA       PIC 9(6).
021800 01 NUOVA-SETT      PIC 99.
021900 01 NUOVA-BOLLA     PIC 9(15).
022000 01 DATA-NUOVO-STATO PIC 9(6).
022100 01 ORIGINE-CAMBIO  PIC X.
022200 01 STATO-ATTUALE   PIC X.
022300 01 BOLLA-ATTUALE   PIC 9(15).
022400 01 CAMBIO-SW       PIC X.
022500    88 CAMBIO-AMMESSO VALUE "S".
022600 01 TOCCATO-FILE    PIC S9(4) COMP.
022700*
022800 01 RIGHE-IMPORTATE PIC S9(4) COMP.
022900 01 RIGHE-SCARTATE  PIC S9(4) COMP.
023000*
023100* ricevimento atteso alla consegna
023200 01 ASN-FORN-SW     PIC X.
023300    88 ASN-FORN-PRESENTE VALUE "S".
023400 01 QTA-ATTESA-TG   PIC S9(5) COMP OCCURS 10.
023500 01 ATTESI-SCRITTI  PIC S9(4) COMP.
023600*
023700 01 PRIMO-SW        PIC X.
023800    88 PRIMA-RIGA-CONTAINER VALUE "S".
023900 01 TOT-PEZZI       PIC S9(8) COMP.
024000 01 TOT-PEZZI-RIGA  PIC S9(8) COMP.
024100 01 N-CONTAINER     PIC S9(4) COMP.
024200*
024300* tabulato ritardi
024400 01 OGGI-INT        PIC 9(6).
024500 01 DATA-CALC       PIC 9(6).
024600 01 SERIALE-CALC    PIC S9(9) COMP.
024700 01 SERIALE-OGGI    PIC S9(9) COMP.
024800 01 SERIALE-ETA     PIC S9(9) COMP.
024900 01 GG-RITARDO      PIC S9(5) COMP.
025000 01 GG-SLITTATI     PIC S9(5) COMP.
025100 01 N-RITARDI       PIC S9(4) COMP.
025200*
025300* aggancio del file nella directory dello spedizioniere
025400 01 COMANDO-FILE-SP.
025500  05 FILLER          PIC X(80).
025600 01 CARRIAGE-RETURN  PIC X VALUE X"13".
025700 01 ERR          PIC S9(9) COMP.
025800 01 ERR-PARM     PIC S9(9) COMP.
025900 01 ERR-DISP     PIC -(6).
026000*
026100 01  PAR-PRINT.
026200  05  STATO         PIC S9(4) COMP.
026300  05  LL-RIGA       PIC  9(4) COMP.
026400  05  N-MAX-RIGHE   PIC  9(4) COMP.
026500  05  FLAG-ROUTINE  PIC  9(4) COMP.
026600  05  NUM-FILE-ID   PIC  9(4) COMP.
026700  05  NOME-FILE.
026800   10 PRE-NOME-FILE     PIC X.
026900   10 TERM-N-FILE       PIC 9(6).
027000   10 FILLER            PIC XXX VALUE ".ST".
027100*
027200 01  RIGA.
027300  05  N-STAMPANTE   PIC 9.
027400  05  COMANDO       PIC X.
027500  05  N-RIGA-STAMPA PIC 9(4) COMP.
027600  05  DATI-RIGA     PIC X(132).
027700*
027800 01 BUFFER.
027900  05 N-BUF               PIC S9(4) COMP VALUE 37.
028000  05 FILLER              PIC XX.
028100  05 FILLER              PIC X(5120).
028200*
028300 01 STATO-DISPLAY    PIC ZZZZ-.
028400 01 TOT-ED           PIC ZZZZZ9.
028500 01 GG-ED-1          PIC ZZZ9.
028600 01 GG-ED-2          PIC ZZZ9.
028700 01 CONTA-ED         PIC ZZZ9.
028800*
028900 LINKAGE SECTION.
029000*
029100 01 W-COMMON       COPY WCOMMONW.
029200*
029300 01 PAR-SPEDIMP    COPY PARSPIMP.
029400*
029500*PAGE
029600 PROCEDURE DIVISION  USING W-COMMON
029700                           PAR-SPEDIMP.
029800 INIZIO.
029900     MOVE 0 TO ESITO-SP OF PAR-SPEDIMP.
030000     MOVE W-FORMATO-INTERNO OF W-COMMON TO OGGI-INT.
030100     PERFORM CARICA-SPED THRU EX-CARICA-SPED.
030200     IF SP-ATTESI OF PAR-SPEDIMP
030300        PERFORM CERCA-ATTESI THRU EX-CERCA-ATTESI
030400        GO TO FINE.
030500     IF SP-DA-RICEVERE OF PAR-SPEDIMP
030600        PERFORM MOSTRA-DA-RICEVERE THRU EX-MOSTRA-DA-RICEVERE
030700        GO TO FINE.
030800     IF SP-RICEVUTA OF PAR-SPEDIMP
030900        PERFORM SEGNA-RICEVUTA THRU EX-SEGNA-RICEVUTA
031000        GO TO FINE.
031100     PERFORM CARICA-NTG THRU EX-CARICA-NTG.
031200     DISPLAY "----  SPEDIZIONI IMPORT IN ARRIVO  ------".
031300     DISPLAY "Funzione (I=nuova spedizione S=stato F=import "
031400             "spedizioniere L=lista R=ritardi) " NO ADVANCING.
031500     MOVE SPACE TO FUNZIONE-IN.
031600     ACCEPT FUNZIONE-IN.
031700     EVALUATE FUNZIONE-IN
031800        WHEN "I"
031900           PERFORM INSERISCI-SPEDIZIONE
032000              THRU EX-INSERISCI-SPEDIZIONE
032100        WHEN "S"
032200           PERFORM STATO-A-MANO THRU EX-STATO-A-MANO
032300        WHEN "F"
032400           PERFORM IMPORTA-STATI THRU EX-IMPORTA-STATI
032500        WHEN "L"
032600           PERFORM LISTA-SPEDIZIONI THRU EX-LISTA-SPEDIZIONI
032700        WHEN "R"
032800           PERFORM TABULATO-RITARDI THRU EX-TABULATO-RITARDI
032900        WHEN OTHER
033000           DISPLAY "Funzione non valida"
033100     END-EVALUATE.
033200 FINE.
033300     EXIT PROGRAM.
033400*
033500*
033600 CARICA-NTG.
033700     COPY PNTGLOAD.
033800*
033900*
034000 CARICA-SPED.
034100     MOVE 0 TO N-SPED-TS.
034200     OPEN INPUT FILE-SPED.
034300     IF NOT SI-APERTO
034400        GO TO EX-CARICA-SPED.
034500     MOVE 0 TO OK-FINE-FILE.
034600     PERFORM LEGGI-RIGA-SPED THRU EX-LEGGI-RIGA-SPED
034700        UNTIL LETTO-FINE-FILE.
034800     CLOSE FILE-SPED.
034900 EX-CARICA-SPED.
035000     EXIT.
035100*
035200 LEGGI-RIGA-SPED.
035300     READ FILE-SPED
035400        AT END
035500           MOVE 1 TO OK-FINE-FILE
035600        NOT AT END
035700           IF N-SPED-TS < 2000
035800              ADD 1 TO N-SPED-TS
035900              MOVE N-SPED-TS TO I-TS
036000              PERFORM COPIA-SPED-IN THRU EX-COPIA-SPED-IN
036100           ELSE
036200              DISPLAY "SPEDIMP    TAB-SPED-TS da allargare"
036300           END-IF
036400     END-READ.
036500 EX-LEGGI-RIGA-SPED.
036600     EXIT.
036700*
036800 COPIA-SPED-IN.
036900     MOVE DATA-SI TO DATA-TS (I-TS).
037000     MOVE CONTAINER-SI TO CONTAINER-TS (I-TS).
037100     MOVE SPEDIZ-SI TO SPEDIZ-TS (I-TS).
037200     MOVE CONTO-SI TO CONTO-TS (I-TS).
037300     MOVE RIF-BOLLA-SI TO RIF-BOLLA-TS (I-TS).
037400     MOVE DATA-PART-SI TO DATA-PART-TS (I-TS).
037500     MOVE ETA-ORIG-SI TO ETA-ORIG-TS (I-TS).
037600     MOVE ETA-SI TO ETA-TS (I-TS).
037700     MOVE SETT-ETA-SI TO SETT-ETA-TS (I-TS).
037800     MOVE STATO-SI TO STATO-TS (I-TS).
037900     MOVE DATA-STATO-SI TO DATA-STATO-TS (I-TS).
038000     MOVE C-MAT-SI TO C-MAT-TS (I-TS).
038100     MOVE MAG-SI TO MAG-TS (I-TS).
038200     PERFORM COPIA-QTA-IN THRU EX-COPIA-QTA-IN
038300        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
038400 EX-COPIA-SPED-IN.
038500     EXIT.
038600*
038700 COPIA-QTA-IN.
038800     MOVE QTA-SI (I-TG) TO QTA-TS (I-TS, I-TG).
038900 EX-COPIA-QTA-IN.
039000     EXIT.
039100*
039200 RISCRIVI-SPED.
039300     OPEN OUTPUT FILE-SPED.
039400     PERFORM SCRIVI-RIGA-SPED THRU EX-SCRIVI-RIGA-SPED
039500        VARYING I-TS FROM 1 BY 1 UNTIL I-TS > N-SPED-TS.
039600     CLOSE FILE-SPED.
039700 EX-RISCRIVI-SPED.
039800     EXIT.
039900*
040000 SCRIVI-RIGA-SPED.
040100     MOVE T-TAB TO TG-SI-1 TG-SI-2 TG-SI-3 TG-SI-4 TG-SI-5
040200                   TG-SI-6 TG-SI-7 TG-SI-8 TG-SI-9 TG-SI-10
040300                   TG-SI-11 TG-SI-12 TG-SI-13.
040400     MOVE DATA-TS (I-TS) TO DATA-SI.
040500     MOVE CONTAINER-TS (I-TS) TO CONTAINER-SI.
040600     MOVE SPEDIZ-TS (I-TS) TO SPEDIZ-SI.
040700     MOVE CONTO-TS (I-TS) TO CONTO-SI.
040800     MOVE RIF-BOLLA-TS (I-TS) TO RIF-BOLLA-SI.
040900     MOVE DATA-PART-TS (I-TS) TO DATA-PART-SI.
041000     MOVE ETA-ORIG-TS (I-TS) TO ETA-ORIG-SI.
041100     MOVE ETA-TS (I-TS) TO ETA-SI.
041200     MOVE SETT-ETA-TS (I-TS) TO SETT-ETA-SI.
041300     MOVE STATO-TS (I-TS) TO STATO-SI.
041400     MOVE DATA-STATO-TS (I-TS) TO DATA-STATO-SI.
041500     MOVE C-MAT-TS (I-TS) TO C-MAT-SI.
041600     MOVE MAG-TS (I-TS) TO MAG-SI.
041700     PERFORM COPIA-QTA-OUT THRU EX-COPIA-QTA-OUT
041800        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
041900     WRITE REC-SPED.
042000 EX-SCRIVI-RIGA-SPED.
042100     EXIT.
042200*
042300 COPIA-QTA-OUT.
042400     MOVE QTA-TS (I-TS, I-TG) TO QTA-SI (I-TG).
042500 EX-COPIA-QTA-OUT.
042600     EXIT.
042700*
042800*     la prima riga di un container nella tabella fa da
042900*     testata: le righe successive dello stesso container
043000*     si saltano nelle liste e nel tabulato; il container
043010*     torna in viaggi successivi, la spedizione e' container
043020*     piu' data partenza
043100 VERIFICA-PRIMA-RIGA.
043200     MOVE "S" TO PRIMO-SW.
043300     PERFORM CERCA-RIGA-PREC THRU EX-CERCA-RIGA-PREC
043400        VARYING J-TS FROM 1 BY 1 UNTIL J-TS NOT < I-TS.
043500 EX-VERIFICA-PRIMA-RIGA.
043600     EXIT.
043700*
043800 CERCA-RIGA-PREC.
043900     IF CONTAINER-TS (J-TS) = CONTAINER-TS (I-TS)
043950        AND DATA-PART-TS (J-TS) = DATA-PART-TS (I-TS)
044000        MOVE "N" TO PRIMO-SW
044100     END-IF.
044200 EX-CERCA-RIGA-PREC.
044300     EXIT.
044400*
044500*     pezzi di tutte le righe del container della riga I-TS
044600 SOMMA-CONTAINER.
044700     MOVE 0 TO TOT-PEZZI.
044800     PERFORM SOMMA-RIGA-CONTAINER THRU EX-SOMMA-RIGA-CONTAINER
044900        VARYING J-TS FROM I-TS BY 1 UNTIL J-TS > N-SPED-TS.
045000 EX-SOMMA-CONTAINER.
045100     EXIT.
045200*
045300 SOMMA-RIGA-CONTAINER.
045400     IF CONTAINER-TS (J-TS) NOT = CONTAINER-TS (I-TS)
045450        OR DATA-PART-TS (J-TS) NOT = DATA-PART-TS (I-TS)
045500        GO TO EX-SOMMA-RIGA-CONTAINER.
045600     PERFORM SOMMA-TAGLIA-CONTAINER
045700        THRU EX-SOMMA-TAGLIA-CONTAINER
045800        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
045900 EX-SOMMA-RIGA-CONTAINER.
046000     EXIT.
046100*
046200 SOMMA-TAGLIA-CONTAINER.
046300     ADD QTA-TS (J-TS, I-TG) TO TOT-PEZZI.
046400 EX-SOMMA-TAGLIA-CONTAINER.
046500     EXIT.
046600*
046700*
046800*     data GGMMAA battuta o da file -> AAMMGG e settimana
046900*     (QDATAS funz.1 controlla e rovescia, come in AMMANCHI)
047000 CONVERTI-DATA.
047100     MOVE 1 TO ESITO-DATA.
047200     IF DATA-IN NOT NUMERIC
047300        GO TO EX-CONVERTI-DATA.
047400     MOVE DATA-IN TO Q-DATA-9.
047500     MOVE 1 TO Q-FUNZIONE OF PARGEN.
047600     CANCEL "QDATAS"
047700     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA.
047800     IF Q-STATO OF PARGEN NOT = 0
047900        GO TO EX-CONVERTI-DATA.
048000     MOVE Q-DATA-I TO DATA-INTERNA.
048100     MOVE Q-SETTIMANA TO SETT-INTERNA.
048200     MOVE 0 TO ESITO-DATA.
048300 EX-CONVERTI-DATA.
048400     EXIT.
048500*
048600*     seriale dei giorni di una data AAMMGG (QDATAS funz.6,
048700*     stesso giro di ACCONTI)
048800 CALCOLA-SERIALE.
048900     MOVE DATA-CALC TO Q-DATA-I.
049000     MOVE 2 TO Q-FUNZIONE OF PARGEN.
049100     CANCEL "QDATAS"
049200     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA
049300                         Q-AA-4 Q-GIORNI-SERIALE.
049400     MOVE 6 TO Q-FUNZIONE OF PARGEN.
049500     CANCEL "QDATAS"
049600     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA
049700                         Q-AA-4 Q-GIORNI-SERIALE.
049800     MOVE Q-GIORNI-SERIALE TO SERIALE-CALC.
049900 EX-CALCOLA-SERIALE.
050000     EXIT.
050100*
050200*
050300*     il CONTO deve esistere su ANACON; per il fornitore
050400*     anche FLAG-ANA-10 = 2, come VERIFICA-FORNITORE in ORDFORN
050500 LEGGI-ANACON.
050600     MOVE 1 TO ESITO-CONTO.
050700     MOVE "ANACON;" TO W-NOME-DATA-SET.
050800     MOVE "CONTO;" TO W-NOME-CAMPO.
050900     MOVE CONTO-VERIF TO W-VALORE-CAMPO-W.
051000     MOVE 7 TO W-MODO.
051100     PERFORM TTDBGET THRU EX-TTDBGET.
051200     IF W-OK-IMAGE
051300        MOVE 0 TO ESITO-CONTO
051400     ELSE
051500        DISPLAY "CONTO " CONTO-VERIF " inesistente"
051600     END-IF.
051700 EX-LEGGI-ANACON.
051800     EXIT.
051900*
052000 VERIFICA-FORNITORE.
052100     PERFORM LEGGI-ANACON THRU EX-LEGGI-ANACON.
052200     IF NOT CONTO-BUONO
052300        GO TO EX-VERIFICA-FORNITORE.
052400     IF NOT FOI-FOE OF REC-ANACON
052500        MOVE 1 TO ESITO-CONTO
052600        DISPLAY "CONTO " CONTO-VERIF " non e' un fornitore".
052700 EX-VERIFICA-FORNITORE.
052800     EXIT.
052900*
053000*
053100*     registrazione di una spedizione: testata, poi le righe
053200*     caricate fino a "." sul C-MAT
053300 INSERISCI-SPEDIZIONE.
053400     DISPLAY "Container / AWB (20 car.)    " NO ADVANCING.
053500     MOVE SPACES TO CONTAINER-IN.
053600     ACCEPT CONTAINER-IN.
053700     IF CONTAINER-IN = SPACES
053800        DISPLAY "Container non indicato"
053900        GO TO EX-INSERISCI-SPEDIZIONE.
054000     MOVE CONTAINER-IN TO CONTAINER-SPED.
054100     MOVE 0 TO IX-TS.
054200     PERFORM CERCA-CONTAINER THRU EX-CERCA-CONTAINER
054300        VARYING I-TS FROM 1 BY 1 UNTIL I-TS > N-SPED-TS.
054400     IF IX-TS NOT = 0
054500        DISPLAY "Container " CONTAINER-SPED
054600                " gia' registrato"
054700        GO TO EX-INSERISCI-SPEDIZIONE.
054800     DISPLAY "CONTO spedizioniere (8 cifre) " NO ADVANCING.
054900     MOVE SPACES TO CONTO-IN.
055000     ACCEPT CONTO-IN.
055100     IF CONTO-IN NOT NUMERIC
055200        DISPLAY "CONTO non numerico"
055300        GO TO EX-INSERISCI-SPEDIZIONE.
055400     MOVE CONTO-IN TO CONTO-VERIF SPEDIZ-SPED.
055500     PERFORM LEGGI-ANACON THRU EX-LEGGI-ANACON.
055600     IF NOT CONTO-BUONO
055700        GO TO EX-INSERISCI-SPEDIZIONE.
055800     DISPLAY "CONTO fornitore (8 cifre)     " NO ADVANCING.
055900     MOVE SPACES TO CONTO-IN.
056000     ACCEPT CONTO-IN.
056100     IF CONTO-IN NOT NUMERIC
056200        DISPLAY "CONTO non numerico"
056300        GO TO EX-INSERISCI-SPEDIZIONE.
056400     MOVE CONTO-IN TO CONTO-VERIF CONTO-SPED.
056500     PERFORM VERIFICA-FORNITORE THRU EX-VERIFICA-FORNITORE.
056600     IF NOT CONTO-BUONO
056700        GO TO EX-INSERISCI-SPEDIZIONE.
056800     DISPLAY "Bolla fornitore (vuoto = non nota) "
056900             NO ADVANCING.
057000     MOVE SPACES TO BOLLA-IN.
057100     ACCEPT BOLLA-IN.
057200     MOVE 0 TO RIF-BOLLA-SPED.
057300     IF BOLLA-IN NOT = SPACES
057400        IF BOLLA-IN NOT NUMERIC
057500           DISPLAY "Bolla non numerica"
057600           GO TO EX-INSERISCI-SPEDIZIONE
057700        ELSE
057800           MOVE BOLLA-IN TO RIF-BOLLA-SPED
057900        END-IF
058000     END-IF.
058100     DISPLAY "Data partenza (GGMMAA)        " NO ADVANCING.
058200     MOVE SPACES TO DATA-IN.
058300     ACCEPT DATA-IN.
058400     PERFORM CONVERTI-DATA THRU EX-CONVERTI-DATA.
058500     IF NOT DATA-BUONA
058600        DISPLAY "Data partenza non valida"
058700        GO TO EX-INSERISCI-SPEDIZIONE.
058800     MOVE DATA-INTERNA TO DATA-PART-SPED.
058900     DISPLAY "ETA arrivo (GGMMAA)           " NO ADVANCING.
059000     MOVE SPACES TO DATA-IN.
059100     ACCEPT DATA-IN.
059200     PERFORM CONVERTI-DATA THRU EX-CONVERTI-DATA.
059300     IF NOT DATA-BUONA
059400        DISPLAY "ETA non valida"
059500        GO TO EX-INSERISCI-SPEDIZIONE.
059600     IF DATA-INTERNA < DATA-PART-SPED
059700        DISPLAY "ETA prima della partenza"
059800        GO TO EX-INSERISCI-SPEDIZIONE.
059900     MOVE DATA-INTERNA TO ETA-SPED.
060000     MOVE SETT-INTERNA TO SETT-ETA-SPED.
060100     PERFORM CARICA-ORDINI-FORN THRU EX-CARICA-ORDINI-FORN.
060200     IF N-ORD-OA = 0
060300        DISPLAY "Nessuna riga aperta ORDFORNF per il fornitore"
060400        GO TO EX-INSERISCI-SPEDIZIONE.
060500     PERFORM TOGLI-IN-VIAGGIO THRU EX-TOGLI-IN-VIAGGIO
060600        VARYING I-TS FROM 1 BY 1 UNTIL I-TS > N-SPED-TS.
060700     MOVE 0 TO RIGHE-CARICATE.
060800     MOVE "N" TO FINE-RIGHE-SW.
060900     DISPLAY "Righe caricate (. sul C-MAT = fine)".
061000     PERFORM CHIEDI-RIGA THRU EX-CHIEDI-RIGA
061100        UNTIL FINE-RIGHE.
061200     IF RIGHE-CARICATE = 0
061300        DISPLAY "Nessuna riga: spedizione non registrata"
061400        GO TO EX-INSERISCI-SPEDIZIONE.
061500     PERFORM RISCRIVI-SPED THRU EX-RISCRIVI-SPED.
061600     MOVE "S" TO NUOVO-STATO.
061700     MOVE ETA-SPED TO NUOVA-ETA.
061800     MOVE "K" TO ORIGINE-CAMBIO.
061900     PERFORM SCRIVI-LOG THRU EX-SCRIVI-LOG.
062000     MOVE RIGHE-CARICATE TO CONTA-ED.
062100     DISPLAY "Spedizione registrata, righe " CONTA-ED
062200             " - ETA settimana " SETT-ETA-SPED.
062300 EX-INSERISCI-SPEDIZIONE.
062400     EXIT.
062500*
062510*     spedizione aperta del container: le righe ricevute
062520*     sono di viaggi chiusi e non contano
062600 CERCA-CONTAINER.
062700     IF CONTAINER-TS (I-TS) = CONTAINER-SPED
062800        AND STATO-TS (I-TS) NOT = "R" AND IX-TS = 0
062900        MOVE I-TS TO IX-TS
062950        MOVE DATA-PART-TS (I-TS) TO DATA-PART-SPED
063000     END-IF.
063100 EX-CERCA-CONTAINER.
063200     EXIT.
063300*
063400 CARICA-ORDINI-FORN.
063500     MOVE 0 TO N-ORD-OA.
063600     OPEN INPUT FILE-ORDF.
063700     IF NOT OF-APERTO
063800        GO TO EX-CARICA-ORDINI-FORN.
063900     MOVE 0 TO OK-FINE-FILE.
064000     PERFORM LEGGI-RIGA-ORDF THRU EX-LEGGI-RIGA-ORDF
064100        UNTIL LETTO-FINE-FILE.
064200     CLOSE FILE-ORDF.
064300 EX-CARICA-ORDINI-FORN.
064400     EXIT.
064500*
064600*     le righe aperte dello stesso C-MAT/magazzino si sommano
064700*     in una sola riga di residuo
064800 LEGGI-RIGA-ORDF.
064900     READ FILE-ORDF
065000        AT END
065100           MOVE 1 TO OK-FINE-FILE
065200           GO TO EX-LEGGI-RIGA-ORDF
065300     END-READ.
065400     IF CONTO-OD NOT = CONTO-SPED OR STATO-OD NOT = "A"
065500        GO TO EX-LEGGI-RIGA-ORDF.
065600     MOVE 0 TO IX-OA.
065610     MOVE C-MAT-OD TO C-MAT-CERCA.
065620     MOVE MAG-OD TO MAG-CERCA.
065700     PERFORM CERCA-ORDINE THRU EX-CERCA-ORDINE
065800        VARYING I-OA FROM 1 BY 1 UNTIL I-OA > N-ORD-OA.
065900     IF IX-OA = 0
066000        IF N-ORD-OA NOT < 1000
066100           DISPLAY "SPEDIMP    TAB-ORD-OA da allargare"
066200           GO TO EX-LEGGI-RIGA-ORDF
066300        END-IF
066400        ADD 1 TO N-ORD-OA
066500        MOVE N-ORD-OA TO IX-OA
066600        INITIALIZE RIGA-OA (IX-OA)
066700        MOVE C-MAT-OD TO C-MAT-OA (IX-OA)
066800        MOVE MAG-OD TO MAG-OA (IX-OA)
066900     END-IF.
067000     PERFORM SOMMA-RESIDUO THRU EX-SOMMA-RESIDUO
067100        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
067200 EX-LEGGI-RIGA-ORDF.
067300     EXIT.
067400*
067500 CERCA-ORDINE.
067600     IF C-MAT-OA (I-OA) = C-MAT-CERCA
067700        AND MAG-OA (I-OA) = MAG-CERCA
067800        MOVE I-OA TO IX-OA
067900     END-IF.
068000 EX-CERCA-ORDINE.
068100     EXIT.
068200*
068300 SOMMA-RESIDUO.
068400     IF QTA-ORD-OD (I-TG) > QTA-RIC-OD (I-TG)
068500        COMPUTE RESIDUO-OA (IX-OA, I-TG) =
068600                RESIDUO-OA (IX-OA, I-TG)
068700                + QTA-ORD-OD (I-TG) - QTA-RIC-OD (I-TG)
068800     END-IF.
068900 EX-SOMMA-RESIDUO.
069000     EXIT.
069100*
069200*     quello che e' gia' in viaggio (spedizioni non ancora
069300*     ricevute) non e' piu' residuo da caricare
069400 TOGLI-IN-VIAGGIO.
069500     IF CONTO-TS (I-TS) NOT = CONTO-SPED
069600        OR STATO-TS (I-TS) = "R"
069700        GO TO EX-TOGLI-IN-VIAGGIO.
069800     PERFORM CERCA-ORDINE-TS THRU EX-CERCA-ORDINE-TS.
069900     IF IX-OA = 0
070000        GO TO EX-TOGLI-IN-VIAGGIO.
070100     PERFORM TOGLI-TAGLIA-VIAGGIO THRU EX-TOGLI-TAGLIA-VIAGGIO
070200        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
070300 EX-TOGLI-IN-VIAGGIO.
070400     EXIT.
070500*
070600 CERCA-ORDINE-TS.
070700     MOVE 0 TO IX-OA.
070800     PERFORM CONFRONTA-ORDINE-TS THRU EX-CONFRONTA-ORDINE-TS
070900        VARYING I-OA FROM 1 BY 1 UNTIL I-OA > N-ORD-OA.
071000 EX-CERCA-ORDINE-TS.
071100     EXIT.
071200*
071300 CONFRONTA-ORDINE-TS.
071400     IF C-MAT-OA (I-OA) = C-MAT-TS (I-TS)
071500        AND MAG-OA (I-OA) = MAG-TS (I-TS)
071600        MOVE I-OA TO IX-OA
071700     END-IF.
071800 EX-CONFRONTA-ORDINE-TS.
071900     EXIT.
072000*
072100 TOGLI-TAGLIA-VIAGGIO.
072200     SUBTRACT QTA-TS (I-TS, I-TG) FROM RESIDUO-OA (IX-OA, I-TG).
072300     IF RESIDUO-OA (IX-OA, I-TG) < 0
072400        MOVE 0 TO RESIDUO-OA (IX-OA, I-TG).
072500 EX-TOGLI-TAGLIA-VIAGGIO.
072600     EXIT.
072700*
072800*     una riga caricata: C-MAT e magazzino devono avere una
072900*     riga aperta ORDFORNF del fornitore; oltre il residuo si
073000*     avvisa ma si registra (il container e' quello che e')
073100 CHIEDI-RIGA.
073200     DISPLAY "C-MAT (15 cifre)              " NO ADVANCING.
073300     MOVE SPACES TO C-MAT-IN.
073400     ACCEPT C-MAT-IN.
073500     IF C-MAT-IN = "."
073600        MOVE "S" TO FINE-RIGHE-SW
073700        GO TO EX-CHIEDI-RIGA.
073800     IF C-MAT-IN NOT NUMERIC
073900        DISPLAY "C-MAT non numerico"
074000        GO TO EX-CHIEDI-RIGA.
074100     DISPLAY "Magazzino (3 cifre)           " NO ADVANCING.
074200     MOVE SPACES TO MAG-IN.
074300     ACCEPT MAG-IN.
074400     IF MAG-IN NOT NUMERIC
074500        DISPLAY "Magazzino non numerico"
074600        GO TO EX-CHIEDI-RIGA.
074700     MOVE 0 TO IX-OA.
074800     MOVE C-MAT-IN TO C-MAT-CERCA.
074900     MOVE MAG-IN TO MAG-CERCA.
075000     PERFORM CERCA-ORDINE THRU EX-CERCA-ORDINE
075100        VARYING I-OA FROM 1 BY 1 UNTIL I-OA > N-ORD-OA.
075200     IF IX-OA = 0
075300        DISPLAY "C-MAT/magazzino senza riga aperta ORDFORNF "
075400                "del fornitore: riga scartata"
075500        GO TO EX-CHIEDI-RIGA.
075600     DISPLAY "Qta per taglia (10 x 4 cifre)".
075700     MOVE ZEROS TO QTA-IN.
075800     ACCEPT QTA-IN.
075900     IF QTA-IN NOT NUMERIC
076000        DISPLAY "Quantita' non numeriche"
076100        GO TO EX-CHIEDI-RIGA.
076200     MOVE "S" TO RIGA-SW.
076300     MOVE 0 TO OLTRE-RESIDUO TOT-PEZZI-RIGA.
076400     PERFORM CONTROLLA-TAGLIA THRU EX-CONTROLLA-TAGLIA
076500        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
076600     IF NOT RIGA-BUONA
076700        GO TO EX-CHIEDI-RIGA.
076800     IF TOT-PEZZI-RIGA = 0
076900        DISPLAY "Nessun pezzo: riga scartata"
077000        GO TO EX-CHIEDI-RIGA.
077100     IF N-SPED-TS NOT < 2000
077200        DISPLAY "SPEDIMP    TAB-SPED-TS da allargare"
077300        MOVE "S" TO FINE-RIGHE-SW
077400        GO TO EX-CHIEDI-RIGA.
077500     IF OLTRE-RESIDUO > 0
077600        DISPLAY "Attenzione: " OLTRE-RESIDUO
077700                " taglie oltre il residuo d'ordine non "
077800                "ancora in viaggio".
077900     ADD 1 TO N-SPED-TS.
078000     MOVE N-SPED-TS TO I-TS.
078100     MOVE OGGI-INT TO DATA-TS (I-TS) DATA-STATO-TS (I-TS).
078200     MOVE CONTAINER-SPED TO CONTAINER-TS (I-TS).
078300     MOVE SPEDIZ-SPED TO SPEDIZ-TS (I-TS).
078400     MOVE CONTO-SPED TO CONTO-TS (I-TS).
078500     MOVE RIF-BOLLA-SPED TO RIF-BOLLA-TS (I-TS).
078600     MOVE DATA-PART-SPED TO DATA-PART-TS (I-TS).
078700     MOVE ETA-SPED TO ETA-ORIG-TS (I-TS) ETA-TS (I-TS).
078800     MOVE SETT-ETA-SPED TO SETT-ETA-TS (I-TS).
078900     MOVE "S" TO STATO-TS (I-TS).
079000     MOVE C-MAT-IN TO C-MAT-TS (I-TS).
079100     MOVE MAG-IN TO MAG-TS (I-TS).
079200     PERFORM CARICA-QTA-RIGA THRU EX-CARICA-QTA-RIGA
079300        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
079400     ADD 1 TO RIGHE-CARICATE.
079500 EX-CHIEDI-RIGA.
079600     EXIT.
079700*
079800 CONTROLLA-TAGLIA.
079900     IF QTA-IN-EL (I-TG) = 0
080000        GO TO EX-CONTROLLA-TAGLIA.
080100     IF I-TG > NTG-NTG
080200        DISPLAY "Taglia " I-TG " oltre le " NTG-NTG
080300                " taglie di TABTAGLIE: riga scartata"
080400        MOVE "N" TO RIGA-SW
080500        GO TO EX-CONTROLLA-TAGLIA.
080600     ADD QTA-IN-EL (I-TG) TO TOT-PEZZI-RIGA.
080700     IF QTA-IN-EL (I-TG) > RESIDUO-OA (IX-OA, I-TG)
080800        ADD 1 TO OLTRE-RESIDUO
080900        MOVE 0 TO RESIDUO-OA (IX-OA, I-TG)
081000     ELSE
081100        SUBTRACT QTA-IN-EL (I-TG) FROM RESIDUO-OA (IX-OA, I-TG)
081200     END-IF.
081300 EX-CONTROLLA-TAGLIA.
081400     EXIT.
081500*
081600 CARICA-QTA-RIGA.
081700     MOVE QTA-IN-EL (I-TG) TO QTA-TS (I-TS, I-TG).
081800 EX-CARICA-QTA-RIGA.
081900     EXIT.
082000*
082100*
082200*     cambio di stato battuto: container, stato, nuova ETA
082300*     (vuoto = invariata), bolla se arriva e non e' nota
082400 STATO-A-MANO.
082500     DISPLAY "Container / AWB (20 car.)    " NO ADVANCING.
082600     MOVE SPACES TO CONTAINER-IN.
082700     ACCEPT CONTAINER-IN.
082800     MOVE CONTAINER-IN TO CONTAINER-SPED.
082900     MOVE 0 TO IX-TS.
083000     PERFORM CERCA-CONTAINER THRU EX-CERCA-CONTAINER
083100        VARYING I-TS FROM 1 BY 1 UNTIL I-TS > N-SPED-TS.
083200     IF IX-TS = 0
083300        DISPLAY "Container " CONTAINER-SPED " non registrato"
083400        GO TO EX-STATO-A-MANO.
083500     DISPLAY "Stato attuale " STATO-TS (IX-TS)
083600             "  ETA " ETA-TS (IX-TS)
083700             "  settimana " SETT-ETA-TS (IX-TS).
083800     DISPLAY "Nuovo stato (S=spedita P=in porto D=sdoganata "
083900             "C=consegnata) " NO ADVANCING.
084000     MOVE SPACE TO STATO-IN.
084100     ACCEPT STATO-IN.
084200     IF NOT STATO-VALIDO
084300        DISPLAY "Stato non valido"
084400        GO TO EX-STATO-A-MANO.
084500     MOVE STATO-IN TO NUOVO-STATO.
084600     MOVE 0 TO NUOVA-ETA NUOVA-SETT NUOVA-BOLLA.
084700     DISPLAY "Nuova ETA (GGMMAA, vuoto = invariata) "
084800             NO ADVANCING.
084900     MOVE SPACES TO DATA-IN.
085000     ACCEPT DATA-IN.
085100     IF DATA-IN NOT = SPACES
085200        PERFORM CONVERTI-DATA THRU EX-CONVERTI-DATA
085300        IF NOT DATA-BUONA
085400           DISPLAY "ETA non valida"
085500           GO TO EX-STATO-A-MANO
085600        END-IF
085700        MOVE DATA-INTERNA TO NUOVA-ETA
085800        MOVE SETT-INTERNA TO NUOVA-SETT
085900     END-IF.
086000     IF NUOVO-STATO = "C" AND RIF-BOLLA-TS (IX-TS) = 0
086100        DISPLAY "Bolla fornitore (15 cifre)    " NO ADVANCING
086200        MOVE SPACES TO BOLLA-IN
086300        ACCEPT BOLLA-IN
086400        IF BOLLA-IN NUMERIC
086500           MOVE BOLLA-IN TO NUOVA-BOLLA
086600        END-IF
086700     END-IF.
086800     MOVE OGGI-INT TO DATA-NUOVO-STATO.
086900     MOVE "K" TO ORIGINE-CAMBIO.
087000     MOVE 0 TO TOCCATO-FILE.
087100     PERFORM CAMBIA-STATO THRU EX-CAMBIA-STATO.
087200     IF TOCCATO-FILE > 0
087300        PERFORM RISCRIVI-SPED THRU EX-RISCRIVI-SPED
087400        DISPLAY "Stato aggiornato".
087500 EX-STATO-A-MANO.
087600     EXIT.
087700*
087800*     cambio di stato del container CONTAINER-SPED: una
087900*     spedizione consegnata o ricevuta non torna indietro;
088000*     alla consegna nasce il ricevimento atteso su ASNATT
088100 CAMBIA-STATO.
088200     MOVE 0 TO IX-TS.
088300     PERFORM CERCA-CONTAINER THRU EX-CERCA-CONTAINER
088400        VARYING I-TS FROM 1 BY 1 UNTIL I-TS > N-SPED-TS.
088500     IF IX-TS = 0
088600        DISPLAY "Container " CONTAINER-SPED " non registrato"
088700        GO TO EX-CAMBIA-STATO.
088800     MOVE STATO-TS (IX-TS) TO STATO-ATTUALE.
088900     MOVE "S" TO CAMBIO-SW.
089000     IF STATO-ATTUALE = "C" OR STATO-ATTUALE = "R"
089100        MOVE "N" TO CAMBIO-SW
089200        DISPLAY "Container " CONTAINER-SPED " gia' "
089300                "consegnato, stato non modificabile".
089400     IF NOT CAMBIO-AMMESSO
089500        GO TO EX-CAMBIA-STATO.
089600     IF NUOVO-STATO = "C"
089700        AND RIF-BOLLA-TS (IX-TS) = 0 AND NUOVA-BOLLA = 0
089800        DISPLAY "Container " CONTAINER-SPED " consegnato "
089900                "senza bolla fornitore: niente ricevimento "
090000                "atteso, RICEVI lavora come sempre".
090100     PERFORM AGGIORNA-RIGA-STATO THRU EX-AGGIORNA-RIGA-STATO
090200        VARYING I-TS FROM 1 BY 1 UNTIL I-TS > N-SPED-TS.
090300     ADD 1 TO TOCCATO-FILE.
090400     IF NUOVA-ETA = 0
090500        MOVE ETA-TS (IX-TS) TO NUOVA-ETA.
090600     PERFORM SCRIVI-LOG THRU EX-SCRIVI-LOG.
090700     IF NUOVO-STATO = "C" AND RIF-BOLLA-TS (IX-TS) NOT = 0
090800        PERFORM SCRIVI-ATTESO THRU EX-SCRIVI-ATTESO.
090900 EX-CAMBIA-STATO.
091000     EXIT.
091100*
091200 AGGIORNA-RIGA-STATO.
091300     IF CONTAINER-TS (I-TS) NOT = CONTAINER-SPED
091350        OR DATA-PART-TS (I-TS) NOT = DATA-PART-SPED
091400        GO TO EX-AGGIORNA-RIGA-STATO.
091500     MOVE NUOVO-STATO TO STATO-TS (I-TS).
091600     MOVE DATA-NUOVO-STATO TO DATA-STATO-TS (I-TS).
091700     IF NUOVA-ETA NOT = 0
091800        MOVE NUOVA-ETA TO ETA-TS (I-TS)
091900        MOVE NUOVA-SETT TO SETT-ETA-TS (I-TS).
092000     IF NUOVA-BOLLA NOT = 0
092100        MOVE NUOVA-BOLLA TO RIF-BOLLA-TS (I-TS).
092200 EX-AGGIORNA-RIGA-STATO.
092300     EXIT.
092400*
092500 SCRIVI-LOG.
092600     OPEN EXTEND FILE-SLOG.
092700     IF NOT SL-APERTO
092800        GO TO EX-SCRIVI-LOG.
092900     MOVE T-TAB TO TG-SL-1 TG-SL-2 TG-SL-3 TG-SL-4 TG-SL-5.
093000     MOVE OGGI-INT TO DATA-SL.
093100     MOVE CONTAINER-SPED TO CONTAINER-SL.
093200     MOVE NUOVO-STATO TO STATO-SL.
093300     MOVE NUOVA-ETA TO ETA-SL.
093400     MOVE ORIGINE-CAMBIO TO ORIGINE-SL.
093500     MOVE W-SIGLA-UTENTE OF W-COMMON TO UTENTE-SL.
093600     WRITE REC-SLOG.
093700     CLOSE FILE-SLOG.
093800 EX-SCRIVI-LOG.
093900     EXIT.
094000*
094100*     consegna: le righe del container diventano ricevimento
094200*     atteso su ASNATT (cartone = container, una riga per
094300*     C-MAT), a meno che per fornitore/bolla ci sia gia' un
094400*     ASN del fornitore
094500 SCRIVI-ATTESO.
094600     MOVE CONTO-TS (IX-TS) TO CONTO-SPED.
094700     MOVE RIF-BOLLA-TS (IX-TS) TO RIF-BOLLA-SPED.
094800     MOVE "N" TO ASN-FORN-SW.
094900     OPEN INPUT FILE-ASNATT.
095000     IF AN-APERTO
095100        MOVE 0 TO OK-FINE-FILE
095200        PERFORM LEGGI-RIGA-ASNATT THRU EX-LEGGI-RIGA-ASNATT
095300           UNTIL LETTO-FINE-FILE
095400        CLOSE FILE-ASNATT
095500     END-IF.
095600     IF ASN-FORN-PRESENTE
095700        DISPLAY "Bolla " RIF-BOLLA-SPED " gia' annunciata "
095800                "dal fornitore: RICEVI usa il suo ASN"
095900        GO TO EX-SCRIVI-ATTESO.
096000     OPEN EXTEND FILE-ASNATT.
096100     IF NOT AN-APERTO
096200        GO TO EX-SCRIVI-ATTESO.
096300     MOVE 0 TO ATTESI-SCRITTI.
096400     PERFORM SCRIVI-RIGA-ATTESO THRU EX-SCRIVI-RIGA-ATTESO
096500        VARYING I-TS FROM 1 BY 1 UNTIL I-TS > N-SPED-TS.
096600     CLOSE FILE-ASNATT.
096700     MOVE ATTESI-SCRITTI TO CONTA-ED.
096800     DISPLAY "Ricevimento atteso su bolla " RIF-BOLLA-SPED
096900             ": righe " CONTA-ED.
097000 EX-SCRIVI-ATTESO.
097100     EXIT.
097200*
097300 LEGGI-RIGA-ASNATT.
097400     READ FILE-ASNATT
097500        AT END
097600           MOVE 1 TO OK-FINE-FILE
097700        NOT AT END
097800           IF CONTO-AN = CONTO-SPED
097900              AND RIF-BOLLA-AN = RIF-BOLLA-SPED
098000              MOVE "S" TO ASN-FORN-SW
098100           END-IF
098200     END-READ.
098300 EX-LEGGI-RIGA-ASNATT.
098400     EXIT.
098500*
098600*     prima riga del C-MAT nel container: somma dei pezzi
098700*     di tutte le righe del C-MAT (anche su piu' magazzini)
098800 SCRIVI-RIGA-ATTESO.
098900     IF CONTAINER-TS (I-TS) NOT = CONTAINER-SPED
098950        OR DATA-PART-TS (I-TS) NOT = DATA-PART-SPED
099000        GO TO EX-SCRIVI-RIGA-ATTESO.
099100     MOVE "S" TO PRIMO-SW.
099200     PERFORM CERCA-CMAT-PREC THRU EX-CERCA-CMAT-PREC
099300        VARYING J-TS FROM 1 BY 1 UNTIL J-TS NOT < I-TS.
099400     IF NOT PRIMA-RIGA-CONTAINER
099500        GO TO EX-SCRIVI-RIGA-ATTESO.
099600     PERFORM AZZERA-ATTESA THRU EX-AZZERA-ATTESA
099700        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
099800     PERFORM SOMMA-CMAT-ATTESO THRU EX-SOMMA-CMAT-ATTESO
099900        VARYING J-TS FROM I-TS BY 1 UNTIL J-TS > N-SPED-TS.
100000     MOVE T-TAB TO TG-AN-1 TG-AN-2 TG-AN-3 TG-AN-4 TG-AN-5
100100                   TG-AN-6 TG-AN-7.
100200     MOVE OGGI-INT TO DATA-AN.
100300     MOVE CONTO-SPED TO CONTO-AN.
100400     MOVE RIF-BOLLA-SPED TO RIF-BOLLA-AN.
100500     MOVE CONTAINER-SPED TO CARTONE-AN.
100600     MOVE C-MAT-TS (I-TS) TO C-MAT-AN.
100700     PERFORM COPIA-QTA-ATTESA THRU EX-COPIA-QTA-ATTESA
100800        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
100900     MOVE "S" TO ORDINE-AN.
101000     MOVE "A" TO STATO-AN.
101100     WRITE REC-ASNATT.
101200     ADD 1 TO ATTESI-SCRITTI.
101300 EX-SCRIVI-RIGA-ATTESO.
101400     EXIT.
101500*
101600 CERCA-CMAT-PREC.
101700     IF CONTAINER-TS (J-TS) = CONTAINER-SPED
101750        AND DATA-PART-TS (J-TS) = DATA-PART-SPED
101800        AND C-MAT-TS (J-TS) = C-MAT-TS (I-TS)
101900        MOVE "N" TO PRIMO-SW
102000     END-IF.
102100 EX-CERCA-CMAT-PREC.
102200     EXIT.
102300*
102400 AZZERA-ATTESA.
102500     MOVE 0 TO QTA-ATTESA-TG (I-TG).
102600 EX-AZZERA-ATTESA.
102700     EXIT.
102800*
102900 SOMMA-CMAT-ATTESO.
103000     IF CONTAINER-TS (J-TS) = CONTAINER-SPED
103050        AND DATA-PART-TS (J-TS) = DATA-PART-SPED
103100        AND C-MAT-TS (J-TS) = C-MAT-TS (I-TS)
103200        PERFORM SOMMA-TAGLIA-ATTESA THRU EX-SOMMA-TAGLIA-ATTESA
103300           VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10
103400     END-IF.
103500 EX-SOMMA-CMAT-ATTESO.
103600     EXIT.
103700*
103800 SOMMA-TAGLIA-ATTESA.
103900     ADD QTA-TS (J-TS, I-TG) TO QTA-ATTESA-TG (I-TG).
104000 EX-SOMMA-TAGLIA-ATTESA.
104100     EXIT.
104200*
104300 COPIA-QTA-ATTESA.
104400     IF QTA-ATTESA-TG (I-TG) > 9999
104500        MOVE 9999 TO QTA-AN (I-TG)
104600     ELSE
104700        MOVE QTA-ATTESA-TG (I-TG) TO QTA-AN (I-TG)
104800     END-IF.
104900 EX-COPIA-QTA-ATTESA.
105000     EXIT.
105100*
105200*
105300*     stati dal file dello spedizioniere: il file si aggancia
105400*     nella sua directory (gruppo C<conto>, nome STATI); si
105500*     accettano solo i container affidati a lui
105600 IMPORTA-STATI.
105700     DISPLAY "CONTO spedizioniere (8 cifre) " NO ADVANCING.
105800     MOVE SPACES TO CONTO-IN.
105900     ACCEPT CONTO-IN.
106000     IF CONTO-IN NOT NUMERIC
106100        DISPLAY "CONTO non numerico"
106200        GO TO EX-IMPORTA-STATI.
106300     MOVE CONTO-IN TO CONTO-VERIF SPEDIZ-SPED.
106400     PERFORM LEGGI-ANACON THRU EX-LEGGI-ANACON.
106500     IF NOT CONTO-BUONO
106600        GO TO EX-IMPORTA-STATI.
106700     PERFORM AGGANCIA-FILE-SPED THRU EX-AGGANCIA-FILE-SPED.
106800     MOVE 0 TO RIGHE-IMPORTATE RIGHE-SCARTATE TOCCATO-FILE.
106900     OPEN INPUT FILE-SPIN.
107000     IF NOT SN-APERTO
107100        DISPLAY "Flusso stati dello spedizioniere assente"
107200        GO TO EX-IMPORTA-STATI.
107300     MOVE 0 TO OK-FINE-FILE.
107400     PERFORM LEGGI-RIGA-SPIN THRU EX-LEGGI-RIGA-SPIN
107500        UNTIL LETTO-FINE-FILE.
107600     CLOSE FILE-SPIN.
107700     IF TOCCATO-FILE > 0
107800        PERFORM RISCRIVI-SPED THRU EX-RISCRIVI-SPED.
107900     DISPLAY "SPEDIMP    stati importati " RIGHE-IMPORTATE
108000             " scartati " RIGHE-SCARTATE.
108100 EX-IMPORTA-STATI.
108200     EXIT.
108300*
108400 AGGANCIA-FILE-SPED.
108500     MOVE SPACES TO COMANDO-FILE-SP.
108600     STRING "FILE SPEDIIN=STATI.C" DELIMITED BY SIZE
108700            CONTO-IN DELIMITED BY SIZE
108800            CARRIAGE-RETURN DELIMITED BY SIZE
108900        INTO COMANDO-FILE-SP.
109000     CANCEL "COMMAND2"
109100     CALL "COMMAND2" USING COMANDO-FILE-SP ERR ERR-PARM.
109200     IF ERR NOT = 0
109300        MOVE ERR TO ERR-DISP
109400        DISPLAY "SPEDIMP    err COMMAND2 " ERR-DISP
109500     END-IF.
109600 EX-AGGANCIA-FILE-SPED.
109700     EXIT.
109800*
109900 LEGGI-RIGA-SPIN.
110000     READ FILE-SPIN
110100        AT END
110200           MOVE 1 TO OK-FINE-FILE
110300           GO TO EX-LEGGI-RIGA-SPIN
110400     END-READ.
110500     MOVE STATO-SN TO STATO-IN.
110600     IF CONTAINER-SN = SPACES OR NOT STATO-VALIDO
110700        OR DATA-STATO-SN NOT NUMERIC OR ETA-SN NOT NUMERIC
110800        OR RIF-BOLLA-SN NOT NUMERIC
110900        DISPLAY "Riga stati non valida: " REC-SPIN (1:40)
111000        ADD 1 TO RIGHE-SCARTATE
111100        GO TO EX-LEGGI-RIGA-SPIN.
111200     MOVE CONTAINER-SN TO CONTAINER-SPED.
111300     MOVE 0 TO IX-TS.
111400     PERFORM CERCA-CONTAINER THRU EX-CERCA-CONTAINER
111500        VARYING I-TS FROM 1 BY 1 UNTIL I-TS > N-SPED-TS.
111600     IF IX-TS = 0
111700        DISPLAY "Container " CONTAINER-SPED " non registrato"
111800        ADD 1 TO RIGHE-SCARTATE
111900        GO TO EX-LEGGI-RIGA-SPIN.
112000     IF SPEDIZ-TS (IX-TS) NOT = SPEDIZ-SPED
112100        DISPLAY "Container " CONTAINER-SPED " affidato ad "
112200                "altro spedizioniere"
112300        ADD 1 TO RIGHE-SCARTATE
112400        GO TO EX-LEGGI-RIGA-SPIN.
112500     MOVE DATA-STATO-SN TO DATA-IN.
112600     PERFORM CONVERTI-DATA THRU EX-CONVERTI-DATA.
112700     IF NOT DATA-BUONA
112800        DISPLAY "Data stato non valida: " CONTAINER-SPED
112900        ADD 1 TO RIGHE-SCARTATE
113000        GO TO EX-LEGGI-RIGA-SPIN.
113100     MOVE DATA-INTERNA TO DATA-NUOVO-STATO.
113200     MOVE 0 TO NUOVA-ETA NUOVA-SETT.
113300     IF ETA-SN NOT = 0
113400        MOVE ETA-SN TO DATA-IN
113500        PERFORM CONVERTI-DATA THRU EX-CONVERTI-DATA
113600        IF NOT DATA-BUONA
113700           DISPLAY "ETA non valida: " CONTAINER-SPED
113800           ADD 1 TO RIGHE-SCARTATE
113900           GO TO EX-LEGGI-RIGA-SPIN
114000        END-IF
114100        MOVE DATA-INTERNA TO NUOVA-ETA
114200        MOVE SETT-INTERNA TO NUOVA-SETT
114300     END-IF.
114400     MOVE STATO-SN TO NUOVO-STATO.
114500     MOVE RIF-BOLLA-SN TO NUOVA-BOLLA.
114600     MOVE "F" TO ORIGINE-CAMBIO.
114700     PERFORM CAMBIA-STATO THRU EX-CAMBIA-STATO.
114800     IF CAMBIO-AMMESSO
114900        ADD 1 TO RIGHE-IMPORTATE
115000     ELSE
115100        ADD 1 TO RIGHE-SCARTATE
115200     END-IF.
115300 EX-LEGGI-RIGA-SPIN.
115400     EXIT.
115500*
115600*
115700 LISTA-SPEDIZIONI.
115800     MOVE 0 TO N-CONTAINER.
115900     DISPLAY "CONTAINER            FORNIT.  ST ETA    SETT "
116000             " PEZZI BOLLA".
116100     PERFORM LISTA-RIGA-SPED THRU EX-LISTA-RIGA-SPED
116200        VARYING I-TS FROM 1 BY 1 UNTIL I-TS > N-SPED-TS.
116300     IF N-CONTAINER = 0
116400        DISPLAY "Nessuna spedizione aperta".
116500 EX-LISTA-SPEDIZIONI.
116600     EXIT.
116700*
116800 LISTA-RIGA-SPED.
116900     IF STATO-TS (I-TS) = "R"
117000        GO TO EX-LISTA-RIGA-SPED.
117100     PERFORM VERIFICA-PRIMA-RIGA THRU EX-VERIFICA-PRIMA-RIGA.
117200     IF NOT PRIMA-RIGA-CONTAINER
117300        GO TO EX-LISTA-RIGA-SPED.
117400     ADD 1 TO N-CONTAINER.
117500     PERFORM SOMMA-CONTAINER THRU EX-SOMMA-CONTAINER.
117600     MOVE TOT-PEZZI TO TOT-ED.
117700     DISPLAY CONTAINER-TS (I-TS) " " CONTO-TS (I-TS) " "
117800             STATO-TS (I-TS) "  " ETA-TS (I-TS) " "
117900             SETT-ETA-TS (I-TS) "  " TOT-ED " "
118000             RIF-BOLLA-TS (I-TS).
118100 EX-LISTA-RIGA-SPED.
118200     EXIT.
118300*
118400*
118500*     tabulato settimanale per i compratori: spedizioni non
118600*     ancora consegnate con ETA passata (giorni di ritardo)
118700*     o slittata rispetto alla prima ETA annunciata
118800 TABULATO-RITARDI.
118900     MOVE OGGI-INT TO DATA-CALC.
119000     PERFORM CALCOLA-SERIALE THRU EX-CALCOLA-SERIALE.
119100     MOVE SERIALE-CALC TO SERIALE-OGGI.
119200     MOVE 0 TO N-RITARDI.
119300     PERFORM APRI-STAMPA THRU EX-APRI-STAMPA.
119400     PERFORM RITARDO-CONTAINER THRU EX-RITARDO-CONTAINER
119500        VARYING I-TS FROM 1 BY 1 UNTIL I-TS > N-SPED-TS.
119600     MOVE N-RITARDI TO CONTA-ED.
119700     MOVE SPACES TO DATI-RIGA.
119800     STRING " spedizioni in ritardo o slittate: "
119900            DELIMITED BY SIZE
120000            CONTA-ED DELIMITED BY SIZE
120100        INTO DATI-RIGA.
120200     MOVE 2 TO N-RIGA-STAMPA.
120300     PERFORM SCRIVI THRU EX-SCRIVI.
120400     CALL "QCLPPR" USING PAR-PRINT
120500                          RIGA BUFFER.
120600     DISPLAY "SPEDIMP    spedizioni in ritardo " CONTA-ED.
120700 EX-TABULATO-RITARDI.
120800     EXIT.
120900*
121000 RITARDO-CONTAINER.
121100     IF STATO-TS (I-TS) = "C" OR STATO-TS (I-TS) = "R"
121200        GO TO EX-RITARDO-CONTAINER.
121300     PERFORM VERIFICA-PRIMA-RIGA THRU EX-VERIFICA-PRIMA-RIGA.
121400     IF NOT PRIMA-RIGA-CONTAINER
121500        GO TO EX-RITARDO-CONTAINER.
121600     MOVE 0 TO GG-RITARDO GG-SLITTATI.
121700     MOVE ETA-TS (I-TS) TO DATA-CALC.
121800     PERFORM CALCOLA-SERIALE THRU EX-CALCOLA-SERIALE.
121900     MOVE SERIALE-CALC TO SERIALE-ETA.
122000     IF SERIALE-ETA < SERIALE-OGGI
122100        COMPUTE GG-RITARDO = SERIALE-OGGI - SERIALE-ETA.
122200     IF ETA-TS (I-TS) > ETA-ORIG-TS (I-TS)
122300        MOVE ETA-ORIG-TS (I-TS) TO DATA-CALC
122400        PERFORM CALCOLA-SERIALE THRU EX-CALCOLA-SERIALE
122500        COMPUTE GG-SLITTATI = SERIALE-ETA - SERIALE-CALC.
122600     IF GG-RITARDO = 0 AND GG-SLITTATI = 0
122700        GO TO EX-RITARDO-CONTAINER.
122800     ADD 1 TO N-RITARDI.
122900     PERFORM SOMMA-CONTAINER THRU EX-SOMMA-CONTAINER.
123000     MOVE TOT-PEZZI TO TOT-ED.
123100     MOVE GG-RITARDO TO GG-ED-1.
123200     MOVE GG-SLITTATI TO GG-ED-2.
123300     MOVE SPACES TO DATI-RIGA.
123400     STRING "  " DELIMITED BY SIZE
123500            CONTAINER-TS (I-TS) DELIMITED BY SIZE
123600            " " DELIMITED BY SIZE
123700            SPEDIZ-TS (I-TS) DELIMITED BY SIZE
123800            " " DELIMITED BY SIZE
123900            CONTO-TS (I-TS) DELIMITED BY SIZE
124000            "  " DELIMITED BY SIZE
124100            STATO-TS (I-TS) DELIMITED BY SIZE
124200            "  " DELIMITED BY SIZE
124300            DATA-PART-TS (I-TS) DELIMITED BY SIZE
124400            " " DELIMITED BY SIZE
124500            ETA-ORIG-TS (I-TS) DELIMITED BY SIZE
124600            " " DELIMITED BY SIZE
124700            ETA-TS (I-TS) DELIMITED BY SIZE
124800            "  " DELIMITED BY SIZE
124900            SETT-ETA-TS (I-TS) DELIMITED BY SIZE
125000            "  " DELIMITED BY SIZE
125100            GG-ED-1 DELIMITED BY SIZE
125200            "  " DELIMITED BY SIZE
125300            GG-ED-2 DELIMITED BY SIZE
125400            " " DELIMITED BY SIZE
125500            TOT-ED DELIMITED BY SIZE
125600        INTO DATI-RIGA.
125700     MOVE 1 TO N-RIGA-STAMPA.
125800     PERFORM SCRIVI THRU EX-SCRIVI.
125900 EX-RITARDO-CONTAINER.
126000     EXIT.
126100*
126200 APRI-STAMPA.
126300     MOVE  136  TO LL-RIGA.
126400     MOVE 9999 TO N-MAX-RIGHE.
126500     MOVE "G" TO PRE-NOME-FILE.
126600     MOVE W-FORMATO-INTERNO TO TERM-N-FILE.
126700     CALL "QOLPPR" USING PAR-PRINT
126800                          RIGA BUFFER.
126900     MOVE 0   TO N-STAMPANTE.
127000     MOVE "M" TO COMANDO.
127100     MOVE 66  TO N-RIGA-STAMPA.
127200     MOVE SPACES TO DATI-RIGA.
127300     STRING " SPEDIZIONI IMPORT IN RITARDO AL "
127400            DELIMITED BY SIZE
127500            OGGI-INT DELIMITED BY SIZE
127600        INTO DATI-RIGA.
127700     PERFORM SCRIVI THRU EX-SCRIVI.
127800     MOVE "  CONTAINER/AWB        SPEDIZ.  FORNIT.  ST  PARTEN"
127900       TO DATI-RIGA.
128000     MOVE " ETA-1  ETA    SET  GG.R GG.S  PEZZI"
128100       TO DATI-RIGA (53:36).
128200     MOVE 2 TO N-RIGA-STAMPA.
128300     PERFORM SCRIVI THRU EX-SCRIVI.
128400 EX-APRI-STAMPA.
128500     EXIT.
128600*
128700*
128800*     arrivi attesi di un C-MAT (MAG-SP = 0: tutti i
128900*     magazzini): una voce per container/magazzino delle
129000*     spedizioni non ancora ricevute, in ordine di ETA
129100 CERCA-ATTESI.
129200     MOVE 0 TO N-ARRIVI-SP OF PAR-SPEDIMP.
129300     PERFORM ANNOTA-ARRIVO THRU EX-ANNOTA-ARRIVO
129400        VARYING I-TS FROM 1 BY 1 UNTIL I-TS > N-SPED-TS.
129500     IF N-ARRIVI-SP OF PAR-SPEDIMP = 0
129600        MOVE 1 TO ESITO-SP OF PAR-SPEDIMP.
129700 EX-CERCA-ATTESI.
129800     EXIT.
129900*
130000 ANNOTA-ARRIVO.
130100     IF STATO-TS (I-TS) = "R"
130200        OR C-MAT-TS (I-TS) NOT = C-MAT-SP OF PAR-SPEDIMP
130300        GO TO EX-ANNOTA-ARRIVO.
130400     IF MAG-SP OF PAR-SPEDIMP NOT = 0
130500        AND MAG-TS (I-TS) NOT = MAG-SP OF PAR-SPEDIMP
130600        GO TO EX-ANNOTA-ARRIVO.
130700     MOVE 0 TO IX-AR.
130800     PERFORM CERCA-ARRIVO THRU EX-CERCA-ARRIVO
130900        VARYING I-AR FROM 1 BY 1
131000        UNTIL I-AR > N-ARRIVI-SP OF PAR-SPEDIMP.
131100     IF IX-AR = 0
131200        PERFORM INSERISCI-ARRIVO THRU EX-INSERISCI-ARRIVO.
131300     IF IX-AR = 0
131400        GO TO EX-ANNOTA-ARRIVO.
131500     PERFORM SOMMA-TAGLIA-ARRIVO THRU EX-SOMMA-TAGLIA-ARRIVO
131600        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
131700 EX-ANNOTA-ARRIVO.
131800     EXIT.
131900*
132000 CERCA-ARRIVO.
132100     IF CONTAINER-ARR-SP OF PAR-SPEDIMP (I-AR)
132200           = CONTAINER-TS (I-TS)
132300        AND MAGAZZINO-ARR-SP OF PAR-SPEDIMP (I-AR)
132400           = MAG-TS (I-TS)
132500        MOVE I-AR TO IX-AR
132600     END-IF.
132700 EX-CERCA-ARRIVO.
132800     EXIT.
132900*
133000*     nuova voce al suo posto per ETA: le voci con ETA
133100*     successiva scalano di uno
133200 INSERISCI-ARRIVO.
133300     IF N-ARRIVI-SP OF PAR-SPEDIMP NOT < 20
133400        GO TO EX-INSERISCI-ARRIVO.
133500     ADD 1 TO N-ARRIVI-SP OF PAR-SPEDIMP.
133600     MOVE N-ARRIVI-SP OF PAR-SPEDIMP TO IX-AR.
133700     MOVE "N" TO SCALA-SW.
133800     PERFORM SCALA-ARRIVO THRU EX-SCALA-ARRIVO
133900        UNTIL FINE-SCALA.
134100     MOVE CONTAINER-TS (I-TS)
134200       TO CONTAINER-ARR-SP OF PAR-SPEDIMP (IX-AR).
134300     MOVE MAG-TS (I-TS)
134310       TO MAGAZZINO-ARR-SP OF PAR-SPEDIMP (IX-AR).
134400     MOVE ETA-TS (I-TS) TO ETA-ARR-SP OF PAR-SPEDIMP (IX-AR).
134500     MOVE SETT-ETA-TS (I-TS)
134510       TO SETT-ARR-SP OF PAR-SPEDIMP (IX-AR).
134600     MOVE STATO-TS (I-TS) TO STATO-ARR-SP OF PAR-SPEDIMP (IX-AR).
134700     PERFORM AZZERA-TAGLIA-ARRIVO THRU EX-AZZERA-TAGLIA-ARRIVO
134800        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
134900 EX-INSERISCI-ARRIVO.
135000     EXIT.
135100*
135200 SCALA-ARRIVO.
135210     IF IX-AR = 1
135220        MOVE "S" TO SCALA-SW
135230        GO TO EX-SCALA-ARRIVO.
135300     COMPUTE J-AR = IX-AR - 1.
135310     IF ETA-ARR-SP OF PAR-SPEDIMP (J-AR) NOT > ETA-TS (I-TS)
135320        MOVE "S" TO SCALA-SW
135330        GO TO EX-SCALA-ARRIVO.
135400     MOVE ARRIVO-SP OF PAR-SPEDIMP (J-AR)
135500       TO ARRIVO-SP OF PAR-SPEDIMP (IX-AR).
135600     MOVE J-AR TO IX-AR.
135700 EX-SCALA-ARRIVO.
135800     EXIT.
135900*
136000 AZZERA-TAGLIA-ARRIVO.
136100     MOVE 0 TO QTA-ARR-SP OF PAR-SPEDIMP (IX-AR, I-TG).
136200 EX-AZZERA-TAGLIA-ARRIVO.
136300     EXIT.
136400*
136500 SOMMA-TAGLIA-ARRIVO.
136600     ADD QTA-TS (I-TS, I-TG)
136700       TO QTA-ARR-SP OF PAR-SPEDIMP (IX-AR, I-TG).
136800 EX-SOMMA-TAGLIA-ARRIVO.
136900     EXIT.
137000*
137100*
137200*     all'apertura di RICEVI: le spedizioni del fornitore
137300*     consegnate e non ancora ricevute, con la loro bolla
137400 MOSTRA-DA-RICEVERE.
137500     MOVE 1 TO ESITO-SP OF PAR-SPEDIMP.
137600     PERFORM MOSTRA-RIGA-CONSEGNATA
137700        THRU EX-MOSTRA-RIGA-CONSEGNATA
137800        VARYING I-TS FROM 1 BY 1 UNTIL I-TS > N-SPED-TS.
137900 EX-MOSTRA-DA-RICEVERE.
138000     EXIT.
138100*
138200 MOSTRA-RIGA-CONSEGNATA.
138300     IF CONTO-TS (I-TS) NOT = CONTO-SP OF PAR-SPEDIMP
138400        OR STATO-TS (I-TS) NOT = "C"
138500        GO TO EX-MOSTRA-RIGA-CONSEGNATA.
138600     PERFORM VERIFICA-PRIMA-RIGA THRU EX-VERIFICA-PRIMA-RIGA.
138700     IF NOT PRIMA-RIGA-CONTAINER
138800        GO TO EX-MOSTRA-RIGA-CONSEGNATA.
138900     MOVE 0 TO ESITO-SP OF PAR-SPEDIMP.
139000     PERFORM SOMMA-CONTAINER THRU EX-SOMMA-CONTAINER.
139100     MOVE TOT-PEZZI TO TOT-ED.
139200     DISPLAY "Spedizione import consegnata: "
139300             CONTAINER-TS (I-TS) " bolla "
139400             RIF-BOLLA-TS (I-TS) " pezzi " TOT-ED.
139500 EX-MOSTRA-RIGA-CONSEGNATA.
139600     EXIT.
139700*
139800*     a fine sessione RICEVI sulla bolla: le spedizioni
139900*     consegnate di fornitore/bolla passano "R"
140000 SEGNA-RICEVUTA.
140100     MOVE 1 TO ESITO-SP OF PAR-SPEDIMP.
140200     MOVE "R" TO NUOVO-STATO.
140300     MOVE "R" TO ORIGINE-CAMBIO.
140400     MOVE 0 TO TOCCATO-FILE.
140500     PERFORM SEGNA-RIGA-RICEVUTA THRU EX-SEGNA-RIGA-RICEVUTA
140600        VARYING I-TS FROM 1 BY 1 UNTIL I-TS > N-SPED-TS.
140700     IF TOCCATO-FILE > 0
140800        MOVE 0 TO ESITO-SP OF PAR-SPEDIMP
140900        PERFORM RISCRIVI-SPED THRU EX-RISCRIVI-SPED.
141000 EX-SEGNA-RICEVUTA.
141100     EXIT.
141200*
141300 SEGNA-RIGA-RICEVUTA.
141400     IF CONTO-TS (I-TS) NOT = CONTO-SP OF PAR-SPEDIMP
141500        OR RIF-BOLLA-TS (I-TS) NOT = RIF-BOLLA-SP OF PAR-SPEDIMP
141600        OR STATO-TS (I-TS) NOT = "C"
141700        GO TO EX-SEGNA-RIGA-RICEVUTA.
141800     PERFORM VERIFICA-PRIMA-RIGA THRU EX-VERIFICA-PRIMA-RIGA.
141900     MOVE "R" TO STATO-TS (I-TS).
142000     MOVE OGGI-INT TO DATA-STATO-TS (I-TS).
142100     ADD 1 TO TOCCATO-FILE.
142200     IF PRIMA-RIGA-CONTAINER
142300        MOVE CONTAINER-TS (I-TS) TO CONTAINER-SPED
142400        MOVE ETA-TS (I-TS) TO NUOVA-ETA
142500        PERFORM SCRIVI-LOG THRU EX-SCRIVI-LOG.
142600 EX-SEGNA-RIGA-RICEVUTA.
142700     EXIT.
142800*
142900*
143000 SCRIVI.
143100     CALL "QWLPPR" USING PAR-PRINT
143200                         RIGA BUFFER.
143300     IF STATO OF PAR-PRINT NOT = 0
143400        MOVE STATO OF PAR-PRINT TO STATO-DISPLAY
143500        DISPLAY "SPEDIMP    ERRORE QPRINT CON STATO : "
143600                STATO-DISPLAY
143700     END-IF.
143800     MOVE SPACES TO DATI-RIGA.
143900     MOVE "S" TO COMANDO.
144000     MOVE 0 TO N-RIGA-STAMPA.
144100 EX-SCRIVI.
144200     EXIT.
144300*
144400*
144500 TTDBGET.
144600              COPY PDBGET.
144700*
144800*      FINE PROGRAMMA    **** /K SPEDIMP.COB  *****
