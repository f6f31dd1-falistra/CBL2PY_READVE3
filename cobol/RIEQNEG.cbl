000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. RIEQNEG.
000310*2026*        15/10/26
000320*     riequilibrio dello stock tra i negozi franchising: lo
000330*     specchio SITPFNEG dice cosa ha ogni negozio, SELLOUTF
000340*     cosa vende, ma il lento resta fermo in un negozio mentre
000350*     quello della citta' vicina va a zero e si rimedia solo
000360*     spedendo dalla sede. FUNZIONE "P" (periodica): per
000370*     C-MAT/taglia calcola le settimane di copertura di ogni
000380*     negozio sul venduto delle ultime settimane; chi sta
000390*     sopra la copertura massima cede l'eccedenza (tenendo
000400*     almeno un capo), chi vende e sta sotto la copertura
000410*     minima riceve, dal negozio con piu' eccedenza. Regole
000420*     su RIEQPAR (settimane di venduto, copertura massima e
000430*     minima, quantita' minima del trasferimento, stessa
000440*     regione S/N -- la regione e' la seconda colonna di
000450*     NEGLIST); niente trasferimenti per gli articoli con un
000460*     reso annunciato e non ancora arrivato (RESIATTESI,
000470*     campagna resi). Le proposte vanno su RIEQPROP (YRIEQPR)
000480*     e a ogni negozio coinvolto sulla sua directory DANEG
000490*     (COMMAND2 "FILE" come PUBLISTI) come record "94" da
00049A*     cedere o da ricevere; le risposte rientrano da RECNEG
00049B*     (record "04"). FUNZIONE "S": stato delle proposte, a
00049C*     video le accettate da eseguire e quelle in attesa.
00049D*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-PAR ASSIGN TO "RIEQPAR"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-RQ.
001500     SELECT OPTIONAL FILE-MIRROR ASSIGN TO "SITPFNEG"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-MR.
001800     SELECT OPTIONAL FILE-HIST-IN ASSIGN TO "SELLOUTF"
001900        ORGANIZATION IS LINE SEQUENTIAL
002000        FILE STATUS IS CHECK-SJ.
002100     SELECT OPTIONAL FILE-NEG ASSIGN TO "NEGLIST"
002200        ORGANIZATION IS LINE SEQUENTIAL
002300        FILE STATUS IS CHECK-NG.
002400     SELECT OPTIONAL FILE-RESI ASSIGN TO "RESIATTESI"
002500        ORGANIZATION IS LINE SEQUENTIAL
002600        FILE STATUS IS CHECK-RA.
002700     SELECT OPTIONAL FILE-PROP ASSIGN TO "RIEQPROP"
002800        ORGANIZATION IS LINE SEQUENTIAL
002900        FILE STATUS IS CHECK-RP.
003000     SELECT OPTIONAL FILE-OUT ASSIGN TO "RIEQOUT"
003100        ORGANIZATION IS LINE SEQUENTIAL
003200        FILE STATUS IS CHECK-RO.
003300*
003400 DATA DIVISION.
003500 FILE SECTION.
003600*     regole: settimane di venduto, copertura massima e minima
003700*     in settimane, quantita' minima, stessa regione S/N
003800 FD FILE-PAR DATA RECORD REC-PAR.
003900 01 REC-PAR.
004000    05 SETT-VEND-PQ          PIC 99.
004100    05 TG-PQ-1               PIC X.
004200    05 COP-MAX-PQ            PIC 99.
004300    05 TG-PQ-2               PIC X.
004400    05 COP-MIN-PQ            PIC 99.
004500    05 TG-PQ-3               PIC X.
004600    05 QTA-MIN-PQ            PIC 9(4).
004700    05 TG-PQ-4               PIC X.
004800    05 STESSA-REG-PQ         PIC X.
004900*
005000 FD FILE-MIRROR DATA RECORD REC-MIRROR.
005100 01 REC-MIRROR.
005200    05 NEGOZIO-MR            PIC 9(3).
005300    05 TG-MR-1               PIC X.
005400    05 C-MAT-MR              PIC 9(15).
005500    05 TG-MR-2               PIC X.
005600    05 DATA-FOTO-MR          PIC 9(6).
005700    05 TG-MR-3               PIC X.
005800    05 QTA-TAGLIE-MR.
005900     10 QTA-MR               PIC 9(4) OCCURS 10.
006000*
006100 FD FILE-HIST-IN DATA RECORD REC-HIST-IN.
006200 01 REC-HIST-IN.
006300    05 NEGOZIO-SH            PIC 9(3).
006400    05 TG-SH-1               PIC X.
006500    05 DATA-SH               PIC 9(6).
006600    05 TG-SH-2               PIC X.
006700    05 C-MAT-SH              PIC 9(15).
006800    05 TG-SH-3               PIC X.
006900    05 TAGLIA-SH             PIC 99.
007000    05 TG-SH-4               PIC X.
007100    05 QTA-SH                PIC 9(4).
007200    05 TG-SH-5               PIC X.
007300    05 INCASSO-SH            PIC 9(9).
007400*
007500 FD FILE-NEG DATA RECORD REC-NEG.
007600 01 REC-NEG.
007700    05 NEGOZIO-NG            PIC 9(3).
007800    05 TG-NG-1               PIC X.
007900    05 REGIONE-NG            PIC X(4).
008000*
008100 FD FILE-RESI DATA RECORD REC-RESI.
008200 01 REC-RESI.
008300    05 DATA-RA               PIC 9(6).
008400    05 TR-1                  PIC X.
008500    05 NEGOZIO-RA            PIC 9(3).
008600    05 TR-2                  PIC X.
008700    05 C-MAT-RA              PIC 9(15).
008800    05 TR-3                  PIC X.
008900    05 QTA-RA                PIC 9(4).
009000    05 TR-4                  PIC X.
009100    05 MOTIVO-RA             PIC X(30).
009200    05 TR-5                  PIC X.
009300    05 STATO-RA              PIC X.
009400       88 RESO-ATTESO        VALUE "A".
009500       88 RESO-ARRIVATO      VALUE "R".
009600*
009700 FD FILE-PROP DATA RECORD REC-PROP.
009800 01 REC-PROP               COPY YRIEQPR.
009900*
010000*     record "94" verso il negozio, stesso tracciato a 80 del
010100*     "93" di RECNEG su DANEGOUT
010200 FD FILE-OUT DATA RECORD REC-OUT.
010300 01 REC-OUT.
010400    05 TIPO-DO               PIC XX.
010500    05 NEGOZIO-DO            PIC 9(3).
010600    05 C-MAT-DO              PIC 9(15).
010700    05 QTA-DO                PIC 9(4).
010800    05 MOTIVO-DO             PIC X(20).
010900    05 PROPOSTA-DO           PIC 9(6).
011000    05 CONTROPARTE-DO        PIC 9(3).
011100    05 TAGLIA-DO             PIC 99.
011200    05 FILLER                PIC X(25).
011300*
011400 WORKING-STORAGE SECTION.
011500*
011600 77 CHECK-RQ        PIC XX.
011700    88 RQ-APERTO    VALUES ARE "05", "00".
011800 77 CHECK-MR        PIC XX.
011900    88 MR-APERTO    VALUES ARE "05", "00".
012000 77 CHECK-SJ        PIC XX.
012100    88 SJ-APERTO    VALUES ARE "05", "00".
012200 77 CHECK-NG        PIC XX.
012300    88 NG-APERTO    VALUES ARE "05", "00".
012400 77 CHECK-RA        PIC XX.
012500    88 RA-APERTO    VALUES ARE "05", "00".
012600 77 CHECK-RP        PIC XX.
012700    88 RP-APERTO    VALUES ARE "05", "00".
012800 77 CHECK-RO        PIC XX.
012900    88 RO-APERTO    VALUES ARE "05", "00".
013000*
013100 01 OK-FINE-FILE    PIC S9(4) COMP.
013200    88 LETTO-FINE-FILE VALUE 1.
013300*
013400 01 T-TAB           PIC X VALUE X"9".
013500*
013600 01 FUNZIONE-IN     PIC X.
013700*
013800 01 PARGEN           COPY QPARGEN.
013900 01 PARQDATA-OGGI    COPY QPARDATS.
014000 01 PARQDATA-RIGA    COPY QPARDATS.
014100 01 GIORNI-FA       PIC S9(9) COMP.
014200*
014300* regole in uso (default se RIEQPAR manca)
014400 01 SETT-VEND       PIC 99     VALUE 8.
014500 01 COP-MAX         PIC 99     VALUE 12.
014600 01 COP-MIN         PIC 99     VALUE 2.
014700 01 QTA-MIN         PIC 9(4)   VALUE 2.
014800 01 STESSA-REGIONE  PIC X      VALUE "S".
014900    88 SOLO-STESSA-REGIONE VALUE "S".
015000*
015100* specchio in memoria (come SITPFNEG)
015200 01 TAB-MIRROR-RQ.
015300  05 RIGA-MI OCCURS 5000.
015400   10 NEGOZIO-MI       PIC 9(3).
015500   10 C-MAT-MI         PIC 9(15).
015600   10 QTA-MI           PIC 9(4) OCCURS 10.
015700 01 N-MIRROR-RQ     PIC S9(4) COMP.
015800 01 I-MI            PIC S9(4) COMP.
015900 01 IX-MI           PIC S9(4) COMP.
016000 01 I-TG            PIC S9(4) COMP.
016100*
016200* venduto del periodo per negozio/C-MAT/taglia
016300 01 TAB-VENDUTO.
016400  05 RIGA-VE OCCURS 5000.
016500   10 NEGOZIO-VE       PIC 9(3).
016600   10 C-MAT-VE         PIC 9(15).
016700   10 TAGLIA-VE        PIC 99.
016800   10 QTA-VE           PIC S9(7) COMP.
016900 01 N-VE            PIC S9(4) COMP.
017000 01 I-VE            PIC S9(4) COMP.
017100 01 IX-VE           PIC S9(4) COMP.
017200*
017300* regione dei negozi (NEGLIST)
017400 01 TAB-NEGOZI-RQ.
017500  05 RIGA-NR OCCURS 100.
017600   10 NEGOZIO-NR       PIC 9(3).
017700   10 REGIONE-NR       PIC X(4).
017800 01 N-NR            PIC S9(4) COMP.
017900 01 I-NR            PIC S9(4) COMP.
018000 01 REGIONE-COM     PIC X(4).
018100 01 NEGOZIO-COM     PIC 9(3).
018200*
018300* articoli con reso annunciato ancora atteso
018400 01 TAB-RESI-RQ.
018500  05 C-MAT-RX          PIC 9(15) OCCURS 1000.
018600 01 N-RX            PIC S9(4) COMP.
018700 01 I-RX            PIC S9(4) COMP.
018800 01 C-MAT-COM       PIC 9(15).
018900 01 IN-CAMPAGNA     PIC X.
019000    88 ARTICOLO-IN-CAMPAGNA VALUE "S".
019100*
019200* eccedenze cedibili
019300 01 TAB-ECCEDENZE.
019400  05 RIGA-EC OCCURS 3000.
019500   10 NEGOZIO-EC       PIC 9(3).
019600   10 REGIONE-EC       PIC X(4).
019700   10 C-MAT-EC         PIC 9(15).
019800   10 TAGLIA-EC        PIC 99.
019900   10 ECCEDENZA-EC     PIC S9(5) COMP.
020000 01 N-EC            PIC S9(4) COMP.
020100 01 I-EC            PIC S9(4) COMP.
020200 01 IX-EC           PIC S9(4) COMP.
020300*
020400 01 GIACENZA-COM    PIC S9(5) COMP.
020500 01 DA-TENERE       PIC S9(7) COMP.
020600 01 FABBISOGNO      PIC S9(7) COMP.
020700 01 QTA-TRASF       PIC S9(5) COMP.
020800 01 SETT-X-GIAC     PIC S9(9) COMP.
020900*
021000* proposte di questo giro, per l'invio ai negozi
021100 01 TAB-PROPOSTE.
021200  05 RIGA-PP OCCURS 1000.
021300   10 PROPOSTA-PP      PIC 9(6).
021400   10 NEG-DA-PP        PIC 9(3).
021500   10 NEG-A-PP         PIC 9(3).
021600   10 C-MAT-PP         PIC 9(15).
021700   10 TAGLIA-PP        PIC 99.
021800   10 QTA-PP           PIC 9(4).
021900 01 N-PP            PIC S9(4) COMP.
022000 01 I-PP            PIC S9(4) COMP.
022100 01 ULTIMA-PROPOSTA PIC 9(6).
022200 01 RECORD-NEGOZIO  PIC S9(4) COMP.
022300*
022400* consegna sulla directory del negozio (COMMAND2 "FILE",
022500* stesso aggancio dd_ di PUBLISTI)
022600 01 COMANDO-FILE-RQ  PIC X(60).
022700 01 CARRIAGE-RETURN  PIC X VALUE X"13".
022800 01 ERR          PIC S9(9) COMP.
022900 01 ERR-PARM     PIC S9(9) COMP.
023000 01 ERR-DISP     PIC -(6).
023100 01 NEGOZIO-ED   PIC 9(3).
023101 01 DATA-INVIO   PIC 9(6).
023200 01 NEGOZI-SERVITI  PIC S9(4) COMP.
023300*
023400* stato proposte
023500 01 N-PROPOSTE      PIC S9(5) COMP.
023600 01 N-ACCETTATE     PIC S9(5) COMP.
023700 01 N-RIFIUTATE     PIC S9(5) COMP.
023800 01 N-IN-ATTESA     PIC S9(5) COMP.
023900*
024000 LINKAGE SECTION.
024100*
024200 01 W-COMMON       COPY WCOMMONW.
024300*
024400*PAGE
024500 PROCEDURE DIVISION  USING W-COMMON.
024600 INIZIO.
024700     DISPLAY "----  RIEQUILIBRIO STOCK NEGOZI  --------".
024800     DISPLAY "Funzione (P=proposte S=stato) " NO ADVANCING.
024900     MOVE SPACE TO FUNZIONE-IN.
025000     ACCEPT FUNZIONE-IN.
025100     EVALUATE FUNZIONE-IN
025200        WHEN "P"
025300           PERFORM PROPOSTE THRU EX-PROPOSTE
025400        WHEN "S"
025500           PERFORM STATO-PROPOSTE THRU EX-STATO-PROPOSTE
025600        WHEN OTHER
025700           DISPLAY "Funzione non valida"
025800     END-EVALUATE.
025900 FINE.
026000     EXIT PROGRAM.
026100*
026200*
026300 PROPOSTE.
026400     PERFORM CARICA-REGOLE THRU EX-CARICA-REGOLE.
026500     PERFORM CALCOLA-OGGI-SER THRU EX-CALCOLA-OGGI-SER.
026600     PERFORM CARICA-SPECCHIO THRU EX-CARICA-SPECCHIO.
026700     IF N-MIRROR-RQ = 0
026800        DISPLAY "Specchio SITPFNEG vuoto"
026900        GO TO EX-PROPOSTE.
027000     PERFORM CARICA-VENDUTO THRU EX-CARICA-VENDUTO.
027100     PERFORM CARICA-NEGOZI THRU EX-CARICA-NEGOZI.
027200     PERFORM CARICA-RESI THRU EX-CARICA-RESI.
027300     MOVE 0 TO N-EC.
027400     PERFORM CERCA-ECCEDENZE THRU EX-CERCA-ECCEDENZE
027500        VARYING I-MI FROM 1 BY 1 UNTIL I-MI > N-MIRROR-RQ.
027600     PERFORM ULTIMA-PROPOSTA-NR THRU EX-ULTIMA-PROPOSTA-NR.
027700     MOVE 0 TO N-PP.
027800     OPEN EXTEND FILE-PROP.
027900     IF NOT RP-APERTO
028000        DISPLAY "RIEQNEG    RIEQPROP non apribile " CHECK-RP
028100        GO TO EX-PROPOSTE.
028200     PERFORM COPRI-FABBISOGNO THRU EX-COPRI-FABBISOGNO
028300        VARYING I-VE FROM 1 BY 1 UNTIL I-VE > N-VE.
028400     CLOSE FILE-PROP.
028500     MOVE 0 TO NEGOZI-SERVITI.
028600     IF N-PP > 0
028700        PERFORM INVIA-NEGOZIO THRU EX-INVIA-NEGOZIO
028800           VARYING I-NR FROM 1 BY 1 UNTIL I-NR > N-NR
028900     END-IF.
029000     DISPLAY "Eccedenze " N-EC "  proposte " N-PP
029100             "  negozi avvisati " NEGOZI-SERVITI.
029200 EX-PROPOSTE.
029300     EXIT.
029400*
029500 CARICA-REGOLE.
029600     OPEN INPUT FILE-PAR.
029700     IF NOT RQ-APERTO
029800        GO TO EX-CARICA-REGOLE.
029900     READ FILE-PAR
030000        AT END
030100           CLOSE FILE-PAR
030200           GO TO EX-CARICA-REGOLE
030300     END-READ.
030400     IF SETT-VEND-PQ NUMERIC AND SETT-VEND-PQ > 0
030500        MOVE SETT-VEND-PQ TO SETT-VEND.
030600     IF COP-MAX-PQ NUMERIC AND COP-MAX-PQ > 0
030700        MOVE COP-MAX-PQ TO COP-MAX.
030800     IF COP-MIN-PQ NUMERIC
030900        MOVE COP-MIN-PQ TO COP-MIN.
031000     IF QTA-MIN-PQ NUMERIC AND QTA-MIN-PQ > 0
031100        MOVE QTA-MIN-PQ TO QTA-MIN.
031200     IF STESSA-REG-PQ = "S" OR STESSA-REG-PQ = "N"
031300        MOVE STESSA-REG-PQ TO STESSA-REGIONE.
031400     CLOSE FILE-PAR.
031500 EX-CARICA-REGOLE.
031600     EXIT.
031700*
031800 CALCOLA-OGGI-SER.
031900     MOVE W-FORMATO-INTERNO OF W-COMMON
032000          TO Q-DATA-I OF PARQDATA-OGGI.
032100     MOVE 2 TO Q-FUNZIONE OF PARGEN.
032200     CANCEL "QDATAS"
032300     CALL "QDATAS" USING PARGEN
032400                         Q-DATA-E OF PARQDATA-OGGI
032500                         Q-DATA-I OF PARQDATA-OGGI
032600                         Q-SETTIMANA OF PARQDATA-OGGI
032700                         Q-AA-4 OF PARQDATA-OGGI
032800                         Q-GIORNI-SERIALE OF PARQDATA-OGGI.
032900     MOVE 6 TO Q-FUNZIONE OF PARGEN.
033000     CANCEL "QDATAS"
033100     CALL "QDATAS" USING PARGEN
033200                         Q-DATA-E OF PARQDATA-OGGI
033300                         Q-DATA-I OF PARQDATA-OGGI
033400                         Q-SETTIMANA OF PARQDATA-OGGI
033500                         Q-AA-4 OF PARQDATA-OGGI
033600                         Q-GIORNI-SERIALE OF PARQDATA-OGGI.
033700 EX-CALCOLA-OGGI-SER.
033800     EXIT.
033900*
034000 CARICA-SPECCHIO.
034100     MOVE 0 TO N-MIRROR-RQ OK-FINE-FILE.
034200     OPEN INPUT FILE-MIRROR.
034300     IF NOT MR-APERTO
034400        GO TO EX-CARICA-SPECCHIO.
034500     PERFORM LEGGI-SPECCHIO THRU EX-LEGGI-SPECCHIO
034600        UNTIL LETTO-FINE-FILE.
034700     CLOSE FILE-MIRROR.
034800 EX-CARICA-SPECCHIO.
034900     EXIT.
035000*
035100 LEGGI-SPECCHIO.
035200     READ FILE-MIRROR AT END
035300        MOVE 1 TO OK-FINE-FILE
035400        GO TO EX-LEGGI-SPECCHIO.
035500     IF N-MIRROR-RQ NOT < 5000
035600        GO TO EX-LEGGI-SPECCHIO.
035700     ADD 1 TO N-MIRROR-RQ.
035800     MOVE NEGOZIO-MR TO NEGOZIO-MI (N-MIRROR-RQ).
035900     MOVE C-MAT-MR TO C-MAT-MI (N-MIRROR-RQ).
036000     PERFORM COPIA-TAGLIA-MI THRU EX-COPIA-TAGLIA-MI
036100        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
036200 EX-LEGGI-SPECCHIO.
036300     EXIT.
036400*
036500 COPIA-TAGLIA-MI.
036600     IF QTA-MR (I-TG) NUMERIC
036700        MOVE QTA-MR (I-TG) TO QTA-MI (N-MIRROR-RQ, I-TG)
036800     ELSE
036900        MOVE 0 TO QTA-MI (N-MIRROR-RQ, I-TG)
037000     END-IF.
037100 EX-COPIA-TAGLIA-MI.
037200     EXIT.
037300*
037400*     venduto SELLOUTF delle ultime SETT-VEND settimane
037500 CARICA-VENDUTO.
037600     MOVE 0 TO N-VE OK-FINE-FILE.
037700     OPEN INPUT FILE-HIST-IN.
037800     IF NOT SJ-APERTO
037900        GO TO EX-CARICA-VENDUTO.
038000     PERFORM LEGGI-VENDUTO THRU EX-LEGGI-VENDUTO
038100        UNTIL LETTO-FINE-FILE.
038200     CLOSE FILE-HIST-IN.
038300 EX-CARICA-VENDUTO.
038400     EXIT.
038500*
038600 LEGGI-VENDUTO.
038700     READ FILE-HIST-IN AT END
038800        MOVE 1 TO OK-FINE-FILE
038900        GO TO EX-LEGGI-VENDUTO.
039000     IF DATA-SH NOT NUMERIC OR QTA-SH NOT NUMERIC
039100        OR TAGLIA-SH NOT NUMERIC
039200        GO TO EX-LEGGI-VENDUTO.
039300     IF TAGLIA-SH < 1 OR TAGLIA-SH > 10
039400        GO TO EX-LEGGI-VENDUTO.
039500     MOVE DATA-SH TO Q-DATA-9 OF PARQDATA-RIGA.
039600     MOVE 6 TO Q-FUNZIONE OF PARGEN.
039700     CANCEL "QDATAS"
039800     CALL "QDATAS" USING PARGEN
039900                         Q-DATA-E OF PARQDATA-RIGA
040000                         Q-DATA-I OF PARQDATA-RIGA
040100                         Q-SETTIMANA OF PARQDATA-RIGA
040200                         Q-AA-4 OF PARQDATA-RIGA
040300                         Q-GIORNI-SERIALE OF PARQDATA-RIGA.
040400     IF Q-STATO OF PARGEN NOT = 0
040500        GO TO EX-LEGGI-VENDUTO.
040600     COMPUTE GIORNI-FA =
040700             Q-GIORNI-SERIALE OF PARQDATA-OGGI
040800           - Q-GIORNI-SERIALE OF PARQDATA-RIGA.
040900     IF GIORNI-FA < 0 OR GIORNI-FA NOT < SETT-VEND * 7
041000        GO TO EX-LEGGI-VENDUTO.
041100     MOVE 0 TO IX-VE.
041200     PERFORM CERCA-VENDUTO THRU EX-CERCA-VENDUTO
041300        VARYING I-VE FROM 1 BY 1
041400           UNTIL I-VE > N-VE OR IX-VE > 0.
041500     IF IX-VE = 0
041600        IF N-VE NOT < 5000
041700           GO TO EX-LEGGI-VENDUTO
041800        END-IF
041900        ADD 1 TO N-VE
042000        MOVE N-VE TO IX-VE
042100        MOVE NEGOZIO-SH TO NEGOZIO-VE (IX-VE)
042200        MOVE C-MAT-SH TO C-MAT-VE (IX-VE)
042300        MOVE TAGLIA-SH TO TAGLIA-VE (IX-VE)
042400        MOVE 0 TO QTA-VE (IX-VE)
042500     END-IF.
042600     ADD QTA-SH TO QTA-VE (IX-VE).
042700 EX-LEGGI-VENDUTO.
042800     EXIT.
042900*
043000 CERCA-VENDUTO.
043100     IF NEGOZIO-VE (I-VE) = NEGOZIO-SH
043200        AND C-MAT-VE (I-VE) = C-MAT-SH
043300        AND TAGLIA-VE (I-VE) = TAGLIA-SH
043400        MOVE I-VE TO IX-VE
043500     END-IF.
043600 EX-CERCA-VENDUTO.
043700     EXIT.
043800*
043900 CARICA-NEGOZI.
044000     MOVE 0 TO N-NR OK-FINE-FILE.
044100     OPEN INPUT FILE-NEG.
044200     IF NOT NG-APERTO
044300        GO TO EX-CARICA-NEGOZI.
044400     PERFORM LEGGI-NEGOZIO THRU EX-LEGGI-NEGOZIO
044500        UNTIL LETTO-FINE-FILE.
044600     CLOSE FILE-NEG.
044700 EX-CARICA-NEGOZI.
044800     EXIT.
044900*
045000 LEGGI-NEGOZIO.
045100     MOVE SPACES TO REC-NEG.
045200     READ FILE-NEG AT END
045300        MOVE 1 TO OK-FINE-FILE
045400        GO TO EX-LEGGI-NEGOZIO.
045500     IF N-NR < 100 AND NEGOZIO-NG NUMERIC
045600        ADD 1 TO N-NR
045700        MOVE NEGOZIO-NG TO NEGOZIO-NR (N-NR)
045800        MOVE REGIONE-NG TO REGIONE-NR (N-NR)
045900     END-IF.
046000 EX-LEGGI-NEGOZIO.
046100     EXIT.
046200*
046300 CARICA-RESI.
046400     MOVE 0 TO N-RX OK-FINE-FILE.
046500     OPEN INPUT FILE-RESI.
046600     IF NOT RA-APERTO
046700        GO TO EX-CARICA-RESI.
046800     PERFORM LEGGI-RESO THRU EX-LEGGI-RESO
046900        UNTIL LETTO-FINE-FILE.
047000     CLOSE FILE-RESI.
047100 EX-CARICA-RESI.
047200     EXIT.
047300*
047400 LEGGI-RESO.
047500     READ FILE-RESI AT END
047600        MOVE 1 TO OK-FINE-FILE
047700        GO TO EX-LEGGI-RESO.
047800     IF RESO-ATTESO AND N-RX < 1000
047900        ADD 1 TO N-RX
048000        MOVE C-MAT-RA TO C-MAT-RX (N-RX)
048100     END-IF.
048200 EX-LEGGI-RESO.
048300     EXIT.
048400*
048500*
048600*     eccedenza: copertura (giacenza / venduto settimanale)
048700*     oltre COP-MAX; si tiene la copertura massima, almeno un
048800*     capo, e si cede il resto se arriva alla quantita' minima
048900 CERCA-ECCEDENZE.
049000     MOVE C-MAT-MI (I-MI) TO C-MAT-COM.
049100     PERFORM VERIFICA-CAMPAGNA THRU EX-VERIFICA-CAMPAGNA.
049200     IF ARTICOLO-IN-CAMPAGNA
049300        GO TO EX-CERCA-ECCEDENZE.
049400     MOVE NEGOZIO-MI (I-MI) TO NEGOZIO-COM.
049500     PERFORM REGIONE-NEGOZIO THRU EX-REGIONE-NEGOZIO.
049600     PERFORM ECCEDENZA-TAGLIA THRU EX-ECCEDENZA-TAGLIA
049700        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
049800 EX-CERCA-ECCEDENZE.
049900     EXIT.
050000*
050100 ECCEDENZA-TAGLIA.
050200     MOVE QTA-MI (I-MI, I-TG) TO GIACENZA-COM.
050300     IF GIACENZA-COM = 0
050400        GO TO EX-ECCEDENZA-TAGLIA.
050500     MOVE 0 TO IX-VE.
050600     PERFORM CERCA-VENDUTO-MI THRU EX-CERCA-VENDUTO-MI
050700        VARYING I-VE FROM 1 BY 1
050800           UNTIL I-VE > N-VE OR IX-VE > 0.
050900     MOVE 0 TO DA-TENERE.
051000     IF IX-VE > 0
051100        COMPUTE SETT-X-GIAC = GIACENZA-COM * SETT-VEND
051200        IF SETT-X-GIAC NOT > QTA-VE (IX-VE) * COP-MAX
051300           GO TO EX-ECCEDENZA-TAGLIA
051400        END-IF
051500        COMPUTE DA-TENERE =
051600           (QTA-VE (IX-VE) * COP-MAX + SETT-VEND - 1)
051700           / SETT-VEND
051800     END-IF.
051900     IF DA-TENERE < 1
052000        MOVE 1 TO DA-TENERE.
052100     IF GIACENZA-COM - DA-TENERE < QTA-MIN
052200        GO TO EX-ECCEDENZA-TAGLIA.
052300     IF N-EC NOT < 3000
052400        GO TO EX-ECCEDENZA-TAGLIA.
052500     ADD 1 TO N-EC.
052600     MOVE NEGOZIO-COM TO NEGOZIO-EC (N-EC).
052700     MOVE REGIONE-COM TO REGIONE-EC (N-EC).
052800     MOVE C-MAT-COM TO C-MAT-EC (N-EC).
052900     MOVE I-TG TO TAGLIA-EC (N-EC).
053000     COMPUTE ECCEDENZA-EC (N-EC) = GIACENZA-COM - DA-TENERE.
053100 EX-ECCEDENZA-TAGLIA.
053200     EXIT.
053300*
053400 CERCA-VENDUTO-MI.
053500     IF NEGOZIO-VE (I-VE) = NEGOZIO-COM
053600        AND C-MAT-VE (I-VE) = C-MAT-COM
053700        AND TAGLIA-VE (I-VE) = I-TG
053800        MOVE I-VE TO IX-VE
053900     END-IF.
054000 EX-CERCA-VENDUTO-MI.
054100     EXIT.
054200*
054300 VERIFICA-CAMPAGNA.
054400     MOVE "N" TO IN-CAMPAGNA.
054500     PERFORM CONFRONTA-RESO THRU EX-CONFRONTA-RESO
054600        VARYING I-RX FROM 1 BY 1
054700           UNTIL I-RX > N-RX OR ARTICOLO-IN-CAMPAGNA.
054800 EX-VERIFICA-CAMPAGNA.
054900     EXIT.
055000*
055100 CONFRONTA-RESO.
055200     IF C-MAT-RX (I-RX) = C-MAT-COM
055300        MOVE "S" TO IN-CAMPAGNA
055400     END-IF.
055500 EX-CONFRONTA-RESO.
055600     EXIT.
055700*
055800 REGIONE-NEGOZIO.
055900     MOVE SPACES TO REGIONE-COM.
056000     PERFORM CONFRONTA-NEGOZIO THRU EX-CONFRONTA-NEGOZIO
056100        VARYING I-NR FROM 1 BY 1
056200           UNTIL I-NR > N-NR OR REGIONE-COM NOT = SPACES.
056300 EX-REGIONE-NEGOZIO.
056400     EXIT.
056500*
056600 CONFRONTA-NEGOZIO.
056700     IF NEGOZIO-NR (I-NR) = NEGOZIO-COM
056800        MOVE REGIONE-NR (I-NR) TO REGIONE-COM
056900     END-IF.
057000 EX-CONFRONTA-NEGOZIO.
057100     EXIT.
057200*
057300*
057400*     fabbisogno: negozio che vende la taglia ed e' sotto la
057500*     copertura minima; riceve dal negozio con piu' eccedenza
057600*     (stessa regione se la regola lo chiede)
057700 COPRI-FABBISOGNO.
057800     IF QTA-VE (I-VE) NOT > 0
057900        GO TO EX-COPRI-FABBISOGNO.
058000     MOVE C-MAT-VE (I-VE) TO C-MAT-COM.
058100     PERFORM VERIFICA-CAMPAGNA THRU EX-VERIFICA-CAMPAGNA.
058200     IF ARTICOLO-IN-CAMPAGNA
058300        GO TO EX-COPRI-FABBISOGNO.
058400     MOVE NEGOZIO-VE (I-VE) TO NEGOZIO-COM.
058500     MOVE TAGLIA-VE (I-VE) TO I-TG.
058600     MOVE 0 TO GIACENZA-COM IX-MI.
058700     PERFORM CERCA-SPECCHIO THRU EX-CERCA-SPECCHIO
058800        VARYING I-MI FROM 1 BY 1
058900           UNTIL I-MI > N-MIRROR-RQ OR IX-MI > 0.
059000     IF IX-MI > 0
059100        MOVE QTA-MI (IX-MI, I-TG) TO GIACENZA-COM.
059200     COMPUTE SETT-X-GIAC = GIACENZA-COM * SETT-VEND.
059300     IF SETT-X-GIAC NOT < QTA-VE (I-VE) * COP-MIN
059400        GO TO EX-COPRI-FABBISOGNO.
059500     COMPUTE FABBISOGNO =
059600        (QTA-VE (I-VE) * COP-MIN + SETT-VEND - 1) / SETT-VEND
059700        - GIACENZA-COM.
059800     IF FABBISOGNO < 1
059900        GO TO EX-COPRI-FABBISOGNO.
060000     PERFORM REGIONE-NEGOZIO THRU EX-REGIONE-NEGOZIO.
060100     MOVE 0 TO IX-EC.
060200     PERFORM SCEGLI-CEDENTE THRU EX-SCEGLI-CEDENTE
060300        VARYING I-EC FROM 1 BY 1 UNTIL I-EC > N-EC.
060400     IF IX-EC = 0
060500        GO TO EX-COPRI-FABBISOGNO.
060600     MOVE FABBISOGNO TO QTA-TRASF.
060700     IF QTA-TRASF > ECCEDENZA-EC (IX-EC)
060800        MOVE ECCEDENZA-EC (IX-EC) TO QTA-TRASF.
060900     IF QTA-TRASF < QTA-MIN
061000        GO TO EX-COPRI-FABBISOGNO.
061100     IF N-PP NOT < 1000
061200        GO TO EX-COPRI-FABBISOGNO.
061300     SUBTRACT QTA-TRASF FROM ECCEDENZA-EC (IX-EC).
061400     PERFORM SCRIVI-PROPOSTA THRU EX-SCRIVI-PROPOSTA.
061500 EX-COPRI-FABBISOGNO.
061600     EXIT.
061700*
061800 CERCA-SPECCHIO.
061900     IF NEGOZIO-MI (I-MI) = NEGOZIO-COM
062000        AND C-MAT-MI (I-MI) = C-MAT-COM
062100        MOVE I-MI TO IX-MI
062200     END-IF.
062300 EX-CERCA-SPECCHIO.
062400     EXIT.
062500*
062600 SCEGLI-CEDENTE.
062700     IF C-MAT-EC (I-EC) NOT = C-MAT-COM
062800        OR TAGLIA-EC (I-EC) NOT = I-TG
062900        OR NEGOZIO-EC (I-EC) = NEGOZIO-COM
063000        OR ECCEDENZA-EC (I-EC) < QTA-MIN
063100        GO TO EX-SCEGLI-CEDENTE.
063200     IF SOLO-STESSA-REGIONE
063300        AND (REGIONE-COM = SPACES
063400             OR REGIONE-EC (I-EC) NOT = REGIONE-COM)
063500        GO TO EX-SCEGLI-CEDENTE.
063600     IF IX-EC = 0
063700        MOVE I-EC TO IX-EC
063800        GO TO EX-SCEGLI-CEDENTE.
063900     IF ECCEDENZA-EC (I-EC) > ECCEDENZA-EC (IX-EC)
064000        MOVE I-EC TO IX-EC.
064100 EX-SCEGLI-CEDENTE.
064200     EXIT.
064300*
064400 ULTIMA-PROPOSTA-NR.
064500     MOVE 0 TO ULTIMA-PROPOSTA OK-FINE-FILE.
064600     OPEN INPUT FILE-PROP.
064700     IF NOT RP-APERTO
064800        GO TO EX-ULTIMA-PROPOSTA-NR.
064900     PERFORM LEGGI-NR-PROPOSTA THRU EX-LEGGI-NR-PROPOSTA
065000        UNTIL LETTO-FINE-FILE.
065100     CLOSE FILE-PROP.
065200 EX-ULTIMA-PROPOSTA-NR.
065300     EXIT.
065400*
065500 LEGGI-NR-PROPOSTA.
065600     READ FILE-PROP AT END
065700        MOVE 1 TO OK-FINE-FILE
065800        GO TO EX-LEGGI-NR-PROPOSTA.
065900     IF PROPOSTA-RP NUMERIC AND PROPOSTA-RP > ULTIMA-PROPOSTA
066000        MOVE PROPOSTA-RP TO ULTIMA-PROPOSTA.
066100 EX-LEGGI-NR-PROPOSTA.
066200     EXIT.
066300*
066400 SCRIVI-PROPOSTA.
066500     ADD 1 TO ULTIMA-PROPOSTA.
066600     ADD 1 TO N-PP.
066700     MOVE ULTIMA-PROPOSTA TO PROPOSTA-PP (N-PP).
066800     MOVE NEGOZIO-EC (IX-EC) TO NEG-DA-PP (N-PP).
066900     MOVE NEGOZIO-COM TO NEG-A-PP (N-PP).
067000     MOVE C-MAT-COM TO C-MAT-PP (N-PP).
067100     MOVE I-TG TO TAGLIA-PP (N-PP).
067200     MOVE QTA-TRASF TO QTA-PP (N-PP).
067300     MOVE T-TAB TO TG-RP-1 TG-RP-2 TG-RP-3 TG-RP-4 TG-RP-5
067400                   TG-RP-6 TG-RP-7 TG-RP-8 TG-RP-9.
067500     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-RP.
067600     MOVE ULTIMA-PROPOSTA TO PROPOSTA-RP.
067700     MOVE NEGOZIO-EC (IX-EC) TO NEG-DA-RP.
067800     MOVE NEGOZIO-COM TO NEG-A-RP.
067900     MOVE C-MAT-COM TO C-MAT-RP.
068000     MOVE I-TG TO TAGLIA-RP.
068100     MOVE QTA-TRASF TO QTA-RP.
068200     MOVE SPACE TO ESITO-DA-RP ESITO-A-RP.
068300     MOVE "P" TO STATO-RP.
068400     WRITE REC-PROP.
068500 EX-SCRIVI-PROPOSTA.
068600     EXIT.
068700*
068800*
068900*     il file atterra nella directory del negozio: gruppo
069000*     N<negozio>, nome R<data> (COMMAND2 "FILE", lo stesso
069100*     aggancio dd_ di PUBLISTI); un record "94" per ogni
069200*     proposta in cui il negozio cede o riceve
069300 INVIA-NEGOZIO.
069400     MOVE NEGOZIO-NR (I-NR) TO NEGOZIO-COM.
069500     MOVE 0 TO RECORD-NEGOZIO.
069600     PERFORM CONTA-RECORD-NEG THRU EX-CONTA-RECORD-NEG
069700        VARYING I-PP FROM 1 BY 1 UNTIL I-PP > N-PP.
069800     IF RECORD-NEGOZIO = 0
069900        GO TO EX-INVIA-NEGOZIO.
070000     MOVE NEGOZIO-COM TO NEGOZIO-ED.
070001     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-INVIO.
070100     MOVE SPACES TO COMANDO-FILE-RQ.
070200     STRING "FILE RIEQOUT=R" DELIMITED BY SIZE
070300            DATA-INVIO DELIMITED BY SIZE
070400            ".N" DELIMITED BY SIZE
070500            NEGOZIO-ED DELIMITED BY SIZE
070600            CARRIAGE-RETURN DELIMITED BY SIZE
070700        INTO COMANDO-FILE-RQ.
070800     CANCEL "COMMAND2"
070900     CALL "COMMAND2" USING COMANDO-FILE-RQ ERR ERR-PARM.
071000     IF ERR NOT = 0
071100        MOVE ERR TO ERR-DISP
071200        DISPLAY "RIEQNEG    err COMMAND2 neg "
071300                NEGOZIO-ED " " ERR-DISP
071400        GO TO EX-INVIA-NEGOZIO.
071500     OPEN OUTPUT FILE-OUT.
071600     IF NOT RO-APERTO
071700        DISPLAY "RIEQNEG    RIEQOUT non apribile neg "
071800                NEGOZIO-ED " " CHECK-RO
071900        GO TO EX-INVIA-NEGOZIO.
072000     PERFORM SCRIVI-RECORD-NEG THRU EX-SCRIVI-RECORD-NEG
072100        VARYING I-PP FROM 1 BY 1 UNTIL I-PP > N-PP.
072200     CLOSE FILE-OUT.
072300     ADD 1 TO NEGOZI-SERVITI.
072400 EX-INVIA-NEGOZIO.
072500     EXIT.
072600*
072700 CONTA-RECORD-NEG.
072800     IF NEG-DA-PP (I-PP) = NEGOZIO-COM
072900        OR NEG-A-PP (I-PP) = NEGOZIO-COM
073000        ADD 1 TO RECORD-NEGOZIO
073100     END-IF.
073200 EX-CONTA-RECORD-NEG.
073300     EXIT.
073400*
073500 SCRIVI-RECORD-NEG.
073600     MOVE SPACES TO REC-OUT.
073700     IF NEG-DA-PP (I-PP) = NEGOZIO-COM
073800        MOVE "CEDERE A NEGOZIO" TO MOTIVO-DO
073900        MOVE NEG-A-PP (I-PP) TO CONTROPARTE-DO
074000     ELSE
074100        IF NEG-A-PP (I-PP) = NEGOZIO-COM
074200           MOVE "RICEVERE DA NEGOZIO" TO MOTIVO-DO
074300           MOVE NEG-DA-PP (I-PP) TO CONTROPARTE-DO
074400        ELSE
074500           GO TO EX-SCRIVI-RECORD-NEG
074600        END-IF
074700     END-IF.
074800     MOVE "94" TO TIPO-DO.
074900     MOVE NEGOZIO-COM TO NEGOZIO-DO.
075000     MOVE C-MAT-PP (I-PP) TO C-MAT-DO.
075100     MOVE QTA-PP (I-PP) TO QTA-DO.
075200     MOVE PROPOSTA-PP (I-PP) TO PROPOSTA-DO.
075300     MOVE TAGLIA-PP (I-PP) TO TAGLIA-DO.
075400     WRITE REC-OUT.
075500 EX-SCRIVI-RECORD-NEG.
075600     EXIT.
075700*
075800*
075900*     stato: accettate da eseguire e in attesa, a video
076000 STATO-PROPOSTE.
076100     MOVE 0 TO N-PROPOSTE N-ACCETTATE N-RIFIUTATE N-IN-ATTESA
076200               OK-FINE-FILE.
076300     OPEN INPUT FILE-PROP.
076400     IF NOT RP-APERTO
076500        DISPLAY "Nessuna proposta registrata"
076600        GO TO EX-STATO-PROPOSTE.
076700     DISPLAY "PROP.  DA  A   C-MAT           TG  QTA ESITI STATO".
076800     PERFORM LEGGI-STATO THRU EX-LEGGI-STATO
076900        UNTIL LETTO-FINE-FILE.
077000     CLOSE FILE-PROP.
077100     DISPLAY "Proposte " N-PROPOSTE "  accettate " N-ACCETTATE
077200             "  rifiutate " N-RIFIUTATE
077300             "  in attesa " N-IN-ATTESA.
077400 EX-STATO-PROPOSTE.
077500     EXIT.
077600*
077700 LEGGI-STATO.
077800     READ FILE-PROP AT END
077900        MOVE 1 TO OK-FINE-FILE
078000        GO TO EX-LEGGI-STATO.
078100     ADD 1 TO N-PROPOSTE.
078200     IF RP-RIFIUTATA
078300        ADD 1 TO N-RIFIUTATE
078400        GO TO EX-LEGGI-STATO.
078500     IF RP-ACCETTATA
078600        ADD 1 TO N-ACCETTATE
078700     ELSE
078800        ADD 1 TO N-IN-ATTESA.
078900     DISPLAY PROPOSTA-RP " " NEG-DA-RP " " NEG-A-RP " "
079000             C-MAT-RP " " TAGLIA-RP " " QTA-RP " "
079100             ESITO-DA-RP ESITO-A-RP "    " STATO-RP.
079200 EX-LEGGI-STATO.
079300     EXIT.
079400*
079500*      FINE PROGRAMMA    **** /K RIEQNEG.COB  *****
