000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. QUADCART.
000310*2026*        15/10/26
000320*     quadratura dei pagamenti con carta (righe "K" del
000330*     giornale PAGAMLOG) contro il flusso di regolamento
000340*     giornaliero dell'acquirer. "I" aggancia il flusso
000350*     ACQIN dal gruppo di scambio dell'acquirer (COMMAND2,
000360*     come ASNFORN) e lo accoda all'archivio CARTEACQ; un
000370*     flusso gia' accodato (stessa data di accredito) non
000380*     si ricarica. "R" per un periodo di date operazione
000390*     abbina una a una le transazioni accreditate ai
000400*     pagamenti K per terminale, data e importo, e stampa
000410*     sulla catena QOLPPR gli abbinati, i pagamenti carta
000420*     non accreditati, gli accrediti senza pagamento in
000430*     cassa e le commissioni trattenute per giorno e per
000440*     terminale. Il periodo si puo' ripassare: l'archivio
000450*     copre le transazioni accreditate con qualche giorno
000460*     di ritardo.
000470*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-ACQIN ASSIGN TO "ACQIN"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-AI.
001500     SELECT OPTIONAL FILE-CARTEACQ ASSIGN TO "CARTEACQ"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-AQ.
001800     SELECT OPTIONAL FILE-PAGLOG ASSIGN TO "PAGAMLOG"
001900        ORGANIZATION IS LINE SEQUENTIAL
002000        FILE STATUS IS CHECK-PG.
002100*
002200 DATA DIVISION.
002300 FILE SECTION.
002400 FD FILE-ACQIN DATA RECORD REC-ACQIN.
002500 01 REC-ACQIN             COPY YCARTACQ.
002600 FD FILE-CARTEACQ DATA RECORD REC-CARTEACQ.
002700 01 REC-CARTEACQ          COPY YCARTACQ.
002800 FD FILE-PAGLOG DATA RECORD REC-PAGLOG.
002900 01 REC-PAGLOG.
003000    05 DATA-PG               PIC 9(6).
003100    05 TG-PG-1               PIC X.
003200    05 TERMINALE-PG          PIC X(8).
003300    05 TG-PG-2               PIC X.
003400    05 OPERATORE-PG          PIC X(8).
003500    05 TG-PG-3               PIC X.
003600    05 CONTO-PG              PIC 9(8).
003700    05 TG-PG-4               PIC X.
003800    05 MAG-PG                PIC 9(3).
003900    05 TG-PG-5               PIC X.
004000    05 TIPO-PG               PIC X.
004100    05 TG-PG-6               PIC X.
004200    05 IMPORTO-PG            PIC 9(11).
004300    05 TG-PG-7               PIC X.
004400    05 RIF-PG                PIC X(15).
004500*
004600 WORKING-STORAGE SECTION.
004700*
004800 77 CHECK-AI        PIC XX.
004900    88 AI-APERTO    VALUES ARE "05", "00".
005000 77 CHECK-AQ        PIC XX.
005100    88 AQ-APERTO    VALUES ARE "05", "00".
005200 77 CHECK-PG        PIC XX.
005300    88 PG-APERTO    VALUES ARE "05", "00".
005400*
005500 01 OK-FINE-FILE    PIC S9(4) COMP.
005600    88 LETTO-FINE-FILE VALUE 1.
005700*
005800 01 T-TAB           PIC X VALUE X"9".
005900*
006000* transazioni accreditate dall'acquirer nel periodo
006100 01 TAB-ACCREDITI.
006200  05 RIGA-QA OCCURS 3000.
006300   10 DATA-QA          PIC 9(6).
006400   10 TERMINALE-QA     PIC X(8).
006500   10 IMPORTO-QA       PIC 9(11).
006600   10 COMMISSIONE-QA   PIC 9(9).
006700   10 NETTO-QA         PIC 9(11).
006800   10 RIF-QA           PIC X(20).
006900   10 ABBINATO-QA      PIC S9(4) COMP.
007000 01 N-RIGHE-QA      PIC S9(4) COMP.
007100 01 I-QA            PIC S9(4) COMP.
007200*
007300* pagamenti con carta registrati in cassa nel periodo
007400 01 TAB-PAGAM-CARTA.
007500  05 RIGA-QK OCCURS 3000.
007600   10 DATA-QK          PIC 9(6).
007700   10 TERMINALE-QK     PIC X(8).
007800   10 IMPORTO-QK       PIC 9(11).
007900   10 RIF-QK           PIC X(15).
008000   10 ABBINATO-QK      PIC X.
008100 01 N-RIGHE-QK      PIC S9(4) COMP.
008200 01 I-QK            PIC S9(4) COMP.
008300 01 IX-QK           PIC S9(4) COMP.
008400*
008500* commissioni per giorno e terminale
008600 01 TAB-COMMISSIONI.
008700  05 RIGA-QM OCCURS 500.
008800   10 DATA-QM          PIC 9(6).
008900   10 TERMINALE-QM     PIC X(8).
009000   10 N-TRANS-QM       PIC S9(4) COMP.
009100   10 LORDO-QM         PIC S9(13) COMP-3.
009200   10 COMMISSIONE-QM   PIC S9(13) COMP-3.
009300   10 NETTO-QM         PIC S9(13) COMP-3.
009400 01 N-RIGHE-QM      PIC S9(4) COMP.
009500 01 I-QM            PIC S9(4) COMP.
009600 01 IX-QM           PIC S9(4) COMP.
009700*
009800* date di accredito presenti nel flusso, per non accodarlo
009900* due volte
010000 01 TAB-DATE-FLUSSO.
010100  05 RIGA-QD OCCURS 31.
010200   10 DATA-QD          PIC 9(6).
010300   10 GIA-PRESENTE-QD  PIC X.
010400 01 N-RIGHE-QD      PIC S9(4) COMP.
010500 01 I-QD            PIC S9(4) COMP.
010600 01 IX-QD           PIC S9(4) COMP.
010700*
010800 01 FUNZIONE-IN     PIC X.
010900 01 DATA-DAL-IN     PIC X(6).
011000 01 DATA-DAL-IN-9 REDEFINES DATA-DAL-IN PIC 9(6).
011100 01 DATA-AL-IN      PIC X(6).
011200 01 DATA-AL-IN-9 REDEFINES DATA-AL-IN PIC 9(6).
011300 01 DATA-DAL        PIC 9(6).
011400 01 DATA-AL         PIC 9(6).
011500*
011600 01 N-ABBINATI      PIC S9(4) COMP.
011700 01 N-ACCODATE      PIC S9(4) COMP.
011800 01 N-SCARTATE      PIC S9(4) COMP.
011900 01 CONTA-ED        PIC ZZZ9.
012000 01 TOT-ABBINATI    PIC S9(13) COMP-3.
012100 01 TOT-NON-ACCRED  PIC S9(13) COMP-3.
012200 01 TOT-SENZA-PAG   PIC S9(13) COMP-3.
012300 01 TOT-LORDO       PIC S9(13) COMP-3.
012400 01 TOT-COMMISSIONE PIC S9(13) COMP-3.
012500 01 TOT-NETTO       PIC S9(13) COMP-3.
012600 01 N-TRANS-TOT     PIC S9(4) COMP.
012700*
012800* aggancio del flusso dal gruppo di scambio dell'acquirer
012900 01 COMANDO-FILE-AQ.
013000  05 FILLER          PIC X(80).
013100 01 CARRIAGE-RETURN  PIC X VALUE X"13".
013200 01 ERR          PIC S9(9) COMP.
013300 01 ERR-PARM     PIC S9(9) COMP.
013400 01 ERR-DISP     PIC -(6).
013500*
013600 01  PAR-PRINT.
013700  05  STATO         PIC S9(4) COMP.
013800  05  LL-RIGA       PIC  9(4) COMP.
013900  05  N-MAX-RIGHE   PIC  9(4) COMP.
014000  05  FLAG-ROUTINE  PIC  9(4) COMP.
014100  05  NUM-FILE-ID   PIC  9(4) COMP.
014200  05  NOME-FILE.
014300   10 PRE-NOME-FILE     PIC X.
014400   10 TERM-N-FILE       PIC 9(6).
014500   10 FILLER            PIC XXX VALUE ".ST".
014600*
014700 01  RIGA.
014800  05  N-STAMPANTE   PIC 9.
014900  05  COMANDO       PIC X.
015000  05  N-RIGA-STAMPA PIC 9(4) COMP.
015100  05  DATI-RIGA     PIC X(132).
015200  05 RIGA-DETT-QC REDEFINES DATI-RIGA.
015300    10 FILLER        PIC X(2).
015400    10 DATA-QC-ST    PIC 9(6).
015500    10 FILLER        PIC X(2).
015600    10 TERM-QC-ST    PIC X(8).
015700    10 FILLER        PIC X(2).
015800    10 IMPORTO-QC-ST PIC Z(8)9,99.
015900    10 FILLER        PIC X(2).
016000    10 COMM-QC-ST    PIC Z(6)9,99.
016100    10 FILLER        PIC X(2).
016200    10 NETTO-QC-ST   PIC Z(8)9,99.
016300    10 FILLER        PIC X(2).
016400    10 RIF-AQ-QC-ST  PIC X(20).
016500    10 FILLER        PIC X(2).
016600    10 RIF-PG-QC-ST  PIC X(15).
016700    10 FILLER        PIC X(32).
016800  05 RIGA-COMM-QC REDEFINES DATI-RIGA.
016900    10 FILLER        PIC X(2).
017000    10 DATA-CM-ST    PIC 9(6).
017100    10 FILLER        PIC X(2).
017200    10 TERM-CM-ST    PIC X(8).
017300    10 FILLER        PIC X(2).
017400    10 N-TRANS-CM-ST PIC ZZZ9.
017500    10 FILLER        PIC X(2).
017600    10 LORDO-CM-ST   PIC Z(8)9,99.
017700    10 FILLER        PIC X(2).
017800    10 COMM-CM-ST    PIC Z(8)9,99.
017900    10 FILLER        PIC X(2).
018000    10 NETTO-CM-ST   PIC Z(8)9,99.
018100    10 FILLER        PIC X(2).
018200    10 PERC-CM-ST    PIC ZZ9,99.
018300    10 FILLER        PIC X(55).
018400*
018500 01 BUFFER.
018600  05 N-BUF               PIC S9(4) COMP VALUE 37.
018700  05 FILLER              PIC XX.
018800  05 FILLER              PIC X(5120).
018900*
019000 01 STATO-DISPLAY    PIC ZZZZ-.
019100*
019200 LINKAGE SECTION.
019300*
019400 01 W-COMMON       COPY WCOMMONW.
019500*
019600*PAGE
019700 PROCEDURE DIVISION  USING W-COMMON.
019800 INIZIO.
019900     DISPLAY "----  QUADRATURA PAGAMENTI CARTA  -------".
020000     DISPLAY "Funzione (I=importa flusso acquirer "
020100             "R=quadratura periodo) " NO ADVANCING.
020200     MOVE SPACE TO FUNZIONE-IN.
020300     ACCEPT FUNZIONE-IN.
020400     EVALUATE FUNZIONE-IN
020500        WHEN "I"
020600           PERFORM IMPORTA-FLUSSO THRU EX-IMPORTA-FLUSSO
020700        WHEN "R"
020800           PERFORM QUADRATURA THRU EX-QUADRATURA
020900        WHEN OTHER
021000           DISPLAY "Funzione non valida"
021100     END-EVALUATE.
021200 FINE.
021300     EXIT PROGRAM.
021400*
021500*
021600*     il flusso si legge in memoria, si scartano le date di
021700*     accredito gia' in archivio e il resto si accoda
021800 IMPORTA-FLUSSO.
021900     PERFORM AGGANCIA-FLUSSO THRU EX-AGGANCIA-FLUSSO.
022000     MOVE 0 TO N-RIGHE-QA N-RIGHE-QD N-ACCODATE N-SCARTATE.
022100     OPEN INPUT FILE-ACQIN.
022200     IF NOT AI-APERTO
022300        DISPLAY "Flusso di regolamento dell'acquirer assente"
022400        GO TO EX-IMPORTA-FLUSSO.
022500     MOVE 0 TO OK-FINE-FILE.
022600     PERFORM LEGGI-RIGA-ACQIN THRU EX-LEGGI-RIGA-ACQIN
022700        UNTIL LETTO-FINE-FILE.
022800     CLOSE FILE-ACQIN.
022900     IF N-RIGHE-QA = 0
023000        DISPLAY "Flusso di regolamento vuoto"
023100        GO TO EX-IMPORTA-FLUSSO.
023200     OPEN INPUT FILE-CARTEACQ.
023300     IF AQ-APERTO
023400        MOVE 0 TO OK-FINE-FILE
023500        PERFORM VERIFICA-RIGA-ARCHIVIO
023600           THRU EX-VERIFICA-RIGA-ARCHIVIO
023700           UNTIL LETTO-FINE-FILE
023800        CLOSE FILE-CARTEACQ
023900     END-IF.
024000     OPEN EXTEND FILE-CARTEACQ.
024100     IF NOT AQ-APERTO
024200        DISPLAY "QUADCART   CARTEACQ non apribile " CHECK-AQ
024300        GO TO EX-IMPORTA-FLUSSO.
024400     PERFORM ACCODA-RIGA-FLUSSO THRU EX-ACCODA-RIGA-FLUSSO
024500        VARYING I-QA FROM 1 BY 1 UNTIL I-QA > N-RIGHE-QA.
024600     CLOSE FILE-CARTEACQ.
024700     MOVE N-ACCODATE TO CONTA-ED.
024800     DISPLAY "QUADCART   transazioni accodate " CONTA-ED.
024900     IF N-SCARTATE > 0
025000        MOVE N-SCARTATE TO CONTA-ED
025100        DISPLAY "QUADCART   gia' in archivio, scartate "
025200                CONTA-ED.
025300 EX-IMPORTA-FLUSSO.
025400     EXIT.
025500*
025600 AGGANCIA-FLUSSO.
025700     MOVE SPACES TO COMANDO-FILE-AQ.
025800     STRING "FILE ACQIN=REGCARTE.ACQUIRER" DELIMITED BY SIZE
025900            CARRIAGE-RETURN DELIMITED BY SIZE
026000        INTO COMANDO-FILE-AQ.
026100     CANCEL "COMMAND2"
026200     CALL "COMMAND2" USING COMANDO-FILE-AQ ERR ERR-PARM.
026300     IF ERR NOT = 0
026400        MOVE ERR TO ERR-DISP
026500        DISPLAY "QUADCART   err COMMAND2 " ERR-DISP
026600     END-IF.
026700 EX-AGGANCIA-FLUSSO.
026800     EXIT.
026900*
027000 LEGGI-RIGA-ACQIN.
027100     READ FILE-ACQIN
027200        AT END
027300           MOVE 1 TO OK-FINE-FILE
027400           GO TO EX-LEGGI-RIGA-ACQIN
027500     END-READ.
027600     IF DATA-OPERAZ-AQ OF REC-ACQIN NOT NUMERIC
027700        OR IMPORTO-AQ OF REC-ACQIN NOT NUMERIC
027800        OR COMMISSIONE-AQ OF REC-ACQIN NOT NUMERIC
027900        OR NETTO-AQ OF REC-ACQIN NOT NUMERIC
028000        OR DATA-ACCREDITO-AQ OF REC-ACQIN NOT NUMERIC
028100        DISPLAY "Riga del flusso non valida: " REC-ACQIN
028200        GO TO EX-LEGGI-RIGA-ACQIN.
028300     IF N-RIGHE-QA NOT < 3000
028400        DISPLAY "QUADCART   TAB-ACCREDITI da allargare"
028500        GO TO EX-LEGGI-RIGA-ACQIN.
028600     ADD 1 TO N-RIGHE-QA.
028700     MOVE DATA-OPERAZ-AQ OF REC-ACQIN TO DATA-QA (N-RIGHE-QA).
028800     MOVE TERMINALE-AQ OF REC-ACQIN
028900       TO TERMINALE-QA (N-RIGHE-QA).
029000     MOVE IMPORTO-AQ OF REC-ACQIN TO IMPORTO-QA (N-RIGHE-QA).
029100     MOVE COMMISSIONE-AQ OF REC-ACQIN
029200       TO COMMISSIONE-QA (N-RIGHE-QA).
029300     MOVE NETTO-AQ OF REC-ACQIN TO NETTO-QA (N-RIGHE-QA).
029400     MOVE RIF-AQ OF REC-ACQIN TO RIF-QA (N-RIGHE-QA).
029500*    in importazione ABBINATO-QA porta l'indice della data
029600*    di accredito nella tabella delle date del flusso
029700     MOVE 0 TO IX-QD.
029800     PERFORM CERCA-DATA-FLUSSO THRU EX-CERCA-DATA-FLUSSO
029900        VARYING I-QD FROM 1 BY 1 UNTIL I-QD > N-RIGHE-QD.
030000     IF IX-QD = 0
030100        IF N-RIGHE-QD < 31
030200           ADD 1 TO N-RIGHE-QD
030300           MOVE DATA-ACCREDITO-AQ OF REC-ACQIN
030400             TO DATA-QD (N-RIGHE-QD)
030500           MOVE "N" TO GIA-PRESENTE-QD (N-RIGHE-QD)
030600           MOVE N-RIGHE-QD TO IX-QD
030700        ELSE
030800           DISPLAY "QUADCART   TAB-DATE-FLUSSO da allargare"
030900        END-IF
031000     END-IF.
031100     MOVE IX-QD TO ABBINATO-QA (N-RIGHE-QA).
031200 EX-LEGGI-RIGA-ACQIN.
031300     EXIT.
031400*
031500 CERCA-DATA-FLUSSO.
031600     IF DATA-QD (I-QD) = DATA-ACCREDITO-AQ OF REC-ACQIN
031700        MOVE I-QD TO IX-QD.
031800 EX-CERCA-DATA-FLUSSO.
031900     EXIT.
032000*
032100 VERIFICA-RIGA-ARCHIVIO.
032200     READ FILE-CARTEACQ
032300        AT END
032400           MOVE 1 TO OK-FINE-FILE
032500           GO TO EX-VERIFICA-RIGA-ARCHIVIO
032600     END-READ.
032700     PERFORM MARCA-DATA-PRESENTE THRU EX-MARCA-DATA-PRESENTE
032800        VARYING I-QD FROM 1 BY 1 UNTIL I-QD > N-RIGHE-QD.
032900 EX-VERIFICA-RIGA-ARCHIVIO.
033000     EXIT.
033100*
033200 MARCA-DATA-PRESENTE.
033300     IF DATA-QD (I-QD) = DATA-ACCREDITO-AQ OF REC-CARTEACQ
033400        MOVE "S" TO GIA-PRESENTE-QD (I-QD).
033500 EX-MARCA-DATA-PRESENTE.
033600     EXIT.
033700*
033800 ACCODA-RIGA-FLUSSO.
033900     MOVE ABBINATO-QA (I-QA) TO IX-QD.
034000     IF IX-QD = 0
034100        ADD 1 TO N-SCARTATE
034200        GO TO EX-ACCODA-RIGA-FLUSSO.
034300     IF GIA-PRESENTE-QD (IX-QD) = "S"
034400        ADD 1 TO N-SCARTATE
034500        GO TO EX-ACCODA-RIGA-FLUSSO.
034600     MOVE T-TAB TO TG-AQ-1 OF REC-CARTEACQ
034700                   TG-AQ-2 OF REC-CARTEACQ
034800                   TG-AQ-3 OF REC-CARTEACQ
034900                   TG-AQ-4 OF REC-CARTEACQ
035000                   TG-AQ-5 OF REC-CARTEACQ
035100                   TG-AQ-6 OF REC-CARTEACQ.
035200     MOVE DATA-QA (I-QA) TO DATA-OPERAZ-AQ OF REC-CARTEACQ.
035300     MOVE TERMINALE-QA (I-QA) TO TERMINALE-AQ OF REC-CARTEACQ.
035400     MOVE IMPORTO-QA (I-QA) TO IMPORTO-AQ OF REC-CARTEACQ.
035500     MOVE COMMISSIONE-QA (I-QA)
035600       TO COMMISSIONE-AQ OF REC-CARTEACQ.
035700     MOVE NETTO-QA (I-QA) TO NETTO-AQ OF REC-CARTEACQ.
035800     MOVE DATA-QD (IX-QD) TO DATA-ACCREDITO-AQ OF REC-CARTEACQ.
035900     MOVE RIF-QA (I-QA) TO RIF-AQ OF REC-CARTEACQ.
036000     WRITE REC-CARTEACQ.
036100     ADD 1 TO N-ACCODATE.
036200 EX-ACCODA-RIGA-FLUSSO.
036300     EXIT.
036400*
036500*
036600*     quadratura di un periodo di date operazione (AAMMGG
036700*     come sul giornale PAGAMLOG)
036800 QUADRATURA.
036900     DISPLAY "Dalla data (AAMMGG, vuoto = oggi) " NO ADVANCING.
037000     MOVE SPACES TO DATA-DAL-IN.
037100     ACCEPT DATA-DAL-IN.
037200     IF DATA-DAL-IN = SPACES
037300        MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-DAL
037400     ELSE
037500        IF DATA-DAL-IN NOT NUMERIC
037600           DISPLAY "Data non numerica"
037700           GO TO EX-QUADRATURA
037800        ELSE
037900           MOVE DATA-DAL-IN-9 TO DATA-DAL
038000        END-IF
038100     END-IF.
038200     DISPLAY "Alla data (AAMMGG, vuoto = " DATA-DAL ") "
038300             NO ADVANCING.
038400     MOVE SPACES TO DATA-AL-IN.
038500     ACCEPT DATA-AL-IN.
038600     IF DATA-AL-IN = SPACES
038700        MOVE DATA-DAL TO DATA-AL
038800     ELSE
038900        IF DATA-AL-IN NOT NUMERIC
039000           DISPLAY "Data non numerica"
039100           GO TO EX-QUADRATURA
039200        ELSE
039300           MOVE DATA-AL-IN-9 TO DATA-AL
039400        END-IF
039500     END-IF.
039600     IF DATA-AL < DATA-DAL
039700        DISPLAY "Periodo non valido"
039800        GO TO EX-QUADRATURA.
039900     PERFORM CARICA-ACCREDITI THRU EX-CARICA-ACCREDITI.
040000     PERFORM CARICA-PAGAM-CARTA THRU EX-CARICA-PAGAM-CARTA.
040100     IF N-RIGHE-QA = 0 AND N-RIGHE-QK = 0
040200        DISPLAY "Nessun movimento carta nel periodo"
040300        GO TO EX-QUADRATURA.
040400     MOVE 0 TO N-ABBINATI N-RIGHE-QM.
040500     PERFORM ABBINA-ACCREDITO THRU EX-ABBINA-ACCREDITO
040600        VARYING I-QA FROM 1 BY 1 UNTIL I-QA > N-RIGHE-QA.
040700     PERFORM STAMPA-QUADRATURA THRU EX-STAMPA-QUADRATURA.
040800     MOVE N-ABBINATI TO CONTA-ED.
040900     DISPLAY "QUADCART   transazioni abbinate " CONTA-ED.
041000 EX-QUADRATURA.
041100     EXIT.
041200*
041300 CARICA-ACCREDITI.
041400     MOVE 0 TO N-RIGHE-QA.
041500     OPEN INPUT FILE-CARTEACQ.
041600     IF NOT AQ-APERTO
041700        GO TO EX-CARICA-ACCREDITI.
041800     MOVE 0 TO OK-FINE-FILE.
041900     PERFORM LEGGI-RIGA-ARCHIVIO THRU EX-LEGGI-RIGA-ARCHIVIO
042000        UNTIL LETTO-FINE-FILE.
042100     CLOSE FILE-CARTEACQ.
042200 EX-CARICA-ACCREDITI.
042300     EXIT.
042400*
042500 LEGGI-RIGA-ARCHIVIO.
042600     READ FILE-CARTEACQ
042700        AT END
042800           MOVE 1 TO OK-FINE-FILE
042900           GO TO EX-LEGGI-RIGA-ARCHIVIO
043000     END-READ.
043100     IF DATA-OPERAZ-AQ OF REC-CARTEACQ < DATA-DAL
043200        OR DATA-OPERAZ-AQ OF REC-CARTEACQ > DATA-AL
043300        GO TO EX-LEGGI-RIGA-ARCHIVIO.
043400     IF N-RIGHE-QA NOT < 3000
043500        DISPLAY "QUADCART   TAB-ACCREDITI da allargare"
043600        GO TO EX-LEGGI-RIGA-ARCHIVIO.
043700     ADD 1 TO N-RIGHE-QA.
043800     MOVE DATA-OPERAZ-AQ OF REC-CARTEACQ
043900       TO DATA-QA (N-RIGHE-QA).
044000     MOVE TERMINALE-AQ OF REC-CARTEACQ
044100       TO TERMINALE-QA (N-RIGHE-QA).
044200     MOVE IMPORTO-AQ OF REC-CARTEACQ
044300       TO IMPORTO-QA (N-RIGHE-QA).
044400     MOVE COMMISSIONE-AQ OF REC-CARTEACQ
044500       TO COMMISSIONE-QA (N-RIGHE-QA).
044600     MOVE NETTO-AQ OF REC-CARTEACQ TO NETTO-QA (N-RIGHE-QA).
044700     MOVE RIF-AQ OF REC-CARTEACQ TO RIF-QA (N-RIGHE-QA).
044800     MOVE 0 TO ABBINATO-QA (N-RIGHE-QA).
044900 EX-LEGGI-RIGA-ARCHIVIO.
045000     EXIT.
045100*
045200 CARICA-PAGAM-CARTA.
045300     MOVE 0 TO N-RIGHE-QK.
045400     OPEN INPUT FILE-PAGLOG.
045500     IF NOT PG-APERTO
045600        GO TO EX-CARICA-PAGAM-CARTA.
045700     MOVE 0 TO OK-FINE-FILE.
045800     PERFORM LEGGI-RIGA-PAGLOG THRU EX-LEGGI-RIGA-PAGLOG
045900        UNTIL LETTO-FINE-FILE.
046000     CLOSE FILE-PAGLOG.
046100 EX-CARICA-PAGAM-CARTA.
046200     EXIT.
046300*
046400 LEGGI-RIGA-PAGLOG.
046500     READ FILE-PAGLOG
046600        AT END
046700           MOVE 1 TO OK-FINE-FILE
046800           GO TO EX-LEGGI-RIGA-PAGLOG
046900     END-READ.
047000     IF TIPO-PG NOT = "K"
047100        OR DATA-PG < DATA-DAL
047200        OR DATA-PG > DATA-AL
047300        GO TO EX-LEGGI-RIGA-PAGLOG.
047400     IF N-RIGHE-QK NOT < 3000
047500        DISPLAY "QUADCART   TAB-PAGAM-CARTA da allargare"
047600        GO TO EX-LEGGI-RIGA-PAGLOG.
047700     ADD 1 TO N-RIGHE-QK.
047800     MOVE DATA-PG TO DATA-QK (N-RIGHE-QK).
047900     MOVE TERMINALE-PG TO TERMINALE-QK (N-RIGHE-QK).
048000     MOVE IMPORTO-PG TO IMPORTO-QK (N-RIGHE-QK).
048100     MOVE RIF-PG TO RIF-QK (N-RIGHE-QK).
048200     MOVE "N" TO ABBINATO-QK (N-RIGHE-QK).
048300 EX-LEGGI-RIGA-PAGLOG.
048400     EXIT.
048500*
048600*     ogni accredito prende il primo pagamento K libero con
048700*     stesso terminale, data e importo; intanto si accumulano
048800*     le commissioni del giorno e del terminale
048900 ABBINA-ACCREDITO.
049000     MOVE 0 TO IX-QK.
049100     PERFORM CERCA-PAGAMENTO THRU EX-CERCA-PAGAMENTO
049200        VARYING I-QK FROM 1 BY 1
049300        UNTIL I-QK > N-RIGHE-QK OR IX-QK NOT = 0.
049400     IF IX-QK NOT = 0
049500        MOVE "S" TO ABBINATO-QK (IX-QK)
049600        MOVE IX-QK TO ABBINATO-QA (I-QA)
049700        ADD 1 TO N-ABBINATI.
049800     PERFORM ACCUMULA-COMMISSIONE THRU EX-ACCUMULA-COMMISSIONE.
049900 EX-ABBINA-ACCREDITO.
050000     EXIT.
050100*
050200 CERCA-PAGAMENTO.
050300     IF ABBINATO-QK (I-QK) = "N"
050400        AND TERMINALE-QK (I-QK) = TERMINALE-QA (I-QA)
050500        AND DATA-QK (I-QK) = DATA-QA (I-QA)
050600        AND IMPORTO-QK (I-QK) = IMPORTO-QA (I-QA)
050700        MOVE I-QK TO IX-QK.
050800 EX-CERCA-PAGAMENTO.
050900     EXIT.
051000*
051100 ACCUMULA-COMMISSIONE.
051200     MOVE 0 TO IX-QM.
051300     PERFORM CERCA-GIORNO-TERM THRU EX-CERCA-GIORNO-TERM
051400        VARYING I-QM FROM 1 BY 1 UNTIL I-QM > N-RIGHE-QM.
051500     IF IX-QM = 0
051600        IF N-RIGHE-QM < 500
051700           ADD 1 TO N-RIGHE-QM
051800           MOVE DATA-QA (I-QA) TO DATA-QM (N-RIGHE-QM)
051900           MOVE TERMINALE-QA (I-QA)
052000             TO TERMINALE-QM (N-RIGHE-QM)
052100           MOVE 0 TO N-TRANS-QM (N-RIGHE-QM)
052200                     LORDO-QM (N-RIGHE-QM)
052300                     COMMISSIONE-QM (N-RIGHE-QM)
052400                     NETTO-QM (N-RIGHE-QM)
052500           MOVE N-RIGHE-QM TO IX-QM
052600        ELSE
052700           DISPLAY "QUADCART   TAB-COMMISSIONI da allargare"
052800           GO TO EX-ACCUMULA-COMMISSIONE
052900        END-IF
053000     END-IF.
053100     ADD 1 TO N-TRANS-QM (IX-QM).
053200     ADD IMPORTO-QA (I-QA) TO LORDO-QM (IX-QM).
053300     ADD COMMISSIONE-QA (I-QA) TO COMMISSIONE-QM (IX-QM).
053400     ADD NETTO-QA (I-QA) TO NETTO-QM (IX-QM).
053500 EX-ACCUMULA-COMMISSIONE.
053600     EXIT.
053700*
053800 CERCA-GIORNO-TERM.
053900     IF DATA-QM (I-QM) = DATA-QA (I-QA)
054000        AND TERMINALE-QM (I-QM) = TERMINALE-QA (I-QA)
054100        MOVE I-QM TO IX-QM.
054200 EX-CERCA-GIORNO-TERM.
054300     EXIT.
054400*
054500*
054600 STAMPA-QUADRATURA.
054700     MOVE  136  TO LL-RIGA.
054800     MOVE 9999 TO N-MAX-RIGHE.
054900     MOVE "R" TO PRE-NOME-FILE.
055000     MOVE W-FORMATO-INTERNO TO TERM-N-FILE.
055100     CALL "QOLPPR" USING PAR-PRINT
055200                          RIGA BUFFER.
055300     MOVE 0   TO N-STAMPANTE.
055400     MOVE "M" TO COMANDO.
055500     MOVE 66  TO N-RIGA-STAMPA.
055600     MOVE SPACES TO DATI-RIGA.
055700     STRING " QUADRATURA PAGAMENTI CARTA DAL "
055800                                     DELIMITED BY SIZE
055900            DATA-DAL DELIMITED BY SIZE
056000            " AL " DELIMITED BY SIZE
056100            DATA-AL DELIMITED BY SIZE
056200        INTO DATI-RIGA.
056300     PERFORM SCRIVI THRU EX-SCRIVI.
056400     MOVE 0 TO TOT-ABBINATI TOT-NON-ACCRED TOT-SENZA-PAG.
056500*
056600     MOVE " TRANSAZIONI ABBINATE" TO DATI-RIGA.
056700     MOVE 2 TO N-RIGA-STAMPA.
056800     PERFORM SCRIVI THRU EX-SCRIVI.
056900     PERFORM SCRIVI-TESTA-DETTAGLIO
057000        THRU EX-SCRIVI-TESTA-DETTAGLIO.
057100     PERFORM STAMPA-ABBINATO THRU EX-STAMPA-ABBINATO
057200        VARYING I-QA FROM 1 BY 1 UNTIL I-QA > N-RIGHE-QA.
057300     MOVE "  TOTALE" TO TERM-QC-ST.
057400     COMPUTE IMPORTO-QC-ST = TOT-ABBINATI / 100.
057500     PERFORM SCRIVI THRU EX-SCRIVI.
057600*
057700     MOVE " PAGAMENTI CARTA IN CASSA NON ACCREDITATI"
057800       TO DATI-RIGA.
057900     MOVE 2 TO N-RIGA-STAMPA.
058000     PERFORM SCRIVI THRU EX-SCRIVI.
058100     PERFORM SCRIVI-TESTA-DETTAGLIO
058200        THRU EX-SCRIVI-TESTA-DETTAGLIO.
058300     PERFORM STAMPA-NON-ACCREDITATO
058400        THRU EX-STAMPA-NON-ACCREDITATO
058500        VARYING I-QK FROM 1 BY 1 UNTIL I-QK > N-RIGHE-QK.
058600     MOVE "  TOTALE" TO TERM-QC-ST.
058700     COMPUTE IMPORTO-QC-ST = TOT-NON-ACCRED / 100.
058800     PERFORM SCRIVI THRU EX-SCRIVI.
058900*
059000     MOVE " ACCREDITI SENZA PAGAMENTO IN CASSA" TO DATI-RIGA.
059100     MOVE 2 TO N-RIGA-STAMPA.
059200     PERFORM SCRIVI THRU EX-SCRIVI.
059300     PERFORM SCRIVI-TESTA-DETTAGLIO
059400        THRU EX-SCRIVI-TESTA-DETTAGLIO.
059500     PERFORM STAMPA-SENZA-PAGAMENTO
059600        THRU EX-STAMPA-SENZA-PAGAMENTO
059700        VARYING I-QA FROM 1 BY 1 UNTIL I-QA > N-RIGHE-QA.
059800     MOVE "  TOTALE" TO TERM-QC-ST.
059900     COMPUTE IMPORTO-QC-ST = TOT-SENZA-PAG / 100.
060000     PERFORM SCRIVI THRU EX-SCRIVI.
060100*
060200     PERFORM STAMPA-COMMISSIONI THRU EX-STAMPA-COMMISSIONI.
060300     CALL "QCLPPR" USING PAR-PRINT
060400                          RIGA BUFFER.
060500 EX-STAMPA-QUADRATURA.
060600     EXIT.
060700*
060800 SCRIVI-TESTA-DETTAGLIO.
060900     MOVE "  DATA    TERMIN.       IMPORTO  COMMISS.  "
061000       &  "      NETTO  RIF. ACQUIRER          RIF. CASSA"
061100       TO DATI-RIGA.
061200     PERFORM SCRIVI THRU EX-SCRIVI.
061300 EX-SCRIVI-TESTA-DETTAGLIO.
061400     EXIT.
061500*
061600 STAMPA-ABBINATO.
061700     IF ABBINATO-QA (I-QA) = 0
061800        GO TO EX-STAMPA-ABBINATO.
061900     MOVE ABBINATO-QA (I-QA) TO IX-QK.
062000     PERFORM RIEMPI-DETTAGLIO-QA THRU EX-RIEMPI-DETTAGLIO-QA.
062100     MOVE RIF-QK (IX-QK) TO RIF-PG-QC-ST.
062200     ADD IMPORTO-QA (I-QA) TO TOT-ABBINATI.
062300     PERFORM SCRIVI THRU EX-SCRIVI.
062400 EX-STAMPA-ABBINATO.
062500     EXIT.
062600*
062700 STAMPA-SENZA-PAGAMENTO.
062800     IF ABBINATO-QA (I-QA) NOT = 0
062900        GO TO EX-STAMPA-SENZA-PAGAMENTO.
063000     PERFORM RIEMPI-DETTAGLIO-QA THRU EX-RIEMPI-DETTAGLIO-QA.
063100     ADD IMPORTO-QA (I-QA) TO TOT-SENZA-PAG.
063200     PERFORM SCRIVI THRU EX-SCRIVI.
063300 EX-STAMPA-SENZA-PAGAMENTO.
063400     EXIT.
063500*
063600 RIEMPI-DETTAGLIO-QA.
063700     MOVE SPACES TO DATI-RIGA.
063800     MOVE DATA-QA (I-QA) TO DATA-QC-ST.
063900     MOVE TERMINALE-QA (I-QA) TO TERM-QC-ST.
064000     COMPUTE IMPORTO-QC-ST = IMPORTO-QA (I-QA) / 100.
064100     COMPUTE COMM-QC-ST = COMMISSIONE-QA (I-QA) / 100.
064200     COMPUTE NETTO-QC-ST = NETTO-QA (I-QA) / 100.
064300     MOVE RIF-QA (I-QA) TO RIF-AQ-QC-ST.
064400 EX-RIEMPI-DETTAGLIO-QA.
064500     EXIT.
064600*
064700 STAMPA-NON-ACCREDITATO.
064800     IF ABBINATO-QK (I-QK) NOT = "N"
064900        GO TO EX-STAMPA-NON-ACCREDITATO.
065000     MOVE SPACES TO DATI-RIGA.
065100     MOVE DATA-QK (I-QK) TO DATA-QC-ST.
065200     MOVE TERMINALE-QK (I-QK) TO TERM-QC-ST.
065300     COMPUTE IMPORTO-QC-ST = IMPORTO-QK (I-QK) / 100.
065400     MOVE RIF-QK (I-QK) TO RIF-PG-QC-ST.
065500     ADD IMPORTO-QK (I-QK) TO TOT-NON-ACCRED.
065600     PERFORM SCRIVI THRU EX-SCRIVI.
065700 EX-STAMPA-NON-ACCREDITATO.
065800     EXIT.
065900*
066000*     commissioni trattenute dall'acquirer per giorno e
066100*     terminale, su tutte le transazioni accreditate
066200 STAMPA-COMMISSIONI.
066300     MOVE " COMMISSIONI PER GIORNO E TERMINALE" TO DATI-RIGA.
066400     MOVE 2 TO N-RIGA-STAMPA.
066500     PERFORM SCRIVI THRU EX-SCRIVI.
066600     MOVE "  DATA    TERMIN.   N.TR        LORDO  COMMISSIONE"
066700       &  "        NETTO   % COMM"
066800       TO DATI-RIGA.
066900     PERFORM SCRIVI THRU EX-SCRIVI.
067000     MOVE 0 TO N-TRANS-TOT TOT-LORDO TOT-COMMISSIONE TOT-NETTO.
067100     PERFORM STAMPA-RIGA-COMMISSIONE
067200        THRU EX-STAMPA-RIGA-COMMISSIONE
067300        VARYING I-QM FROM 1 BY 1 UNTIL I-QM > N-RIGHE-QM.
067400     MOVE SPACES TO DATI-RIGA.
067500     MOVE 2 TO N-RIGA-STAMPA.
067600     MOVE "TOTALE" TO TERM-CM-ST.
067700     MOVE N-TRANS-TOT TO N-TRANS-CM-ST.
067800     COMPUTE LORDO-CM-ST = TOT-LORDO / 100.
067900     COMPUTE COMM-CM-ST = TOT-COMMISSIONE / 100.
068000     COMPUTE NETTO-CM-ST = TOT-NETTO / 100.
068100     IF TOT-LORDO NOT = 0
068200        COMPUTE PERC-CM-ST ROUNDED =
068300                TOT-COMMISSIONE * 100 / TOT-LORDO.
068400     PERFORM SCRIVI THRU EX-SCRIVI.
068500 EX-STAMPA-COMMISSIONI.
068600     EXIT.
068700*
068800 STAMPA-RIGA-COMMISSIONE.
068900     MOVE SPACES TO DATI-RIGA.
069000     MOVE DATA-QM (I-QM) TO DATA-CM-ST.
069100     MOVE TERMINALE-QM (I-QM) TO TERM-CM-ST.
069200     MOVE N-TRANS-QM (I-QM) TO N-TRANS-CM-ST.
069300     COMPUTE LORDO-CM-ST = LORDO-QM (I-QM) / 100.
069400     COMPUTE COMM-CM-ST = COMMISSIONE-QM (I-QM) / 100.
069500     COMPUTE NETTO-CM-ST = NETTO-QM (I-QM) / 100.
069600     IF LORDO-QM (I-QM) NOT = 0
069700        COMPUTE PERC-CM-ST ROUNDED =
069800                COMMISSIONE-QM (I-QM) * 100 / LORDO-QM (I-QM).
069900     ADD N-TRANS-QM (I-QM) TO N-TRANS-TOT.
070000     ADD LORDO-QM (I-QM) TO TOT-LORDO.
070100     ADD COMMISSIONE-QM (I-QM) TO TOT-COMMISSIONE.
070200     ADD NETTO-QM (I-QM) TO TOT-NETTO.
070300     PERFORM SCRIVI THRU EX-SCRIVI.
070400 EX-STAMPA-RIGA-COMMISSIONE.
070500     EXIT.
070600*
070700*
070800 SCRIVI.
070900     CALL "QWLPPR" USING PAR-PRINT
071000                         RIGA BUFFER.
071100     IF STATO OF PAR-PRINT NOT = 0
071200        MOVE STATO OF PAR-PRINT TO STATO-DISPLAY
071300        DISPLAY "QUADCART   ERRORE QPRINT CON STATO : "
071400                STATO-DISPLAY
071500     END-IF.
071600     MOVE SPACES TO DATI-RIGA.
071700     MOVE "S" TO COMANDO.
071800     MOVE 0 TO N-RIGA-STAMPA.
071900 EX-SCRIVI.
072000     EXIT.
072100*
072200*      FINE PROGRAMMA    **** /K QUADCART.COB  *****
