000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. AMMANCHI.
000310*2026*        15/10/26
000320*     analisi degli ammanchi per magazzino e classe su un
000330*     intervallo di date: le perdite di merce stanno sparse
000340*     in piu' posti e qui si sommano per fonte e motivo.
000350*     Da MOVMAG (lettura seriale come RAPMARG) le differenze
000360*     d'inventario INVENTAR (causale INVE), del conteggio
000370*     ciclico CICLCONT (INVC) e gli ammanchi di travaso di
000380*     CONFTRAS (TRVA); le rettifiche RETTIFIC si prendono dal
000390*     giornale RETTAUD, che porta il motivo RETTMOTV; i
000400*     blocchi per furto di BLOCKBAR (motivo che comincia per
000410*     "FURT") si contano a pezzi, solo per memoria: BARBLOCK
000420*     non porta il magazzino e il capo rubato riemerge poi
000430*     come differenza di conteggio. Quantita' in positivo =
000440*     merce persa, valore al COSTO di ANAMAT. Accanto, il
000450*     venduto al costo dello stesso magazzino e classe (regola
000460*     di RAPMARG, gruppo causale da CTRLCAUS), la percentuale
000470*     di ammanco sul venduto e il confronto col periodo
000480*     precedente di pari durata. Stampa su spool "Y".
000490*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-RETTAUD ASSIGN TO "RETTAUD"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-RA.
001500     SELECT OPTIONAL FILE-BLOCK ASSIGN TO "BARBLOCK"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-BK.
001800*
001900 DATA DIVISION.
002000 FILE SECTION.
002100* giornale delle rettifiche (tracciato di RETTIFIC)
002200 FD FILE-RETTAUD DATA RECORD REC-RETTAUD.
002300 01 REC-RETTAUD.
002400    05 DATA-RA               PIC 9(6).
002500    05 TG-RA-1               PIC X.
002600    05 ORA-RA                PIC 9(6).
002700    05 TG-RA-2               PIC X.
002800    05 TERMINALE-RA          PIC X(8).
002900    05 TG-RA-3               PIC X.
003000    05 OPERATORE-RA          PIC X(8).
003100    05 TG-RA-4               PIC X.
003200    05 C-MAT-RA              PIC 9(15).
003300    05 TG-RA-5               PIC X.
003400    05 TAGLIA-RA             PIC 99.
003500    05 TG-RA-6               PIC X.
003600    05 MAG-RA                PIC 9(3).
003700    05 TG-RA-7               PIC X.
003800    05 DELTA-RA              PIC S9(5) SIGN LEADING SEPARATE.
003900    05 TG-RA-8               PIC X.
004000    05 MOTIVO-RA             PIC X(4).
004100    05 TG-RA-9               PIC X.
004200    05 SUPERV-RA             PIC X(8).
004300*
004400* lista barcode bloccati (tracciato di BLOCKBAR)
004500 FD FILE-BLOCK DATA RECORD REC-BLOCK.
004600 01 REC-BLOCK.
004700    05 TIPO-BK               PIC X.
004800       88 BK-RIGA-BARUNI     VALUE "B".
004900       88 BK-RIGA-RANGE      VALUE "R".
005000    05 TB-1                  PIC X.
005100    05 BARUNI-BK             PIC X(13).
005200    05 TB-2                  PIC X.
005300    05 C-MAT-DA-BK           PIC 9(14).
005400    05 TB-3                  PIC X.
005500    05 C-MAT-A-BK            PIC 9(14).
005600    05 TB-4                  PIC X.
005700    05 MOTIVO-BK             PIC X(30).
005800    05 TB-5                  PIC X.
005900    05 DATA-BK               PIC 9(6).
006000    05 TB-6                  PIC X.
006100    05 STATO-BK              PIC X.
006200*
006300 WORKING-STORAGE SECTION.
006400*
006500 01 REC-MOVMAG       COPY YMOVMAG.
006600 01 AREA-REC-SET     PIC X(512).
006700 01 FILLER REDEFINES AREA-REC-SET.
006800  05 REC-ANAMAT      COPY YANAMAT.
006900*
007000 01 COD-AMM          COPY DANCODMT.
007100 01 COD-BLK          COPY DANCODBC.
007200*
007300 01 PARGEN           COPY QPARGEN.
007400 01 PARQDATA         COPY QPARDATS.
007500*
007600 01 PAR-CTRLCAUS     COPY PARCAUS.
007700*
007800 77 CHECK-RA        PIC XX.
007900    88 RA-APERTO    VALUES ARE "05", "00".
008000 77 CHECK-BK        PIC XX.
008100    88 BK-APERTO    VALUES ARE "05", "00".
008200*
008300 01 OK-FINE-FILE    PIC S9(4) COMP.
008400    88 LETTO-FINE-FILE VALUE 1.
008500*
008600 01 DATA-DA-IN      PIC X(6).
008700 01 DATA-A-IN       PIC X(6).
008800 01 SETT-DA         PIC S9(4) COMP.
008900 01 SETT-A          PIC S9(4) COMP.
009000 01 SETT-DA-PREC    PIC S9(4) COMP.
009100 01 SETT-A-PREC     PIC S9(4) COMP.
009200 01 N-SETTIMANE     PIC S9(4) COMP.
009300 01 AA-PERIODO      PIC 99.
009400 01 PREC-PRESENTE   PIC X.
009500    88 C-E-PRECEDENTE   VALUE "S".
009600*
009700* riga in esame: periodo ("C" corrente, "P" precedente),
009800* chiave di raggruppamento, quantita' persa e valore
009900 01 PERIODO-RIGA    PIC X.
010000    88 RIGA-CORRENTE    VALUE "C".
010100    88 RIGA-PRECEDENTE  VALUE "P".
010200 01 SETT-RIGA       PIC S9(4) COMP.
010300 01 DATA-RIGA       PIC 9(6).
010400 01 FILLER REDEFINES DATA-RIGA.
010500  05 AA-DATA-RIGA    PIC 99.
010600  05 FILLER          PIC 9(4).
010700 01 MAG-RIGA        PIC 9(3).
010800 01 CLASSE-RIGA     PIC 99.
010900 01 FONTE-RIGA      PIC X(4).
011000 01 MOTIVO-RIGA     PIC X(4).
011100 01 QTA-RIGA        PIC S9(9) COMP.
011200 01 VAL-RIGA        PIC S9(15) COMP-3.
011300 01 C-MAT-RIGA      PIC 9(15).
011400*
011500* ammanchi per magazzino/classe/fonte/motivo
011600 01 TAB-AMMANCHI.
011700  05 RIGA-AM OCCURS 3000.
011800   10 MAG-AM           PIC 9(3).
011900   10 CLASSE-AM        PIC 99.
012000   10 FONTE-AM         PIC X(4).
012100   10 MOTIVO-AM        PIC X(4).
012200   10 QTA-C-AM         PIC S9(9) COMP.
012300   10 VAL-C-AM         PIC S9(15) COMP-3.
012400   10 QTA-P-AM         PIC S9(9) COMP.
012500   10 VAL-P-AM         PIC S9(15) COMP-3.
012600 01 N-AMMANCHI      PIC S9(4) COMP.
012700 01 I-AM            PIC S9(4) COMP.
012800 01 IX-AM           PIC S9(4) COMP.
012900*
013000* venduto per magazzino/classe; ogni gruppo del rapporto ha
013100* qui la sua riga, anche a venduto zero
013200 01 TAB-VENDITE.
013300  05 RIGA-VE OCCURS 1000.
013400   10 MAG-VE           PIC 9(3).
013500   10 CLASSE-VE        PIC 99.
013600   10 QTA-C-VE         PIC S9(9) COMP.
013700   10 VAL-C-VE         PIC S9(15) COMP-3.
013800   10 QTA-P-VE         PIC S9(9) COMP.
013900   10 VAL-P-VE         PIC S9(15) COMP-3.
014000 01 N-VENDITE       PIC S9(4) COMP.
014100 01 I-VE            PIC S9(4) COMP.
014200 01 IX-VE           PIC S9(4) COMP.
014300*
014400 01 TAB-MAGAZZINI.
014500  05 MAG-TM OCCURS 100  PIC 9(3).
014600 01 N-MAGAZZINI     PIC S9(4) COMP.
014700 01 I-TM            PIC S9(4) COMP.
014800 01 IX-TM           PIC S9(4) COMP.
014900*
015000* COSTO di ANAMAT per articolo (C-MAT senza colore), letto
015100* una volta sola
015200 01 TAB-COSTI.
015300  05 RIGA-CO OCCURS 5000.
015400   10 C-MAT-CO         PIC 9(15).
015500   10 COSTO-CO         PIC S9(9) COMP.
015600 01 N-COSTI         PIC S9(4) COMP.
015700 01 I-CO            PIC S9(4) COMP.
015800 01 IX-CO           PIC S9(4) COMP.
015900 01 C-MAT-CHIAVE    PIC 9(15).
016000 01 COSTO-UNIT      PIC S9(9) COMP.
016100*
016200 01 TABELLE-PIENE   PIC S9(4) COMP.
016300 01 MOVIMENTI-LETTI PIC S9(9) COMP.
016400 01 NUM-REC-SER     PIC S9(9) COMP.
016500*
016600* totali di gruppo, di magazzino e generali
016700 01 TOTALI-AMMANCO.
016800  05 TOT-GRUPPO.
016900   10 QTA-C-TG         PIC S9(9) COMP.
017000   10 VAL-C-TG         PIC S9(15) COMP-3.
017100   10 QTA-P-TG         PIC S9(9) COMP.
017200   10 VAL-P-TG         PIC S9(15) COMP-3.
017300   10 VQ-C-TG          PIC S9(9) COMP.
017400   10 VV-C-TG          PIC S9(15) COMP-3.
017500   10 VQ-P-TG          PIC S9(9) COMP.
017600   10 VV-P-TG          PIC S9(15) COMP-3.
017700  05 TOT-MAGAZZINO.
017800   10 QTA-C-TMG        PIC S9(9) COMP.
017900   10 VAL-C-TMG        PIC S9(15) COMP-3.
018000   10 QTA-P-TMG        PIC S9(9) COMP.
018100   10 VAL-P-TMG        PIC S9(15) COMP-3.
018200   10 VQ-C-TMG         PIC S9(9) COMP.
018300   10 VV-C-TMG         PIC S9(15) COMP-3.
018400   10 VQ-P-TMG         PIC S9(9) COMP.
018500   10 VV-P-TMG         PIC S9(15) COMP-3.
018600  05 TOT-GENERALE.
018700   10 QTA-C-TGE        PIC S9(9) COMP.
018800   10 VAL-C-TGE        PIC S9(15) COMP-3.
018900   10 QTA-P-TGE        PIC S9(9) COMP.
019000   10 VAL-P-TGE        PIC S9(15) COMP-3.
019100   10 VQ-C-TGE         PIC S9(9) COMP.
019200   10 VV-C-TGE         PIC S9(15) COMP-3.
019300   10 VQ-P-TGE         PIC S9(9) COMP.
019400   10 VV-P-TGE         PIC S9(15) COMP-3.
019500*
019600* riga di totale da stampare (gruppo, magazzino o generale)
019700 01 TOT-STAMPA.
019800  05 QTA-C-TS          PIC S9(9) COMP.
019900  05 VAL-C-TS          PIC S9(15) COMP-3.
020000  05 QTA-P-TS          PIC S9(9) COMP.
020100  05 VAL-P-TS          PIC S9(15) COMP-3.
020200  05 VQ-C-TS           PIC S9(9) COMP.
020300  05 VV-C-TS           PIC S9(15) COMP-3.
020400  05 VQ-P-TS           PIC S9(9) COMP.
020500  05 VV-P-TS           PIC S9(15) COMP-3.
020600 01 PERC-CORR       PIC S9(5)V99 COMP-3.
020700 01 PERC-PREC       PIC S9(5)V99 COMP-3.
020800*
020900 01 CONTA-ED        PIC ZZZ9.
021000 01 SETT-ED         PIC Z9.
021100 01 SETT-ED-2       PIC Z9.
021200*
021300 01  PAR-PRINT.
021400  05  STATO         PIC S9(4) COMP.
021500  05  LL-RIGA       PIC  9(4) COMP.
021600  05  N-MAX-RIGHE   PIC  9(4) COMP.
021700  05  FLAG-ROUTINE  PIC  9(4) COMP.
021800  05  NUM-FILE-ID   PIC  9(4) COMP.
021900  05  NOME-FILE.
022000   10 PRE-NOME-FILE     PIC X.
022100   10 TERM-N-FILE       PIC 9(6).
022200   10 FILLER            PIC XXX VALUE ".ST".
022300*
022400 01  RIGA.
022500  05  N-STAMPANTE   PIC 9.
022600  05  COMANDO       PIC X.
022700  05  N-RIGA-STAMPA PIC 9(4) COMP.
022800  05  DATI-RIGA     PIC X(132).
022900  05 RIGA-AMMANCO-ST REDEFINES DATI-RIGA.
023000    10 FILLER        PIC X(2).
023100    10 MAG-ST        PIC X(3).
023200    10 FILLER        PIC X(1).
023300    10 CLASSE-ST     PIC X(2).
023400    10 FILLER        PIC X(2).
023500    10 FONTE-ST      PIC X(8).
023600    10 FILLER        PIC X(1).
023700    10 MOTIVO-ST     PIC X(4).
023800    10 FILLER        PIC X(2).
023900    10 QTA-ST        PIC -(8)9.
024000    10 FILLER        PIC X(1).
024100    10 VAL-ST        PIC -(10)9,99.
024200    10 FILLER        PIC X(2).
024300    10 QTA-P-ST      PIC -(8)9.
024400    10 FILLER        PIC X(1).
024500    10 VAL-P-ST      PIC -(10)9,99.
024600    10 FILLER        PIC X(2).
024700    10 PERC-ST       PIC -(4)9,99.
024800    10 FILLER        PIC X(1).
024900    10 PERC-P-ST     PIC -(4)9,99.
025000    10 FILLER        PIC X(1).
025100    10 TREND-ST      PIC -(4)9,99.
025200    10 FILLER        PIC X(28).
025300*
025400 01 BUFFER.
025500  05 N-BUF               PIC S9(4) COMP VALUE 37.
025600  05 FILLER              PIC XX.
025700  05 FILLER              PIC X(5120).
025800*
025900 01 STATO-DISPLAY    PIC ZZZZ-.
026000*
026100 LINKAGE SECTION.
026200*
026300 01 W-COMMON       COPY WCOMMONW.
026400*
026500*PAGE
026600 PROCEDURE DIVISION  USING W-COMMON.
026700 INIZIO.
026800     DISPLAY "----  ANALISI AMMANCHI  -----------------".
026900     DISPLAY "Data da (GGMMAA) " NO ADVANCING.
027000     ACCEPT DATA-DA-IN.
027100     DISPLAY "Data a  (GGMMAA) " NO ADVANCING.
027200     ACCEPT DATA-A-IN.
027300     IF DATA-DA-IN NOT NUMERIC OR DATA-A-IN NOT NUMERIC
027400        DISPLAY "Date non numeriche"
027500        GO TO FINE.
027600     IF DATA-DA-IN (5:2) NOT = DATA-A-IN (5:2)
027700        DISPLAY "Le date devono stare nello stesso anno"
027800        GO TO FINE.
027900     MOVE DATA-DA-IN (5:2) TO AA-PERIODO.
028000     PERFORM CALCOLA-SETTIMANE THRU EX-CALCOLA-SETTIMANE.
028100     IF Q-STATO OF PARGEN NOT = 0
028200        DISPLAY "Date non valide"
028300        GO TO FINE.
028400     IF SETT-A < SETT-DA
028500        DISPLAY "Data finale prima di quella iniziale"
028600        GO TO FINE.
028700     PERFORM CALCOLA-PRECEDENTE THRU EX-CALCOLA-PRECEDENTE.
028800     MOVE 0 TO N-AMMANCHI N-VENDITE N-MAGAZZINI N-COSTI
028900               TABELLE-PIENE MOVIMENTI-LETTI.
029000     PERFORM SCANSIONA-MOVMAG THRU EX-SCANSIONA-MOVMAG.
029100     PERFORM LEGGI-RETTIFICHE THRU EX-LEGGI-RETTIFICHE.
029200     PERFORM LEGGI-BLOCCHI THRU EX-LEGGI-BLOCCHI.
029300     IF TABELLE-PIENE NOT = 0
029400        DISPLAY "AMMANCHI   tabelle da allargare: "
029500                "rapporto INCOMPLETO".
029600     IF N-VENDITE = 0
029700        DISPLAY "Nessun dato nell'intervallo"
029800        GO TO FINE.
029900     PERFORM STAMPA-RAPPORTO THRU EX-STAMPA-RAPPORTO.
030000     MOVE N-VENDITE TO CONTA-ED.
030100     DISPLAY "AMMANCHI   gruppi magazzino/classe " CONTA-ED.
030200 FINE.
030300     EXIT PROGRAM.
030400*
030500*
030600*     date esterne -> settimane (QDATAS funz.1 poi funz.2,
030700*     come CALCOLA-SETTIMANE di RAPMARG)
030800 CALCOLA-SETTIMANE.
030900     MOVE DATA-DA-IN TO Q-DATA-9.
031000     MOVE 1 TO Q-FUNZIONE OF PARGEN.
031100     CANCEL "QDATAS"
031200     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA.
031300     IF Q-STATO OF PARGEN NOT = 0
031400        GO TO EX-CALCOLA-SETTIMANE.
031500     MOVE 2 TO Q-FUNZIONE OF PARGEN.
031600     CANCEL "QDATAS"
031700     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA.
031800     MOVE Q-SETTIMANA TO SETT-DA.
031900     MOVE DATA-A-IN TO Q-DATA-9.
032000     MOVE 1 TO Q-FUNZIONE OF PARGEN.
032100     CANCEL "QDATAS"
032200     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA.
032300     IF Q-STATO OF PARGEN NOT = 0
032400        GO TO EX-CALCOLA-SETTIMANE.
032500     MOVE 2 TO Q-FUNZIONE OF PARGEN.
032600     CANCEL "QDATAS"
032700     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA.
032800     MOVE Q-SETTIMANA TO SETT-A.
032900 EX-CALCOLA-SETTIMANE.
033000     EXIT.
033100*
033200*     periodo precedente: le stesse settimane subito prima,
033300*     nello stesso anno (la settimana di MOVMAG non porta
033400*     l'anno); se l'intervallo parte dalla prima settimana
033500*     il confronto non c'e'
033600 CALCOLA-PRECEDENTE.
033700     MOVE "N" TO PREC-PRESENTE.
033800     MOVE 0 TO SETT-DA-PREC SETT-A-PREC.
033900     IF SETT-DA NOT > 1
034000        GO TO EX-CALCOLA-PRECEDENTE.
034100     COMPUTE N-SETTIMANE = SETT-A - SETT-DA + 1.
034200     COMPUTE SETT-A-PREC = SETT-DA - 1.
034300     COMPUTE SETT-DA-PREC = SETT-DA - N-SETTIMANE.
034400     IF SETT-DA-PREC < 1
034500        MOVE 1 TO SETT-DA-PREC.
034600     MOVE "S" TO PREC-PRESENTE.
034700 EX-CALCOLA-PRECEDENTE.
034800     EXIT.
034900*
035000*     settimana della riga -> periodo corrente o precedente
035100 CLASSIFICA-SETTIMANA.
035200     MOVE SPACE TO PERIODO-RIGA.
035300     IF SETT-RIGA NOT < SETT-DA AND SETT-RIGA NOT > SETT-A
035400        MOVE "C" TO PERIODO-RIGA
035500        GO TO EX-CLASSIFICA-SETTIMANA.
035600     IF C-E-PRECEDENTE
035700        AND SETT-RIGA NOT < SETT-DA-PREC
035800        AND SETT-RIGA NOT > SETT-A-PREC
035900        MOVE "P" TO PERIODO-RIGA.
036000 EX-CLASSIFICA-SETTIMANA.
036100     EXIT.
036200*
036300*     data AAMMGG delle righe di giornale -> settimana, solo
036400*     per l'anno dell'intervallo
036500 SETTIMANA-DA-DATA.
036600     MOVE 0 TO SETT-RIGA.
036700     IF DATA-RIGA NOT NUMERIC
036800        OR AA-DATA-RIGA NOT = AA-PERIODO
036900        GO TO EX-SETTIMANA-DA-DATA.
037000     MOVE DATA-RIGA TO Q-DATA-I.
037100     MOVE 2 TO Q-FUNZIONE OF PARGEN.
037200     CANCEL "QDATAS"
037300     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA.
037400     IF Q-STATO OF PARGEN = 0
037500        MOVE Q-SETTIMANA TO SETT-RIGA.
037600 EX-SETTIMANA-DA-DATA.
037700     EXIT.
037800*
037900*
038000 SCANSIONA-MOVMAG.
038100     MOVE 0 TO NUM-REC-SER.
038200     MOVE 0 TO W-STATUS-WORD-IMAGE.
038300     PERFORM LEGGI-MOVMAG-SER THRU EX-LEGGI-MOVMAG-SER
038400        UNTIL W-FUORI-FILE.
038500 EX-SCANSIONA-MOVMAG.
038600     EXIT.
038700*
038800 LEGGI-MOVMAG-SER.
038900     ADD 1 TO NUM-REC-SER.
039000     MOVE NUM-REC-SER TO W-VALORE-CAMPO-W.
039100     MOVE 2 TO W-MODO.
039200     MOVE "MOVMAG"     TO W-NOME-DATA-SET.
039300     PERFORM TTDBGET THRU EX-TTDBGET.
039400     IF W-OK-IMAGE
039500        MOVE AREA-REC-SET TO REC-MOVMAG
039600        ADD 1 TO MOVIMENTI-LETTI
039700        PERFORM VAGLIA-MOVIMENTO THRU EX-VAGLIA-MOVIMENTO
039800     END-IF.
039900 EX-LEGGI-MOVMAG-SER.
040000     EXIT.
040100*
040200*     INVE/INVC/TRVA: ammanco (segno rovesciato, un'eccedenza
040300*     va in diminuzione); RETT si prende da RETTAUD col
040400*     motivo; il resto conta se e' vendita come in RAPMARG
040500 VAGLIA-MOVIMENTO.
040600     MOVE SETTIMANA OF REC-MOVMAG TO SETT-RIGA.
040700     PERFORM CLASSIFICA-SETTIMANA THRU EX-CLASSIFICA-SETTIMANA.
040800     IF PERIODO-RIGA = SPACE
040900        GO TO EX-VAGLIA-MOVIMENTO.
041000     MOVE C-MAT OF REC-MOVMAG TO C-MAT-RIGA.
041100     MOVE C-MAT-RIGA TO C-MAT-TRANS-RID.
041200     MOVE CLASSE OF C-MAT-TRANSITO TO CLASSE-RIGA.
041300     MOVE MAGAZZINO OF REC-MOVMAG TO MAG-RIGA.
041400     EVALUATE C-OPE OF REC-MOVMAG
041500        WHEN "INVE"
041600        WHEN "INVC"
041700        WHEN "TRVA"
041800           MOVE C-OPE OF REC-MOVMAG TO FONTE-RIGA
041900           MOVE SPACES TO MOTIVO-RIGA
042000           COMPUTE QTA-RIGA = 0 - QUANTITA OF REC-MOVMAG
042100           PERFORM VALORIZZA-RIGA THRU EX-VALORIZZA-RIGA
042200           PERFORM ACCUMULA-AMMANCO THRU EX-ACCUMULA-AMMANCO
042300        WHEN "RETT"
042400           CONTINUE
042500        WHEN OTHER
042600           PERFORM VAGLIA-VENDITA THRU EX-VAGLIA-VENDITA
042700     END-EVALUATE.
042800 EX-VAGLIA-MOVIMENTO.
042900     EXIT.
043000*
043100*     vendita = scarico non legato a bolla fornitore, con
043200*     causale di gruppo VENDITA (o non censita); valore al
043300*     costo industriale (PREZZO, convenzione *VACO*)
043400 VAGLIA-VENDITA.
043500     IF QUANTITA OF REC-MOVMAG NOT < 0
043600        OR RIF-BOLLA-FORN OF REC-MOVMAG NOT = 0
043700        GO TO EX-VAGLIA-VENDITA.
043800     MOVE "G" TO FUNZ-CA OF PAR-CTRLCAUS.
043900     MOVE C-OPE OF REC-MOVMAG TO CAUSALE-CA OF PAR-CTRLCAUS.
044000     CALL "CTRLCAUS" USING W-COMMON PAR-CTRLCAUS.
044100     IF GRUPPO-CA OF PAR-CTRLCAUS NOT = SPACES
044200        AND GRUPPO-CA OF PAR-CTRLCAUS NOT = "VENDITA"
044300        GO TO EX-VAGLIA-VENDITA.
044400     COMPUTE QTA-RIGA = 0 - QUANTITA OF REC-MOVMAG.
044500     COMPUTE VAL-RIGA = PREZZO OF REC-MOVMAG * QTA-RIGA.
044600     PERFORM TROVA-GRUPPO THRU EX-TROVA-GRUPPO.
044700     IF IX-VE = 0
044800        GO TO EX-VAGLIA-VENDITA.
044900     IF RIGA-CORRENTE
045000        ADD QTA-RIGA TO QTA-C-VE (IX-VE)
045100        ADD VAL-RIGA TO VAL-C-VE (IX-VE)
045200     ELSE
045300        ADD QTA-RIGA TO QTA-P-VE (IX-VE)
045400        ADD VAL-RIGA TO VAL-P-VE (IX-VE)
045500     END-IF.
045600 EX-VAGLIA-VENDITA.
045700     EXIT.
045800*
045900*
046000*     rettifiche dal giornale RETTAUD: il delta e' la
046100*     variazione di giacenza, l'ammanco e' il suo opposto
046200 LEGGI-RETTIFICHE.
046300     OPEN INPUT FILE-RETTAUD.
046400     IF NOT RA-APERTO
046500        GO TO EX-LEGGI-RETTIFICHE.
046600     MOVE 0 TO OK-FINE-FILE.
046700     PERFORM LEGGI-RIGA-RETTAUD THRU EX-LEGGI-RIGA-RETTAUD
046800        UNTIL LETTO-FINE-FILE.
046900     CLOSE FILE-RETTAUD.
047000 EX-LEGGI-RETTIFICHE.
047100     EXIT.
047200*
047300 LEGGI-RIGA-RETTAUD.
047400     READ FILE-RETTAUD
047500        AT END
047600           MOVE 1 TO OK-FINE-FILE
047700           GO TO EX-LEGGI-RIGA-RETTAUD
047800     END-READ.
047900     MOVE DATA-RA TO DATA-RIGA.
048000     PERFORM SETTIMANA-DA-DATA THRU EX-SETTIMANA-DA-DATA.
048100     IF SETT-RIGA = 0
048200        GO TO EX-LEGGI-RIGA-RETTAUD.
048300     PERFORM CLASSIFICA-SETTIMANA THRU EX-CLASSIFICA-SETTIMANA.
048400     IF PERIODO-RIGA = SPACE
048500        GO TO EX-LEGGI-RIGA-RETTAUD.
048600     MOVE C-MAT-RA TO C-MAT-RIGA.
048700     MOVE C-MAT-RIGA TO C-MAT-TRANS-RID.
048800     MOVE CLASSE OF C-MAT-TRANSITO TO CLASSE-RIGA.
048900     MOVE MAG-RA TO MAG-RIGA.
049000     MOVE "RETT" TO FONTE-RIGA.
049100     MOVE MOTIVO-RA TO MOTIVO-RIGA.
049200     COMPUTE QTA-RIGA = 0 - DELTA-RA.
049300     PERFORM VALORIZZA-RIGA THRU EX-VALORIZZA-RIGA.
049400     PERFORM ACCUMULA-AMMANCO THRU EX-ACCUMULA-AMMANCO.
049500 EX-LEGGI-RIGA-RETTAUD.
049600     EXIT.
049700*
049800*     blocchi per furto di BARBLOCK: un pezzo per riga, senza
049900*     magazzino (000) e senza valore; la classe solo dalle
050000*     righe per intervallo di C-MAT
050100 LEGGI-BLOCCHI.
050200     OPEN INPUT FILE-BLOCK.
050300     IF NOT BK-APERTO
050400        GO TO EX-LEGGI-BLOCCHI.
050500     MOVE 0 TO OK-FINE-FILE.
050600     PERFORM LEGGI-RIGA-BLOCK THRU EX-LEGGI-RIGA-BLOCK
050700        UNTIL LETTO-FINE-FILE.
050800     CLOSE FILE-BLOCK.
050900 EX-LEGGI-BLOCCHI.
051000     EXIT.
051100*
051200 LEGGI-RIGA-BLOCK.
051300     READ FILE-BLOCK
051400        AT END
051500           MOVE 1 TO OK-FINE-FILE
051600           GO TO EX-LEGGI-RIGA-BLOCK
051700     END-READ.
051800     IF MOTIVO-BK (1:4) NOT = "FURT"
051900        GO TO EX-LEGGI-RIGA-BLOCK.
052000     MOVE DATA-BK TO DATA-RIGA.
052100     PERFORM SETTIMANA-DA-DATA THRU EX-SETTIMANA-DA-DATA.
052200     IF SETT-RIGA = 0
052300        GO TO EX-LEGGI-RIGA-BLOCK.
052400     PERFORM CLASSIFICA-SETTIMANA THRU EX-CLASSIFICA-SETTIMANA.
052500     IF PERIODO-RIGA = SPACE
052600        GO TO EX-LEGGI-RIGA-BLOCK.
052700     MOVE 0 TO CLASSE-RIGA MAG-RIGA.
052800     IF BK-RIGA-RANGE
052900        MOVE C-MAT-DA-BK TO C-MAT-A-BARRE-RID
053000        MOVE CLASSE OF C-MAT-A-BARRE TO CLASSE-RIGA
053100     END-IF.
053200     MOVE "FURT" TO FONTE-RIGA.
053300     MOVE SPACES TO MOTIVO-RIGA.
053400     MOVE 1 TO QTA-RIGA.
053500     MOVE 0 TO VAL-RIGA.
053600     PERFORM ACCUMULA-AMMANCO THRU EX-ACCUMULA-AMMANCO.
053700 EX-LEGGI-RIGA-BLOCK.
053800     EXIT.
053900*
054000*
054100*     valore = quantita' persa per il COSTO ANAMAT
054200*     dell'articolo (chiave = C-MAT senza colore)
054300 VALORIZZA-RIGA.
054400     COMPUTE C-MAT-CHIAVE = (C-MAT-RIGA / 1000) * 1000.
054500     MOVE 0 TO IX-CO.
054600     PERFORM CERCA-COSTO THRU EX-CERCA-COSTO
054700        VARYING I-CO FROM 1 BY 1
054800        UNTIL I-CO > N-COSTI OR IX-CO NOT = 0.
054900     IF IX-CO NOT = 0
055000        MOVE COSTO-CO (IX-CO) TO COSTO-UNIT
055100     ELSE
055200        PERFORM LEGGI-COSTO-ANAMAT THRU EX-LEGGI-COSTO-ANAMAT
055300     END-IF.
055400     COMPUTE VAL-RIGA = COSTO-UNIT * QTA-RIGA.
055500 EX-VALORIZZA-RIGA.
055600     EXIT.
055700*
055800 CERCA-COSTO.
055900     IF C-MAT-CO (I-CO) = C-MAT-CHIAVE
056000        MOVE I-CO TO IX-CO.
056100 EX-CERCA-COSTO.
056200     EXIT.
056300*
056400 LEGGI-COSTO-ANAMAT.
056500     MOVE 0 TO COSTO-UNIT.
056600     MOVE "ANAMAT;" TO W-NOME-DATA-SET.
056700     MOVE "C-MAT;" TO W-NOME-CAMPO.
056800     MOVE C-MAT-CHIAVE TO W-VALORE-CAMPO.
056900     MOVE 7 TO W-MODO.
057000     PERFORM TTDBGET THRU EX-TTDBGET.
057100     IF W-OK-IMAGE
057200        MOVE COSTO OF REC-ANAMAT TO COSTO-UNIT.
057300     IF N-COSTI < 5000
057400        ADD 1 TO N-COSTI
057500        MOVE C-MAT-CHIAVE TO C-MAT-CO (N-COSTI)
057600        MOVE COSTO-UNIT TO COSTO-CO (N-COSTI)
057700     END-IF.
057800 EX-LEGGI-COSTO-ANAMAT.
057900     EXIT.
058000*
058100*
058200 ACCUMULA-AMMANCO.
058300     PERFORM TROVA-GRUPPO THRU EX-TROVA-GRUPPO.
058400     MOVE 0 TO IX-AM.
058500     PERFORM CERCA-AMMANCO THRU EX-CERCA-AMMANCO
058600        VARYING I-AM FROM 1 BY 1
058700        UNTIL I-AM > N-AMMANCHI OR IX-AM NOT = 0.
058800     IF IX-AM = 0
058900        IF N-AMMANCHI NOT < 3000
059000           MOVE 1 TO TABELLE-PIENE
059100           GO TO EX-ACCUMULA-AMMANCO
059200        END-IF
059300        ADD 1 TO N-AMMANCHI
059400        MOVE N-AMMANCHI TO IX-AM
059500        MOVE MAG-RIGA TO MAG-AM (IX-AM)
059600        MOVE CLASSE-RIGA TO CLASSE-AM (IX-AM)
059700        MOVE FONTE-RIGA TO FONTE-AM (IX-AM)
059800        MOVE MOTIVO-RIGA TO MOTIVO-AM (IX-AM)
059900        MOVE 0 TO QTA-C-AM (IX-AM) VAL-C-AM (IX-AM)
060000                  QTA-P-AM (IX-AM) VAL-P-AM (IX-AM)
060100     END-IF.
060200     IF RIGA-CORRENTE
060300        ADD QTA-RIGA TO QTA-C-AM (IX-AM)
060400        ADD VAL-RIGA TO VAL-C-AM (IX-AM)
060500     ELSE
060600        ADD QTA-RIGA TO QTA-P-AM (IX-AM)
060700        ADD VAL-RIGA TO VAL-P-AM (IX-AM)
060800     END-IF.
060900 EX-ACCUMULA-AMMANCO.
061000     EXIT.
061100*
061200 CERCA-AMMANCO.
061300     IF MAG-AM (I-AM) = MAG-RIGA
061400        AND CLASSE-AM (I-AM) = CLASSE-RIGA
061500        AND FONTE-AM (I-AM) = FONTE-RIGA
061600        AND MOTIVO-AM (I-AM) = MOTIVO-RIGA
061700        MOVE I-AM TO IX-AM.
061800 EX-CERCA-AMMANCO.
061900     EXIT.
062000*
062100*     riga di venduto del gruppo magazzino/classe, creata a
062200*     zero se manca (e il magazzino in lista)
062300 TROVA-GRUPPO.
062400     MOVE 0 TO IX-VE.
062500     PERFORM CERCA-GRUPPO THRU EX-CERCA-GRUPPO
062600        VARYING I-VE FROM 1 BY 1
062700        UNTIL I-VE > N-VENDITE OR IX-VE NOT = 0.
062800     IF IX-VE NOT = 0
062900        GO TO EX-TROVA-GRUPPO.
063000     IF N-VENDITE NOT < 1000
063100        MOVE 1 TO TABELLE-PIENE
063200        GO TO EX-TROVA-GRUPPO.
063300     ADD 1 TO N-VENDITE.
063400     MOVE N-VENDITE TO IX-VE.
063500     MOVE MAG-RIGA TO MAG-VE (IX-VE).
063600     MOVE CLASSE-RIGA TO CLASSE-VE (IX-VE).
063700     MOVE 0 TO QTA-C-VE (IX-VE) VAL-C-VE (IX-VE)
063800               QTA-P-VE (IX-VE) VAL-P-VE (IX-VE).
063900     MOVE 0 TO IX-TM.
064000     PERFORM CERCA-MAGAZZINO THRU EX-CERCA-MAGAZZINO
064100        VARYING I-TM FROM 1 BY 1
064200        UNTIL I-TM > N-MAGAZZINI OR IX-TM NOT = 0.
064300     IF IX-TM = 0
064400        IF N-MAGAZZINI < 100
064500           ADD 1 TO N-MAGAZZINI
064600           MOVE MAG-RIGA TO MAG-TM (N-MAGAZZINI)
064700        ELSE
064800           MOVE 1 TO TABELLE-PIENE
064900        END-IF
065000     END-IF.
065100 EX-TROVA-GRUPPO.
065200     EXIT.
065300*
065400 CERCA-GRUPPO.
065500     IF MAG-VE (I-VE) = MAG-RIGA
065600        AND CLASSE-VE (I-VE) = CLASSE-RIGA
065700        MOVE I-VE TO IX-VE.
065800 EX-CERCA-GRUPPO.
065900     EXIT.
066000*
066100 CERCA-MAGAZZINO.
066200     IF MAG-TM (I-TM) = MAG-RIGA
066300        MOVE I-TM TO IX-TM.
066400 EX-CERCA-MAGAZZINO.
066500     EXIT.
066600*
066700*
066800*     per magazzino, e dentro per classe: venduto, ammanchi
066900*     per fonte e motivo, totale ammanco (i furti segnalati
067000*     restano fuori dal totale) e percentuale sul venduto
067100*     al costo, corrente, precedente e differenza
067200 STAMPA-RAPPORTO.
067300     PERFORM APRI-STAMPA THRU EX-APRI-STAMPA.
067400     MOVE SPACES TO DATI-RIGA.
067500     MOVE SETT-DA TO SETT-ED.
067600     MOVE SETT-A TO SETT-ED-2.
067700     STRING " ANALISI AMMANCHI DAL " DATA-DA-IN " AL "
067800            DATA-A-IN "  SETTIMANE " SETT-ED "-" SETT-ED-2
067900            DELIMITED BY SIZE INTO DATI-RIGA.
068000     PERFORM SCRIVI THRU EX-SCRIVI.
068100     IF C-E-PRECEDENTE
068200        MOVE SETT-DA-PREC TO SETT-ED
068300        MOVE SETT-A-PREC TO SETT-ED-2
068400        STRING " PERIODO DI CONFRONTO: SETTIMANE " SETT-ED
068500               "-" SETT-ED-2 DELIMITED BY SIZE INTO DATI-RIGA
068600     ELSE
068700        MOVE " NESSUN PERIODO DI CONFRONTO" TO DATI-RIGA
068800     END-IF.
068900     PERFORM SCRIVI THRU EX-SCRIVI.
069000     MOVE "  MAG CL  FONTE    MOT.         QTA        VALORE"
069100       &  "   QTA PREC   VALORE PREC  % AMM.   % PREC"
069200       &  "   DIFF."
069300       TO DATI-RIGA.
069400     MOVE 2 TO N-RIGA-STAMPA.
069500     PERFORM SCRIVI THRU EX-SCRIVI.
069600     INITIALIZE TOT-GENERALE.
069700     PERFORM STAMPA-MAGAZZINO THRU EX-STAMPA-MAGAZZINO
069800        VARYING I-TM FROM 1 BY 1 UNTIL I-TM > N-MAGAZZINI.
069900     MOVE TOT-GENERALE TO TOT-STAMPA.
070000     MOVE "TOT" TO MAG-ST.
070100     MOVE 2 TO N-RIGA-STAMPA.
070200     PERFORM STAMPA-TOTALE THRU EX-STAMPA-TOTALE.
070300     CALL "QCLPPR" USING PAR-PRINT
070400                          RIGA BUFFER.
070500 EX-STAMPA-RAPPORTO.
070600     EXIT.
070700*
070800 STAMPA-MAGAZZINO.
070900     INITIALIZE TOT-MAGAZZINO.
071000     PERFORM STAMPA-GRUPPO THRU EX-STAMPA-GRUPPO
071100        VARYING I-VE FROM 1 BY 1 UNTIL I-VE > N-VENDITE.
071200     MOVE TOT-MAGAZZINO TO TOT-STAMPA.
071300     MOVE MAG-TM (I-TM) TO MAG-ST.
071400     MOVE "TOT" TO CLASSE-ST.
071500     PERFORM STAMPA-TOTALE THRU EX-STAMPA-TOTALE.
071600     ADD QTA-C-TMG TO QTA-C-TGE.
071700     ADD VAL-C-TMG TO VAL-C-TGE.
071800     ADD QTA-P-TMG TO QTA-P-TGE.
071900     ADD VAL-P-TMG TO VAL-P-TGE.
072000     ADD VQ-C-TMG TO VQ-C-TGE.
072100     ADD VV-C-TMG TO VV-C-TGE.
072200     ADD VQ-P-TMG TO VQ-P-TGE.
072300     ADD VV-P-TMG TO VV-P-TGE.
072400 EX-STAMPA-MAGAZZINO.
072500     EXIT.
072600*
072700 STAMPA-GRUPPO.
072800     IF MAG-VE (I-VE) NOT = MAG-TM (I-TM)
072900        GO TO EX-STAMPA-GRUPPO.
073000     INITIALIZE TOT-GRUPPO.
073100     MOVE QTA-C-VE (I-VE) TO VQ-C-TG.
073200     MOVE VAL-C-VE (I-VE) TO VV-C-TG.
073300     MOVE QTA-P-VE (I-VE) TO VQ-P-TG.
073400     MOVE VAL-P-VE (I-VE) TO VV-P-TG.
073500     MOVE MAG-VE (I-VE) TO MAG-ST.
073600     MOVE CLASSE-VE (I-VE) TO CLASSE-ST.
073700     MOVE "VENDUTO" TO FONTE-ST.
073800     MOVE VQ-C-TG TO QTA-ST.
073900     COMPUTE VAL-ST = VV-C-TG / 100.
074000     MOVE VQ-P-TG TO QTA-P-ST.
074100     COMPUTE VAL-P-ST = VV-P-TG / 100.
074200     MOVE 2 TO N-RIGA-STAMPA.
074300     PERFORM SCRIVI THRU EX-SCRIVI.
074400     PERFORM STAMPA-RIGA-AMMANCO THRU EX-STAMPA-RIGA-AMMANCO
074500        VARYING I-AM FROM 1 BY 1 UNTIL I-AM > N-AMMANCHI.
074600     MOVE TOT-GRUPPO TO TOT-STAMPA.
074700     MOVE MAG-VE (I-VE) TO MAG-ST.
074800     MOVE CLASSE-VE (I-VE) TO CLASSE-ST.
074900     PERFORM STAMPA-TOTALE THRU EX-STAMPA-TOTALE.
075000     ADD QTA-C-TG TO QTA-C-TMG.
075100     ADD VAL-C-TG TO VAL-C-TMG.
075200     ADD QTA-P-TG TO QTA-P-TMG.
075300     ADD VAL-P-TG TO VAL-P-TMG.
075400     ADD VQ-C-TG TO VQ-C-TMG.
075500     ADD VV-C-TG TO VV-C-TMG.
075600     ADD VQ-P-TG TO VQ-P-TMG.
075700     ADD VV-P-TG TO VV-P-TMG.
075800 EX-STAMPA-GRUPPO.
075900     EXIT.
076000*
076100 STAMPA-RIGA-AMMANCO.
076200     IF MAG-AM (I-AM) NOT = MAG-VE (I-VE)
076300        OR CLASSE-AM (I-AM) NOT = CLASSE-VE (I-VE)
076400        GO TO EX-STAMPA-RIGA-AMMANCO.
076500     EVALUATE FONTE-AM (I-AM)
076600        WHEN "INVE"
076700           MOVE "INVENT." TO FONTE-ST
076800        WHEN "INVC"
076900           MOVE "CICLICO" TO FONTE-ST
077000        WHEN "TRVA"
077100           MOVE "TRAVASO" TO FONTE-ST
077200        WHEN "RETT"
077300           MOVE "RETTIF." TO FONTE-ST
077400        WHEN "FURT"
077500           MOVE "FURTO(*)" TO FONTE-ST
077600     END-EVALUATE.
077700     MOVE MOTIVO-AM (I-AM) TO MOTIVO-ST.
077800     MOVE QTA-C-AM (I-AM) TO QTA-ST.
077900     COMPUTE VAL-ST = VAL-C-AM (I-AM) / 100.
078000     MOVE QTA-P-AM (I-AM) TO QTA-P-ST.
078100     COMPUTE VAL-P-ST = VAL-P-AM (I-AM) / 100.
078200     MOVE 1 TO N-RIGA-STAMPA.
078300     PERFORM SCRIVI THRU EX-SCRIVI.
078400     IF FONTE-AM (I-AM) = "FURT"
078500        GO TO EX-STAMPA-RIGA-AMMANCO.
078600     ADD QTA-C-AM (I-AM) TO QTA-C-TG.
078700     ADD VAL-C-AM (I-AM) TO VAL-C-TG.
078800     ADD QTA-P-AM (I-AM) TO QTA-P-TG.
078900     ADD VAL-P-AM (I-AM) TO VAL-P-TG.
079000 EX-STAMPA-RIGA-AMMANCO.
079100     EXIT.
079200*
079300*     totale ammanco e percentuali sul venduto: prima riga a
079400*     valore, seconda a pezzi
079500 STAMPA-TOTALE.
079600     MOVE "AMMANCO" TO FONTE-ST.
079700     MOVE "VAL." TO MOTIVO-ST.
079800     MOVE QTA-C-TS TO QTA-ST.
079900     COMPUTE VAL-ST = VAL-C-TS / 100.
080000     MOVE QTA-P-TS TO QTA-P-ST.
080100     COMPUTE VAL-P-ST = VAL-P-TS / 100.
080200     MOVE 0 TO PERC-CORR PERC-PREC.
080300     IF VV-C-TS NOT = 0
080400        COMPUTE PERC-CORR ROUNDED = VAL-C-TS * 100 / VV-C-TS
080500           ON SIZE ERROR MOVE 0 TO PERC-CORR
080600        END-COMPUTE
080700     END-IF.
080800     IF VV-P-TS NOT = 0
080900        COMPUTE PERC-PREC ROUNDED = VAL-P-TS * 100 / VV-P-TS
081000           ON SIZE ERROR MOVE 0 TO PERC-PREC
081100        END-COMPUTE
081200     END-IF.
081300     MOVE PERC-CORR TO PERC-ST.
081400     MOVE PERC-PREC TO PERC-P-ST.
081500     COMPUTE TREND-ST = PERC-CORR - PERC-PREC.
081600     PERFORM SCRIVI THRU EX-SCRIVI.
081700     MOVE "PEZZI" TO MOTIVO-ST.
081800     MOVE 0 TO PERC-CORR PERC-PREC.
081900     IF VQ-C-TS NOT = 0
082000        COMPUTE PERC-CORR ROUNDED = QTA-C-TS * 100 / VQ-C-TS
082100           ON SIZE ERROR MOVE 0 TO PERC-CORR
082200        END-COMPUTE
082300     END-IF.
082400     IF VQ-P-TS NOT = 0
082500        COMPUTE PERC-PREC ROUNDED = QTA-P-TS * 100 / VQ-P-TS
082600           ON SIZE ERROR MOVE 0 TO PERC-PREC
082700        END-COMPUTE
082800     END-IF.
082900     MOVE PERC-CORR TO PERC-ST.
083000     MOVE PERC-PREC TO PERC-P-ST.
083100     COMPUTE TREND-ST = PERC-CORR - PERC-PREC.
083200     MOVE 1 TO N-RIGA-STAMPA.
083300     PERFORM SCRIVI THRU EX-SCRIVI.
083400 EX-STAMPA-TOTALE.
083500     EXIT.
083600*
083700*
083800 APRI-STAMPA.
083900     MOVE  136  TO LL-RIGA.
084000     MOVE 9999 TO N-MAX-RIGHE.
084100     MOVE "Y" TO PRE-NOME-FILE.
084200     MOVE W-FORMATO-INTERNO TO TERM-N-FILE.
084300     CALL "QOLPPR" USING PAR-PRINT
084400                          RIGA BUFFER.
084500     MOVE 0   TO N-STAMPANTE.
084600     MOVE "M" TO COMANDO.
084700     MOVE 66  TO N-RIGA-STAMPA.
084800 EX-APRI-STAMPA.
084900     EXIT.
085000*
085100 SCRIVI.
085200     CALL "QWLPPR" USING PAR-PRINT
085300                         RIGA BUFFER.
085400     IF STATO OF PAR-PRINT NOT = 0
085500        MOVE STATO OF PAR-PRINT TO STATO-DISPLAY
085600        DISPLAY "AMMANCHI   ERRORE QPRINT CON STATO : "
085700                STATO-DISPLAY
085800     END-IF.
085900     MOVE SPACES TO DATI-RIGA.
086000     MOVE "S" TO COMANDO.
086100     MOVE 0 TO N-RIGA-STAMPA.
086200 EX-SCRIVI.
086300     EXIT.
086400*
086500*
086600 TTDBGET.
086700              COPY PDBGET.
086800*
086900*      FINE PROGRAMMA    **** /K AMMANCHI.COB  *****
