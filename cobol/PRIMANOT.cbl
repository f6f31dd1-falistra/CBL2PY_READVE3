000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. PRIMANOT.
000310*2026*        15/10/26
000320*     estratto di prima nota per la contabilita': pre-fatture
000330*     (PREFATTF, righe dalla catena RIF-INTR delle bolle come
000340*     la partita di PREFATT), note di accredito (NOTACREF),
000350*     fatture fornitore riscontrate (FATFORNF, fattura con
000360*     tutte le righe in "P") e travasi intercompany
000370*     (INTERCOF, un documento per giorno e coppia di societa',
000380*     due lati). Ogni documento diventa scritture quadrate su
000390*     PRIMANOT: cliente/fornitore, ricavo/costo e IVA per
000400*     gruppo di conti, arrotondamento fra l'IVA calcolata sul
000410*     totale per aliquota e quella delle singole righe. I
000420*     conti vengono dalla tabella CONTICG per causale, classe,
000430*     CAUSALE-IVA e societa' (zero = qualsiasi, vince la riga
000440*     piu' specifica). I documenti passati vanno sul registro
000450*     CGREGIST e non si ripassano; totali di controllo per
000460*     tipo documento sulla catena QOLPPR.
000470*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-CONTICG ASSIGN TO "CONTICG"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-CG.
001500     SELECT OPTIONAL FILE-REGIST ASSIGN TO "CGREGIST"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-RG.
001800     SELECT OPTIONAL FILE-PRIMANOT ASSIGN TO "PRIMANOT"
001900        ORGANIZATION IS LINE SEQUENTIAL
002000        FILE STATUS IS CHECK-PN.
002100     SELECT OPTIONAL FILE-MAGSOC ASSIGN TO "MAGSOC"
002200        ORGANIZATION IS LINE SEQUENTIAL
002300        FILE STATUS IS CHECK-MS.
002400     SELECT OPTIONAL FILE-SCAD ASSIGN TO "SCADAPER"
002500        ORGANIZATION IS LINE SEQUENTIAL
002600        FILE STATUS IS CHECK-SC.
002700     SELECT OPTIONAL FILE-PREF ASSIGN TO "PREFATTF"
002800        ORGANIZATION IS LINE SEQUENTIAL
002900        FILE STATUS IS CHECK-PF.
003000     SELECT OPTIONAL FILE-NOTACRE ASSIGN TO "NOTACREF"
003100        ORGANIZATION IS LINE SEQUENTIAL
003200        FILE STATUS IS CHECK-NC.
003300     SELECT OPTIONAL FILE-FATF ASSIGN TO "FATFORNF"
003400        ORGANIZATION IS LINE SEQUENTIAL
003500        FILE STATUS IS CHECK-FF.
003600     SELECT OPTIONAL FILE-INTERCOF ASSIGN TO "INTERCOF"
003700        ORGANIZATION IS LINE SEQUENTIAL
003800        FILE STATUS IS CHECK-IC.
003900*
004000 DATA DIVISION.
004100 FILE SECTION.
004200* tabella dei conti: causale documento, classe, CAUSALE-IVA,
004300* societa' (zero = qualsiasi); conto cliente/fornitore
004400* (zero = il conto del documento), ricavo/costo, IVA,
004500* aliquota in centesimi di punto, arrotondamenti
004600 FD FILE-CONTICG DATA RECORD REC-CONTICG.
004700 01 REC-CONTICG.
004800    05 CAUSALE-CG            PIC X(4).
004900    05 TG-CG-1               PIC X.
005000    05 CLASSE-CG             PIC 99.
005100    05 TG-CG-2               PIC X.
005200    05 CAUSALE-IVA-CG        PIC 9(4).
005300    05 TG-CG-3               PIC X.
005400    05 SOC-CG                PIC 99.
005500    05 TG-CG-4               PIC X.
005600    05 CONTO-PARTNER-CG      PIC 9(8).
005700    05 TG-CG-5               PIC X.
005800    05 CONTO-CONTROP-CG      PIC 9(8).
005900    05 TG-CG-6               PIC X.
006000    05 CONTO-IVA-CG          PIC 9(8).
006100    05 TG-CG-7               PIC X.
006200    05 ALIQ-CG               PIC 9(4).
006300    05 TG-CG-8               PIC X.
006400    05 CONTO-ARROT-CG        PIC 9(8).
006500* registro dei documenti gia' passati in contabilita'
006600 FD FILE-REGIST DATA RECORD REC-REGIST.
006700 01 REC-REGIST.
006800    05 TIPO-DOC-RG           PIC X(4).
006900    05 TG-RG-1               PIC X.
007000    05 CHIAVE-RG             PIC X(30).
007100    05 TG-RG-2               PIC X.
007200    05 DATA-REG-RG           PIC 9(6).
007300 FD FILE-PRIMANOT DATA RECORD REC-PRIMANOT.
007400 01 REC-PRIMANOT          COPY YPRIMANO.
007500 FD FILE-MAGSOC DATA RECORD REC-MAGSOC.
007600 01 REC-MAGSOC.
007700    05 MAG-MS                PIC 9(3).
007800    05 TM-1                  PIC X.
007900    05 SOC-MS                PIC 99.
008000 FD FILE-SCAD DATA RECORD REC-SCAD.
008100 01 REC-SCAD.
008200    05 DATA-PREF-SC          PIC 9(6).
008300    05 TG-SC-1               PIC X.
008400    05 CONTO-SC              PIC 9(8).
008500    05 TG-SC-2               PIC X.
008600    05 NUM-PREFATT-SC        PIC 9(4).
008700    05 TG-SC-3               PIC X.
008800    05 GGPAG-SC              PIC 9(3).
008900    05 TG-SC-4               PIC X.
009000    05 N-BOLLE-SC            PIC 9(4).
009100    05 TG-SC-5               PIC X.
009200    05 IMPORTO-SC            PIC 9(13).
009300    05 TG-SC-6               PIC X.
009400    05 STATO-SC              PIC X.
009500 FD FILE-PREF DATA RECORD REC-PREF.
009600 01 REC-PREF               PIC X(80).
009700 01 REC-PREF-01 REDEFINES REC-PREF.
009800    05 TIPO-REC-P1           PIC XX.
009900    05 CONTO-P1              PIC 9(8).
010000    05 NUM-PREFATT-P1        PIC 9(4).
010100    05 COND-PAG-P1           PIC 9(15).
010200    05 LISTINO-P1            PIC 9(4).
010300    05 DIVISA-P1             PIC X(4).
010400    05 N-BOLLE-P1            PIC 9(4).
010500    05 FILLER                PIC X(39).
010600 01 REC-PREF-02 REDEFINES REC-PREF.
010700    05 TIPO-REC-P2           PIC XX.
010800    05 RIF-INTERNO-P2        PIC 9(15).
010900    05 NUMERO-P2             PIC 9(4).
011000    05 DATA-P2               PIC 9(9).
011100    05 MAGAZZINO-P2          PIC 9(4).
011200    05 FILLER                PIC X(46).
011300 FD FILE-NOTACRE DATA RECORD REC-NOTACRE.
011400 01 REC-NOTACRE            PIC X(100).
011500 01 REC-NC-01 REDEFINES REC-NOTACRE.
011600    05 TIPO-N1               PIC XX.
011700    05 CONTO-N1              PIC 9(8).
011800    05 NUMERO-NOTA-N1        PIC 9(6).
011900    05 COD-FISCALE-N1        PIC X(16).
012000    05 COD-IVA-N1            PIC 9(9).
012100    05 CAUSALE-IVA-N1        PIC 9(4).
012200    05 SPLIT-N1              PIC X.
012300    05 DIVISA-N1             PIC X(4).
012400    05 FILLER                PIC X(50).
012500 01 REC-NC-04 REDEFINES REC-NOTACRE.
012600    05 TIPO-N4               PIC XX.
012700    05 C-MAT-N4              PIC 9(15).
012800    05 QTA-N4                PIC 9(6).
012900    05 PREZZO-N4             PIC 9(9).
013000    05 RIF-VENDITA-N4        PIC 9(15).
013100    05 RIF-RESO-N4           PIC 9(15).
013200    05 FILLER                PIC X(38).
013300 FD FILE-FATF DATA RECORD REC-FATF.
013400 01 REC-FATF.
013500    05 DATA-FF               PIC 9(6).
013600    05 TG-FF-1               PIC X.
013700    05 CONTO-FF              PIC 9(8).
013800    05 TG-FF-2               PIC X.
013900    05 NUM-FATT-FF           PIC X(12).
014000    05 TG-FF-3               PIC X.
014100    05 RIF-BOLLA-FF          PIC 9(15).
014200    05 TG-FF-4               PIC X.
014300    05 C-MAT-FF              PIC 9(15).
014400    05 TG-FF-5               PIC X.
014500    05 QTA-FF                PIC 9(6).
014600    05 TG-FF-6               PIC X.
014700    05 IMPORTO-FF            PIC 9(11).
014800    05 TG-FF-7               PIC X.
014900    05 STATO-FF              PIC X.
015000 FD FILE-INTERCOF DATA RECORD REC-INTERCOF.
015100 01 REC-INTERCOF.
015200    05 DATA-IC               PIC 9(6).
015300    05 TI-1                  PIC X.
015400    05 SOC-CEDENTE-IC        PIC 99.
015500    05 TI-2                  PIC X.
015600    05 SOC-RICEVENTE-IC      PIC 99.
015700    05 TI-3                  PIC X.
015800    05 MAG-P-IC              PIC 9(3).
015900    05 TI-4                  PIC X.
016000    05 MAG-D-IC              PIC 9(3).
016100    05 TI-5                  PIC X.
016200    05 C-MAT-IC              PIC 9(15).
016300    05 TI-6                  PIC X.
016400    05 QTA-TAGLIE-IC         PIC X(40).
016500    05 TI-7                  PIC X.
016600    05 QTA-TOT-IC            PIC 9(6).
016700    05 TI-8                  PIC X.
016800    05 VALORE-IC             PIC 9(11).
016900*
017000 WORKING-STORAGE SECTION.
017100*
017200 01 REC-MOVMAG       COPY YMOVMAG.
017300 01 AREA-REC-SET     PIC X(512).
017400 01 FILLER REDEFINES AREA-REC-SET.
017500  05 REC-CONFATT     COPY YCONFAT.
017600 01 COD-CG           COPY DANCODMT.
017700 01 C-MAT-DISP       PIC 9(15).
017800*
017900 77 CHECK-CG        PIC XX.
018000    88 CG-APERTO    VALUES ARE "05", "00".
018100 77 CHECK-RG        PIC XX.
018200    88 RG-APERTO    VALUES ARE "05", "00".
018300 77 CHECK-PN        PIC XX.
018400    88 PN-APERTO    VALUES ARE "05", "00".
018500 77 CHECK-MS        PIC XX.
018600    88 MS-APERTO    VALUES ARE "05", "00".
018700 77 CHECK-SC        PIC XX.
018800    88 SC-APERTO    VALUES ARE "05", "00".
018900 77 CHECK-PF        PIC XX.
019000    88 PF-APERTO    VALUES ARE "05", "00".
019100 77 CHECK-NC        PIC XX.
019200    88 NC-APERTO    VALUES ARE "05", "00".
019300 77 CHECK-FF        PIC XX.
019400    88 FF-APERTO    VALUES ARE "05", "00".
019500 77 CHECK-IC        PIC XX.
019600    88 IC-APERTO    VALUES ARE "05", "00".
019700*
019800 01 OK-FINE-FILE    PIC S9(4) COMP.
019900    88 LETTO-FINE-FILE VALUE 1.
020000*
020100 01 T-TAB           PIC X VALUE X"9".
020200*
020300 01 DATA-LIMITE-IN  PIC X(6).
020400 01 DATA-LIMITE-IN-9 REDEFINES DATA-LIMITE-IN PIC 9(6).
020500 01 DATA-LIMITE     PIC 9(6).
020600 01 DATA-REG        PIC 9(6).
020700*
020800 01 TAB-MAPPA.
020900  05 RIGA-TM OCCURS 300.
021000   10 CAUSALE-TM       PIC X(4).
021100   10 CLASSE-TM        PIC 99.
021200   10 CAUSALE-IVA-TM   PIC 9(4).
021300   10 SOC-TM           PIC 99.
021400   10 CONTO-PARTNER-TM PIC 9(8).
021500   10 CONTO-CONTROP-TM PIC 9(8).
021600   10 CONTO-IVA-TM     PIC 9(8).
021700   10 ALIQ-TM          PIC 9(4).
021800   10 CONTO-ARROT-TM   PIC 9(8).
021900 01 N-MAPPA         PIC S9(4) COMP.
022000 01 I-TM            PIC S9(4) COMP.
022100 01 IX-TM           PIC S9(4) COMP.
022200 01 PUNTI-TM        PIC S9(4) COMP.
022300 01 PUNTI-MIGLIORI  PIC S9(4) COMP.
022400*
022500 01 TAB-REGISTRO.
022600  05 RIGA-RG OCCURS 5000.
022700   10 TIPO-DOC-TR      PIC X(4).
022800   10 CHIAVE-TR        PIC X(30).
022900 01 N-REGISTRO      PIC S9(4) COMP.
023000 01 I-TR            PIC S9(4) COMP.
023100 01 REGISTRATO-SW   PIC X.
023200    88 GIA-REGISTRATO VALUE "S".
023300*
023400 01 TAB-MAGSOC.
023500  05 RIGA-MS OCCURS 50.
023600   10 MAG-TB           PIC 9(3).
023700   10 SOC-TB           PIC 99.
023800 01 N-MAGSOC        PIC S9(4) COMP.
023900 01 I-MS            PIC S9(4) COMP.
024000*
024100 01 TAB-DATE-PREF.
024200  05 RIGA-DP OCCURS 2000.
024300   10 CONTO-DP         PIC 9(8).
024400   10 NUM-DP           PIC 9(4).
024500   10 DATA-DP          PIC 9(6).
024600 01 N-DATE-PREF     PIC S9(4) COMP.
024700 01 I-DP            PIC S9(4) COMP.
024800*
024900 01 TAB-FATTURE-PN.
025000  05 RIGA-FP OCCURS 2000.
025100   10 DATA-FP          PIC 9(6).
025200   10 CONTO-FP         PIC 9(8).
025300   10 NUM-FATT-FP      PIC X(12).
025400   10 C-MAT-FP         PIC 9(15).
025500   10 IMPORTO-FP       PIC 9(11).
025600   10 STATO-FP         PIC X.
025700   10 FATTO-FP         PIC X.
025800 01 N-FATTURE-PN    PIC S9(4) COMP.
025900 01 I-FP            PIC S9(4) COMP.
026000 01 J-FP            PIC S9(4) COMP.
026100 01 FATTURA-SOSPESA PIC X.
026200*
026300 01 TAB-TRAVASI-PN.
026400  05 RIGA-TP OCCURS 3000.
026500   10 DATA-TP          PIC 9(6).
026600   10 SOC-CED-TP       PIC 99.
026700   10 SOC-RIC-TP       PIC 99.
026800   10 C-MAT-TP         PIC 9(15).
026900   10 VALORE-TP        PIC 9(11).
027000   10 FATTO-TP         PIC X.
027100 01 N-TRAVASI-PN    PIC S9(4) COMP.
027200 01 I-TP            PIC S9(4) COMP.
027300 01 J-TP            PIC S9(4) COMP.
027400*
027500* documento in corso
027600 01 TIPO-DOC        PIC X(4).
027700 01 NUM-DOC         PIC X(12).
027800 01 DATA-DOC        PIC 9(6).
027900 01 CONTO-DOC       PIC 9(8).
028000 01 SOC-DOC         PIC 99.
028100 01 CAUSALE-IVA-DOC PIC 9(4).
028200 01 CHIAVE-DOC      PIC X(30).
028300 01 DESCR-DOC       PIC X(30).
028400 01 SEGNO-PARTNER   PIC X.
028500 01 SEGNO-CONTROP   PIC X.
028600 01 DOC-APERTO-SW   PIC X VALUE "N".
028700    88 DOC-APERTO   VALUE "S".
028800 01 CLASSE-MANCANTE PIC 99.
028900 01 MANCA-CONTO-SW  PIC X.
029000    88 MANCA-CONTO  VALUE "S".
029100 01 CLASSE-RIGA     PIC 99.
029200 01 IMPORTO-RIGA    PIC S9(13) COMP-3.
029300 01 N-RIGA-PN       PIC 9(3).
029400*
029500* gruppi di conti del documento (una riga di CONTICG ciascuno)
029600 01 TAB-GRUPPI-DOC.
029700  05 RIGA-GD OCCURS 50.
029800   10 IX-TM-GD         PIC S9(4) COMP.
029900   10 NETTO-GD         PIC S9(13) COMP-3.
030000   10 IVA-GD           PIC S9(13) COMP-3.
030100 01 N-GRUPPI-DOC    PIC S9(4) COMP.
030200 01 I-GD            PIC S9(4) COMP.
030300 01 IX-GD           PIC S9(4) COMP.
030400*
030500* IVA sul totale per aliquota
030600 01 TAB-ALIQUOTE.
030700  05 RIGA-AL OCCURS 20.
030800   10 ALIQ-AL          PIC 9(4).
030900   10 NETTO-AL         PIC S9(13) COMP-3.
031000   10 IVA-AL           PIC S9(13) COMP-3.
031100 01 N-ALIQUOTE      PIC S9(4) COMP.
031200 01 I-AL            PIC S9(4) COMP.
031300 01 IX-AL           PIC S9(4) COMP.
031400*
031500 01 TOT-NETTO-DOC   PIC S9(13) COMP-3.
031600 01 TOT-IVA-DOC     PIC S9(13) COMP-3.
031700 01 TOT-IVA-RIGHE   PIC S9(13) COMP-3.
031800 01 TOT-PARTNER     PIC S9(13) COMP-3.
031900 01 DIFF-ARROT      PIC S9(13) COMP-3.
032000 01 CONTO-SCRITTURA PIC 9(8).
032100 01 SEGNO-SCRITTURA PIC X.
032200 01 IMPORTO-SCRITT  PIC S9(13) COMP-3.
032300 01 ALIQ-SCRITTURA  PIC 9(4).
032400*
032500* totali di controllo per tipo documento
032600 01 TAB-TOTALI.
032700  05 RIGA-TT OCCURS 5.
032800   10 TIPO-TT          PIC X(4).
032900   10 DOC-TT           PIC S9(6) COMP.
033000   10 GIA-TT           PIC S9(6) COMP.
033100   10 SCARTI-TT        PIC S9(6) COMP.
033200   10 DARE-TT          PIC S9(13) COMP-3.
033300   10 AVERE-TT         PIC S9(13) COMP-3.
033400 01 I-TT            PIC S9(4) COMP.
033500 01 IX-TT           PIC S9(4) COMP.
033600*
033700 01 ESITO-DOC       PIC X(20).
033800 01 CONTA-ED        PIC ZZZZZ9.
033900 01  PAR-PRINT.
034000  05  STATO         PIC S9(4) COMP.
034100  05  LL-RIGA       PIC  9(4) COMP.
034200  05  N-MAX-RIGHE   PIC  9(4) COMP.
034300  05  FLAG-ROUTINE  PIC  9(4) COMP.
034400  05  NUM-FILE-ID   PIC  9(4) COMP.
034500  05  NOME-FILE.
034600   10 PRE-NOME-FILE     PIC X.
034700   10 TERM-N-FILE       PIC 9(6).
034800   10 FILLER            PIC XXX VALUE ".ST".
034900*
035000 01  RIGA.
035100  05  N-STAMPANTE   PIC 9.
035200  05  COMANDO       PIC X.
035300  05  N-RIGA-STAMPA PIC 9(4) COMP.
035400  05  DATI-RIGA     PIC X(132).
035500  05 RIGA-DETT-PN REDEFINES DATI-RIGA.
035600    10 FILLER        PIC X(2).
035700    10 TIPO-ST       PIC X(4).
035800    10 FILLER        PIC X(2).
035900    10 NUM-DOC-ST    PIC X(12).
036000    10 FILLER        PIC X(2).
036100    10 DATA-DOC-ST   PIC 9(6).
036200    10 FILLER        PIC X(2).
036300    10 SOC-ST        PIC 99.
036400    10 FILLER        PIC X(2).
036500    10 CONTO-ST      PIC 9(8).
036600    10 FILLER        PIC X(2).
036700    10 IMPORTO-ST    PIC Z(10)9,99.
036800    10 FILLER        PIC X(2).
036900    10 ESITO-ST      PIC X(20).
037000    10 FILLER        PIC X(51).
037100  05 RIGA-TOT-PN REDEFINES DATI-RIGA.
037200    10 FILLER        PIC X(2).
037300    10 TIPO-TOT-ST   PIC X(4).
037400    10 FILLER        PIC X(2).
037500    10 DOC-TOT-ST    PIC ZZZZZ9.
037600    10 FILLER        PIC X(2).
037700    10 DARE-TOT-ST   PIC Z(10)9,99.
037800    10 FILLER        PIC X(2).
037900    10 AVERE-TOT-ST  PIC Z(10)9,99.
038000    10 FILLER        PIC X(2).
038100    10 GIA-TOT-ST    PIC ZZZZZ9.
038200    10 FILLER        PIC X(2).
038300    10 SCARTI-TOT-ST PIC ZZZZZ9.
038400    10 FILLER        PIC X(68).
038500*
038600 01 BUFFER.
038700  05 N-BUF               PIC S9(4) COMP VALUE 37.
038800  05 FILLER              PIC XX.
038900  05 FILLER              PIC X(5120).
039000*
039100 01 STATO-DISPLAY    PIC ZZZZ-.
039200*
039300 LINKAGE SECTION.
039400*
039500 01 W-COMMON       COPY WCOMMONW.
039600*
039700*PAGE
039800 PROCEDURE DIVISION  USING W-COMMON.
039900 INIZIO.
040000     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-REG.
040100     DISPLAY "----  ESTRATTO PRIMA NOTA  --------------".
040200     DISPLAY "Documenti fino al (AAMMGG, vuoto = " DATA-REG ") "
040300             NO ADVANCING.
040400     MOVE SPACES TO DATA-LIMITE-IN.
040500     ACCEPT DATA-LIMITE-IN.
040600     IF DATA-LIMITE-IN = SPACES
040700        MOVE DATA-REG TO DATA-LIMITE
040800     ELSE
040900        IF DATA-LIMITE-IN NOT NUMERIC
041000           DISPLAY "Data non numerica"
041100           GO TO FINE
041200        ELSE
041300           MOVE DATA-LIMITE-IN-9 TO DATA-LIMITE
041400        END-IF
041500     END-IF.
041600     PERFORM CARICA-MAPPA THRU EX-CARICA-MAPPA.
041700     IF N-MAPPA = 0
041800        DISPLAY "Tabella conti CONTICG vuota"
041900        GO TO FINE.
042000     PERFORM CARICA-REGISTRO THRU EX-CARICA-REGISTRO.
042100     PERFORM CARICA-MAGSOC THRU EX-CARICA-MAGSOC.
042200     PERFORM CARICA-DATE-PREF THRU EX-CARICA-DATE-PREF.
042300     PERFORM INIZIA-TOTALI THRU EX-INIZIA-TOTALI.
042400     OPEN OUTPUT FILE-PRIMANOT.
042500     IF NOT PN-APERTO
042600        DISPLAY "PRIMANOT   PRIMANOT non apribile " CHECK-PN
042700        GO TO FINE.
042800     OPEN EXTEND FILE-REGIST.
042900     IF NOT RG-APERTO
043000        DISPLAY "PRIMANOT   CGREGIST non apribile " CHECK-RG
043100        CLOSE FILE-PRIMANOT
043200        GO TO FINE.
043300     PERFORM APRI-STAMPA THRU EX-APRI-STAMPA.
043400     PERFORM ESTRAI-PREFATTURE THRU EX-ESTRAI-PREFATTURE.
043500     PERFORM ESTRAI-NOTE THRU EX-ESTRAI-NOTE.
043600     PERFORM ESTRAI-FATTURE-FORN THRU EX-ESTRAI-FATTURE-FORN.
043700     PERFORM ESTRAI-TRAVASI THRU EX-ESTRAI-TRAVASI.
043800     PERFORM STAMPA-TOTALI THRU EX-STAMPA-TOTALI.
043900     CALL "QCLPPR" USING PAR-PRINT
044000                          RIGA BUFFER.
044100     CLOSE FILE-REGIST.
044200     CLOSE FILE-PRIMANOT.
044300 FINE.
044400     EXIT PROGRAM.
044500*
044600*
044700 CARICA-MAPPA.
044800     MOVE 0 TO N-MAPPA.
044900     OPEN INPUT FILE-CONTICG.
045000     IF NOT CG-APERTO
045100        GO TO EX-CARICA-MAPPA.
045200     MOVE 0 TO OK-FINE-FILE.
045300     PERFORM LEGGI-RIGA-MAPPA THRU EX-LEGGI-RIGA-MAPPA
045400        UNTIL LETTO-FINE-FILE.
045500     CLOSE FILE-CONTICG.
045600 EX-CARICA-MAPPA.
045700     EXIT.
045800*
045900 LEGGI-RIGA-MAPPA.
046000     READ FILE-CONTICG
046100        AT END
046200           MOVE 1 TO OK-FINE-FILE
046300           GO TO EX-LEGGI-RIGA-MAPPA
046400     END-READ.
046500     IF CAUSALE-CG = SPACES
046600        OR CLASSE-CG NOT NUMERIC
046700        OR CAUSALE-IVA-CG NOT NUMERIC
046800        OR SOC-CG NOT NUMERIC
046900        OR CONTO-PARTNER-CG NOT NUMERIC
047000        OR CONTO-CONTROP-CG NOT NUMERIC
047100        OR CONTO-IVA-CG NOT NUMERIC
047200        OR ALIQ-CG NOT NUMERIC
047300        OR CONTO-ARROT-CG NOT NUMERIC
047400        GO TO EX-LEGGI-RIGA-MAPPA.
047500     IF N-MAPPA NOT < 300
047600        DISPLAY "PRIMANOT   TAB-MAPPA da allargare"
047700        GO TO EX-LEGGI-RIGA-MAPPA.
047800     ADD 1 TO N-MAPPA.
047900     MOVE CAUSALE-CG TO CAUSALE-TM (N-MAPPA).
048000     MOVE CLASSE-CG TO CLASSE-TM (N-MAPPA).
048100     MOVE CAUSALE-IVA-CG TO CAUSALE-IVA-TM (N-MAPPA).
048200     MOVE SOC-CG TO SOC-TM (N-MAPPA).
048300     MOVE CONTO-PARTNER-CG TO CONTO-PARTNER-TM (N-MAPPA).
048400     MOVE CONTO-CONTROP-CG TO CONTO-CONTROP-TM (N-MAPPA).
048500     MOVE CONTO-IVA-CG TO CONTO-IVA-TM (N-MAPPA).
048600     MOVE ALIQ-CG TO ALIQ-TM (N-MAPPA).
048700     MOVE CONTO-ARROT-CG TO CONTO-ARROT-TM (N-MAPPA).
048800 EX-LEGGI-RIGA-MAPPA.
048900     EXIT.
049000*
049100 CARICA-REGISTRO.
049200     MOVE 0 TO N-REGISTRO.
049300     OPEN INPUT FILE-REGIST.
049400     IF NOT RG-APERTO
049500        GO TO EX-CARICA-REGISTRO.
049600     MOVE 0 TO OK-FINE-FILE.
049700     PERFORM LEGGI-RIGA-REGISTRO THRU EX-LEGGI-RIGA-REGISTRO
049800        UNTIL LETTO-FINE-FILE.
049900     CLOSE FILE-REGIST.
050000 EX-CARICA-REGISTRO.
050100     EXIT.
050200*
050300 LEGGI-RIGA-REGISTRO.
050400     READ FILE-REGIST
050500        AT END
050600           MOVE 1 TO OK-FINE-FILE
050700           GO TO EX-LEGGI-RIGA-REGISTRO
050800     END-READ.
050900     IF N-REGISTRO NOT < 5000
051000        DISPLAY "PRIMANOT   TAB-REGISTRO da allargare"
051100        GO TO EX-LEGGI-RIGA-REGISTRO.
051200     ADD 1 TO N-REGISTRO.
051300     MOVE TIPO-DOC-RG TO TIPO-DOC-TR (N-REGISTRO).
051400     MOVE CHIAVE-RG TO CHIAVE-TR (N-REGISTRO).
051500 EX-LEGGI-RIGA-REGISTRO.
051600     EXIT.
051700*
051800 CARICA-MAGSOC.
051900     MOVE 0 TO N-MAGSOC.
052000     OPEN INPUT FILE-MAGSOC.
052100     IF NOT MS-APERTO
052200        GO TO EX-CARICA-MAGSOC.
052300     MOVE 0 TO OK-FINE-FILE.
052400     PERFORM LEGGI-RIGA-MAGSOC THRU EX-LEGGI-RIGA-MAGSOC
052500        UNTIL LETTO-FINE-FILE.
052600     CLOSE FILE-MAGSOC.
052700 EX-CARICA-MAGSOC.
052800     EXIT.
052900*
053000 LEGGI-RIGA-MAGSOC.
053100     READ FILE-MAGSOC
053200        AT END
053300           MOVE 1 TO OK-FINE-FILE
053400           GO TO EX-LEGGI-RIGA-MAGSOC
053500     END-READ.
053600     IF N-MAGSOC < 50
053700        ADD 1 TO N-MAGSOC
053800        MOVE MAG-MS TO MAG-TB (N-MAGSOC)
053900        MOVE SOC-MS TO SOC-TB (N-MAGSOC).
054000 EX-LEGGI-RIGA-MAGSOC.
054100     EXIT.
054200*
054300*     la data della pre-fattura e' quella di chiusura della
054400*     sua partita su SCADAPER (l'ultima, se il numero torna)
054500 CARICA-DATE-PREF.
054600     MOVE 0 TO N-DATE-PREF.
054700     OPEN INPUT FILE-SCAD.
054800     IF NOT SC-APERTO
054900        GO TO EX-CARICA-DATE-PREF.
055000     MOVE 0 TO OK-FINE-FILE.
055100     PERFORM LEGGI-RIGA-SCAD THRU EX-LEGGI-RIGA-SCAD
055200        UNTIL LETTO-FINE-FILE.
055300     CLOSE FILE-SCAD.
055400 EX-CARICA-DATE-PREF.
055500     EXIT.
055600*
055700 LEGGI-RIGA-SCAD.
055800     READ FILE-SCAD
055900        AT END
056000           MOVE 1 TO OK-FINE-FILE
056100           GO TO EX-LEGGI-RIGA-SCAD
056200     END-READ.
056300     IF N-DATE-PREF NOT < 2000
056400        DISPLAY "PRIMANOT   TAB-DATE-PREF da allargare"
056500        GO TO EX-LEGGI-RIGA-SCAD.
056600     ADD 1 TO N-DATE-PREF.
056700     MOVE CONTO-SC TO CONTO-DP (N-DATE-PREF).
056800     MOVE NUM-PREFATT-SC TO NUM-DP (N-DATE-PREF).
056900     MOVE DATA-PREF-SC TO DATA-DP (N-DATE-PREF).
057000 EX-LEGGI-RIGA-SCAD.
057100     EXIT.
057200*
057300 INIZIA-TOTALI.
057400     MOVE "PREF" TO TIPO-TT (1).
057500     MOVE "NCRE" TO TIPO-TT (2).
057600     MOVE "FATF" TO TIPO-TT (3).
057700     MOVE "INTC" TO TIPO-TT (4).
057800     MOVE "INTR" TO TIPO-TT (5).
057900     PERFORM AZZERA-TOTALE THRU EX-AZZERA-TOTALE
058000        VARYING I-TT FROM 1 BY 1 UNTIL I-TT > 5.
058100 EX-INIZIA-TOTALI.
058200     EXIT.
058300*
058400 AZZERA-TOTALE.
058500     MOVE 0 TO DOC-TT (I-TT) GIA-TT (I-TT) SCARTI-TT (I-TT)
058600               DARE-TT (I-TT) AVERE-TT (I-TT).
058700 EX-AZZERA-TOTALE.
058800     EXIT.
058900*
059000 APRI-STAMPA.
059100     MOVE  136  TO LL-RIGA.
059200     MOVE 9999 TO N-MAX-RIGHE.
059300     MOVE "P" TO PRE-NOME-FILE.
059400     MOVE W-FORMATO-INTERNO TO TERM-N-FILE.
059500     CALL "QOLPPR" USING PAR-PRINT
059600                          RIGA BUFFER.
059700     MOVE 0   TO N-STAMPANTE.
059800     MOVE "M" TO COMANDO.
059900     MOVE 66  TO N-RIGA-STAMPA.
060000     MOVE SPACES TO DATI-RIGA.
060100     STRING " ESTRATTO PRIMA NOTA DEL " DATA-REG
060200            "  DOCUMENTI FINO AL " DATA-LIMITE
060300            DELIMITED BY SIZE INTO DATI-RIGA.
060400     PERFORM SCRIVI THRU EX-SCRIVI.
060500     MOVE "  TIPO  DOCUMENTO     DATA    SO  CONTO     "
060600       &  "        TOTALE  ESITO"
060700       TO DATI-RIGA.
060800     MOVE 2 TO N-RIGA-STAMPA.
060900     PERFORM SCRIVI THRU EX-SCRIVI.
061000 EX-APRI-STAMPA.
061100     EXIT.
061200*
061300*
061400*     pre-fatture: testata 01 apre il documento, ogni riga 02
061500*     porta gli scarichi della sua bolla
061600 ESTRAI-PREFATTURE.
061700     OPEN INPUT FILE-PREF.
061800     IF NOT PF-APERTO
061900        GO TO EX-ESTRAI-PREFATTURE.
062000     MOVE "N" TO DOC-APERTO-SW.
062100     MOVE 0 TO OK-FINE-FILE.
062200     PERFORM LEGGI-RIGA-PREF THRU EX-LEGGI-RIGA-PREF
062300        UNTIL LETTO-FINE-FILE.
062400     IF DOC-APERTO
062500        PERFORM CHIUDI-DOCUMENTO THRU EX-CHIUDI-DOCUMENTO.
062600     CLOSE FILE-PREF.
062700 EX-ESTRAI-PREFATTURE.
062800     EXIT.
062900*
063000 LEGGI-RIGA-PREF.
063100     READ FILE-PREF
063200        AT END
063300           MOVE 1 TO OK-FINE-FILE
063400           GO TO EX-LEGGI-RIGA-PREF
063500     END-READ.
063600     IF TIPO-REC-P1 = "01"
063700        IF DOC-APERTO
063800           PERFORM CHIUDI-DOCUMENTO THRU EX-CHIUDI-DOCUMENTO
063900        END-IF
064000        PERFORM APRI-PREFATTURA THRU EX-APRI-PREFATTURA
064100        GO TO EX-LEGGI-RIGA-PREF.
064200     IF TIPO-REC-P2 = "02" AND DOC-APERTO
064300        PERFORM RIGHE-BOLLA-PREF THRU EX-RIGHE-BOLLA-PREF.
064400 EX-LEGGI-RIGA-PREF.
064500     EXIT.
064600*
064700 APRI-PREFATTURA.
064800     MOVE "PREF" TO TIPO-DOC.
064900     MOVE SPACES TO NUM-DOC.
065000     MOVE NUM-PREFATT-P1 TO NUM-DOC (1:4).
065100     MOVE CONTO-P1 TO CONTO-DOC.
065200     MOVE DATA-REG TO DATA-DOC.
065300     PERFORM CERCA-DATA-PREF THRU EX-CERCA-DATA-PREF
065400        VARYING I-DP FROM 1 BY 1 UNTIL I-DP > N-DATE-PREF.
065500     MOVE 0 TO CAUSALE-IVA-DOC SOC-DOC.
065600     PERFORM LEGGI-CONFATT-PN THRU EX-LEGGI-CONFATT-PN.
065700     MOVE SPACES TO CHIAVE-DOC DESCR-DOC.
065800     STRING CONTO-P1 NUM-PREFATT-P1 DATA-DOC DELIMITED BY SIZE
065900        INTO CHIAVE-DOC.
066000     STRING "PRE-FATTURA " NUM-PREFATT-P1 " DEL " DATA-DOC
066100            DELIMITED BY SIZE INTO DESCR-DOC.
066200     MOVE "D" TO SEGNO-PARTNER.
066300     PERFORM INIZIA-DOCUMENTO THRU EX-INIZIA-DOCUMENTO.
066400 EX-APRI-PREFATTURA.
066500     EXIT.
066600*
066700 CERCA-DATA-PREF.
066800     IF CONTO-DP (I-DP) = CONTO-P1
066900        AND NUM-DP (I-DP) = NUM-PREFATT-P1
067000        MOVE DATA-DP (I-DP) TO DATA-DOC.
067100 EX-CERCA-DATA-PREF.
067200     EXIT.
067300*
067400 LEGGI-CONFATT-PN.
067500     MOVE "CONTO;"  TO W-NOME-CAMPO.
067600     MOVE "CONFATT;" TO W-NOME-DATA-SET.
067700     MOVE CONTO-DOC TO W-VALORE-CAMPO-W.
067800     PERFORM TTDBFIND THRU EX-TTDBFIND.
067900     IF W-OK-IMAGE
068000        MOVE 5 TO W-MODO
068100        PERFORM TTDBGET THRU EX-TTDBGET
068200        IF W-OK-IMAGE
068300           MOVE CAUSALE-IVA OF REC-CONFATT TO CAUSALE-IVA-DOC
068400        END-IF
068500     END-IF.
068600 EX-LEGGI-CONFATT-PN.
068700     EXIT.
068800*
068900*     la societa' del documento e' quella del magazzino della
069000*     prima bolla; gli scarichi valgono quantita' per prezzo
069100*     (COSTO-STD, convenzione *VACO*) come in PREFATT
069200 RIGHE-BOLLA-PREF.
069300     IF SOC-DOC = 0
069400        PERFORM CERCA-SOC-MAG THRU EX-CERCA-SOC-MAG
069500           VARYING I-MS FROM 1 BY 1 UNTIL I-MS > N-MAGSOC.
069600     MOVE "RIF-INTR;" TO W-NOME-CAMPO.
069700     MOVE "MOVMAG;"   TO W-NOME-DATA-SET.
069800     MOVE RIF-INTERNO-P2 TO W-VALORE-CAMPO.
069900     PERFORM TTDBFIND THRU EX-TTDBFIND.
070000     IF NOT W-OK-IMAGE
070100        GO TO EX-RIGHE-BOLLA-PREF.
070200     PERFORM DBGET-MOVMAG-PN THRU EX-DBGET-MOVMAG-PN.
070300     PERFORM RIGA-MOVMAG-PN THRU EX-RIGA-MOVMAG-PN
070400        UNTIL W-FINE-CATENA.
070500 EX-RIGHE-BOLLA-PREF.
070600     EXIT.
070700*
070800 CERCA-SOC-MAG.
070900     IF MAG-TB (I-MS) = MAGAZZINO-P2
071000        MOVE SOC-TB (I-MS) TO SOC-DOC.
071100 EX-CERCA-SOC-MAG.
071200     EXIT.
071300*
071400 DBGET-MOVMAG-PN.
071500     MOVE 5 TO W-MODO.
071600     PERFORM TTDBGET THRU EX-TTDBGET.
071700     MOVE AREA-REC-SET TO REC-MOVMAG.
071800 EX-DBGET-MOVMAG-PN.
071900     EXIT.
072000*
072100 RIGA-MOVMAG-PN.
072200     IF QUANTITA OF REC-MOVMAG < 0
072300        MOVE C-MAT OF REC-MOVMAG TO C-MAT-DISP
072400        MOVE C-MAT-DISP TO C-MAT-TRANS-RID
072500        MOVE CLASSE OF C-MAT-TRANSITO TO CLASSE-RIGA
072600        COMPUTE IMPORTO-RIGA = 0 - QUANTITA OF REC-MOVMAG
072700                                 * COSTO-STD OF REC-MOVMAG
072800        PERFORM AGGIUNGI-RIGA-DOC THRU EX-AGGIUNGI-RIGA-DOC
072900     END-IF.
073000     PERFORM DBGET-MOVMAG-PN THRU EX-DBGET-MOVMAG-PN.
073100 EX-RIGA-MOVMAG-PN.
073200     EXIT.
073300*
073400*
073500*     note di accredito: testata 01, righe 04, coda 09
073600 ESTRAI-NOTE.
073700     OPEN INPUT FILE-NOTACRE.
073800     IF NOT NC-APERTO
073900        GO TO EX-ESTRAI-NOTE.
074000     MOVE "N" TO DOC-APERTO-SW.
074100     MOVE 0 TO OK-FINE-FILE.
074200     PERFORM LEGGI-RIGA-NOTA THRU EX-LEGGI-RIGA-NOTA
074300        UNTIL LETTO-FINE-FILE.
074400     IF DOC-APERTO
074500        PERFORM CHIUDI-DOCUMENTO THRU EX-CHIUDI-DOCUMENTO.
074600     CLOSE FILE-NOTACRE.
074700 EX-ESTRAI-NOTE.
074800     EXIT.
074900*
075000 LEGGI-RIGA-NOTA.
075100     READ FILE-NOTACRE
075200        AT END
075300           MOVE 1 TO OK-FINE-FILE
075400           GO TO EX-LEGGI-RIGA-NOTA
075500     END-READ.
075600     IF TIPO-N1 = "01"
075700        IF DOC-APERTO
075800           PERFORM CHIUDI-DOCUMENTO THRU EX-CHIUDI-DOCUMENTO
075900        END-IF
076000        PERFORM APRI-NOTA THRU EX-APRI-NOTA
076100        GO TO EX-LEGGI-RIGA-NOTA.
076200     IF TIPO-N4 = "04" AND DOC-APERTO
076300        MOVE C-MAT-N4 TO C-MAT-TRANS-RID
076400        MOVE CLASSE OF C-MAT-TRANSITO TO CLASSE-RIGA
076500        COMPUTE IMPORTO-RIGA = QTA-N4 * PREZZO-N4
076600        PERFORM AGGIUNGI-RIGA-DOC THRU EX-AGGIUNGI-RIGA-DOC.
076700 EX-LEGGI-RIGA-NOTA.
076800     EXIT.
076900*
077000*     la nota non porta data: vale la fine del periodo
077100 APRI-NOTA.
077200     MOVE "NCRE" TO TIPO-DOC.
077300     MOVE SPACES TO NUM-DOC.
077400     MOVE NUMERO-NOTA-N1 TO NUM-DOC (1:6).
077500     MOVE CONTO-N1 TO CONTO-DOC.
077600     MOVE DATA-LIMITE TO DATA-DOC.
077700     MOVE CAUSALE-IVA-N1 TO CAUSALE-IVA-DOC.
077800     MOVE 0 TO SOC-DOC.
077900     MOVE SPACES TO CHIAVE-DOC DESCR-DOC.
078000     STRING CONTO-N1 NUMERO-NOTA-N1 DELIMITED BY SIZE
078100        INTO CHIAVE-DOC.
078200     STRING "NOTA DI ACCREDITO " NUMERO-NOTA-N1
078300            DELIMITED BY SIZE INTO DESCR-DOC.
078400     MOVE "A" TO SEGNO-PARTNER.
078500     PERFORM INIZIA-DOCUMENTO THRU EX-INIZIA-DOCUMENTO.
078600 EX-APRI-NOTA.
078700     EXIT.
078800*
078900*
079000*     fatture fornitore: si passa la fattura (fornitore +
079100*     numero) solo quando tutte le sue righe sono pagabili
079200 ESTRAI-FATTURE-FORN.
079300     MOVE 0 TO N-FATTURE-PN.
079400     OPEN INPUT FILE-FATF.
079500     IF NOT FF-APERTO
079600        GO TO EX-ESTRAI-FATTURE-FORN.
079700     MOVE 0 TO OK-FINE-FILE.
079800     PERFORM LEGGI-RIGA-FATF THRU EX-LEGGI-RIGA-FATF
079900        UNTIL LETTO-FINE-FILE.
080000     CLOSE FILE-FATF.
080100     PERFORM FATTURA-FORN THRU EX-FATTURA-FORN
080200        VARYING I-FP FROM 1 BY 1 UNTIL I-FP > N-FATTURE-PN.
080300 EX-ESTRAI-FATTURE-FORN.
080400     EXIT.
080500*
080600 LEGGI-RIGA-FATF.
080700     READ FILE-FATF
080800        AT END
080900           MOVE 1 TO OK-FINE-FILE
081000           GO TO EX-LEGGI-RIGA-FATF
081100     END-READ.
081200     IF N-FATTURE-PN NOT < 2000
081300        DISPLAY "PRIMANOT   TAB-FATTURE-PN da allargare"
081400        GO TO EX-LEGGI-RIGA-FATF.
081500     ADD 1 TO N-FATTURE-PN.
081600     MOVE DATA-FF TO DATA-FP (N-FATTURE-PN).
081700     MOVE CONTO-FF TO CONTO-FP (N-FATTURE-PN).
081800     MOVE NUM-FATT-FF TO NUM-FATT-FP (N-FATTURE-PN).
081900     MOVE C-MAT-FF TO C-MAT-FP (N-FATTURE-PN).
082000     MOVE IMPORTO-FF TO IMPORTO-FP (N-FATTURE-PN).
082100     MOVE STATO-FF TO STATO-FP (N-FATTURE-PN).
082200     MOVE "N" TO FATTO-FP (N-FATTURE-PN).
082300 EX-LEGGI-RIGA-FATF.
082400     EXIT.
082500*
082600 FATTURA-FORN.
082700     IF FATTO-FP (I-FP) = "S"
082800        GO TO EX-FATTURA-FORN.
082900     IF DATA-FP (I-FP) > DATA-LIMITE
083000        GO TO EX-FATTURA-FORN.
083100     MOVE "N" TO FATTURA-SOSPESA.
083200     PERFORM VERIFICA-RIGA-FORN THRU EX-VERIFICA-RIGA-FORN
083300        VARYING J-FP FROM I-FP BY 1 UNTIL J-FP > N-FATTURE-PN.
083400     IF FATTURA-SOSPESA = "S"
083500        GO TO EX-FATTURA-FORN.
083600     MOVE "FATF" TO TIPO-DOC.
083700     MOVE NUM-FATT-FP (I-FP) TO NUM-DOC.
083800     MOVE CONTO-FP (I-FP) TO CONTO-DOC.
083900     MOVE DATA-FP (I-FP) TO DATA-DOC.
084000     MOVE 0 TO CAUSALE-IVA-DOC SOC-DOC.
084100     MOVE SPACES TO CHIAVE-DOC DESCR-DOC.
084200     STRING CONTO-FP (I-FP) NUM-FATT-FP (I-FP)
084300            DELIMITED BY SIZE INTO CHIAVE-DOC.
084400     STRING "FATTURA FORNITORE " NUM-FATT-FP (I-FP)
084500            DELIMITED BY SIZE INTO DESCR-DOC.
084600     MOVE "A" TO SEGNO-PARTNER.
084700     PERFORM INIZIA-DOCUMENTO THRU EX-INIZIA-DOCUMENTO.
084800     PERFORM RIGA-FATTURA-FORN THRU EX-RIGA-FATTURA-FORN
084900        VARYING J-FP FROM I-FP BY 1 UNTIL J-FP > N-FATTURE-PN.
085000     PERFORM CHIUDI-DOCUMENTO THRU EX-CHIUDI-DOCUMENTO.
085100 EX-FATTURA-FORN.
085200     EXIT.
085300*
085400 VERIFICA-RIGA-FORN.
085500     IF CONTO-FP (J-FP) = CONTO-FP (I-FP)
085600        AND NUM-FATT-FP (J-FP) = NUM-FATT-FP (I-FP)
085700        MOVE "S" TO FATTO-FP (J-FP)
085800        IF STATO-FP (J-FP) NOT = "P"
085900           MOVE "S" TO FATTURA-SOSPESA
086000        END-IF
086100     END-IF.
086200 EX-VERIFICA-RIGA-FORN.
086300     EXIT.
086400*
086500 RIGA-FATTURA-FORN.
086600     IF CONTO-FP (J-FP) = CONTO-FP (I-FP)
086700        AND NUM-FATT-FP (J-FP) = NUM-FATT-FP (I-FP)
086800        MOVE C-MAT-FP (J-FP) TO C-MAT-TRANS-RID
086900        MOVE CLASSE OF C-MAT-TRANSITO TO CLASSE-RIGA
087000        MOVE IMPORTO-FP (J-FP) TO IMPORTO-RIGA
087100        PERFORM AGGIUNGI-RIGA-DOC THRU EX-AGGIUNGI-RIGA-DOC.
087200 EX-RIGA-FATTURA-FORN.
087300     EXIT.
087400*
087500*
087600*     travasi intercompany: un documento per giorno e coppia
087700*     cedente/ricevente, registrato sui due lati; il conto del
087800*     documento e' la societa' controparte
087900 ESTRAI-TRAVASI.
088000     MOVE 0 TO N-TRAVASI-PN.
088100     OPEN INPUT FILE-INTERCOF.
088200     IF NOT IC-APERTO
088300        GO TO EX-ESTRAI-TRAVASI.
088400     MOVE 0 TO OK-FINE-FILE.
088500     PERFORM LEGGI-RIGA-INTERCOF THRU EX-LEGGI-RIGA-INTERCOF
088600        UNTIL LETTO-FINE-FILE.
088700     CLOSE FILE-INTERCOF.
088800     PERFORM TRAVASO-GIORNO THRU EX-TRAVASO-GIORNO
088900        VARYING I-TP FROM 1 BY 1 UNTIL I-TP > N-TRAVASI-PN.
089000 EX-ESTRAI-TRAVASI.
089100     EXIT.
089200*
089300 LEGGI-RIGA-INTERCOF.
089400     READ FILE-INTERCOF
089500        AT END
089600           MOVE 1 TO OK-FINE-FILE
089700           GO TO EX-LEGGI-RIGA-INTERCOF
089800     END-READ.
089900     IF DATA-IC > DATA-LIMITE
090000        GO TO EX-LEGGI-RIGA-INTERCOF.
090100     IF N-TRAVASI-PN NOT < 3000
090200        DISPLAY "PRIMANOT   TAB-TRAVASI-PN da allargare"
090300        GO TO EX-LEGGI-RIGA-INTERCOF.
090400     ADD 1 TO N-TRAVASI-PN.
090500     MOVE DATA-IC TO DATA-TP (N-TRAVASI-PN).
090600     MOVE SOC-CEDENTE-IC TO SOC-CED-TP (N-TRAVASI-PN).
090700     MOVE SOC-RICEVENTE-IC TO SOC-RIC-TP (N-TRAVASI-PN).
090800     MOVE C-MAT-IC TO C-MAT-TP (N-TRAVASI-PN).
090900     MOVE VALORE-IC TO VALORE-TP (N-TRAVASI-PN).
091000     MOVE "N" TO FATTO-TP (N-TRAVASI-PN).
091100 EX-LEGGI-RIGA-INTERCOF.
091200     EXIT.
091300*
091400 TRAVASO-GIORNO.
091500     IF FATTO-TP (I-TP) = "S"
091600        GO TO EX-TRAVASO-GIORNO.
091700     MOVE SPACES TO NUM-DOC CHIAVE-DOC.
091800     STRING SOC-CED-TP (I-TP) "-" SOC-RIC-TP (I-TP)
091900            DELIMITED BY SIZE INTO NUM-DOC.
092000     STRING DATA-TP (I-TP) SOC-CED-TP (I-TP) SOC-RIC-TP (I-TP)
092100            DELIMITED BY SIZE INTO CHIAVE-DOC.
092200     MOVE DATA-TP (I-TP) TO DATA-DOC.
092300     MOVE 0 TO CAUSALE-IVA-DOC.
092400     MOVE "INTC" TO TIPO-DOC.
092500     MOVE SOC-CED-TP (I-TP) TO SOC-DOC.
092600     MOVE SOC-RIC-TP (I-TP) TO CONTO-DOC.
092700     MOVE SPACES TO DESCR-DOC.
092800     STRING "CESSIONE INTERCOMPANY A SOC. " SOC-RIC-TP (I-TP)
092900            DELIMITED BY SIZE INTO DESCR-DOC.
093000     MOVE "D" TO SEGNO-PARTNER.
093100     PERFORM INIZIA-DOCUMENTO THRU EX-INIZIA-DOCUMENTO.
093200     PERFORM RIGA-TRAVASO THRU EX-RIGA-TRAVASO
093300        VARYING J-TP FROM I-TP BY 1 UNTIL J-TP > N-TRAVASI-PN.
093400     PERFORM CHIUDI-DOCUMENTO THRU EX-CHIUDI-DOCUMENTO.
093500     MOVE "INTR" TO TIPO-DOC.
093600     MOVE SOC-RIC-TP (I-TP) TO SOC-DOC.
093700     MOVE SOC-CED-TP (I-TP) TO CONTO-DOC.
093800     MOVE SPACES TO DESCR-DOC.
093900     STRING "ACQUISTO INTERCOMPANY DA SOC. " SOC-CED-TP (I-TP)
094000            DELIMITED BY SIZE INTO DESCR-DOC.
094100     MOVE "A" TO SEGNO-PARTNER.
094200     PERFORM INIZIA-DOCUMENTO THRU EX-INIZIA-DOCUMENTO.
094300     PERFORM RIGA-TRAVASO THRU EX-RIGA-TRAVASO
094400        VARYING J-TP FROM I-TP BY 1 UNTIL J-TP > N-TRAVASI-PN.
094500     PERFORM CHIUDI-DOCUMENTO THRU EX-CHIUDI-DOCUMENTO.
094600     PERFORM SEGNA-TRAVASO THRU EX-SEGNA-TRAVASO
094700        VARYING J-TP FROM I-TP BY 1 UNTIL J-TP > N-TRAVASI-PN.
094800 EX-TRAVASO-GIORNO.
094900     EXIT.
095000*
095100 RIGA-TRAVASO.
095200     IF DATA-TP (J-TP) = DATA-TP (I-TP)
095300        AND SOC-CED-TP (J-TP) = SOC-CED-TP (I-TP)
095400        AND SOC-RIC-TP (J-TP) = SOC-RIC-TP (I-TP)
095500        MOVE C-MAT-TP (J-TP) TO C-MAT-TRANS-RID
095600        MOVE CLASSE OF C-MAT-TRANSITO TO CLASSE-RIGA
095700        MOVE VALORE-TP (J-TP) TO IMPORTO-RIGA
095800        PERFORM AGGIUNGI-RIGA-DOC THRU EX-AGGIUNGI-RIGA-DOC.
095900 EX-RIGA-TRAVASO.
096000     EXIT.
096100*
096200 SEGNA-TRAVASO.
096300     IF DATA-TP (J-TP) = DATA-TP (I-TP)
096400        AND SOC-CED-TP (J-TP) = SOC-CED-TP (I-TP)
096500        AND SOC-RIC-TP (J-TP) = SOC-RIC-TP (I-TP)
096600        MOVE "S" TO FATTO-TP (J-TP).
096700 EX-SEGNA-TRAVASO.
096800     EXIT.
096900*
097000*
097100*     documento: righe raccolte per gruppo di conti
097200 INIZIA-DOCUMENTO.
097300     MOVE "S" TO DOC-APERTO-SW.
097400     MOVE "N" TO MANCA-CONTO-SW.
097500     MOVE 0 TO N-GRUPPI-DOC CLASSE-MANCANTE.
097600     IF SEGNO-PARTNER = "D"
097700        MOVE "A" TO SEGNO-CONTROP
097800     ELSE
097900        MOVE "D" TO SEGNO-CONTROP
098000     END-IF.
098100 EX-INIZIA-DOCUMENTO.
098200     EXIT.
098300*
098400 AGGIUNGI-RIGA-DOC.
098500     IF IMPORTO-RIGA = 0
098600        GO TO EX-AGGIUNGI-RIGA-DOC.
098700     PERFORM CERCA-MAPPA THRU EX-CERCA-MAPPA.
098800     IF IX-TM = 0
098900        MOVE "S" TO MANCA-CONTO-SW
099000        MOVE CLASSE-RIGA TO CLASSE-MANCANTE
099100        GO TO EX-AGGIUNGI-RIGA-DOC.
099200     MOVE 0 TO IX-GD.
099300     PERFORM CERCA-GRUPPO-DOC THRU EX-CERCA-GRUPPO-DOC
099400        VARYING I-GD FROM 1 BY 1
099500        UNTIL I-GD > N-GRUPPI-DOC OR IX-GD NOT = 0.
099600     IF IX-GD = 0
099700        IF N-GRUPPI-DOC NOT < 50
099800           MOVE "S" TO MANCA-CONTO-SW
099900           GO TO EX-AGGIUNGI-RIGA-DOC
100000        END-IF
100100        ADD 1 TO N-GRUPPI-DOC
100200        MOVE N-GRUPPI-DOC TO IX-GD
100300        MOVE IX-TM TO IX-TM-GD (IX-GD)
100400        MOVE 0 TO NETTO-GD (IX-GD) IVA-GD (IX-GD)
100500     END-IF.
100600     ADD IMPORTO-RIGA TO NETTO-GD (IX-GD).
100700 EX-AGGIUNGI-RIGA-DOC.
100800     EXIT.
100900*
101000 CERCA-GRUPPO-DOC.
101100     IF IX-TM-GD (I-GD) = IX-TM
101200        MOVE I-GD TO IX-GD.
101300 EX-CERCA-GRUPPO-DOC.
101400     EXIT.
101500*
101600*     fra le righe della causale che combaciano (zero =
101700*     qualsiasi) vince quella piu' specifica: classe, poi
101800*     CAUSALE-IVA, poi societa'
101900 CERCA-MAPPA.
102000     MOVE 0 TO IX-TM.
102100     MOVE -1 TO PUNTI-MIGLIORI.
102200     PERFORM CONFRONTA-MAPPA THRU EX-CONFRONTA-MAPPA
102300        VARYING I-TM FROM 1 BY 1 UNTIL I-TM > N-MAPPA.
102400 EX-CERCA-MAPPA.
102500     EXIT.
102600*
102700 CONFRONTA-MAPPA.
102800     IF CAUSALE-TM (I-TM) NOT = TIPO-DOC
102900        GO TO EX-CONFRONTA-MAPPA.
103000     MOVE 0 TO PUNTI-TM.
103100     IF CLASSE-TM (I-TM) NOT = 0
103200        IF CLASSE-TM (I-TM) NOT = CLASSE-RIGA
103300           GO TO EX-CONFRONTA-MAPPA
103400        END-IF
103500        ADD 4 TO PUNTI-TM
103600     END-IF.
103700     IF CAUSALE-IVA-TM (I-TM) NOT = 0
103800        IF CAUSALE-IVA-TM (I-TM) NOT = CAUSALE-IVA-DOC
103900           GO TO EX-CONFRONTA-MAPPA
104000        END-IF
104100        ADD 2 TO PUNTI-TM
104200     END-IF.
104300     IF SOC-TM (I-TM) NOT = 0
104400        IF SOC-TM (I-TM) NOT = SOC-DOC
104500           GO TO EX-CONFRONTA-MAPPA
104600        END-IF
104700        ADD 1 TO PUNTI-TM
104800     END-IF.
104900     IF PUNTI-TM > PUNTI-MIGLIORI
105000        MOVE PUNTI-TM TO PUNTI-MIGLIORI
105100        MOVE I-TM TO IX-TM.
105200 EX-CONFRONTA-MAPPA.
105300     EXIT.
105400*
105500*     chiusura del documento: scarti, IVA per gruppo e per
105600*     aliquota sul totale, scritture e registro
105700 CHIUDI-DOCUMENTO.
105800     MOVE "N" TO DOC-APERTO-SW.
105900     PERFORM CERCA-TIPO-TOTALE THRU EX-CERCA-TIPO-TOTALE.
106000     IF DATA-DOC > DATA-LIMITE
106100        GO TO EX-CHIUDI-DOCUMENTO.
106200     IF N-GRUPPI-DOC = 0 AND NOT MANCA-CONTO
106300        GO TO EX-CHIUDI-DOCUMENTO.
106400     PERFORM CERCA-REGISTRO THRU EX-CERCA-REGISTRO.
106500     IF GIA-REGISTRATO
106600        ADD 1 TO GIA-TT (IX-TT)
106700        GO TO EX-CHIUDI-DOCUMENTO.
106800     PERFORM CALCOLA-IVA-DOC THRU EX-CALCOLA-IVA-DOC.
106900     IF MANCA-CONTO
107000        ADD 1 TO SCARTI-TT (IX-TT)
107100        MOVE SPACES TO ESITO-DOC
107200        STRING "MANCA CONTO CLASSE " CLASSE-MANCANTE
107300               DELIMITED BY SIZE INTO ESITO-DOC
107400        PERFORM STAMPA-DOCUMENTO THRU EX-STAMPA-DOCUMENTO
107500        GO TO EX-CHIUDI-DOCUMENTO.
107600     MOVE 0 TO N-RIGA-PN.
107700     IF CONTO-PARTNER-TM (IX-TM-GD (1)) NOT = 0
107800        MOVE CONTO-PARTNER-TM (IX-TM-GD (1)) TO CONTO-SCRITTURA
107900     ELSE
108000        MOVE CONTO-DOC TO CONTO-SCRITTURA
108100     END-IF.
108200     MOVE SEGNO-PARTNER TO SEGNO-SCRITTURA.
108300     MOVE TOT-PARTNER TO IMPORTO-SCRITT.
108400     MOVE 0 TO ALIQ-SCRITTURA.
108500     PERFORM SCRIVI-SCRITTURA THRU EX-SCRIVI-SCRITTURA.
108600     PERFORM SCRITTURE-GRUPPO THRU EX-SCRITTURE-GRUPPO
108700        VARYING I-GD FROM 1 BY 1 UNTIL I-GD > N-GRUPPI-DOC.
108800     IF DIFF-ARROT NOT = 0
108900        MOVE CONTO-ARROT-TM (IX-TM-GD (1)) TO CONTO-SCRITTURA
109000        MOVE 0 TO ALIQ-SCRITTURA
109100        IF DIFF-ARROT > 0
109200           MOVE SEGNO-CONTROP TO SEGNO-SCRITTURA
109300           MOVE DIFF-ARROT TO IMPORTO-SCRITT
109400        ELSE
109500           MOVE SEGNO-PARTNER TO SEGNO-SCRITTURA
109600           COMPUTE IMPORTO-SCRITT = 0 - DIFF-ARROT
109700        END-IF
109800        PERFORM SCRIVI-SCRITTURA THRU EX-SCRIVI-SCRITTURA
109900     END-IF.
110000     MOVE T-TAB TO TG-RG-1 TG-RG-2.
110100     MOVE TIPO-DOC TO TIPO-DOC-RG.
110200     MOVE CHIAVE-DOC TO CHIAVE-RG.
110300     MOVE DATA-REG TO DATA-REG-RG.
110400     WRITE REC-REGIST.
110500     IF N-REGISTRO < 5000
110600        ADD 1 TO N-REGISTRO
110700        MOVE TIPO-DOC TO TIPO-DOC-TR (N-REGISTRO)
110800        MOVE CHIAVE-DOC TO CHIAVE-TR (N-REGISTRO)
110900     END-IF.
111000     ADD 1 TO DOC-TT (IX-TT).
111100     MOVE "REGISTRATO" TO ESITO-DOC.
111200     PERFORM STAMPA-DOCUMENTO THRU EX-STAMPA-DOCUMENTO.
111300 EX-CHIUDI-DOCUMENTO.
111400     EXIT.
111500*
111600 CERCA-TIPO-TOTALE.
111700     MOVE 1 TO IX-TT.
111800     PERFORM CONFRONTA-TIPO-TOTALE THRU EX-CONFRONTA-TIPO-TOTALE
111900        VARYING I-TT FROM 1 BY 1 UNTIL I-TT > 5.
112000 EX-CERCA-TIPO-TOTALE.
112100     EXIT.
112200*
112300 CONFRONTA-TIPO-TOTALE.
112400     IF TIPO-TT (I-TT) = TIPO-DOC
112500        MOVE I-TT TO IX-TT.
112600 EX-CONFRONTA-TIPO-TOTALE.
112700     EXIT.
112800*
112900 CERCA-REGISTRO.
113000     MOVE "N" TO REGISTRATO-SW.
113100     PERFORM CONFRONTA-REGISTRO THRU EX-CONFRONTA-REGISTRO
113200        VARYING I-TR FROM 1 BY 1
113300        UNTIL I-TR > N-REGISTRO OR GIA-REGISTRATO.
113400 EX-CERCA-REGISTRO.
113500     EXIT.
113600*
113700 CONFRONTA-REGISTRO.
113800     IF TIPO-DOC-TR (I-TR) = TIPO-DOC
113900        AND CHIAVE-TR (I-TR) = CHIAVE-DOC
114000        MOVE "S" TO REGISTRATO-SW.
114100 EX-CONFRONTA-REGISTRO.
114200     EXIT.
114300*
114400 CALCOLA-IVA-DOC.
114500     MOVE 0 TO N-ALIQUOTE TOT-NETTO-DOC TOT-IVA-DOC
114600               TOT-IVA-RIGHE.
114700     PERFORM IVA-GRUPPO THRU EX-IVA-GRUPPO
114800        VARYING I-GD FROM 1 BY 1 UNTIL I-GD > N-GRUPPI-DOC.
114900     PERFORM IVA-ALIQUOTA THRU EX-IVA-ALIQUOTA
115000        VARYING I-AL FROM 1 BY 1 UNTIL I-AL > N-ALIQUOTE.
115100     COMPUTE TOT-PARTNER = TOT-NETTO-DOC + TOT-IVA-DOC.
115200     COMPUTE DIFF-ARROT = TOT-IVA-DOC - TOT-IVA-RIGHE.
115300 EX-CALCOLA-IVA-DOC.
115400     EXIT.
115500*
115600 IVA-GRUPPO.
115700     MOVE IX-TM-GD (I-GD) TO IX-TM.
115800     COMPUTE IVA-GD (I-GD) ROUNDED =
115900             NETTO-GD (I-GD) * ALIQ-TM (IX-TM) / 10000.
116000     ADD NETTO-GD (I-GD) TO TOT-NETTO-DOC.
116100     ADD IVA-GD (I-GD) TO TOT-IVA-RIGHE.
116200     MOVE 0 TO IX-AL.
116300     PERFORM CERCA-ALIQUOTA THRU EX-CERCA-ALIQUOTA
116400        VARYING I-AL FROM 1 BY 1
116500        UNTIL I-AL > N-ALIQUOTE OR IX-AL NOT = 0.
116600     IF IX-AL = 0 AND N-ALIQUOTE < 20
116700        ADD 1 TO N-ALIQUOTE
116800        MOVE N-ALIQUOTE TO IX-AL
116900        MOVE ALIQ-TM (IX-TM) TO ALIQ-AL (IX-AL)
117000        MOVE 0 TO NETTO-AL (IX-AL)
117100     END-IF.
117200     IF IX-AL NOT = 0
117300        ADD NETTO-GD (I-GD) TO NETTO-AL (IX-AL).
117400 EX-IVA-GRUPPO.
117500     EXIT.
117600*
117700 CERCA-ALIQUOTA.
117800     IF ALIQ-AL (I-AL) = ALIQ-TM (IX-TM)
117900        MOVE I-AL TO IX-AL.
118000 EX-CERCA-ALIQUOTA.
118100     EXIT.
118200*
118300 IVA-ALIQUOTA.
118400     COMPUTE IVA-AL (I-AL) ROUNDED =
118500             NETTO-AL (I-AL) * ALIQ-AL (I-AL) / 10000.
118600     ADD IVA-AL (I-AL) TO TOT-IVA-DOC.
118700 EX-IVA-ALIQUOTA.
118800     EXIT.
118900*
119000 SCRITTURE-GRUPPO.
119100     MOVE IX-TM-GD (I-GD) TO IX-TM.
119200     MOVE CONTO-CONTROP-TM (IX-TM) TO CONTO-SCRITTURA.
119300     MOVE SEGNO-CONTROP TO SEGNO-SCRITTURA.
119400     MOVE NETTO-GD (I-GD) TO IMPORTO-SCRITT.
119500     MOVE ALIQ-TM (IX-TM) TO ALIQ-SCRITTURA.
119600     PERFORM SCRIVI-SCRITTURA THRU EX-SCRIVI-SCRITTURA.
119700     IF IVA-GD (I-GD) = 0
119800        GO TO EX-SCRITTURE-GRUPPO.
119900     MOVE CONTO-IVA-TM (IX-TM) TO CONTO-SCRITTURA.
120000     MOVE IVA-GD (I-GD) TO IMPORTO-SCRITT.
120100     PERFORM SCRIVI-SCRITTURA THRU EX-SCRIVI-SCRITTURA.
120200 EX-SCRITTURE-GRUPPO.
120300     EXIT.
120400*
120500 SCRIVI-SCRITTURA.
120600     ADD 1 TO N-RIGA-PN.
120700     MOVE T-TAB TO TG-PN-1 TG-PN-2 TG-PN-3 TG-PN-4 TG-PN-5
120800                   TG-PN-6 TG-PN-7 TG-PN-8 TG-PN-9 TG-PN-10
120900                   TG-PN-11.
121000     MOVE DATA-REG TO DATA-REG-PN.
121100     MOVE SOC-DOC TO SOC-PN.
121200     MOVE TIPO-DOC TO TIPO-DOC-PN.
121300     MOVE NUM-DOC TO NUM-DOC-PN.
121400     MOVE DATA-DOC TO DATA-DOC-PN.
121500     MOVE N-RIGA-PN TO RIGA-PN.
121600     MOVE CONTO-SCRITTURA TO CONTO-PN.
121700     MOVE SEGNO-SCRITTURA TO SEGNO-PN.
121800     MOVE IMPORTO-SCRITT TO IMPORTO-PN.
121900     MOVE ALIQ-SCRITTURA TO ALIQ-PN.
122000     MOVE CAUSALE-IVA-DOC TO CAUSALE-IVA-PN.
122100     MOVE DESCR-DOC TO DESCR-PN.
122200     WRITE REC-PRIMANOT.
122300     IF DARE-PN
122400        ADD IMPORTO-SCRITT TO DARE-TT (IX-TT)
122500     ELSE
122600        ADD IMPORTO-SCRITT TO AVERE-TT (IX-TT)
122700     END-IF.
122800 EX-SCRIVI-SCRITTURA.
122900     EXIT.
123000*
123100*
123200 STAMPA-DOCUMENTO.
123300     MOVE TIPO-DOC TO TIPO-ST.
123400     MOVE NUM-DOC TO NUM-DOC-ST.
123500     MOVE DATA-DOC TO DATA-DOC-ST.
123600     MOVE SOC-DOC TO SOC-ST.
123700     MOVE CONTO-DOC TO CONTO-ST.
123800     COMPUTE IMPORTO-ST = TOT-PARTNER / 100.
123900     MOVE ESITO-DOC TO ESITO-ST.
124000     PERFORM SCRIVI THRU EX-SCRIVI.
124100 EX-STAMPA-DOCUMENTO.
124200     EXIT.
124300*
124400*     totali di controllo: dare e avere devono pareggiare per
124500*     ogni tipo documento
124600 STAMPA-TOTALI.
124700     MOVE " TOTALI DI CONTROLLO PER TIPO DOCUMENTO" TO DATI-RIGA.
124800     MOVE 3 TO N-RIGA-STAMPA.
124900     PERFORM SCRIVI THRU EX-SCRIVI.
125000     MOVE "  TIPO    DOC.              DARE             AVERE"
125100       &  "    GIA'  SCARTI"
125200       TO DATI-RIGA.
125300     PERFORM SCRIVI THRU EX-SCRIVI.
125400     PERFORM STAMPA-RIGA-TOTALE THRU EX-STAMPA-RIGA-TOTALE
125500        VARYING I-TT FROM 1 BY 1 UNTIL I-TT > 5.
125600 EX-STAMPA-TOTALI.
125700     EXIT.
125800*
125900 STAMPA-RIGA-TOTALE.
126000     MOVE TIPO-TT (I-TT) TO TIPO-TOT-ST.
126100     MOVE DOC-TT (I-TT) TO DOC-TOT-ST.
126200     COMPUTE DARE-TOT-ST = DARE-TT (I-TT) / 100.
126300     COMPUTE AVERE-TOT-ST = AVERE-TT (I-TT) / 100.
126400     MOVE GIA-TT (I-TT) TO GIA-TOT-ST.
126500     MOVE SCARTI-TT (I-TT) TO SCARTI-TOT-ST.
126600     PERFORM SCRIVI THRU EX-SCRIVI.
126700     MOVE DOC-TT (I-TT) TO CONTA-ED.
126800     DISPLAY "PRIMANOT   " TIPO-TT (I-TT) " documenti " CONTA-ED.
126900 EX-STAMPA-RIGA-TOTALE.
127000     EXIT.
127100*
127200*
127300 SCRIVI.
127400     CALL "QWLPPR" USING PAR-PRINT
127500                         RIGA BUFFER.
127600     IF STATO OF PAR-PRINT NOT = 0
127700        MOVE STATO OF PAR-PRINT TO STATO-DISPLAY
127800        DISPLAY "PRIMANOT   ERRORE QPRINT CON STATO : "
127900                STATO-DISPLAY
128000     END-IF.
128100     MOVE SPACES TO DATI-RIGA.
128200     MOVE "S" TO COMANDO.
128300     MOVE 0 TO N-RIGA-STAMPA.
128400 EX-SCRIVI.
128500     EXIT.
128600*
128700*
128800 TTDBFIND.
128900              COPY PDBFIND.
129000*
129100 TTDBGET.
129200              COPY PDBGET.
129300*
129400*      FINE PROGRAMMA    **** /K PRIMANOT.COB  *****
