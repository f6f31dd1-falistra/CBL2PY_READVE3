000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. PAGFORN.
000310*2026*        15/10/26
000320*     scadenzario e pagamento dei fornitori. Ogni funzione
000330*     riallinea prima SCADFORN alle fatture di FATFORNF: una
000340*     riga per fattura, lordo IVA (aliquota dell'articolo su
000350*     ANAMAT), scadenza a data fattura + GGPAG di CONFATT;
000360*     tutte le righe in "P" = aperta, qualche riga in "E" o
000370*     ancora da riscontrare = bloccata finche' FATFORN non la
000380*     sblocca. "S" stampa lo scadenzario; "P" propone le
000390*     aperte in scadenza entro sette giorni dalla data data;
000400*     "A" il tesoriere approva o scarta riga per riga; "B"
000410*     le approvate escono sul bonifico SEPA SCTOUT (pain.001)
000420*     e passano pagate. Banca del fornitore da BANCA-APP o
000430*     INDIRIZZI come in EFFETTI, dati dell'azienda da EFFPARM.
000440*     Stampe sulla catena QOLPPR.
000450*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-SCADFOR ASSIGN TO "SCADFORN"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-SF.
001500     SELECT OPTIONAL FILE-FATF ASSIGN TO "FATFORNF"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-FF.
001800     SELECT OPTIONAL FILE-PARM ASSIGN TO "EFFPARM"
001900        ORGANIZATION IS LINE SEQUENTIAL
002000        FILE STATUS IS CHECK-PM.
002100     SELECT OPTIONAL FILE-SCT ASSIGN TO "SCTOUT"
002200        ORGANIZATION IS LINE SEQUENTIAL
002300        FILE STATUS IS CHECK-ST.
002400*
002500 DATA DIVISION.
002600 FILE SECTION.
002700 FD FILE-SCADFOR DATA RECORD REC-SCADFOR.
002800 01 REC-SCADFOR           COPY YSCADFOR.
002900 FD FILE-FATF DATA RECORD REC-FATF.
003000 01 REC-FATF.
003100    05 DATA-FF               PIC 9(6).
003200    05 TG-FF-1               PIC X.
003300    05 CONTO-FF              PIC 9(8).
003400    05 TG-FF-2               PIC X.
003500    05 NUM-FATT-FF           PIC X(12).
003600    05 TG-FF-3               PIC X.
003700    05 RIF-BOLLA-FF          PIC 9(15).
003800    05 TG-FF-4               PIC X.
003900    05 C-MAT-FF              PIC 9(15).
004000    05 TG-FF-5               PIC X.
004100    05 QTA-FF                PIC 9(6).
004200    05 TG-FF-6               PIC X.
004300    05 IMPORTO-FF            PIC 9(11).
004400    05 TG-FF-7               PIC X.
004500    05 STATO-FF              PIC X.
004600* dati dell'azienda, una riga (lo stesso file di EFFETTI)
004700 FD FILE-PARM DATA RECORD REC-PARM.
004800 01 REC-PARM.
004900    05 SIA-PM                PIC X(5).
005000    05 TG-PM-1               PIC X.
005100    05 ABI-PM                PIC X(5).
005200    05 TG-PM-2               PIC X.
005300    05 CAB-PM                PIC X(5).
005400    05 TG-PM-3               PIC X.
005500    05 CC-PM                 PIC X(12).
005600    05 TG-PM-4               PIC X.
005700    05 RAG-SOC-PM            PIC X(30).
005800    05 TG-PM-5               PIC X.
005900    05 COD-FISC-PM           PIC X(16).
006000    05 TG-PM-6               PIC X.
006100    05 CREDITOR-ID-PM        PIC X(23).
006200    05 TG-PM-7               PIC X.
006300    05 SCHEMA-SDD-PM         PIC X(4).
006400* flusso SEPA SCT, una riga XML per record
006500 FD FILE-SCT DATA RECORD REC-SCT.
006600 01 REC-SCT               PIC X(200).
006700*
006800 WORKING-STORAGE SECTION.
006900*
007000 01 AREA-REC-SET     PIC X(512).
007100 01 FILLER REDEFINES AREA-REC-SET.
007200  05 REC-ANACON      COPY YANACON.
007300 01 FILLER REDEFINES AREA-REC-SET.
007400  05 REC-CONFATT     COPY YCONFAT.
007500 01 FILLER REDEFINES AREA-REC-SET.
007600  05 REC-INDIRIZZI   COPY YINDIRIZ.
007700 01 FILLER REDEFINES AREA-REC-SET.
007800  05 REC-ANAMAT      COPY YANAMAT.
007900*
008000 77 CHECK-SF        PIC XX.
008100    88 SF-APERTO    VALUES ARE "05", "00".
008200 77 CHECK-FF        PIC XX.
008300    88 FF-APERTO    VALUES ARE "05", "00".
008400 77 CHECK-PM        PIC XX.
008500    88 PM-APERTO    VALUES ARE "05", "00".
008600 77 CHECK-ST        PIC XX.
008700    88 ST-APERTO    VALUES ARE "05", "00".
008800 77 WK-TIME-PF      PIC 9(8).
008900*
009000 01 OK-FINE-FILE    PIC S9(4) COMP.
009100    88 LETTO-FINE-FILE VALUE 1.
009200*
009300 01 T-TAB           PIC X VALUE X"9".
009400*
009500 01 GIORNI-MESE-X.
009600  05 FILLER         PIC X(24) VALUE "312831303130313130313031".
009700 01 FILLER REDEFINES GIORNI-MESE-X.
009800  05 GIORNI-MESE    PIC 99 OCCURS 12.
009900*
010000* coordinate bancarie: CIN e IBAN italiani si calcolano da
010100* ABI, CAB e conto (tabella dei valori dispari del CIN)
010200 01 ALFABETO        PIC X(36)
010300            VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
010400 01 DISPARI-CIN-X.
010500  05 FILLER         PIC X(52) VALUE
010600     "0100050709131517192102041820110306081214161022252423".
010700 01 FILLER REDEFINES DISPARI-CIN-X.
010800  05 DISPARI-CIN    PIC 99 OCCURS 26.
010900 01 ABI-CALC        PIC X(5).
011000 01 CAB-CALC        PIC X(5).
011100 01 CC-CALC         PIC X(12).
011200 01 IBAN-CALC       PIC X(27).
011300 01 BBAN-CALC       PIC X(23).
011400 01 SOMMA-CIN       PIC S9(5) COMP.
011500 01 RESTO-IBAN      PIC S9(5) COMP.
011600 01 QUOZ-CALC       PIC S9(9) COMP.
011700 01 LAVORO-CALC     PIC S9(9) COMP.
011800 01 CHECK-IBAN      PIC 99.
011900 01 I-CH            PIC S9(4) COMP.
012000 01 K-CH            PIC S9(4) COMP.
012100 01 J-CH            PIC S9(4) COMP.
012200 01 CARATTERE       PIC X.
012300 01 IBAN-SW         PIC X.
012400    88 IBAN-VALIDO  VALUE "S".
012500*
012600 01 FUNZIONE-IN     PIC X.
012700 01 DATA-IN         PIC X(6).
012800 01 DATA-IN-9 REDEFINES DATA-IN PIC 9(6).
012900 01 RISPOSTA-IN     PIC X.
013000 01 DATA-OGGI-PF    PIC 9(6).
013100 01 DATA-LIMITE     PIC 9(6).
013200 01 DATA-ESECUZIONE PIC 9(6).
013300 01 DATA-LAVORO     PIC 9(6).
013400 01 DATA-LAVORO-R REDEFINES DATA-LAVORO.
013500  05 AA-LAV         PIC 99.
013600  05 MM-LAV         PIC 99.
013700  05 GG-LAV         PIC 99.
013800 01 GG-CALC         PIC S9(4) COMP.
013900 01 MM-CALC         PIC S9(4) COMP.
014000 01 AA-CALC         PIC S9(4) COMP.
014100 01 FINE-MESE-CALC  PIC S9(4) COMP.
014110 01 QUOZ-BIS        PIC S9(4) COMP.
014120 01 RESTO-BIS       PIC S9(4) COMP.
014200 01 GG-AGGIUNTI     PIC S9(4) COMP.
014300 01 DATA-ISO        PIC X(10).
014400*
014500* dati dell'azienda
014600 01 ABI-AZ          PIC X(5).
014700 01 CAB-AZ          PIC X(5).
014800 01 CC-AZ           PIC X(12).
014900 01 IBAN-AZ         PIC X(27).
015000 01 RAG-SOC-AZ      PIC X(30).
015100*
015200* scadenzario in memoria
015300 01 TAB-SCADFOR.
015400  05 RIGA-TS OCCURS 2000.
015500   10 CONTO-TS         PIC 9(8).
015600   10 NUM-FATT-TS      PIC X(12).
015700   10 DATA-FATT-TS     PIC 9(6).
015800   10 SCADENZA-TS      PIC 9(6).
015900   10 IMPORTO-TS       PIC 9(13).
016000   10 STATO-TS         PIC X.
016100   10 DATA-PAG-TS      PIC 9(6).
016200   10 IBAN-TS          PIC X(27).
016300   10 NOME-TS          PIC X(24).
016400 01 N-SCADFOR       PIC S9(4) COMP.
016500 01 I-TS            PIC S9(4) COMP.
016600 01 IX-TS           PIC S9(4) COMP.
016700*
016800* fatture di FATFORNF, righe sommate
016900 01 TAB-FATTURE-PF.
017000  05 RIGA-FP OCCURS 2000.
017100   10 CONTO-FP         PIC 9(8).
017200   10 NUM-FATT-FP      PIC X(12).
017300   10 DATA-FP          PIC 9(6).
017400   10 LORDO-FP         PIC S9(13) COMP-3.
017500   10 ANOMALE-FP       PIC S9(4) COMP.
017600   10 DA-RISCONTR-FP   PIC S9(4) COMP.
017700 01 N-FATTURE-PF    PIC S9(4) COMP.
017800 01 I-FP            PIC S9(4) COMP.
017900 01 IX-FP           PIC S9(4) COMP.
018000*
018100 01 ALIQ-ORDINARIA  PIC S9(4) COMP VALUE 22.
018200 01 ALIQ-RIGA       PIC 9(4).
018300 01 IVA-RIGA        PIC S9(13) COMP-3.
018400 01 GGPAG-FORN      PIC 9(3).
018500 01 CONTO-CORRENTE  PIC 9(8).
018600 01 TROVATO-SW      PIC X.
018700    88 TROVATO      VALUE "S".
018800 01 BANCA-FORN      PIC X(36).
018900 01 ABI-FORN        PIC X(5).
019000 01 CAB-FORN        PIC X(5).
019100*
019200 01 N-PROPOSTE      PIC S9(4) COMP.
019300 01 N-APPROVATE     PIC S9(4) COMP.
019400 01 N-SCARTATE      PIC S9(4) COMP.
019500 01 N-BONIFICI      PIC S9(4) COMP.
019600 01 N-SENZA-IBAN    PIC S9(4) COMP.
019700 01 TOT-PROPOSTA    PIC 9(15).
019800 01 TOT-BONIFICI    PIC 9(15).
019900 01 FINE-APPROV-SW  PIC X.
020000    88 FINE-APPROV  VALUE "S".
020100*
020200* composizione delle righe XML
020300 01 RIGA-XML        PIC X(200).
020400 01 IMPORTO-CALC    PIC 9(13).
020500 01 INTERI-CALC     PIC 9(11).
020600 01 CENT-CALC       PIC 99.
020700 01 INTERI-ED       PIC Z(10)9.
020800 01 N-SPAZI         PIC S9(4) COMP.
020900 01 IMPORTO-TXT     PIC X(16).
021000 01 NUMERO-ED       PIC Z(6)9.
021100 01 NUMERO-TXT      PIC X(7).
021200 01 MSG-ID          PIC X(20).
021300 01 NOME-XML        PIC X(30).
021400*
021500 01 CONTA-ED        PIC ZZZ9.
021600 01 IMPORTO-ED      PIC Z(10)9,99.
021700*
021800 01  PAR-PRINT.
021900  05  STATO         PIC S9(4) COMP.
022000  05  LL-RIGA       PIC  9(4) COMP.
022100  05  N-MAX-RIGHE   PIC  9(4) COMP.
022200  05  FLAG-ROUTINE  PIC  9(4) COMP.
022300  05  NUM-FILE-ID   PIC  9(4) COMP.
022400  05  NOME-FILE.
022500   10 PRE-NOME-FILE     PIC X.
022600   10 TERM-N-FILE       PIC 9(6).
022700   10 FILLER            PIC XXX VALUE ".ST".
022800*
022900 01  RIGA.
023000  05  N-STAMPANTE   PIC 9.
023100  05  COMANDO       PIC X.
023200  05  N-RIGA-STAMPA PIC 9(4) COMP.
023300  05  DATI-RIGA     PIC X(132).
023400  05 RIGA-DETT-PF REDEFINES DATI-RIGA.
023500    10 FILLER        PIC X(2).
023600    10 CONTO-ST      PIC 9(8).
023700    10 FILLER        PIC X(2).
023800    10 NOME-ST       PIC X(24).
023900    10 FILLER        PIC X(2).
024000    10 NUM-FATT-ST   PIC X(12).
024100    10 FILLER        PIC X(2).
024200    10 DATA-FATT-ST  PIC 9(6).
024300    10 FILLER        PIC X(2).
024400    10 SCADENZA-ST   PIC 9(6).
024500    10 FILLER        PIC X(2).
024600    10 IMPORTO-ST    PIC Z(10)9,99.
024700    10 FILLER        PIC X(2).
024800    10 STATO-ST      PIC X(12).
024900    10 FILLER        PIC X(2).
025000    10 IBAN-ST       PIC X(27).
025100    10 FILLER        PIC X(5).
025200*
025300 01 BUFFER.
025400  05 N-BUF               PIC S9(4) COMP VALUE 37.
025500  05 FILLER              PIC XX.
025600  05 FILLER              PIC X(5120).
025700*
025800 01 STATO-DISPLAY    PIC ZZZZ-.
025900*
026000 LINKAGE SECTION.
026100*
026200 01 W-COMMON       COPY WCOMMONW.
026300*
026400*PAGE
026500 PROCEDURE DIVISION  USING W-COMMON.
026600 INIZIO.
026700     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-OGGI-PF.
026800     DISPLAY "----  PAGAMENTI FORNITORI  --------------".
026900     DISPLAY "Funzione (S=scadenzario P=proposta A=approva "
027000             "B=bonifici) " NO ADVANCING.
027100     MOVE SPACE TO FUNZIONE-IN.
027200     ACCEPT FUNZIONE-IN.
027300     IF FUNZIONE-IN NOT = "S" AND NOT = "P" AND NOT = "A"
027400                    AND NOT = "B"
027500        DISPLAY "Funzione non valida"
027600        GO TO FINE.
027700     PERFORM CARICA-SCADENZARIO THRU EX-CARICA-SCADENZARIO.
027800     PERFORM RIALLINEA-FATTURE THRU EX-RIALLINEA-FATTURE.
027900     EVALUATE FUNZIONE-IN
028000        WHEN "S"
028100           PERFORM STAMPA-SCADENZARIO
028200              THRU EX-STAMPA-SCADENZARIO
028300        WHEN "P"
028400           PERFORM PROPOSTA THRU EX-PROPOSTA
028500        WHEN "A"
028600           PERFORM APPROVAZIONE THRU EX-APPROVAZIONE
028700        WHEN "B"
028800           PERFORM BONIFICI THRU EX-BONIFICI
028900     END-EVALUATE.
029000     PERFORM RISCRIVI-SCADENZARIO THRU EX-RISCRIVI-SCADENZARIO.
029100 FINE.
029200     EXIT PROGRAM.
029300*
029400*
029500 CARICA-SCADENZARIO.
029600     MOVE 0 TO N-SCADFOR.
029700     OPEN INPUT FILE-SCADFOR.
029800     IF NOT SF-APERTO
029900        GO TO EX-CARICA-SCADENZARIO.
030000     MOVE 0 TO OK-FINE-FILE.
030100     PERFORM LEGGI-RIGA-SCADFOR THRU EX-LEGGI-RIGA-SCADFOR
030200        UNTIL LETTO-FINE-FILE.
030300     CLOSE FILE-SCADFOR.
030400 EX-CARICA-SCADENZARIO.
030500     EXIT.
030600*
030700 LEGGI-RIGA-SCADFOR.
030800     READ FILE-SCADFOR
030900        AT END
031000           MOVE 1 TO OK-FINE-FILE
031100           GO TO EX-LEGGI-RIGA-SCADFOR
031200     END-READ.
031300     IF N-SCADFOR NOT < 2000
031400        DISPLAY "PAGFORN    TAB-SCADFOR da allargare"
031500        GO TO EX-LEGGI-RIGA-SCADFOR.
031600     ADD 1 TO N-SCADFOR.
031700     MOVE CONTO-SF TO CONTO-TS (N-SCADFOR).
031800     MOVE NUM-FATT-SF TO NUM-FATT-TS (N-SCADFOR).
031900     MOVE DATA-FATT-SF TO DATA-FATT-TS (N-SCADFOR).
032000     MOVE SCADENZA-SF TO SCADENZA-TS (N-SCADFOR).
032100     MOVE IMPORTO-SF TO IMPORTO-TS (N-SCADFOR).
032200     MOVE STATO-SF TO STATO-TS (N-SCADFOR).
032300     MOVE DATA-PAG-SF TO DATA-PAG-TS (N-SCADFOR).
032400     MOVE SPACES TO IBAN-TS (N-SCADFOR) NOME-TS (N-SCADFOR).
032500 EX-LEGGI-RIGA-SCADFOR.
032600     EXIT.
032700*
032800 RISCRIVI-SCADENZARIO.
032900     OPEN OUTPUT FILE-SCADFOR.
033000     IF NOT SF-APERTO
033100        DISPLAY "PAGFORN    SCADFORN non apribile " CHECK-SF
033200        GO TO EX-RISCRIVI-SCADENZARIO.
033300     PERFORM SCRIVI-RIGA-SCADFOR THRU EX-SCRIVI-RIGA-SCADFOR
033400        VARYING I-TS FROM 1 BY 1 UNTIL I-TS > N-SCADFOR.
033500     CLOSE FILE-SCADFOR.
033600 EX-RISCRIVI-SCADENZARIO.
033700     EXIT.
033800*
033900 SCRIVI-RIGA-SCADFOR.
034000     MOVE T-TAB TO TG-SF-1 TG-SF-2 TG-SF-3 TG-SF-4 TG-SF-5
034100                   TG-SF-6.
034200     MOVE CONTO-TS (I-TS) TO CONTO-SF.
034300     MOVE NUM-FATT-TS (I-TS) TO NUM-FATT-SF.
034400     MOVE DATA-FATT-TS (I-TS) TO DATA-FATT-SF.
034500     MOVE SCADENZA-TS (I-TS) TO SCADENZA-SF.
034600     MOVE IMPORTO-TS (I-TS) TO IMPORTO-SF.
034700     MOVE STATO-TS (I-TS) TO STATO-SF.
034800     MOVE DATA-PAG-TS (I-TS) TO DATA-PAG-SF.
034900     WRITE REC-SCADFOR.
035000 EX-SCRIVI-RIGA-SCADFOR.
035100     EXIT.
035200*
035300*
035400*     fatture di FATFORNF sommate per conto e numero: lordo
035500*     con l'IVA riga per riga all'aliquota dell'articolo,
035600*     contando le righe in anomalia e quelle da riscontrare
035700 RIALLINEA-FATTURE.
035800     MOVE 0 TO N-FATTURE-PF.
035900     OPEN INPUT FILE-FATF.
036000     IF NOT FF-APERTO
036100        GO TO EX-RIALLINEA-FATTURE.
036200     MOVE 0 TO OK-FINE-FILE.
036300     PERFORM LEGGI-RIGA-FATF THRU EX-LEGGI-RIGA-FATF
036400        UNTIL LETTO-FINE-FILE.
036500     CLOSE FILE-FATF.
036600     PERFORM ALLINEA-FATTURA THRU EX-ALLINEA-FATTURA
036700        VARYING I-FP FROM 1 BY 1 UNTIL I-FP > N-FATTURE-PF.
036800 EX-RIALLINEA-FATTURE.
036900     EXIT.
037000*
037100 LEGGI-RIGA-FATF.
037200     READ FILE-FATF
037300        AT END
037400           MOVE 1 TO OK-FINE-FILE
037500           GO TO EX-LEGGI-RIGA-FATF
037600     END-READ.
037700     IF DATA-FF NOT NUMERIC OR IMPORTO-FF NOT NUMERIC
037800        GO TO EX-LEGGI-RIGA-FATF.
037900     MOVE 0 TO IX-FP.
038000     PERFORM CERCA-FATTURA THRU EX-CERCA-FATTURA
038100        VARYING I-FP FROM 1 BY 1 UNTIL I-FP > N-FATTURE-PF.
038200     IF IX-FP = 0
038300        IF N-FATTURE-PF NOT < 2000
038400           DISPLAY "PAGFORN    TAB-FATTURE-PF da allargare"
038500           GO TO EX-LEGGI-RIGA-FATF
038600        END-IF
038700        ADD 1 TO N-FATTURE-PF
038800        MOVE N-FATTURE-PF TO IX-FP
038900        MOVE CONTO-FF TO CONTO-FP (IX-FP)
039000        MOVE NUM-FATT-FF TO NUM-FATT-FP (IX-FP)
039100        MOVE DATA-FF TO DATA-FP (IX-FP)
039200        MOVE 0 TO LORDO-FP (IX-FP) ANOMALE-FP (IX-FP)
039300                  DA-RISCONTR-FP (IX-FP)
039400     END-IF.
039500     IF STATO-FF = "E"
039600        ADD 1 TO ANOMALE-FP (IX-FP).
039700     IF STATO-FF = "A"
039800        ADD 1 TO DA-RISCONTR-FP (IX-FP).
039900     MOVE ALIQ-ORDINARIA TO ALIQ-RIGA.
040000     MOVE "ANAMAT;" TO W-NOME-DATA-SET.
040100     MOVE "C-MAT;" TO W-NOME-CAMPO.
040200     COMPUTE W-VALORE-CAMPO = C-MAT-FF / 1000 * 1000.
040300     MOVE 7 TO W-MODO.
040400     PERFORM TTDBGET THRU EX-TTDBGET.
040500     IF W-OK-IMAGE
040600        MOVE ALIQ-IVA OF REC-ANAMAT TO ALIQ-RIGA.
040700     COMPUTE IVA-RIGA ROUNDED = IMPORTO-FF * ALIQ-RIGA / 100.
040800     COMPUTE LORDO-FP (IX-FP) = LORDO-FP (IX-FP) + IMPORTO-FF
040900                                + IVA-RIGA.
041000 EX-LEGGI-RIGA-FATF.
041100     EXIT.
041200*
041300 CERCA-FATTURA.
041400     IF CONTO-FP (I-FP) = CONTO-FF
041500        AND NUM-FATT-FP (I-FP) = NUM-FATT-FF
041600        MOVE I-FP TO IX-FP.
041700 EX-CERCA-FATTURA.
041800     EXIT.
041900*
042000*     la fattura entra in scadenzario appena riscontrata; con
042100*     righe in anomalia o da riscontrare resta (o torna)
042200*     bloccata, anche se era gia' in proposta; le pagate non
042300*     si toccano
042400 ALLINEA-FATTURA.
042500     MOVE 0 TO IX-TS.
042600     PERFORM CERCA-SCADENZA THRU EX-CERCA-SCADENZA
042700        VARYING I-TS FROM 1 BY 1 UNTIL I-TS > N-SCADFOR.
042800     IF IX-TS = 0
042900        IF ANOMALE-FP (I-FP) = 0 AND DA-RISCONTR-FP (I-FP) > 0
043000           GO TO EX-ALLINEA-FATTURA
043100        END-IF
043200        IF N-SCADFOR NOT < 2000
043300           DISPLAY "PAGFORN    TAB-SCADFOR da allargare"
043400           GO TO EX-ALLINEA-FATTURA
043500        END-IF
043600        ADD 1 TO N-SCADFOR
043700        MOVE N-SCADFOR TO IX-TS
043800        MOVE CONTO-FP (I-FP) TO CONTO-TS (IX-TS)
043900        MOVE NUM-FATT-FP (I-FP) TO NUM-FATT-TS (IX-TS)
044000        MOVE DATA-FP (I-FP) TO DATA-FATT-TS (IX-TS)
044100        MOVE "A" TO STATO-TS (IX-TS)
044200        MOVE 0 TO DATA-PAG-TS (IX-TS)
044300        MOVE SPACES TO IBAN-TS (IX-TS) NOME-TS (IX-TS)
044400        PERFORM CALCOLA-SCADENZA THRU EX-CALCOLA-SCADENZA
044500     END-IF.
044600     IF STATO-TS (IX-TS) = "S"
044700        GO TO EX-ALLINEA-FATTURA.
044800     MOVE LORDO-FP (I-FP) TO IMPORTO-TS (IX-TS).
044900     IF ANOMALE-FP (I-FP) > 0 OR DA-RISCONTR-FP (I-FP) > 0
045000        MOVE "B" TO STATO-TS (IX-TS)
045100     ELSE
045200        IF STATO-TS (IX-TS) = "B"
045300           MOVE "A" TO STATO-TS (IX-TS)
045400        END-IF
045500     END-IF.
045600 EX-ALLINEA-FATTURA.
045700     EXIT.
045800*
045900 CERCA-SCADENZA.
046000     IF CONTO-TS (I-TS) = CONTO-FP (I-FP)
046100        AND NUM-FATT-TS (I-TS) = NUM-FATT-FP (I-FP)
046200        MOVE I-TS TO IX-TS.
046300 EX-CERCA-SCADENZA.
046400     EXIT.
046500*
046600*     scadenza = data fattura + GGPAG del CONFATT del
046700*     fornitore, giorni di calendario
046800 CALCOLA-SCADENZA.
046900     MOVE 0 TO GGPAG-FORN.
047000     MOVE CONTO-TS (IX-TS) TO CONTO-CORRENTE.
047100     PERFORM LEGGI-CONFATT-PF THRU EX-LEGGI-CONFATT-PF.
047200     IF W-OK-IMAGE AND GGPAG OF REC-CONFATT > 0
047300        MOVE GGPAG OF REC-CONFATT TO GGPAG-FORN.
047400     MOVE DATA-FATT-TS (IX-TS) TO DATA-LAVORO.
047500     MOVE GGPAG-FORN TO GG-AGGIUNTI.
047600     PERFORM AGGIUNGI-GIORNI THRU EX-AGGIUNGI-GIORNI.
047700     MOVE DATA-LAVORO TO SCADENZA-TS (IX-TS).
047800 EX-CALCOLA-SCADENZA.
047900     EXIT.
048000*
048100*     DATA-LAVORO + GG-AGGIUNTI giorni
048200 AGGIUNGI-GIORNI.
048300     MOVE AA-LAV TO AA-CALC.
048400     MOVE MM-LAV TO MM-CALC.
048500     COMPUTE GG-CALC = GG-LAV + GG-AGGIUNTI.
048600     PERFORM FINE-MESE-CALCOLO THRU EX-FINE-MESE-CALCOLO.
048700     PERFORM AVANZA-MESE THRU EX-AVANZA-MESE
048800        UNTIL GG-CALC NOT > FINE-MESE-CALC.
048900     MOVE AA-CALC TO AA-LAV.
049000     MOVE MM-CALC TO MM-LAV.
049100     MOVE GG-CALC TO GG-LAV.
049200 EX-AGGIUNGI-GIORNI.
049300     EXIT.
049400*
049500 AVANZA-MESE.
049600     SUBTRACT FINE-MESE-CALC FROM GG-CALC.
049700     ADD 1 TO MM-CALC.
049800     IF MM-CALC > 12
049900        MOVE 1 TO MM-CALC
050000        ADD 1 TO AA-CALC
050100        IF AA-CALC > 99
050200           MOVE 0 TO AA-CALC
050300        END-IF
050400     END-IF.
050500     PERFORM FINE-MESE-CALCOLO THRU EX-FINE-MESE-CALCOLO.
050600 EX-AVANZA-MESE.
050700     EXIT.
050800*
050900 FINE-MESE-CALCOLO.
051000     MOVE GIORNI-MESE (MM-CALC) TO FINE-MESE-CALC.
051100     IF MM-CALC NOT = 2
051150        GO TO EX-FINE-MESE-CALCOLO.
051200     DIVIDE AA-CALC BY 4 GIVING QUOZ-BIS REMAINDER RESTO-BIS.
051250     IF RESTO-BIS = 0
051300        MOVE 29 TO FINE-MESE-CALC.
051400 EX-FINE-MESE-CALCOLO.
051500     EXIT.
051600*
051700 LEGGI-CONFATT-PF.
051800     MOVE "CONTO;"  TO W-NOME-CAMPO.
051900     MOVE "CONFATT;" TO W-NOME-DATA-SET.
052000     MOVE CONTO-CORRENTE TO W-VALORE-CAMPO-W.
052100     PERFORM TTDBFIND THRU EX-TTDBFIND.
052200     IF W-OK-IMAGE
052300        MOVE 5 TO W-MODO
052400        PERFORM TTDBGET THRU EX-TTDBGET
052500        IF W-OK-IMAGE
052600           MOVE AREA-REC-SET TO REC-CONFATT
052700        END-IF
052800     END-IF.
052900 EX-LEGGI-CONFATT-PF.
053000     EXIT.
053100*
053200*
053300 STAMPA-SCADENZARIO.
053400     PERFORM APRI-STAMPA THRU EX-APRI-STAMPA.
053500     MOVE SPACES TO DATI-RIGA.
053600     STRING " SCADENZARIO FORNITORI AL " DATA-OGGI-PF
053700            DELIMITED BY SIZE INTO DATI-RIGA.
053800     PERFORM SCRIVI THRU EX-SCRIVI.
053900     PERFORM INTESTA-COLONNE THRU EX-INTESTA-COLONNE.
054000     PERFORM STAMPA-RIGA-APERTA THRU EX-STAMPA-RIGA-APERTA
054100        VARYING I-TS FROM 1 BY 1 UNTIL I-TS > N-SCADFOR.
054200     CALL "QCLPPR" USING PAR-PRINT
054300                          RIGA BUFFER.
054400 EX-STAMPA-SCADENZARIO.
054500     EXIT.
054600*
054700 STAMPA-RIGA-APERTA.
054800     IF STATO-TS (I-TS) = "S"
054900        GO TO EX-STAMPA-RIGA-APERTA.
055000     PERFORM STAMPA-RIGA-SCADENZA THRU EX-STAMPA-RIGA-SCADENZA.
055100 EX-STAMPA-RIGA-APERTA.
055200     EXIT.
055300*
055400*
055500*     proposta della settimana: le aperte che scadono entro
055600*     sette giorni dalla data chiesta, piu' quelle gia'
055700*     proposte e non ancora approvate
055800 PROPOSTA.
055900     DISPLAY "Proposta al (AAMMGG, vuoto = " DATA-OGGI-PF ") "
056000             NO ADVANCING.
056100     MOVE SPACES TO DATA-IN.
056200     ACCEPT DATA-IN.
056300     IF DATA-IN = SPACES
056400        MOVE DATA-OGGI-PF TO DATA-LAVORO
056500     ELSE
056600        IF DATA-IN NOT NUMERIC
056700           DISPLAY "Data non numerica"
056800           GO TO EX-PROPOSTA
056900        ELSE
057000           MOVE DATA-IN-9 TO DATA-LAVORO
057100        END-IF
057200     END-IF.
057300     MOVE 7 TO GG-AGGIUNTI.
057400     PERFORM AGGIUNGI-GIORNI THRU EX-AGGIUNGI-GIORNI.
057500     MOVE DATA-LAVORO TO DATA-LIMITE.
057600     MOVE 0 TO N-PROPOSTE TOT-PROPOSTA.
057700     PERFORM PROPONI-SCADENZA THRU EX-PROPONI-SCADENZA
057800        VARYING I-TS FROM 1 BY 1 UNTIL I-TS > N-SCADFOR.
057900     PERFORM APRI-STAMPA THRU EX-APRI-STAMPA.
058000     MOVE SPACES TO DATI-RIGA.
058100     STRING " PROPOSTA DI PAGAMENTO DEL " DATA-OGGI-PF
058200            "  SCADENZE FINO AL " DATA-LIMITE
058300            DELIMITED BY SIZE INTO DATI-RIGA.
058400     PERFORM SCRIVI THRU EX-SCRIVI.
058500     PERFORM INTESTA-COLONNE THRU EX-INTESTA-COLONNE.
058600     PERFORM STAMPA-RIGA-PROPOSTA THRU EX-STAMPA-RIGA-PROPOSTA
058700        VARYING I-TS FROM 1 BY 1 UNTIL I-TS > N-SCADFOR.
058800     MOVE 2 TO N-RIGA-STAMPA.
058900     MOVE "TOTALE" TO STATO-ST.
059000     COMPUTE IMPORTO-ST = TOT-PROPOSTA / 100.
059100     PERFORM SCRIVI THRU EX-SCRIVI.
059200     CALL "QCLPPR" USING PAR-PRINT
059300                          RIGA BUFFER.
059400     MOVE N-PROPOSTE TO CONTA-ED.
059500     DISPLAY "PAGFORN    fatture in proposta " CONTA-ED.
059600 EX-PROPOSTA.
059700     EXIT.
059800*
059900 PROPONI-SCADENZA.
060000     IF STATO-TS (I-TS) = "A"
060100        AND SCADENZA-TS (I-TS) NOT > DATA-LIMITE
060200        MOVE "P" TO STATO-TS (I-TS).
060300     IF STATO-TS (I-TS) = "P"
060400        ADD 1 TO N-PROPOSTE
060500        ADD IMPORTO-TS (I-TS) TO TOT-PROPOSTA.
060600 EX-PROPONI-SCADENZA.
060700     EXIT.
060800*
060900 STAMPA-RIGA-PROPOSTA.
061000     IF STATO-TS (I-TS) NOT = "P"
061100        GO TO EX-STAMPA-RIGA-PROPOSTA.
061200     PERFORM STAMPA-RIGA-SCADENZA THRU EX-STAMPA-RIGA-SCADENZA.
061300 EX-STAMPA-RIGA-PROPOSTA.
061400     EXIT.
061500*
061600*
061700*     il tesoriere passa le fatture in proposta: S approva,
061800*     N la rimanda alle aperte, vuoto la lascia in proposta,
061900*     F chiude
062000 APPROVAZIONE.
062100     MOVE 0 TO N-APPROVATE N-SCARTATE.
062200     MOVE "N" TO FINE-APPROV-SW.
062300     PERFORM APPROVA-SCADENZA THRU EX-APPROVA-SCADENZA
062400        VARYING I-TS FROM 1 BY 1
062500        UNTIL I-TS > N-SCADFOR OR FINE-APPROV.
062600     MOVE N-APPROVATE TO CONTA-ED.
062700     DISPLAY "PAGFORN    fatture approvate " CONTA-ED.
062800     MOVE N-SCARTATE TO CONTA-ED.
062900     DISPLAY "PAGFORN    fatture rimandate " CONTA-ED.
063000 EX-APPROVAZIONE.
063100     EXIT.
063200*
063300 APPROVA-SCADENZA.
063400     IF STATO-TS (I-TS) NOT = "P"
063500        GO TO EX-APPROVA-SCADENZA.
063600     MOVE CONTO-TS (I-TS) TO CONTO-CORRENTE.
063700     PERFORM LEGGI-ANACON-PF THRU EX-LEGGI-ANACON-PF.
063800     COMPUTE IMPORTO-ED = IMPORTO-TS (I-TS) / 100.
063900     DISPLAY CONTO-TS (I-TS) " " NOME-TS (I-TS)
064000             " FATT. " NUM-FATT-TS (I-TS)
064100             " SCAD. " SCADENZA-TS (I-TS) " " IMPORTO-ED.
064200     DISPLAY "Approvi ? (S/N, vuoto = lascia, F = fine) "
064300             NO ADVANCING.
064400     MOVE SPACE TO RISPOSTA-IN.
064500     ACCEPT RISPOSTA-IN.
064600     EVALUATE RISPOSTA-IN
064700        WHEN "S"
064800           MOVE "V" TO STATO-TS (I-TS)
064900           ADD 1 TO N-APPROVATE
065000        WHEN "N"
065100           MOVE "A" TO STATO-TS (I-TS)
065200           ADD 1 TO N-SCARTATE
065300        WHEN "F"
065400           MOVE "S" TO FINE-APPROV-SW
065500     END-EVALUATE.
065600 EX-APPROVA-SCADENZA.
065700     EXIT.
065800*
065900 LEGGI-ANACON-PF.
066000     MOVE LOW-VALUE TO AREA-REC-SET.
066100     MOVE "ANACON;" TO W-NOME-DATA-SET.
066200     MOVE "CONTO;" TO W-NOME-CAMPO.
066300     MOVE CONTO-CORRENTE TO W-VALORE-CAMPO-W.
066400     MOVE 7 TO W-MODO.
066500     PERFORM TTDBGET THRU EX-TTDBGET.
066600     IF W-OK-IMAGE
066700        MOVE D-CONTO OF REC-ANACON TO NOME-TS (I-TS).
066800 EX-LEGGI-ANACON-PF.
066900     EXIT.
067000*
067100*
067200*     bonifici delle approvate: un pagamento SEPA con data di
067300*     esecuzione chiesta, una transazione per fattura; senza
067400*     IBAN del fornitore la fattura resta approvata
067500 BONIFICI.
067600     PERFORM CARICA-PARAMETRI THRU EX-CARICA-PARAMETRI.
067700     IF IBAN-AZ = SPACES
067800        DISPLAY "Coordinate dell'azienda su EFFPARM assenti"
067900        GO TO EX-BONIFICI.
068000     DISPLAY "Data esecuzione (AAMMGG, vuoto = " DATA-OGGI-PF
068100             ") " NO ADVANCING.
068200     MOVE SPACES TO DATA-IN.
068300     ACCEPT DATA-IN.
068400     IF DATA-IN = SPACES
068500        MOVE DATA-OGGI-PF TO DATA-ESECUZIONE
068600     ELSE
068700        IF DATA-IN NOT NUMERIC
068800           DISPLAY "Data non numerica"
068900           GO TO EX-BONIFICI
069000        ELSE
069100           MOVE DATA-IN-9 TO DATA-ESECUZIONE
069200        END-IF
069300     END-IF.
069400     MOVE 0 TO N-BONIFICI N-SENZA-IBAN TOT-BONIFICI.
069500     PERFORM PREPARA-BONIFICO THRU EX-PREPARA-BONIFICO
069600        VARYING I-TS FROM 1 BY 1 UNTIL I-TS > N-SCADFOR.
069700     IF N-BONIFICI = 0 AND N-SENZA-IBAN = 0
069800        DISPLAY "Nessuna fattura approvata"
069900        GO TO EX-BONIFICI.
070000     IF N-BONIFICI > 0
070100        PERFORM SCRIVI-FLUSSO-SCT THRU EX-SCRIVI-FLUSSO-SCT.
070200     PERFORM STAMPA-DISTINTA THRU EX-STAMPA-DISTINTA.
070300     MOVE N-BONIFICI TO CONTA-ED.
070400     DISPLAY "PAGFORN    bonifici       " CONTA-ED.
070500     MOVE N-SENZA-IBAN TO CONTA-ED.
070600     DISPLAY "PAGFORN    senza IBAN     " CONTA-ED.
070700 EX-BONIFICI.
070800     EXIT.
070900*
071000 CARICA-PARAMETRI.
071100     MOVE SPACES TO ABI-AZ CAB-AZ CC-AZ IBAN-AZ RAG-SOC-AZ.
071200     OPEN INPUT FILE-PARM.
071300     IF NOT PM-APERTO
071400        GO TO EX-CARICA-PARAMETRI.
071500     READ FILE-PARM
071600        AT END
071700           MOVE SPACES TO REC-PARM
071800     END-READ.
071900     MOVE ABI-PM TO ABI-AZ.
072000     MOVE CAB-PM TO CAB-AZ.
072100     MOVE CC-PM TO CC-AZ.
072200     MOVE RAG-SOC-PM TO RAG-SOC-AZ.
072300     CLOSE FILE-PARM.
072400     MOVE ABI-AZ TO ABI-CALC.
072500     MOVE CAB-AZ TO CAB-CALC.
072600     MOVE CC-AZ TO CC-CALC.
072700     PERFORM CALCOLA-IBAN THRU EX-CALCOLA-IBAN.
072800     IF IBAN-VALIDO
072900        MOVE IBAN-CALC TO IBAN-AZ.
073000 EX-CARICA-PARAMETRI.
073100     EXIT.
073200*
073300 PREPARA-BONIFICO.
073400     IF STATO-TS (I-TS) NOT = "V"
073500        GO TO EX-PREPARA-BONIFICO.
073600     MOVE CONTO-TS (I-TS) TO CONTO-CORRENTE.
073700     PERFORM LEGGI-ANACON-PF THRU EX-LEGGI-ANACON-PF.
073800     PERFORM IBAN-FORNITORE THRU EX-IBAN-FORNITORE.
073900     IF IBAN-TS (I-TS) = SPACES
074000        ADD 1 TO N-SENZA-IBAN
074100        GO TO EX-PREPARA-BONIFICO.
074200     ADD 1 TO N-BONIFICI.
074300     ADD IMPORTO-TS (I-TS) TO TOT-BONIFICI.
074400 EX-PREPARA-BONIFICO.
074500     EXIT.
074600*
074700*     IBAN da BANCA-APP di CONFATT se ci sta gia', altrimenti
074800*     calcolato da ABI, CAB e conto di INDIRIZZI (il record
074900*     di fatturazione se c'e'), come per i clienti in EFFETTI
075000 IBAN-FORNITORE.
075100     MOVE SPACES TO BANCA-FORN ABI-FORN CAB-FORN CC-CALC.
075200     PERFORM LEGGI-CONFATT-PF THRU EX-LEGGI-CONFATT-PF.
075300     IF W-OK-IMAGE
075400        MOVE BANCA-APP OF REC-CONFATT TO BANCA-FORN.
075500     IF BANCA-FORN (1:2) ALPHABETIC
075600        AND BANCA-FORN (3:2) NUMERIC
075700        AND BANCA-FORN (1:1) NOT = SPACE
075800        MOVE BANCA-FORN (1:27) TO IBAN-TS (I-TS)
075900        GO TO EX-IBAN-FORNITORE.
076000     PERFORM LEGGI-INDIRIZZI-PF THRU EX-LEGGI-INDIRIZZI-PF.
076100     IF ABI-FORN NOT NUMERIC OR CAB-FORN NOT NUMERIC
076200        OR CC-CALC = SPACES
076300        GO TO EX-IBAN-FORNITORE.
076400     MOVE ABI-FORN TO ABI-CALC.
076500     MOVE CAB-FORN TO CAB-CALC.
076600     PERFORM CALCOLA-IBAN THRU EX-CALCOLA-IBAN.
076700     IF IBAN-VALIDO
076800        MOVE IBAN-CALC TO IBAN-TS (I-TS).
076900 EX-IBAN-FORNITORE.
077000     EXIT.
077100*
077200 LEGGI-INDIRIZZI-PF.
077300     MOVE "N" TO TROVATO-SW.
077400     MOVE "CONTO;"  TO W-NOME-CAMPO.
077500     MOVE "INDIRIZ;" TO W-NOME-DATA-SET.
077600     MOVE CONTO-CORRENTE TO W-VALORE-CAMPO-W.
077700     PERFORM TTDBFIND THRU EX-TTDBFIND.
077800     IF NOT W-OK-IMAGE
077900        GO TO EX-LEGGI-INDIRIZZI-PF.
078000     MOVE 5 TO W-MODO.
078100     PERFORM TTDBGET THRU EX-TTDBGET.
078200     PERFORM BANCA-INDIRIZZO THRU EX-BANCA-INDIRIZZO
078300        UNTIL NOT W-OK-IMAGE OR TROVATO.
078400 EX-LEGGI-INDIRIZZI-PF.
078500     EXIT.
078600*
078700 BANCA-INDIRIZZO.
078800     IF VALIDITA-REC OF REC-INDIRIZZI NOT = "**"
078900        AND (ABI-FORN = SPACES
079000             OR IND-FATT OF REC-INDIRIZZI
079100             OR IND-SPED-FATT OF REC-INDIRIZZI)
079200        MOVE D-AGG-BANCA OF REC-INDIRIZZI (1:5) TO ABI-FORN
079300        MOVE D-AGG-BANCA OF REC-INDIRIZZI (6:5) TO CAB-FORN
079400        MOVE CC-BANCA OF REC-INDIRIZZI TO CC-CALC
079500        IF IND-FATT OF REC-INDIRIZZI
079600           OR IND-SPED-FATT OF REC-INDIRIZZI
079700           MOVE "S" TO TROVATO-SW
079800        END-IF
079900     END-IF.
080000     IF NOT TROVATO
080100        MOVE 5 TO W-MODO
080200        PERFORM TTDBGET THRU EX-TTDBGET.
080300 EX-BANCA-INDIRIZZO.
080400     EXIT.
080500*
080600*     CIN col giro pari/dispari sui 22 caratteri di ABI, CAB
080700*     e conto, poi controllo IBAN modulo 97 su CIN + BBAN +
080800*     "IT00" con le lettere a due cifre (A = 10)
080900 CALCOLA-IBAN.
081000     MOVE SPACES TO IBAN-CALC.
081100     MOVE "S" TO IBAN-SW.
081200     IF ABI-CALC NOT NUMERIC OR CAB-CALC NOT NUMERIC
081300        OR CC-CALC = SPACES
081400        MOVE "N" TO IBAN-SW
081500        GO TO EX-CALCOLA-IBAN.
081600     INSPECT CC-CALC REPLACING LEADING SPACE BY "0".
081700     MOVE SPACES TO BBAN-CALC.
081800     STRING ABI-CALC CAB-CALC CC-CALC DELIMITED BY SIZE
081900        INTO BBAN-CALC (2:22).
082000     MOVE 0 TO SOMMA-CIN.
082100     PERFORM SOMMA-CARATTERE-CIN THRU EX-SOMMA-CARATTERE-CIN
082200        VARYING I-CH FROM 1 BY 1 UNTIL I-CH > 22.
082300     IF NOT IBAN-VALIDO
082400        GO TO EX-CALCOLA-IBAN.
082500     DIVIDE SOMMA-CIN BY 26 GIVING QUOZ-CALC
082600        REMAINDER LAVORO-CALC.
082700     MOVE ALFABETO (11 + LAVORO-CALC:1) TO BBAN-CALC (1:1).
082800     MOVE 0 TO RESTO-IBAN.
082900     PERFORM MODULO-CARATTERE THRU EX-MODULO-CARATTERE
083000        VARYING I-CH FROM 1 BY 1 UNTIL I-CH > 23.
083100     MOVE "I" TO CARATTERE.
083200     PERFORM MODULO-LETTERA THRU EX-MODULO-LETTERA.
083300     MOVE "T" TO CARATTERE.
083400     PERFORM MODULO-LETTERA THRU EX-MODULO-LETTERA.
083500     COMPUTE LAVORO-CALC = RESTO-IBAN * 100.
083600     DIVIDE LAVORO-CALC BY 97 GIVING QUOZ-CALC
083700        REMAINDER RESTO-IBAN.
083800     COMPUTE CHECK-IBAN = 98 - RESTO-IBAN.
083900     STRING "IT" CHECK-IBAN BBAN-CALC DELIMITED BY SIZE
084000        INTO IBAN-CALC.
084100 EX-CALCOLA-IBAN.
084200     EXIT.
084300*
084400 SOMMA-CARATTERE-CIN.
084500     MOVE BBAN-CALC (I-CH + 1:1) TO CARATTERE.
084600     PERFORM INDICE-CARATTERE THRU EX-INDICE-CARATTERE.
084700     IF K-CH = 0
084800        MOVE "N" TO IBAN-SW
084900        GO TO EX-SOMMA-CARATTERE-CIN.
085000     DIVIDE I-CH BY 2 GIVING QUOZ-CALC REMAINDER LAVORO-CALC.
085100     IF LAVORO-CALC = 1
085200        IF K-CH > 10
085300           SUBTRACT 10 FROM K-CH
085400        END-IF
085500        ADD DISPARI-CIN (K-CH) TO SOMMA-CIN
085600     ELSE
085700        IF K-CH > 10
085800           COMPUTE SOMMA-CIN = SOMMA-CIN + K-CH - 11
085900        ELSE
086000           COMPUTE SOMMA-CIN = SOMMA-CIN + K-CH - 1
086100        END-IF
086200     END-IF.
086300 EX-SOMMA-CARATTERE-CIN.
086400     EXIT.
086500*
086600 MODULO-CARATTERE.
086700     MOVE BBAN-CALC (I-CH:1) TO CARATTERE.
086800     PERFORM INDICE-CARATTERE THRU EX-INDICE-CARATTERE.
086900     IF K-CH > 10
087000        PERFORM MODULO-LETTERA THRU EX-MODULO-LETTERA
087100     ELSE
087200        COMPUTE LAVORO-CALC = RESTO-IBAN * 10 + K-CH - 1
087300        DIVIDE LAVORO-CALC BY 97 GIVING QUOZ-CALC
087400           REMAINDER RESTO-IBAN
087500     END-IF.
087600 EX-MODULO-CARATTERE.
087700     EXIT.
087800*
087900 MODULO-LETTERA.
088000     PERFORM INDICE-CARATTERE THRU EX-INDICE-CARATTERE.
088100     COMPUTE LAVORO-CALC = RESTO-IBAN * 100 + K-CH - 1.
088200     DIVIDE LAVORO-CALC BY 97 GIVING QUOZ-CALC
088300        REMAINDER RESTO-IBAN.
088400 EX-MODULO-LETTERA.
088500     EXIT.
088600*
088700 INDICE-CARATTERE.
088800     MOVE 0 TO K-CH.
088900     PERFORM CONFRONTA-CARATTERE THRU EX-CONFRONTA-CARATTERE
089000        VARYING J-CH FROM 1 BY 1 UNTIL J-CH > 36 OR K-CH > 0.
089100 EX-INDICE-CARATTERE.
089200     EXIT.
089300*
089400 CONFRONTA-CARATTERE.
089500     IF ALFABETO (J-CH:1) = CARATTERE
089600        MOVE J-CH TO K-CH.
089700 EX-CONFRONTA-CARATTERE.
089800     EXIT.
089900*
090000*
090100*     flusso SEPA SCT pain.001: testata di gruppo, un blocco
090200*     di pagamento con la data di esecuzione, una transazione
090300*     per fattura; le fatture passano pagate
090400 SCRIVI-FLUSSO-SCT.
090500     OPEN OUTPUT FILE-SCT.
090600     IF NOT ST-APERTO
090700        DISPLAY "PAGFORN    SCTOUT non apribile " CHECK-ST
090800        GO TO EX-SCRIVI-FLUSSO-SCT.
090900     ACCEPT WK-TIME-PF FROM TIME.
091000     MOVE SPACES TO MSG-ID.
091100     STRING "SCT" DATA-OGGI-PF WK-TIME-PF (1:6)
091200            DELIMITED BY SIZE INTO MSG-ID.
091300     MOVE DATA-OGGI-PF TO DATA-LAVORO.
091400     PERFORM GIRA-DATA THRU EX-GIRA-DATA.
091500     MOVE RAG-SOC-AZ TO NOME-XML.
091600     PERFORM PULISCI-NOME-XML THRU EX-PULISCI-NOME-XML.
091700     MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO RIGA-XML.
091800     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
091900     MOVE '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:pain.
092000-         '001.001.03">' TO RIGA-XML.
092100     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
092200     MOVE " <CstmrCdtTrfInitn>" TO RIGA-XML.
092300     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
092400     MOVE "  <GrpHdr>" TO RIGA-XML.
092500     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
092600     STRING "   <MsgId>" MSG-ID DELIMITED BY SPACE
092700            "</MsgId>" DELIMITED BY SIZE INTO RIGA-XML.
092800     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
092900     STRING "   <CreDtTm>" DATA-ISO "T" WK-TIME-PF (1:2) ":"
093000            WK-TIME-PF (3:2) ":" WK-TIME-PF (5:2)
093100            "</CreDtTm>" DELIMITED BY SIZE INTO RIGA-XML.
093200     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
093300     PERFORM SCRIVI-TOTALI-XML THRU EX-SCRIVI-TOTALI-XML.
093400     STRING "   <InitgPty><Nm>" DELIMITED BY SIZE
093500            NOME-XML DELIMITED BY "  "
093600            "</Nm></InitgPty>" DELIMITED BY SIZE INTO RIGA-XML.
093700     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
093800     MOVE "  </GrpHdr>" TO RIGA-XML.
093900     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
094000     MOVE "  <PmtInf>" TO RIGA-XML.
094100     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
094200     STRING "   <PmtInfId>" MSG-ID DELIMITED BY SPACE
094300            "-1</PmtInfId>" DELIMITED BY SIZE INTO RIGA-XML.
094400     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
094500     MOVE "   <PmtMtd>TRF</PmtMtd>" TO RIGA-XML.
094600     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
094700     PERFORM SCRIVI-TOTALI-XML THRU EX-SCRIVI-TOTALI-XML.
094800     MOVE "   <PmtTpInf><SvcLvl><Cd>SEPA</Cd></SvcLvl></PmtTpInf>"
094900       TO RIGA-XML.
095000     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
095100     MOVE DATA-ESECUZIONE TO DATA-LAVORO.
095200     PERFORM GIRA-DATA THRU EX-GIRA-DATA.
095300     STRING "   <ReqdExctnDt>" DATA-ISO "</ReqdExctnDt>"
095400            DELIMITED BY SIZE INTO RIGA-XML.
095500     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
095600     STRING "   <Dbtr><Nm>" DELIMITED BY SIZE
095700            NOME-XML DELIMITED BY "  "
095800            "</Nm></Dbtr>" DELIMITED BY SIZE INTO RIGA-XML.
095900     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
096000     STRING "   <DbtrAcct><Id><IBAN>" IBAN-AZ
096100            "</IBAN></Id></DbtrAcct>" DELIMITED BY SIZE
096200        INTO RIGA-XML.
096300     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
096400     STRING "   <DbtrAgt><FinInstnId><Othr><Id>" ABI-AZ
096500            "</Id></Othr></FinInstnId></DbtrAgt>"
096600            DELIMITED BY SIZE INTO RIGA-XML.
096700     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
096800     MOVE "   <ChrgBr>SLEV</ChrgBr>" TO RIGA-XML.
096900     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
097000     PERFORM SCRIVI-BONIFICO THRU EX-SCRIVI-BONIFICO
097100        VARYING I-TS FROM 1 BY 1 UNTIL I-TS > N-SCADFOR.
097200     MOVE "  </PmtInf>" TO RIGA-XML.
097300     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
097400     MOVE " </CstmrCdtTrfInitn>" TO RIGA-XML.
097500     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
097600     MOVE "</Document>" TO RIGA-XML.
097700     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
097800     CLOSE FILE-SCT.
097900 EX-SCRIVI-FLUSSO-SCT.
098000     EXIT.
098100*
098200 SCRIVI-TOTALI-XML.
098300     MOVE N-BONIFICI TO NUMERO-ED.
098400     PERFORM FORMATTA-NUMERO THRU EX-FORMATTA-NUMERO.
098500     STRING "   <NbOfTxs>" NUMERO-TXT DELIMITED BY SPACE
098600            "</NbOfTxs>" DELIMITED BY SIZE INTO RIGA-XML.
098700     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
098800     MOVE TOT-BONIFICI TO IMPORTO-CALC.
098900     PERFORM FORMATTA-IMPORTO THRU EX-FORMATTA-IMPORTO.
099000     STRING "   <CtrlSum>" IMPORTO-TXT DELIMITED BY SPACE
099100            "</CtrlSum>" DELIMITED BY SIZE INTO RIGA-XML.
099200     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
099300 EX-SCRIVI-TOTALI-XML.
099400     EXIT.
099500*
099600 SCRIVI-BONIFICO.
099700     IF STATO-TS (I-TS) NOT = "V" OR IBAN-TS (I-TS) = SPACES
099800        GO TO EX-SCRIVI-BONIFICO.
099900     MOVE "   <CdtTrfTxInf>" TO RIGA-XML.
100000     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
100100     STRING "    <PmtId><EndToEndId>FF" CONTO-TS (I-TS) "-"
100200            DELIMITED BY SIZE
100300            NUM-FATT-TS (I-TS) DELIMITED BY SPACE
100400            "</EndToEndId></PmtId>" DELIMITED BY SIZE
100500        INTO RIGA-XML.
100600     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
100700     MOVE IMPORTO-TS (I-TS) TO IMPORTO-CALC.
100800     PERFORM FORMATTA-IMPORTO THRU EX-FORMATTA-IMPORTO.
100900     STRING '    <Amt><InstdAmt Ccy="EUR">' DELIMITED BY SIZE
101000            IMPORTO-TXT DELIMITED BY SPACE
101100            "</InstdAmt></Amt>" DELIMITED BY SIZE
101200        INTO RIGA-XML.
101300     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
101400     MOVE NOME-TS (I-TS) TO NOME-XML.
101500     PERFORM PULISCI-NOME-XML THRU EX-PULISCI-NOME-XML.
101600     STRING "    <Cdtr><Nm>" DELIMITED BY SIZE
101700            NOME-XML DELIMITED BY "  "
101800            "</Nm></Cdtr>" DELIMITED BY SIZE INTO RIGA-XML.
101900     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
102000     STRING "    <CdtrAcct><Id><IBAN>" IBAN-TS (I-TS)
102100            "</IBAN></Id></CdtrAcct>" DELIMITED BY SIZE
102200        INTO RIGA-XML.
102300     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
102400     STRING "    <RmtInf><Ustrd>FATTURA " DELIMITED BY SIZE
102500            NUM-FATT-TS (I-TS) DELIMITED BY SPACE
102600            " DEL " DATA-FATT-TS (I-TS) "</Ustrd></RmtInf>"
102700            DELIMITED BY SIZE INTO RIGA-XML.
102800     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
102900     MOVE "   </CdtTrfTxInf>" TO RIGA-XML.
103000     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
103100     MOVE "S" TO STATO-TS (I-TS).
103200     MOVE DATA-ESECUZIONE TO DATA-PAG-TS (I-TS).
103300 EX-SCRIVI-BONIFICO.
103400     EXIT.
103500*
103600 SCRIVI-XML.
103700     WRITE REC-SCT FROM RIGA-XML.
103800     MOVE SPACES TO RIGA-XML.
103900 EX-SCRIVI-XML.
104000     EXIT.
104100*
104200*     i caratteri riservati XML non passano nei nomi
104300 PULISCI-NOME-XML.
104400     INSPECT NOME-XML REPLACING ALL "&" BY "E"
104500                                ALL "<" BY " "
104600                                ALL ">" BY " ".
104700 EX-PULISCI-NOME-XML.
104800     EXIT.
104900*
105000*     centesimi -> "1234.56" senza zeri e spazi in testa
105100 FORMATTA-IMPORTO.
105200     DIVIDE IMPORTO-CALC BY 100 GIVING INTERI-CALC
105300        REMAINDER CENT-CALC.
105400     MOVE INTERI-CALC TO INTERI-ED.
105500     MOVE 0 TO N-SPAZI.
105600     INSPECT INTERI-ED TALLYING N-SPAZI FOR LEADING SPACE.
105700     MOVE SPACES TO IMPORTO-TXT.
105800     STRING INTERI-ED (N-SPAZI + 1:) "." CENT-CALC
105900            DELIMITED BY SIZE INTO IMPORTO-TXT.
106000 EX-FORMATTA-IMPORTO.
106100     EXIT.
106200*
106300 FORMATTA-NUMERO.
106400     MOVE 0 TO N-SPAZI.
106500     INSPECT NUMERO-ED TALLYING N-SPAZI FOR LEADING SPACE.
106600     MOVE SPACES TO NUMERO-TXT.
106700     MOVE NUMERO-ED (N-SPAZI + 1:) TO NUMERO-TXT.
106800 EX-FORMATTA-NUMERO.
106900     EXIT.
107000*
107100*     AAMMGG in DATA-LAVORO -> AAAA-MM-GG in DATA-ISO
107200 GIRA-DATA.
107300     MOVE SPACES TO DATA-ISO.
107400     STRING "20" AA-LAV "-" MM-LAV "-" GG-LAV DELIMITED BY SIZE
107500        INTO DATA-ISO.
107600 EX-GIRA-DATA.
107700     EXIT.
107800*
107900*
108000 STAMPA-DISTINTA.
108100     PERFORM APRI-STAMPA THRU EX-APRI-STAMPA.
108200     MOVE SPACES TO DATI-RIGA.
108300     STRING " DISTINTA BONIFICI FORNITORI DEL " DATA-OGGI-PF
108400            "  ESECUZIONE " DATA-ESECUZIONE
108500            DELIMITED BY SIZE INTO DATI-RIGA.
108600     PERFORM SCRIVI THRU EX-SCRIVI.
108700     PERFORM INTESTA-COLONNE THRU EX-INTESTA-COLONNE.
108800     PERFORM STAMPA-RIGA-BONIFICO THRU EX-STAMPA-RIGA-BONIFICO
108900        VARYING I-TS FROM 1 BY 1 UNTIL I-TS > N-SCADFOR.
109000     MOVE 2 TO N-RIGA-STAMPA.
109100     MOVE "TOTALE" TO STATO-ST.
109200     COMPUTE IMPORTO-ST = TOT-BONIFICI / 100.
109300     PERFORM SCRIVI THRU EX-SCRIVI.
109400     CALL "QCLPPR" USING PAR-PRINT
109500                          RIGA BUFFER.
109600 EX-STAMPA-DISTINTA.
109700     EXIT.
109800*
109900*     pagate oggi e approvate rimaste senza IBAN
110000 STAMPA-RIGA-BONIFICO.
110100     IF STATO-TS (I-TS) = "V"
110200        OR (STATO-TS (I-TS) = "S"
110300            AND DATA-PAG-TS (I-TS) = DATA-ESECUZIONE
110400            AND IBAN-TS (I-TS) NOT = SPACES)
110500        PERFORM STAMPA-RIGA-SCADENZA
110600           THRU EX-STAMPA-RIGA-SCADENZA.
110700 EX-STAMPA-RIGA-BONIFICO.
110800     EXIT.
110900*
111000 APRI-STAMPA.
111100     MOVE  136  TO LL-RIGA.
111200     MOVE 9999 TO N-MAX-RIGHE.
111300     MOVE "U" TO PRE-NOME-FILE.
111400     MOVE W-FORMATO-INTERNO TO TERM-N-FILE.
111500     CALL "QOLPPR" USING PAR-PRINT
111600                          RIGA BUFFER.
111700     MOVE 0   TO N-STAMPANTE.
111800     MOVE "M" TO COMANDO.
111900     MOVE 66  TO N-RIGA-STAMPA.
112000 EX-APRI-STAMPA.
112100     EXIT.
112200*
112300 INTESTA-COLONNE.
112400     MOVE "  CONTO     FORNITORE                 FATTURA       "
112500       &  "DATA    SCAD.          IMPORTO  STATO         IBAN"
112600       TO DATI-RIGA.
112700     MOVE 2 TO N-RIGA-STAMPA.
112800     PERFORM SCRIVI THRU EX-SCRIVI.
112900 EX-INTESTA-COLONNE.
113000     EXIT.
113100*
113200 STAMPA-RIGA-SCADENZA.
113300     IF NOME-TS (I-TS) = SPACES
113400        MOVE CONTO-TS (I-TS) TO CONTO-CORRENTE
113500        PERFORM LEGGI-ANACON-PF THRU EX-LEGGI-ANACON-PF.
113600     MOVE CONTO-TS (I-TS) TO CONTO-ST.
113700     MOVE NOME-TS (I-TS) TO NOME-ST.
113800     MOVE NUM-FATT-TS (I-TS) TO NUM-FATT-ST.
113900     MOVE DATA-FATT-TS (I-TS) TO DATA-FATT-ST.
114000     MOVE SCADENZA-TS (I-TS) TO SCADENZA-ST.
114100     COMPUTE IMPORTO-ST = IMPORTO-TS (I-TS) / 100.
114200     EVALUATE STATO-TS (I-TS)
114300        WHEN "B"
114400           MOVE "BLOCCATA" TO STATO-ST
114500        WHEN "A"
114600           MOVE "APERTA" TO STATO-ST
114700        WHEN "P"
114800           MOVE "IN PROPOSTA" TO STATO-ST
114900        WHEN "V"
115000           MOVE "APPROVATA" TO STATO-ST
115100        WHEN "S"
115200           MOVE "PAGATA" TO STATO-ST
115300     END-EVALUATE.
115400     IF STATO-TS (I-TS) = "V" AND FUNZIONE-IN = "B"
115500        MOVE "SENZA IBAN" TO STATO-ST.
115600     MOVE IBAN-TS (I-TS) TO IBAN-ST.
115700     PERFORM SCRIVI THRU EX-SCRIVI.
115800 EX-STAMPA-RIGA-SCADENZA.
115900     EXIT.
116000*
116100*
116200 SCRIVI.
116300     CALL "QWLPPR" USING PAR-PRINT
116400                         RIGA BUFFER.
116500     IF STATO OF PAR-PRINT NOT = 0
116600        MOVE STATO OF PAR-PRINT TO STATO-DISPLAY
116700        DISPLAY "PAGFORN    ERRORE QPRINT CON STATO : "
116800                STATO-DISPLAY
116900     END-IF.
117000     MOVE SPACES TO DATI-RIGA.
117100     MOVE "S" TO COMANDO.
117200     MOVE 0 TO N-RIGA-STAMPA.
117300 EX-SCRIVI.
117400     EXIT.
117500*
117600*
117700 TTDBFIND.
117800              COPY PDBFIND.
117900*
118000 TTDBGET.
118100              COPY PDBGET.
118200*
118300*      FINE PROGRAMMA    **** /K PAGFORN.COB  *****
