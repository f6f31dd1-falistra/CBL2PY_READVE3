000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. EFFETTI.
000310*2026*        15/10/26
000320*     presentazione in banca delle partite SCADAPER dei conti
000330*     a RiBa o SEPA SDD. "P": per le partite aperte con
000340*     scadenza (data pre-fattura + GGPAG) nella finestra
000350*     chiesta, il CPAG del CONFATT decide il tipo (tabella
000360*     CONDEFF); banca del debitore da INDIRIZZI (D-AGG-BANCA
000370*     = ABI e CAB, CC-BANCA = conto) o dall'IBAN su BANCA-APP
000380*     di CONFATT, mandato SDD da MANDSDD, dati dell'azienda
000390*     da EFFPARM. Escono il flusso CBI RiBa RIBAOUT e il
000400*     SEPA SDD SDDOUT (pain.008) da caricare nel portale
000410*     della banca, la distinta su QOLPPR e il giornale
000420*     EFFPRES; le partite passano in stato "E" (presentate).
000430*     "I": insoluto, la partita torna aperta ("A") con le
000440*     spese bancarie aggiunte all'importo. Partite senza
000450*     coordinate o mandato restano fuori, in distinta.
000460*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-SCAD ASSIGN TO "SCADAPER"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-SC.
001500     SELECT OPTIONAL FILE-PARM ASSIGN TO "EFFPARM"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-PM.
001800     SELECT OPTIONAL FILE-CONDEFF ASSIGN TO "CONDEFF"
001900        ORGANIZATION IS LINE SEQUENTIAL
002000        FILE STATUS IS CHECK-CE.
002100     SELECT OPTIONAL FILE-MANDATI ASSIGN TO "MANDSDD"
002200        ORGANIZATION IS LINE SEQUENTIAL
002300        FILE STATUS IS CHECK-MD.
002400     SELECT OPTIONAL FILE-EFFPRES ASSIGN TO "EFFPRES"
002500        ORGANIZATION IS LINE SEQUENTIAL
002600        FILE STATUS IS CHECK-EP.
002700     SELECT OPTIONAL FILE-RIBA ASSIGN TO "RIBAOUT"
002800        ORGANIZATION IS LINE SEQUENTIAL
002900        FILE STATUS IS CHECK-RB.
003000     SELECT OPTIONAL FILE-SDD ASSIGN TO "SDDOUT"
003100        ORGANIZATION IS LINE SEQUENTIAL
003200        FILE STATUS IS CHECK-SD.
003300*
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD FILE-SCAD DATA RECORD REC-SCAD.
003700 01 REC-SCAD.
003800    05 DATA-PREF-SC          PIC 9(6).
003900    05 TG-SC-1               PIC X.
004000    05 CONTO-SC              PIC 9(8).
004100    05 TG-SC-2               PIC X.
004200    05 NUM-PREFATT-SC        PIC 9(4).
004300    05 TG-SC-3               PIC X.
004400    05 GGPAG-SC              PIC 9(3).
004500    05 TG-SC-4               PIC X.
004600    05 N-BOLLE-SC            PIC 9(4).
004700    05 TG-SC-5               PIC X.
004800    05 IMPORTO-SC            PIC 9(13).
004900    05 TG-SC-6               PIC X.
005000    05 STATO-SC              PIC X.
005100* dati dell'azienda creditrice, una riga
005200 FD FILE-PARM DATA RECORD REC-PARM.
005300 01 REC-PARM.
005400    05 SIA-PM                PIC X(5).
005500    05 TG-PM-1               PIC X.
005600    05 ABI-PM                PIC X(5).
005700    05 TG-PM-2               PIC X.
005800    05 CAB-PM                PIC X(5).
005900    05 TG-PM-3               PIC X.
006000    05 CC-PM                 PIC X(12).
006100    05 TG-PM-4               PIC X.
006200    05 RAG-SOC-PM            PIC X(30).
006300    05 TG-PM-5               PIC X.
006400    05 COD-FISC-PM           PIC X(16).
006500    05 TG-PM-6               PIC X.
006600    05 CREDITOR-ID-PM        PIC X(23).
006700    05 TG-PM-7               PIC X.
006800    05 SCHEMA-SDD-PM         PIC X(4).
006900* condizioni di pagamento (CPAG di CONFATT) che vanno in
007000* banca: "R" RiBa, "S" SEPA SDD
007100 FD FILE-CONDEFF DATA RECORD REC-CONDEFF.
007200 01 REC-CONDEFF.
007300    05 CPAG-CE               PIC 9(5).
007400    05 TG-CE-1               PIC X.
007500    05 TIPO-CE               PIC X.
007600* mandati SDD firmati dai clienti
007700 FD FILE-MANDATI DATA RECORD REC-MANDATO.
007800 01 REC-MANDATO.
007900    05 CONTO-MD              PIC 9(8).
008000    05 TG-MD-1               PIC X.
008100    05 ID-MANDATO-MD         PIC X(35).
008200    05 TG-MD-2               PIC X.
008300    05 DATA-FIRMA-MD         PIC 9(6).
008400 FD FILE-EFFPRES DATA RECORD REC-EFFPRES.
008500 01 REC-EFFPRES           COPY YEFFPRES.
008600* flusso CBI RiBa, record da 120
008700 FD FILE-RIBA DATA RECORD REC-RIBA.
008800 01 REC-RIBA              PIC X(120).
008900 01 RB-TESTA REDEFINES REC-RIBA.
009000    05 FILLER                PIC X.
009100    05 TIPO-RB-T             PIC XX.
009200    05 SIA-RB-T              PIC X(5).
009300    05 ABI-RB-T              PIC X(5).
009400    05 DATA-RB-T             PIC 9(6).
009500    05 SUPPORTO-RB-T         PIC X(20).
009600    05 FILLER                PIC X(6).
009700    05 N-DISP-RB-T           PIC 9(7).
009800    05 TOT-NEG-RB-T          PIC 9(15).
009900    05 TOT-POS-RB-T          PIC 9(15).
010000    05 N-REC-RB-T            PIC 9(7).
010100    05 FILLER                PIC X(24).
010200    05 DIVISA-RB-T           PIC X.
010300    05 FILLER                PIC X(6).
010400 01 RB-14 REDEFINES REC-RIBA.
010500    05 FILLER                PIC X.
010600    05 TIPO-RB-14            PIC XX.
010700    05 PROGR-RB-14           PIC 9(7).
010800    05 FILLER                PIC X(12).
010900    05 SCADENZA-RB-14        PIC 9(6).
011000    05 CAUSALE-RB-14         PIC X(5).
011100    05 IMPORTO-RB-14         PIC 9(13).
011200    05 SEGNO-RB-14           PIC X.
011300    05 ABI-RB-14             PIC X(5).
011400    05 CAB-RB-14             PIC X(5).
011500    05 CC-RB-14              PIC X(12).
011600    05 ABI-DOM-RB-14         PIC X(5).
011700    05 CAB-DOM-RB-14         PIC X(5).
011800    05 FILLER                PIC X(12).
011900    05 SIA-RB-14             PIC X(5).
012000    05 TIPO-COD-RB-14        PIC X.
012100    05 COD-CLI-RB-14         PIC X(16).
012200    05 FILLER                PIC X(6).
012300    05 DIVISA-RB-14          PIC X.
012400 01 RB-20 REDEFINES REC-RIBA.
012500    05 FILLER                PIC X.
012600    05 TIPO-RB-20            PIC XX.
012700    05 PROGR-RB-20           PIC 9(7).
012800    05 CREDITORE-RB-20       PIC X(24) OCCURS 4.
012900    05 FILLER                PIC X(14).
013000 01 RB-30 REDEFINES REC-RIBA.
013100    05 FILLER                PIC X.
013200    05 TIPO-RB-30            PIC XX.
013300    05 PROGR-RB-30           PIC 9(7).
013400    05 DEBITORE-RB-30        PIC X(60).
013500    05 COD-FISC-RB-30        PIC X(16).
013600    05 FILLER                PIC X(34).
013700 01 RB-40 REDEFINES REC-RIBA.
013800    05 FILLER                PIC X.
013900    05 TIPO-RB-40            PIC XX.
014000    05 PROGR-RB-40           PIC 9(7).
014100    05 INDIRIZZO-RB-40       PIC X(30).
014200    05 CAP-RB-40             PIC 9(5).
014300    05 COMUNE-RB-40          PIC X(25).
014400    05 BANCA-RB-40           PIC X(50).
014500 01 RB-50 REDEFINES REC-RIBA.
014600    05 FILLER                PIC X.
014700    05 TIPO-RB-50            PIC XX.
014800    05 PROGR-RB-50           PIC 9(7).
014900    05 RIFERIMENTO-RB-50     PIC X(80).
015000    05 FILLER                PIC X(10).
015100    05 COD-FISC-RB-50        PIC X(16).
015200    05 FILLER                PIC X(4).
015300 01 RB-51 REDEFINES REC-RIBA.
015400    05 FILLER                PIC X.
015500    05 TIPO-RB-51            PIC XX.
015600    05 PROGR-RB-51           PIC 9(7).
015700    05 N-RICEVUTA-RB-51      PIC 9(10).
015800    05 CREDITORE-RB-51       PIC X(20).
015900    05 FILLER                PIC X(80).
016000* flusso SEPA SDD, una riga XML per record
016100 FD FILE-SDD DATA RECORD REC-SDD.
016200 01 REC-SDD               PIC X(200).
016300*
016400 WORKING-STORAGE SECTION.
016500*
016600 01 AREA-REC-SET     PIC X(512).
016700 01 FILLER REDEFINES AREA-REC-SET.
016800  05 REC-ANACON      COPY YANACON.
016900 01 FILLER REDEFINES AREA-REC-SET.
017000  05 REC-CONFATT     COPY YCONFAT.
017100 01 FILLER REDEFINES AREA-REC-SET.
017200  05 REC-INDIRIZZI   COPY YINDIRIZ.
017300*
017400 77 CHECK-SC        PIC XX.
017500    88 SC-APERTO    VALUES ARE "05", "00".
017600 77 CHECK-PM        PIC XX.
017700    88 PM-APERTO    VALUES ARE "05", "00".
017800 77 CHECK-CE        PIC XX.
017900    88 CE-APERTO    VALUES ARE "05", "00".
018000 77 CHECK-MD        PIC XX.
018100    88 MD-APERTO    VALUES ARE "05", "00".
018200 77 CHECK-EP        PIC XX.
018300    88 EP-APERTO    VALUES ARE "05", "00".
018400 77 CHECK-RB        PIC XX.
018500    88 RB-APERTO    VALUES ARE "05", "00".
018600 77 CHECK-SD        PIC XX.
018700    88 SD-APERTO    VALUES ARE "05", "00".
018800 77 WK-TIME-EF      PIC 9(8).
018900*
019000 01 OK-FINE-FILE    PIC S9(4) COMP.
019100    88 LETTO-FINE-FILE VALUE 1.
019200*
019300 01 T-TAB           PIC X VALUE X"9".
019400*
019500 01 GIORNI-MESE-X.
019600  05 FILLER         PIC X(24) VALUE "312831303130313130313031".
019700 01 FILLER REDEFINES GIORNI-MESE-X.
019800  05 GIORNI-MESE    PIC 99 OCCURS 12.
019900*
020000* coordinate bancarie: CIN e IBAN italiani si calcolano da
020100* ABI, CAB e conto (tabella dei valori dispari del CIN)
020200 01 ALFABETO        PIC X(36)
020300            VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
020400 01 DISPARI-CIN-X.
020500  05 FILLER         PIC X(52) VALUE
020600     "0100050709131517192102041820110306081214161022252423".
020700 01 FILLER REDEFINES DISPARI-CIN-X.
020800  05 DISPARI-CIN    PIC 99 OCCURS 26.
020900 01 ABI-CALC        PIC X(5).
021000 01 CAB-CALC        PIC X(5).
021100 01 CC-CALC         PIC X(12).
021200 01 IBAN-CALC       PIC X(27).
021300 01 BBAN-CALC       PIC X(23).
021400 01 SOMMA-CIN       PIC S9(5) COMP.
021500 01 RESTO-IBAN      PIC S9(5) COMP.
021600 01 QUOZ-CALC       PIC S9(9) COMP.
021700 01 LAVORO-CALC     PIC S9(9) COMP.
021800 01 CHECK-IBAN      PIC 99.
021900 01 I-CH            PIC S9(4) COMP.
022000 01 K-CH            PIC S9(4) COMP.
022100 01 J-CH            PIC S9(4) COMP.
022200 01 CARATTERE       PIC X.
022300 01 IBAN-SW         PIC X.
022400    88 IBAN-VALIDO  VALUE "S".
022500*
022600 01 FUNZIONE-IN     PIC X.
022700 01 DATA-DAL-IN     PIC X(6).
022800 01 DATA-DAL-IN-9 REDEFINES DATA-DAL-IN PIC 9(6).
022900 01 DATA-AL-IN      PIC X(6).
023000 01 DATA-AL-IN-9 REDEFINES DATA-AL-IN PIC 9(6).
023100 01 DATA-DAL        PIC 9(6).
023200 01 DATA-AL         PIC 9(6).
023300 01 CONTO-IN        PIC X(8).
023400 01 CONTO-IN-9 REDEFINES CONTO-IN PIC 9(8).
023500 01 NUM-IN          PIC X(4).
023600 01 NUM-IN-9 REDEFINES NUM-IN PIC 9(4).
023700 01 SPESE-IN        PIC X(9).
023800 01 SPESE-IN-9 REDEFINES SPESE-IN PIC 9(9).
023900 01 SPESE-INS       PIC 9(9).
024000*
024100 01 DATA-OGGI-EF    PIC 9(6).
024200 01 DATA-OGGI-R REDEFINES DATA-OGGI-EF.
024300  05 AA-OGGI        PIC 99.
024400  05 MM-OGGI        PIC 99.
024500  05 GG-OGGI        PIC 99.
024600 01 DATA-GGMMAA     PIC 9(6).
024700 01 DATA-GGMMAA-R REDEFINES DATA-GGMMAA.
024800  05 GG-GMA         PIC 99.
024900  05 MM-GMA         PIC 99.
025000  05 AA-GMA         PIC 99.
025100 01 DATA-LAVORO     PIC 9(6).
025200 01 DATA-LAVORO-R REDEFINES DATA-LAVORO.
025300  05 AA-LAV         PIC 99.
025400  05 MM-LAV         PIC 99.
025500  05 GG-LAV         PIC 99.
025600 01 GG-CALC         PIC S9(4) COMP.
025700 01 MM-CALC         PIC S9(4) COMP.
025800 01 AA-CALC         PIC S9(4) COMP.
025900 01 FINE-MESE-CALC  PIC S9(4) COMP.
025910 01 QUOZ-BIS        PIC S9(4) COMP.
025920 01 RESTO-BIS       PIC S9(4) COMP.
026000 01 DATA-ISO        PIC X(10).
026100*
026200* dati dell'azienda
026300 01 SIA-AZ          PIC X(5).
026400 01 ABI-AZ          PIC X(5).
026500 01 CAB-AZ          PIC X(5).
026600 01 CC-AZ           PIC X(12).
026700 01 IBAN-AZ         PIC X(27).
026800 01 RAG-SOC-AZ      PIC X(30).
026900 01 COD-FISC-AZ     PIC X(16).
027000 01 CREDITOR-ID-AZ  PIC X(23).
027100 01 SCHEMA-SDD-AZ   PIC X(4).
027200*
027300 01 TAB-CONDEFF.
027400  05 RIGA-CE OCCURS 100.
027500   10 CPAG-TC          PIC 9(5).
027600   10 TIPO-TC          PIC X.
027700 01 N-CONDEFF       PIC S9(4) COMP.
027800 01 I-CE            PIC S9(4) COMP.
027900 01 TIPO-EFFETTO    PIC X.
028000*
028100 01 TAB-PARTITE-EF.
028200  05 RIGA-PZ OCCURS 1000.
028300   10 DATA-PZ          PIC 9(6).
028400   10 CONTO-PZ         PIC 9(8).
028500   10 NUM-PZ           PIC 9(4).
028600   10 GGPAG-PZ         PIC 9(3).
028700   10 N-BOLLE-PZ       PIC 9(4).
028800   10 IMPORTO-PZ       PIC 9(13).
028900   10 STATO-PZ         PIC X.
029000 01 N-PARTITE-EF    PIC S9(4) COMP.
029100 01 I-PZ            PIC S9(4) COMP.
029200 01 IX-PZ           PIC S9(4) COMP.
029300*
029400* effetti della distinta
029500 01 TAB-EFFETTI.
029600  05 RIGA-EF OCCURS 500.
029700   10 IX-PZ-EF         PIC S9(4) COMP.
029800   10 TIPO-EF          PIC X.
029900   10 SCADENZA-EF      PIC 9(6).
030000   10 NOME-EF          PIC X(24).
030100   10 COD-FISC-EF      PIC X(16).
030200   10 INDIRIZZO-EF     PIC X(30).
030300   10 COMUNE-EF        PIC X(25).
030400   10 CAP-EF           PIC 9(5).
030500   10 BANCA-EF         PIC X(36).
030600   10 ABI-EF           PIC X(5).
030700   10 CAB-EF           PIC X(5).
030800   10 IBAN-EF          PIC X(27).
030900   10 MANDATO-EF       PIC X(35).
031000   10 DATA-MANDATO-EF  PIC 9(6).
031100   10 N-EFFETTO-EF     PIC 9(5).
031200 01 N-EFFETTI       PIC S9(4) COMP.
031300 01 I-EF            PIC S9(4) COMP.
031400 01 N-RIBA          PIC S9(4) COMP.
031500 01 N-SDD           PIC S9(4) COMP.
031600 01 TOT-RIBA        PIC 9(15).
031700 01 TOT-SDD         PIC 9(15).
031800 01 ULTIMO-EFFETTO  PIC 9(5).
031900 01 N-REC-RIBA      PIC 9(7).
032000*
032100* partite lasciate fuori
032200 01 TAB-SCARTI.
032300  05 RIGA-SZ OCCURS 200.
032400   10 CONTO-SZ         PIC 9(8).
032500   10 NUM-SZ           PIC 9(4).
032600   10 IMPORTO-SZ       PIC 9(13).
032700   10 MOTIVO-SZ        PIC X(30).
032800 01 N-SCARTI        PIC S9(4) COMP.
032900 01 I-SZ            PIC S9(4) COMP.
033000 01 MOTIVO-SCARTO   PIC X(30).
033100*
033200* dati del conto letti per l'effetto in corso
033300 01 CONTO-CORRENTE  PIC 9(8).
033400 01 ID-MANDATO-W    PIC X(35).
033500 01 DATA-FIRMA-W    PIC 9(6).
033600 01 TROVATO-SW      PIC X.
033700    88 TROVATO      VALUE "S".
033800*
033900* composizione delle righe XML
034000 01 RIGA-XML        PIC X(200).
034100 01 IMPORTO-CALC    PIC 9(13).
034200 01 INTERI-CALC     PIC 9(11).
034300 01 CENT-CALC       PIC 99.
034400 01 INTERI-ED       PIC Z(10)9.
034500 01 N-SPAZI         PIC S9(4) COMP.
034600 01 IMPORTO-TXT     PIC X(16).
034700 01 NUMERO-ED       PIC Z(6)9.
034800 01 NUMERO-TXT      PIC X(7).
034900 01 MSG-ID          PIC X(20).
035000 01 NOME-XML        PIC X(30).
035100*
035200 01 CONTA-ED        PIC ZZZ9.
035300*
035400 01  PAR-PRINT.
035500  05  STATO         PIC S9(4) COMP.
035600  05  LL-RIGA       PIC  9(4) COMP.
035700  05  N-MAX-RIGHE   PIC  9(4) COMP.
035800  05  FLAG-ROUTINE  PIC  9(4) COMP.
035900  05  NUM-FILE-ID   PIC  9(4) COMP.
036000  05  NOME-FILE.
036100   10 PRE-NOME-FILE     PIC X.
036200   10 TERM-N-FILE       PIC 9(6).
036300   10 FILLER            PIC XXX VALUE ".ST".
036400*
036500 01  RIGA.
036600  05  N-STAMPANTE   PIC 9.
036700  05  COMANDO       PIC X.
036800  05  N-RIGA-STAMPA PIC 9(4) COMP.
036900  05  DATI-RIGA     PIC X(132).
037000  05 RIGA-DETT-EF REDEFINES DATI-RIGA.
037100    10 FILLER        PIC X(2).
037200    10 N-EFF-ST      PIC ZZZZ9.
037300    10 FILLER        PIC X(2).
037400    10 TIPO-ST       PIC X(4).
037500    10 FILLER        PIC X(2).
037600    10 CONTO-ST      PIC 9(8).
037700    10 FILLER        PIC X(2).
037800    10 NOME-ST       PIC X(24).
037900    10 FILLER        PIC X(2).
038000    10 NUM-PF-ST     PIC 9(4).
038100    10 FILLER        PIC X(2).
038200    10 SCADENZA-ST   PIC 9(6).
038300    10 FILLER        PIC X(2).
038400    10 IMPORTO-ST    PIC Z(10)9,99.
038500    10 FILLER        PIC X(2).
038600    10 BANCA-ST      PIC X(30).
038700    10 FILLER        PIC X(20).
038800*
038900 01 BUFFER.
039000  05 N-BUF               PIC S9(4) COMP VALUE 37.
039100  05 FILLER              PIC XX.
039200  05 FILLER              PIC X(5120).
039300*
039400 01 STATO-DISPLAY    PIC ZZZZ-.
039500*
039600 LINKAGE SECTION.
039700*
039800 01 W-COMMON       COPY WCOMMONW.
039900*
040000*PAGE
040100 PROCEDURE DIVISION  USING W-COMMON.
040200 INIZIO.
040300     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-OGGI-EF.
040400     DISPLAY "----  EFFETTI RIBA / SEPA SDD  ----------".
040500     DISPLAY "Funzione (P=presentazione I=insoluto) "
040600             NO ADVANCING.
040700     MOVE SPACE TO FUNZIONE-IN.
040800     ACCEPT FUNZIONE-IN.
040900     EVALUATE FUNZIONE-IN
041000        WHEN "P"
041100           PERFORM PRESENTAZIONE THRU EX-PRESENTAZIONE
041200        WHEN "I"
041300           PERFORM INSOLUTO THRU EX-INSOLUTO
041400        WHEN OTHER
041500           DISPLAY "Funzione non valida"
041600     END-EVALUATE.
041700 FINE.
041800     EXIT PROGRAM.
041900*
042000*
042100 PRESENTAZIONE.
042200     PERFORM CARICA-PARAMETRI THRU EX-CARICA-PARAMETRI.
042300     IF SIA-AZ = SPACES
042400        DISPLAY "Dati azienda EFFPARM assenti"
042500        GO TO EX-PRESENTAZIONE.
042600     IF N-CONDEFF = 0
042700        DISPLAY "Nessuna condizione di pagamento su CONDEFF"
042800        GO TO EX-PRESENTAZIONE.
042900     DISPLAY "Scadenze dal (AAMMGG) " NO ADVANCING.
043000     MOVE SPACES TO DATA-DAL-IN.
043100     ACCEPT DATA-DAL-IN.
043200     IF DATA-DAL-IN NOT NUMERIC
043300        DISPLAY "Data non numerica"
043400        GO TO EX-PRESENTAZIONE.
043500     MOVE DATA-DAL-IN-9 TO DATA-DAL.
043600     DISPLAY "Scadenze al (AAMMGG, vuoto = " DATA-DAL ") "
043700             NO ADVANCING.
043800     MOVE SPACES TO DATA-AL-IN.
043900     ACCEPT DATA-AL-IN.
044000     IF DATA-AL-IN = SPACES
044100        MOVE DATA-DAL TO DATA-AL
044200     ELSE
044300        IF DATA-AL-IN NOT NUMERIC
044400           DISPLAY "Data non numerica"
044500           GO TO EX-PRESENTAZIONE
044600        ELSE
044700           MOVE DATA-AL-IN-9 TO DATA-AL
044800        END-IF
044900     END-IF.
045000     IF DATA-AL < DATA-DAL
045100        DISPLAY "Periodo non valido"
045200        GO TO EX-PRESENTAZIONE.
045300     PERFORM CARICA-PARTITE THRU EX-CARICA-PARTITE.
045400     PERFORM ULTIMO-EFFETTO-GIORNO
045500        THRU EX-ULTIMO-EFFETTO-GIORNO.
045600     MOVE 0 TO N-EFFETTI N-SCARTI N-RIBA N-SDD TOT-RIBA TOT-SDD.
045700     PERFORM SELEZIONA-PARTITA THRU EX-SELEZIONA-PARTITA
045800        VARYING I-PZ FROM 1 BY 1 UNTIL I-PZ > N-PARTITE-EF.
045900     IF N-EFFETTI = 0 AND N-SCARTI = 0
046000        DISPLAY "Nessuna partita da presentare nel periodo"
046100        GO TO EX-PRESENTAZIONE.
046200     IF N-RIBA > 0
046300        PERFORM SCRIVI-FLUSSO-RIBA THRU EX-SCRIVI-FLUSSO-RIBA.
046400     IF N-SDD > 0
046500        PERFORM SCRIVI-FLUSSO-SDD THRU EX-SCRIVI-FLUSSO-SDD.
046600     IF N-EFFETTI > 0
046700        PERFORM REGISTRA-PRESENTATE
046800           THRU EX-REGISTRA-PRESENTATE
046900        PERFORM RISCRIVI-PARTITE THRU EX-RISCRIVI-PARTITE
047000     END-IF.
047100     PERFORM STAMPA-DISTINTA THRU EX-STAMPA-DISTINTA.
047200     MOVE N-RIBA TO CONTA-ED.
047300     DISPLAY "EFFETTI    effetti RiBa   " CONTA-ED.
047400     MOVE N-SDD TO CONTA-ED.
047500     DISPLAY "EFFETTI    effetti SDD    " CONTA-ED.
047600     MOVE N-SCARTI TO CONTA-ED.
047700     DISPLAY "EFFETTI    partite escluse " CONTA-ED.
047800 EX-PRESENTAZIONE.
047900     EXIT.
048000*
048100 CARICA-PARAMETRI.
048200     MOVE SPACES TO SIA-AZ.
048300     OPEN INPUT FILE-PARM.
048400     IF PM-APERTO
048500        READ FILE-PARM
048600           AT END
048700              MOVE SPACES TO REC-PARM
048800        END-READ
048900        MOVE SIA-PM TO SIA-AZ
049000        MOVE ABI-PM TO ABI-AZ
049100        MOVE CAB-PM TO CAB-AZ
049200        MOVE CC-PM TO CC-AZ
049300        MOVE RAG-SOC-PM TO RAG-SOC-AZ
049400        MOVE COD-FISC-PM TO COD-FISC-AZ
049500        MOVE CREDITOR-ID-PM TO CREDITOR-ID-AZ
049600        MOVE SCHEMA-SDD-PM TO SCHEMA-SDD-AZ
049700        CLOSE FILE-PARM
049800     END-IF.
049900     IF SCHEMA-SDD-AZ = SPACES
050000        MOVE "B2B" TO SCHEMA-SDD-AZ.
050100     MOVE ABI-AZ TO ABI-CALC.
050200     MOVE CAB-AZ TO CAB-CALC.
050300     MOVE CC-AZ TO CC-CALC.
050400     PERFORM CALCOLA-IBAN THRU EX-CALCOLA-IBAN.
050500     MOVE IBAN-CALC TO IBAN-AZ.
050600     MOVE 0 TO N-CONDEFF.
050700     OPEN INPUT FILE-CONDEFF.
050800     IF NOT CE-APERTO
050900        GO TO EX-CARICA-PARAMETRI.
051000     MOVE 0 TO OK-FINE-FILE.
051100     PERFORM LEGGI-RIGA-CONDEFF THRU EX-LEGGI-RIGA-CONDEFF
051200        UNTIL LETTO-FINE-FILE.
051300     CLOSE FILE-CONDEFF.
051400 EX-CARICA-PARAMETRI.
051500     EXIT.
051600*
051700 LEGGI-RIGA-CONDEFF.
051800     READ FILE-CONDEFF
051900        AT END
052000           MOVE 1 TO OK-FINE-FILE
052100           GO TO EX-LEGGI-RIGA-CONDEFF
052200     END-READ.
052300     IF CPAG-CE NOT NUMERIC
052400        OR (TIPO-CE NOT = "R" AND NOT = "S")
052500        GO TO EX-LEGGI-RIGA-CONDEFF.
052600     IF N-CONDEFF NOT < 100
052700        DISPLAY "EFFETTI    TAB-CONDEFF da allargare"
052800        GO TO EX-LEGGI-RIGA-CONDEFF.
052900     ADD 1 TO N-CONDEFF.
053000     MOVE CPAG-CE TO CPAG-TC (N-CONDEFF).
053100     MOVE TIPO-CE TO TIPO-TC (N-CONDEFF).
053200 EX-LEGGI-RIGA-CONDEFF.
053300     EXIT.
053400*
053500 CARICA-PARTITE.
053600     MOVE 0 TO N-PARTITE-EF.
053700     OPEN INPUT FILE-SCAD.
053800     IF NOT SC-APERTO
053900        GO TO EX-CARICA-PARTITE.
054000     MOVE 0 TO OK-FINE-FILE.
054100     PERFORM LEGGI-RIGA-SCAD THRU EX-LEGGI-RIGA-SCAD
054200        UNTIL LETTO-FINE-FILE.
054300     CLOSE FILE-SCAD.
054400 EX-CARICA-PARTITE.
054500     EXIT.
054600*
054700 LEGGI-RIGA-SCAD.
054800     READ FILE-SCAD
054900        AT END
055000           MOVE 1 TO OK-FINE-FILE
055100           GO TO EX-LEGGI-RIGA-SCAD
055200     END-READ.
055300     IF N-PARTITE-EF NOT < 1000
055400        DISPLAY "EFFETTI    TAB-PARTITE-EF da allargare"
055500        GO TO EX-LEGGI-RIGA-SCAD.
055600     ADD 1 TO N-PARTITE-EF.
055700     MOVE DATA-PREF-SC TO DATA-PZ (N-PARTITE-EF).
055800     MOVE CONTO-SC TO CONTO-PZ (N-PARTITE-EF).
055900     MOVE NUM-PREFATT-SC TO NUM-PZ (N-PARTITE-EF).
056000     MOVE GGPAG-SC TO GGPAG-PZ (N-PARTITE-EF).
056100     MOVE N-BOLLE-SC TO N-BOLLE-PZ (N-PARTITE-EF).
056200     MOVE IMPORTO-SC TO IMPORTO-PZ (N-PARTITE-EF).
056300     MOVE STATO-SC TO STATO-PZ (N-PARTITE-EF).
056400 EX-LEGGI-RIGA-SCAD.
056500     EXIT.
056600*
056700 RISCRIVI-PARTITE.
056800     OPEN OUTPUT FILE-SCAD.
056900     IF NOT SC-APERTO
057000        DISPLAY "EFFETTI    SCADAPER non apribile " CHECK-SC
057100        GO TO EX-RISCRIVI-PARTITE.
057200     PERFORM SCRIVI-RIGA-SCAD THRU EX-SCRIVI-RIGA-SCAD
057300        VARYING I-PZ FROM 1 BY 1 UNTIL I-PZ > N-PARTITE-EF.
057400     CLOSE FILE-SCAD.
057500 EX-RISCRIVI-PARTITE.
057600     EXIT.
057700*
057800 SCRIVI-RIGA-SCAD.
057900     MOVE T-TAB TO TG-SC-1 TG-SC-2 TG-SC-3 TG-SC-4 TG-SC-5
058000                   TG-SC-6.
058100     MOVE DATA-PZ (I-PZ) TO DATA-PREF-SC.
058200     MOVE CONTO-PZ (I-PZ) TO CONTO-SC.
058300     MOVE NUM-PZ (I-PZ) TO NUM-PREFATT-SC.
058400     MOVE GGPAG-PZ (I-PZ) TO GGPAG-SC.
058500     MOVE N-BOLLE-PZ (I-PZ) TO N-BOLLE-SC.
058600     MOVE IMPORTO-PZ (I-PZ) TO IMPORTO-SC.
058700     MOVE STATO-PZ (I-PZ) TO STATO-SC.
058800     WRITE REC-SCAD.
058900 EX-SCRIVI-RIGA-SCAD.
059000     EXIT.
059100*
059200*     gli effetti del giorno si numerano di seguito a quelli
059300*     gia' presentati oggi
059400 ULTIMO-EFFETTO-GIORNO.
059500     MOVE 0 TO ULTIMO-EFFETTO.
059600     OPEN INPUT FILE-EFFPRES.
059700     IF NOT EP-APERTO
059800        GO TO EX-ULTIMO-EFFETTO-GIORNO.
059900     MOVE 0 TO OK-FINE-FILE.
060000     PERFORM LEGGI-ULTIMO-EFFETTO THRU EX-LEGGI-ULTIMO-EFFETTO
060100        UNTIL LETTO-FINE-FILE.
060200     CLOSE FILE-EFFPRES.
060300 EX-ULTIMO-EFFETTO-GIORNO.
060400     EXIT.
060500*
060600 LEGGI-ULTIMO-EFFETTO.
060700     READ FILE-EFFPRES
060800        AT END
060900           MOVE 1 TO OK-FINE-FILE
061000           GO TO EX-LEGGI-ULTIMO-EFFETTO
061100     END-READ.
061200     IF DATA-PRES-EP = DATA-OGGI-EF
061300        AND PRESENTATO-EP
061400        AND N-EFFETTO-EP > ULTIMO-EFFETTO
061500        MOVE N-EFFETTO-EP TO ULTIMO-EFFETTO.
061600 EX-LEGGI-ULTIMO-EFFETTO.
061700     EXIT.
061800*
061900*
062000*     partita aperta, in scadenza nella finestra, di un conto
062100*     con condizione di pagamento RiBa o SDD
062200 SELEZIONA-PARTITA.
062300     IF STATO-PZ (I-PZ) NOT = "A"
062400        GO TO EX-SELEZIONA-PARTITA.
062500     PERFORM CALCOLA-SCADENZA THRU EX-CALCOLA-SCADENZA.
062600     IF DATA-LAVORO < DATA-DAL OR DATA-LAVORO > DATA-AL
062700        GO TO EX-SELEZIONA-PARTITA.
062800     MOVE CONTO-PZ (I-PZ) TO CONTO-CORRENTE.
062900     PERFORM LEGGI-CONFATT-EF THRU EX-LEGGI-CONFATT-EF.
063000     IF NOT W-OK-IMAGE
063100        GO TO EX-SELEZIONA-PARTITA.
063200     MOVE SPACE TO TIPO-EFFETTO.
063300     PERFORM CERCA-CONDEFF THRU EX-CERCA-CONDEFF
063400        VARYING I-CE FROM 1 BY 1 UNTIL I-CE > N-CONDEFF.
063500     IF TIPO-EFFETTO = SPACE
063600        GO TO EX-SELEZIONA-PARTITA.
063700     IF N-EFFETTI NOT < 500
063800        DISPLAY "EFFETTI    TAB-EFFETTI da allargare"
063900        GO TO EX-SELEZIONA-PARTITA.
064000     ADD 1 TO N-EFFETTI.
064100     MOVE I-PZ TO IX-PZ-EF (N-EFFETTI).
064200     MOVE TIPO-EFFETTO TO TIPO-EF (N-EFFETTI).
064300     MOVE DATA-LAVORO TO SCADENZA-EF (N-EFFETTI).
064400     MOVE COD-FISCALE OF REC-CONFATT
064500       TO COD-FISC-EF (N-EFFETTI).
064600     MOVE BANCA-APP OF REC-CONFATT TO BANCA-EF (N-EFFETTI).
064700     MOVE SPACES TO MOTIVO-SCARTO.
064800     PERFORM DATI-DEBITORE THRU EX-DATI-DEBITORE.
064900     IF MOTIVO-SCARTO NOT = SPACES
065000        PERFORM SCARTA-EFFETTO THRU EX-SCARTA-EFFETTO
065100        GO TO EX-SELEZIONA-PARTITA.
065200     ADD 1 TO ULTIMO-EFFETTO.
065300     MOVE ULTIMO-EFFETTO TO N-EFFETTO-EF (N-EFFETTI).
065400     IF TIPO-EFFETTO = "R"
065500        ADD 1 TO N-RIBA
065600        ADD IMPORTO-PZ (I-PZ) TO TOT-RIBA
065700     ELSE
065800        ADD 1 TO N-SDD
065900        ADD IMPORTO-PZ (I-PZ) TO TOT-SDD
066000     END-IF.
066100 EX-SELEZIONA-PARTITA.
066200     EXIT.
066300*
066400 CERCA-CONDEFF.
066500     IF CPAG-TC (I-CE) = CPAG OF REC-CONFATT
066600        MOVE TIPO-TC (I-CE) TO TIPO-EFFETTO.
066700 EX-CERCA-CONDEFF.
066800     EXIT.
066900*
067000*     scadenza = data pre-fattura + GGPAG giorni di calendario
067100 CALCOLA-SCADENZA.
067200     MOVE DATA-PZ (I-PZ) TO DATA-LAVORO.
067300     MOVE AA-LAV TO AA-CALC.
067400     MOVE MM-LAV TO MM-CALC.
067500     COMPUTE GG-CALC = GG-LAV + GGPAG-PZ (I-PZ).
067600     PERFORM FINE-MESE-CALCOLO THRU EX-FINE-MESE-CALCOLO.
067700     PERFORM AVANZA-MESE THRU EX-AVANZA-MESE
067800        UNTIL GG-CALC NOT > FINE-MESE-CALC.
067900     MOVE AA-CALC TO AA-LAV.
068000     MOVE MM-CALC TO MM-LAV.
068100     MOVE GG-CALC TO GG-LAV.
068200 EX-CALCOLA-SCADENZA.
068300     EXIT.
068400*
068500 AVANZA-MESE.
068600     SUBTRACT FINE-MESE-CALC FROM GG-CALC.
068700     ADD 1 TO MM-CALC.
068800     IF MM-CALC > 12
068900        MOVE 1 TO MM-CALC
069000        ADD 1 TO AA-CALC
069100        IF AA-CALC > 99
069200           MOVE 0 TO AA-CALC
069300        END-IF
069400     END-IF.
069500     PERFORM FINE-MESE-CALCOLO THRU EX-FINE-MESE-CALCOLO.
069600 EX-AVANZA-MESE.
069700     EXIT.
069800*
069900 FINE-MESE-CALCOLO.
070000     MOVE GIORNI-MESE (MM-CALC) TO FINE-MESE-CALC.
070100     IF MM-CALC NOT = 2
070150        GO TO EX-FINE-MESE-CALCOLO.
070200     DIVIDE AA-CALC BY 4 GIVING QUOZ-BIS REMAINDER RESTO-BIS.
070250     IF RESTO-BIS = 0
070300        MOVE 29 TO FINE-MESE-CALC.
070400 EX-FINE-MESE-CALCOLO.
070500     EXIT.
070600*
070700*     nome da ANACON, indirizzo e banca da INDIRIZZI (il
070800*     record di fatturazione se c'e'), IBAN da BANCA-APP se
070900*     ci sta gia', altrimenti calcolato da ABI, CAB e conto
071000 DATI-DEBITORE.
071100     MOVE SPACES TO NOME-EF (N-EFFETTI) INDIRIZZO-EF (N-EFFETTI)
071200                    COMUNE-EF (N-EFFETTI) ABI-EF (N-EFFETTI)
071300                    CAB-EF (N-EFFETTI) IBAN-EF (N-EFFETTI)
071400                    MANDATO-EF (N-EFFETTI).
071500     MOVE 0 TO CAP-EF (N-EFFETTI) DATA-MANDATO-EF (N-EFFETTI).
071600     PERFORM LEGGI-ANACON-EF THRU EX-LEGGI-ANACON-EF.
071700     IF W-OK-IMAGE
071800        MOVE D-CONTO OF REC-ANACON TO NOME-EF (N-EFFETTI).
071900     MOVE SPACES TO CC-CALC.
072000     PERFORM LEGGI-INDIRIZZI-EF THRU EX-LEGGI-INDIRIZZI-EF.
072100     IF BANCA-EF (N-EFFETTI) (1:2) ALPHABETIC
072200        AND BANCA-EF (N-EFFETTI) (3:2) NUMERIC
072250        AND BANCA-EF (N-EFFETTI) (1:1) NOT = SPACE
072300        MOVE BANCA-EF (N-EFFETTI) (1:27) TO IBAN-EF (N-EFFETTI)
072400        IF ABI-EF (N-EFFETTI) NOT NUMERIC
072500           MOVE BANCA-EF (N-EFFETTI) (6:5) TO ABI-EF (N-EFFETTI)
072600           MOVE BANCA-EF (N-EFFETTI) (11:5)
072700             TO CAB-EF (N-EFFETTI)
072800        END-IF
072900        MOVE SPACES TO BANCA-EF (N-EFFETTI)
073000     END-IF.
073100     IF ABI-EF (N-EFFETTI) NOT NUMERIC
073200        OR CAB-EF (N-EFFETTI) NOT NUMERIC
073300        MOVE "ABI/CAB DEL CLIENTE MANCANTI" TO MOTIVO-SCARTO
073400        GO TO EX-DATI-DEBITORE.
073500     IF TIPO-EF (N-EFFETTI) = "R"
073600        GO TO EX-DATI-DEBITORE.
073700     IF IBAN-EF (N-EFFETTI) = SPACES
073800        IF CC-CALC = SPACES
073900           MOVE "IBAN DEL CLIENTE MANCANTE" TO MOTIVO-SCARTO
074000           GO TO EX-DATI-DEBITORE
074100        END-IF
074200        MOVE ABI-EF (N-EFFETTI) TO ABI-CALC
074300        MOVE CAB-EF (N-EFFETTI) TO CAB-CALC
074400        PERFORM CALCOLA-IBAN THRU EX-CALCOLA-IBAN
074500        IF NOT IBAN-VALIDO
074600           MOVE "CONTO DEL CLIENTE NON VALIDO" TO MOTIVO-SCARTO
074700           GO TO EX-DATI-DEBITORE
074800        END-IF
074900        MOVE IBAN-CALC TO IBAN-EF (N-EFFETTI)
075000     END-IF.
075100     PERFORM CERCA-MANDATO THRU EX-CERCA-MANDATO.
075200     IF NOT TROVATO
075300        MOVE "MANDATO SDD MANCANTE" TO MOTIVO-SCARTO
075400        GO TO EX-DATI-DEBITORE.
075500     MOVE ID-MANDATO-W TO MANDATO-EF (N-EFFETTI).
075600     MOVE DATA-FIRMA-W TO DATA-MANDATO-EF (N-EFFETTI).
075700 EX-DATI-DEBITORE.
075800     EXIT.
075900*
076000 SCARTA-EFFETTO.
076100     SUBTRACT 1 FROM N-EFFETTI.
076200     IF N-SCARTI NOT < 200
076300        GO TO EX-SCARTA-EFFETTO.
076400     ADD 1 TO N-SCARTI.
076500     MOVE CONTO-PZ (I-PZ) TO CONTO-SZ (N-SCARTI).
076600     MOVE NUM-PZ (I-PZ) TO NUM-SZ (N-SCARTI).
076700     MOVE IMPORTO-PZ (I-PZ) TO IMPORTO-SZ (N-SCARTI).
076800     MOVE MOTIVO-SCARTO TO MOTIVO-SZ (N-SCARTI).
076900 EX-SCARTA-EFFETTO.
077000     EXIT.
077100*
077200 LEGGI-CONFATT-EF.
077300     MOVE "CONTO;"  TO W-NOME-CAMPO.
077400     MOVE "CONFATT;" TO W-NOME-DATA-SET.
077500     MOVE CONTO-CORRENTE TO W-VALORE-CAMPO-W.
077600     PERFORM TTDBFIND THRU EX-TTDBFIND.
077700     IF W-OK-IMAGE
077800        MOVE 5 TO W-MODO
077900        PERFORM TTDBGET THRU EX-TTDBGET
078000        IF W-OK-IMAGE
078100           MOVE AREA-REC-SET TO REC-CONFATT
078200        END-IF
078300     END-IF.
078400 EX-LEGGI-CONFATT-EF.
078500     EXIT.
078600*
078700 LEGGI-ANACON-EF.
078800     MOVE LOW-VALUE TO AREA-REC-SET.
078900     MOVE "ANACON;" TO W-NOME-DATA-SET.
079000     MOVE "CONTO;" TO W-NOME-CAMPO.
079100     MOVE CONTO-CORRENTE TO W-VALORE-CAMPO-W.
079200     MOVE 7 TO W-MODO.
079300     PERFORM TTDBGET THRU EX-TTDBGET.
079400 EX-LEGGI-ANACON-EF.
079500     EXIT.
079600*
079700 LEGGI-INDIRIZZI-EF.
079800     MOVE "N" TO TROVATO-SW.
079900     MOVE "CONTO;"  TO W-NOME-CAMPO.
080000     MOVE "INDIRIZ;" TO W-NOME-DATA-SET.
080100     MOVE CONTO-CORRENTE TO W-VALORE-CAMPO-W.
080200     PERFORM TTDBFIND THRU EX-TTDBFIND.
080300     IF NOT W-OK-IMAGE
080400        GO TO EX-LEGGI-INDIRIZZI-EF.
080500     MOVE 5 TO W-MODO.
080600     PERFORM TTDBGET THRU EX-TTDBGET.
080700     PERFORM INDIRIZZO-DEBITORE THRU EX-INDIRIZZO-DEBITORE
080800        UNTIL NOT W-OK-IMAGE OR TROVATO.
080900 EX-LEGGI-INDIRIZZI-EF.
081000     EXIT.
081100*
081200 INDIRIZZO-DEBITORE.
081300     IF VALIDITA-REC OF REC-INDIRIZZI NOT = "**"
081400        AND (INDIRIZZO-EF (N-EFFETTI) = SPACES
081500             OR IND-FATT OF REC-INDIRIZZI
081600             OR IND-SPED-FATT OF REC-INDIRIZZI)
081700        MOVE INDIRIZZO OF REC-INDIRIZZI (1) (1:30)
081800          TO INDIRIZZO-EF (N-EFFETTI)
081900        MOVE INDIRIZZO OF REC-INDIRIZZI (2) (1:22)
082000          TO COMUNE-EF (N-EFFETTI)
082100        MOVE SIGLA-PROV OF REC-INDIRIZZI (1)
082200          TO COMUNE-EF (N-EFFETTI) (24:2)
082300        MOVE CAP OF REC-INDIRIZZI (1) TO CAP-EF (N-EFFETTI)
082400        MOVE D-AGG-BANCA OF REC-INDIRIZZI (1:5)
082500          TO ABI-EF (N-EFFETTI)
082600        MOVE D-AGG-BANCA OF REC-INDIRIZZI (6:5)
082700          TO CAB-EF (N-EFFETTI)
082800        MOVE CC-BANCA OF REC-INDIRIZZI TO CC-CALC
082900        IF IND-FATT OF REC-INDIRIZZI
083000           OR IND-SPED-FATT OF REC-INDIRIZZI
083100           MOVE "S" TO TROVATO-SW
083200        END-IF
083300     END-IF.
083400     IF NOT TROVATO
083500        MOVE 5 TO W-MODO
083600        PERFORM TTDBGET THRU EX-TTDBGET.
083700 EX-INDIRIZZO-DEBITORE.
083800     EXIT.
083900*
084000 CERCA-MANDATO.
084100     MOVE "N" TO TROVATO-SW.
084200     OPEN INPUT FILE-MANDATI.
084300     IF NOT MD-APERTO
084400        GO TO EX-CERCA-MANDATO.
084500     MOVE 0 TO OK-FINE-FILE.
084600     PERFORM LEGGI-RIGA-MANDATO THRU EX-LEGGI-RIGA-MANDATO
084700        UNTIL LETTO-FINE-FILE.
084800     CLOSE FILE-MANDATI.
084900 EX-CERCA-MANDATO.
085000     EXIT.
085100*
085200 LEGGI-RIGA-MANDATO.
085300     READ FILE-MANDATI
085400        AT END
085500           MOVE 1 TO OK-FINE-FILE
085600           GO TO EX-LEGGI-RIGA-MANDATO
085700     END-READ.
085800     IF CONTO-MD = CONTO-CORRENTE
085900        MOVE ID-MANDATO-MD TO ID-MANDATO-W
086000        MOVE DATA-FIRMA-MD TO DATA-FIRMA-W
086100        MOVE "S" TO TROVATO-SW.
086200 EX-LEGGI-RIGA-MANDATO.
086300     EXIT.
086400*
086500*     CIN col giro pari/dispari sui 22 caratteri di ABI, CAB
086600*     e conto, poi controllo IBAN modulo 97 su CIN + BBAN +
086700*     "IT00" con le lettere a due cifre (A = 10)
086800 CALCOLA-IBAN.
086900     MOVE SPACES TO IBAN-CALC.
087000     MOVE "S" TO IBAN-SW.
087100     IF ABI-CALC NOT NUMERIC OR CAB-CALC NOT NUMERIC
087200        OR CC-CALC = SPACES
087300        MOVE "N" TO IBAN-SW
087400        GO TO EX-CALCOLA-IBAN.
087500     INSPECT CC-CALC REPLACING LEADING SPACE BY "0".
087600     MOVE SPACES TO BBAN-CALC.
087700     STRING ABI-CALC CAB-CALC CC-CALC DELIMITED BY SIZE
087800        INTO BBAN-CALC (2:22).
087900     MOVE 0 TO SOMMA-CIN.
088000     PERFORM SOMMA-CARATTERE-CIN THRU EX-SOMMA-CARATTERE-CIN
088100        VARYING I-CH FROM 1 BY 1 UNTIL I-CH > 22.
088200     IF NOT IBAN-VALIDO
088300        GO TO EX-CALCOLA-IBAN.
088400     DIVIDE SOMMA-CIN BY 26 GIVING QUOZ-CALC
088500        REMAINDER LAVORO-CALC.
088600     MOVE ALFABETO (11 + LAVORO-CALC:1) TO BBAN-CALC (1:1).
088700     MOVE 0 TO RESTO-IBAN.
088800     PERFORM MODULO-CARATTERE THRU EX-MODULO-CARATTERE
088900        VARYING I-CH FROM 1 BY 1 UNTIL I-CH > 23.
089000     MOVE "I" TO CARATTERE.
089100     PERFORM MODULO-LETTERA THRU EX-MODULO-LETTERA.
089200     MOVE "T" TO CARATTERE.
089300     PERFORM MODULO-LETTERA THRU EX-MODULO-LETTERA.
089400     COMPUTE LAVORO-CALC = RESTO-IBAN * 100.
089500     DIVIDE LAVORO-CALC BY 97 GIVING QUOZ-CALC
089600        REMAINDER RESTO-IBAN.
089700     COMPUTE CHECK-IBAN = 98 - RESTO-IBAN.
089800     STRING "IT" CHECK-IBAN BBAN-CALC DELIMITED BY SIZE
089900        INTO IBAN-CALC.
090000 EX-CALCOLA-IBAN.
090100     EXIT.
090200*
090300 SOMMA-CARATTERE-CIN.
090400     MOVE BBAN-CALC (I-CH + 1:1) TO CARATTERE.
090500     PERFORM INDICE-CARATTERE THRU EX-INDICE-CARATTERE.
090600     IF K-CH = 0
090700        MOVE "N" TO IBAN-SW
090800        GO TO EX-SOMMA-CARATTERE-CIN.
090900     DIVIDE I-CH BY 2 GIVING QUOZ-CALC REMAINDER LAVORO-CALC.
091000     IF LAVORO-CALC = 1
091100        IF K-CH > 10
091200           SUBTRACT 10 FROM K-CH
091300        END-IF
091400        ADD DISPARI-CIN (K-CH) TO SOMMA-CIN
091500     ELSE
091600        IF K-CH > 10
091700           COMPUTE SOMMA-CIN = SOMMA-CIN + K-CH - 11
091800        ELSE
091900           COMPUTE SOMMA-CIN = SOMMA-CIN + K-CH - 1
092000        END-IF
092100     END-IF.
092200 EX-SOMMA-CARATTERE-CIN.
092300     EXIT.
092400*
092500 MODULO-CARATTERE.
092600     MOVE BBAN-CALC (I-CH:1) TO CARATTERE.
092700     PERFORM INDICE-CARATTERE THRU EX-INDICE-CARATTERE.
092800     IF K-CH > 10
092900        PERFORM MODULO-LETTERA THRU EX-MODULO-LETTERA
093000     ELSE
093100        COMPUTE LAVORO-CALC = RESTO-IBAN * 10 + K-CH - 1
093200        DIVIDE LAVORO-CALC BY 97 GIVING QUOZ-CALC
093300           REMAINDER RESTO-IBAN
093400     END-IF.
093500 EX-MODULO-CARATTERE.
093600     EXIT.
093700*
093800 MODULO-LETTERA.
093900     PERFORM INDICE-CARATTERE THRU EX-INDICE-CARATTERE.
094000     COMPUTE LAVORO-CALC = RESTO-IBAN * 100 + K-CH - 1.
094100     DIVIDE LAVORO-CALC BY 97 GIVING QUOZ-CALC
094200        REMAINDER RESTO-IBAN.
094300 EX-MODULO-LETTERA.
094400     EXIT.
094500*
094600 INDICE-CARATTERE.
094700     MOVE 0 TO K-CH.
094800     PERFORM CONFRONTA-CARATTERE THRU EX-CONFRONTA-CARATTERE
094900        VARYING J-CH FROM 1 BY 1 UNTIL J-CH > 36 OR K-CH > 0.
095000 EX-INDICE-CARATTERE.
095100     EXIT.
095200*
095300 CONFRONTA-CARATTERE.
095400     IF ALFABETO (J-CH:1) = CARATTERE
095500        MOVE J-CH TO K-CH.
095600 EX-CONFRONTA-CARATTERE.
095700     EXIT.
095800*
095900*
096000*     flusso CBI RiBa: testa IB, per effetto 14-20-30-40-50-
096100*     51-70, coda EF
096200 SCRIVI-FLUSSO-RIBA.
096300     OPEN OUTPUT FILE-RIBA.
096400     IF NOT RB-APERTO
096500        DISPLAY "EFFETTI    RIBAOUT non apribile " CHECK-RB
096600        GO TO EX-SCRIVI-FLUSSO-RIBA.
096700     MOVE 0 TO N-REC-RIBA.
096800     MOVE DATA-OGGI-EF TO DATA-LAVORO.
096900     PERFORM GIRA-DATA THRU EX-GIRA-DATA.
097000     MOVE SPACES TO REC-RIBA.
097100     MOVE "IB" TO TIPO-RB-T.
097200     MOVE SIA-AZ TO SIA-RB-T.
097300     MOVE ABI-AZ TO ABI-RB-T.
097400     MOVE DATA-GGMMAA TO DATA-RB-T.
097500     MOVE SPACES TO SUPPORTO-RB-T.
097600     STRING "RIBA" DATA-OGGI-EF DELIMITED BY SIZE
097700        INTO SUPPORTO-RB-T.
097800     MOVE "E" TO DIVISA-RB-T.
097900     PERFORM SCRIVI-RECORD-RIBA THRU EX-SCRIVI-RECORD-RIBA.
098000     PERFORM SCRIVI-EFFETTO-RIBA THRU EX-SCRIVI-EFFETTO-RIBA
098100        VARYING I-EF FROM 1 BY 1 UNTIL I-EF > N-EFFETTI.
098200     MOVE SPACES TO REC-RIBA.
098300     MOVE "EF" TO TIPO-RB-T.
098400     MOVE SIA-AZ TO SIA-RB-T.
098500     MOVE ABI-AZ TO ABI-RB-T.
098600     MOVE DATA-GGMMAA TO DATA-RB-T.
098700     STRING "RIBA" DATA-OGGI-EF DELIMITED BY SIZE
098800        INTO SUPPORTO-RB-T.
098900     MOVE N-RIBA TO N-DISP-RB-T.
099000     MOVE TOT-RIBA TO TOT-NEG-RB-T.
099100     MOVE 0 TO TOT-POS-RB-T.
099200     COMPUTE N-REC-RB-T = N-REC-RIBA + 1.
099300     MOVE "E" TO DIVISA-RB-T.
099400     PERFORM SCRIVI-RECORD-RIBA THRU EX-SCRIVI-RECORD-RIBA.
099500     CLOSE FILE-RIBA.
099600 EX-SCRIVI-FLUSSO-RIBA.
099700     EXIT.
099800*
099900 SCRIVI-EFFETTO-RIBA.
100000     IF TIPO-EF (I-EF) NOT = "R"
100100        GO TO EX-SCRIVI-EFFETTO-RIBA.
100200     MOVE IX-PZ-EF (I-EF) TO IX-PZ.
100300     MOVE SCADENZA-EF (I-EF) TO DATA-LAVORO.
100400     PERFORM GIRA-DATA THRU EX-GIRA-DATA.
100500     MOVE SPACES TO REC-RIBA.
100600     MOVE "14" TO TIPO-RB-14.
100700     MOVE N-EFFETTO-EF (I-EF) TO PROGR-RB-14.
100800     MOVE DATA-GGMMAA TO SCADENZA-RB-14.
100900     MOVE "30000" TO CAUSALE-RB-14.
101000     MOVE IMPORTO-PZ (IX-PZ) TO IMPORTO-RB-14.
101100     MOVE "-" TO SEGNO-RB-14.
101200     MOVE ABI-AZ TO ABI-RB-14.
101300     MOVE CAB-AZ TO CAB-RB-14.
101400     MOVE CC-AZ TO CC-RB-14.
101500     MOVE ABI-EF (I-EF) TO ABI-DOM-RB-14.
101600     MOVE CAB-EF (I-EF) TO CAB-DOM-RB-14.
101700     MOVE SIA-AZ TO SIA-RB-14.
101800     MOVE "4" TO TIPO-COD-RB-14.
101900     MOVE CONTO-PZ (IX-PZ) TO COD-CLI-RB-14.
102000     MOVE "E" TO DIVISA-RB-14.
102100     PERFORM SCRIVI-RECORD-RIBA THRU EX-SCRIVI-RECORD-RIBA.
102200     MOVE SPACES TO REC-RIBA.
102300     MOVE "20" TO TIPO-RB-20.
102400     MOVE N-EFFETTO-EF (I-EF) TO PROGR-RB-20.
102500     MOVE RAG-SOC-AZ (1:24) TO CREDITORE-RB-20 (1).
102600     MOVE RAG-SOC-AZ (25:6) TO CREDITORE-RB-20 (2).
102700     PERFORM SCRIVI-RECORD-RIBA THRU EX-SCRIVI-RECORD-RIBA.
102800     MOVE SPACES TO REC-RIBA.
102900     MOVE "30" TO TIPO-RB-30.
103000     MOVE N-EFFETTO-EF (I-EF) TO PROGR-RB-30.
103100     MOVE NOME-EF (I-EF) TO DEBITORE-RB-30.
103200     MOVE COD-FISC-EF (I-EF) TO COD-FISC-RB-30.
103300     PERFORM SCRIVI-RECORD-RIBA THRU EX-SCRIVI-RECORD-RIBA.
103400     MOVE SPACES TO REC-RIBA.
103500     MOVE "40" TO TIPO-RB-40.
103600     MOVE N-EFFETTO-EF (I-EF) TO PROGR-RB-40.
103700     MOVE INDIRIZZO-EF (I-EF) TO INDIRIZZO-RB-40.
103800     MOVE CAP-EF (I-EF) TO CAP-RB-40.
103900     MOVE COMUNE-EF (I-EF) TO COMUNE-RB-40.
104000     MOVE BANCA-EF (I-EF) TO BANCA-RB-40.
104100     PERFORM SCRIVI-RECORD-RIBA THRU EX-SCRIVI-RECORD-RIBA.
104200     MOVE SPACES TO REC-RIBA.
104300     MOVE "50" TO TIPO-RB-50.
104400     MOVE N-EFFETTO-EF (I-EF) TO PROGR-RB-50.
104500     STRING "PRE-FATTURA " NUM-PZ (IX-PZ) " DEL "
104600            DATA-PZ (IX-PZ) DELIMITED BY SIZE
104700        INTO RIFERIMENTO-RB-50.
104800     MOVE COD-FISC-AZ TO COD-FISC-RB-50.
104900     PERFORM SCRIVI-RECORD-RIBA THRU EX-SCRIVI-RECORD-RIBA.
105000     MOVE SPACES TO REC-RIBA.
105100     MOVE "51" TO TIPO-RB-51.
105200     MOVE N-EFFETTO-EF (I-EF) TO PROGR-RB-51.
105300     MOVE NUM-PZ (IX-PZ) TO N-RICEVUTA-RB-51.
105400     MOVE RAG-SOC-AZ TO CREDITORE-RB-51.
105500     PERFORM SCRIVI-RECORD-RIBA THRU EX-SCRIVI-RECORD-RIBA.
105600     MOVE SPACES TO REC-RIBA.
105700     MOVE "70" TO TIPO-RB-14.
105800     MOVE N-EFFETTO-EF (I-EF) TO PROGR-RB-14.
105900     PERFORM SCRIVI-RECORD-RIBA THRU EX-SCRIVI-RECORD-RIBA.
106000 EX-SCRIVI-EFFETTO-RIBA.
106100     EXIT.
106200*
106300 SCRIVI-RECORD-RIBA.
106400     WRITE REC-RIBA.
106500     ADD 1 TO N-REC-RIBA.
106600 EX-SCRIVI-RECORD-RIBA.
106700     EXIT.
106800*
106900*     AAMMGG in DATA-LAVORO -> GGMMAA in DATA-GGMMAA e
107000*     AAAA-MM-GG in DATA-ISO
107100 GIRA-DATA.
107200     MOVE GG-LAV TO GG-GMA.
107300     MOVE MM-LAV TO MM-GMA.
107400     MOVE AA-LAV TO AA-GMA.
107500     MOVE SPACES TO DATA-ISO.
107600     STRING "20" AA-LAV "-" MM-LAV "-" GG-LAV DELIMITED BY SIZE
107700        INTO DATA-ISO.
107800 EX-GIRA-DATA.
107900     EXIT.
108000*
108100*
108200*     flusso SEPA SDD pain.008: testata di gruppo, un blocco
108300*     di pagamento per effetto (una data di addebito ciascuno)
108400 SCRIVI-FLUSSO-SDD.
108500     OPEN OUTPUT FILE-SDD.
108600     IF NOT SD-APERTO
108700        DISPLAY "EFFETTI    SDDOUT non apribile " CHECK-SD
108800        GO TO EX-SCRIVI-FLUSSO-SDD.
108900     ACCEPT WK-TIME-EF FROM TIME.
109000     MOVE SPACES TO MSG-ID.
109100     STRING "SDD" DATA-OGGI-EF WK-TIME-EF (1:6)
109200            DELIMITED BY SIZE INTO MSG-ID.
109300     MOVE DATA-OGGI-EF TO DATA-LAVORO.
109400     PERFORM GIRA-DATA THRU EX-GIRA-DATA.
109500     MOVE RAG-SOC-AZ TO NOME-XML.
109600     PERFORM PULISCI-NOME-XML THRU EX-PULISCI-NOME-XML.
109700     MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO RIGA-XML.
109800     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
109900     MOVE '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:pain.
110000-         '008.001.02">' TO RIGA-XML.
110100     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
110200     MOVE " <CstmrDrctDbtInitn>" TO RIGA-XML.
110300     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
110400     MOVE "  <GrpHdr>" TO RIGA-XML.
110500     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
110600     STRING "   <MsgId>" MSG-ID DELIMITED BY SPACE
110700            "</MsgId>" DELIMITED BY SIZE INTO RIGA-XML.
110800     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
110900     STRING "   <CreDtTm>" DATA-ISO "T" WK-TIME-EF (1:2) ":"
111000            WK-TIME-EF (3:2) ":" WK-TIME-EF (5:2)
111100            "</CreDtTm>" DELIMITED BY SIZE INTO RIGA-XML.
111200     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
111300     MOVE N-SDD TO NUMERO-ED.
111400     PERFORM FORMATTA-NUMERO THRU EX-FORMATTA-NUMERO.
111500     STRING "   <NbOfTxs>" NUMERO-TXT DELIMITED BY SPACE
111600            "</NbOfTxs>" DELIMITED BY SIZE INTO RIGA-XML.
111700     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
111800     MOVE TOT-SDD TO IMPORTO-CALC.
111900     PERFORM FORMATTA-IMPORTO THRU EX-FORMATTA-IMPORTO.
112000     STRING "   <CtrlSum>" IMPORTO-TXT DELIMITED BY SPACE
112100            "</CtrlSum>" DELIMITED BY SIZE INTO RIGA-XML.
112200     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
112300     STRING "   <InitgPty><Nm>" DELIMITED BY SIZE
112400            NOME-XML DELIMITED BY "  "
112500            "</Nm></InitgPty>" DELIMITED BY SIZE INTO RIGA-XML.
112600     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
112700     MOVE "  </GrpHdr>" TO RIGA-XML.
112800     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
112900     PERFORM SCRIVI-EFFETTO-SDD THRU EX-SCRIVI-EFFETTO-SDD
113000        VARYING I-EF FROM 1 BY 1 UNTIL I-EF > N-EFFETTI.
113100     MOVE " </CstmrDrctDbtInitn>" TO RIGA-XML.
113200     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
113300     MOVE "</Document>" TO RIGA-XML.
113400     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
113500     CLOSE FILE-SDD.
113600 EX-SCRIVI-FLUSSO-SDD.
113700     EXIT.
113800*
113900 SCRIVI-EFFETTO-SDD.
114000     IF TIPO-EF (I-EF) NOT = "S"
114100        GO TO EX-SCRIVI-EFFETTO-SDD.
114200     MOVE IX-PZ-EF (I-EF) TO IX-PZ.
114300     MOVE "  <PmtInf>" TO RIGA-XML.
114400     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
114500     STRING "   <PmtInfId>" MSG-ID DELIMITED BY SPACE
114600            "-" N-EFFETTO-EF (I-EF)
114700            "</PmtInfId>" DELIMITED BY SIZE INTO RIGA-XML.
114800     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
114900     MOVE "   <PmtMtd>DD</PmtMtd>" TO RIGA-XML.
115000     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
115100     STRING "   <PmtTpInf><SvcLvl><Cd>SEPA</Cd></SvcLvl>"
115200            "<LclInstrm><Cd>" DELIMITED BY SIZE
115300            SCHEMA-SDD-AZ DELIMITED BY SPACE
115400            "</Cd></LclInstrm><SeqTp>RCUR</SeqTp>"
115500            "</PmtTpInf>" DELIMITED BY SIZE INTO RIGA-XML.
115600     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
115700     MOVE SCADENZA-EF (I-EF) TO DATA-LAVORO.
115800     PERFORM GIRA-DATA THRU EX-GIRA-DATA.
115900     STRING "   <ReqdColltnDt>" DATA-ISO "</ReqdColltnDt>"
116000            DELIMITED BY SIZE INTO RIGA-XML.
116100     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
116200     STRING "   <Cdtr><Nm>" DELIMITED BY SIZE
116300            NOME-XML DELIMITED BY "  "
116400            "</Nm></Cdtr>" DELIMITED BY SIZE INTO RIGA-XML.
116500     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
116600     STRING "   <CdtrAcct><Id><IBAN>" IBAN-AZ
116700            "</IBAN></Id></CdtrAcct>" DELIMITED BY SIZE
116800        INTO RIGA-XML.
116900     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
117000     STRING "   <CdtrAgt><FinInstnId><Othr><Id>" ABI-AZ
117100            "</Id></Othr></FinInstnId></CdtrAgt>"
117200            DELIMITED BY SIZE INTO RIGA-XML.
117300     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
117400     STRING "   <CdtrSchmeId><Id><PrvtId><Othr><Id>"
117500            DELIMITED BY SIZE
117600            CREDITOR-ID-AZ DELIMITED BY SPACE
117700            "</Id><SchmeNm><Prtry>SEPA</Prtry></SchmeNm>"
117800            "</Othr></PrvtId></Id></CdtrSchmeId>"
117900            DELIMITED BY SIZE INTO RIGA-XML.
118000     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
118100     MOVE "   <DrctDbtTxInf>" TO RIGA-XML.
118200     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
118300     STRING "    <PmtId><EndToEndId>PF" NUM-PZ (IX-PZ) "-"
118400            CONTO-PZ (IX-PZ) "-" DATA-PZ (IX-PZ)
118500            "</EndToEndId></PmtId>" DELIMITED BY SIZE
118600        INTO RIGA-XML.
118700     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
118800     MOVE IMPORTO-PZ (IX-PZ) TO IMPORTO-CALC.
118900     PERFORM FORMATTA-IMPORTO THRU EX-FORMATTA-IMPORTO.
119000     STRING '    <InstdAmt Ccy="EUR">' DELIMITED BY SIZE
119100            IMPORTO-TXT DELIMITED BY SPACE
119200            "</InstdAmt>" DELIMITED BY SIZE INTO RIGA-XML.
119300     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
119400     MOVE DATA-MANDATO-EF (I-EF) TO DATA-LAVORO.
119500     PERFORM GIRA-DATA THRU EX-GIRA-DATA.
119600     STRING "    <DrctDbtTx><MndtRltdInf><MndtId>"
119700            DELIMITED BY SIZE
119800            MANDATO-EF (I-EF) DELIMITED BY SPACE
119900            "</MndtId><DtOfSgntr>" DATA-ISO
120000            "</DtOfSgntr></MndtRltdInf></DrctDbtTx>"
120100            DELIMITED BY SIZE INTO RIGA-XML.
120200     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
120300     STRING "    <DbtrAgt><FinInstnId><Othr><Id>NOTPROVIDED"
120400            "</Id></Othr></FinInstnId></DbtrAgt>"
120500            DELIMITED BY SIZE INTO RIGA-XML.
120600     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
120700     MOVE NOME-EF (I-EF) TO NOME-XML.
120800     PERFORM PULISCI-NOME-XML THRU EX-PULISCI-NOME-XML.
120900     STRING "    <Dbtr><Nm>" DELIMITED BY SIZE
121000            NOME-XML DELIMITED BY "  "
121100            "</Nm></Dbtr>" DELIMITED BY SIZE INTO RIGA-XML.
121200     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
121300     STRING "    <DbtrAcct><Id><IBAN>" IBAN-EF (I-EF)
121400            "</IBAN></Id></DbtrAcct>" DELIMITED BY SIZE
121500        INTO RIGA-XML.
121600     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
121700     STRING "    <RmtInf><Ustrd>PRE-FATTURA " NUM-PZ (IX-PZ)
121800            " DEL " DATA-PZ (IX-PZ) "</Ustrd></RmtInf>"
121900            DELIMITED BY SIZE INTO RIGA-XML.
122000     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
122100     MOVE "   </DrctDbtTxInf>" TO RIGA-XML.
122200     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
122300     MOVE "  </PmtInf>" TO RIGA-XML.
122400     PERFORM SCRIVI-XML THRU EX-SCRIVI-XML.
122500     MOVE RAG-SOC-AZ TO NOME-XML.
122600     PERFORM PULISCI-NOME-XML THRU EX-PULISCI-NOME-XML.
122700 EX-SCRIVI-EFFETTO-SDD.
122800     EXIT.
122900*
123000 SCRIVI-XML.
123100     WRITE REC-SDD FROM RIGA-XML.
123200     MOVE SPACES TO RIGA-XML.
123300 EX-SCRIVI-XML.
123400     EXIT.
123500*
123600*     i caratteri riservati XML non passano nei nomi
123700 PULISCI-NOME-XML.
123800     INSPECT NOME-XML REPLACING ALL "&" BY "E"
123900                                ALL "<" BY " "
124000                                ALL ">" BY " ".
124100 EX-PULISCI-NOME-XML.
124200     EXIT.
124300*
124400*     centesimi -> "1234.56" senza zeri e spazi in testa
124500 FORMATTA-IMPORTO.
124600     DIVIDE IMPORTO-CALC BY 100 GIVING INTERI-CALC
124700        REMAINDER CENT-CALC.
124800     MOVE INTERI-CALC TO INTERI-ED.
124900     MOVE 0 TO N-SPAZI.
125000     INSPECT INTERI-ED TALLYING N-SPAZI FOR LEADING SPACE.
125100     MOVE SPACES TO IMPORTO-TXT.
125200     STRING INTERI-ED (N-SPAZI + 1:) "." CENT-CALC
125300            DELIMITED BY SIZE INTO IMPORTO-TXT.
125400 EX-FORMATTA-IMPORTO.
125500     EXIT.
125600*
125700 FORMATTA-NUMERO.
125800     MOVE 0 TO N-SPAZI.
125900     INSPECT NUMERO-ED TALLYING N-SPAZI FOR LEADING SPACE.
126000     MOVE SPACES TO NUMERO-TXT.
126100     MOVE NUMERO-ED (N-SPAZI + 1:) TO NUMERO-TXT.
126200 EX-FORMATTA-NUMERO.
126300     EXIT.
126400*
126500*
126600*     le partite in distinta passano in "E" e vanno sul
126700*     giornale EFFPRES
126800 REGISTRA-PRESENTATE.
126900     OPEN EXTEND FILE-EFFPRES.
127000     IF NOT EP-APERTO
127100        DISPLAY "EFFETTI    EFFPRES non apribile " CHECK-EP.
127200     PERFORM REGISTRA-EFFETTO THRU EX-REGISTRA-EFFETTO
127300        VARYING I-EF FROM 1 BY 1 UNTIL I-EF > N-EFFETTI.
127400     IF EP-APERTO
127500        CLOSE FILE-EFFPRES.
127600 EX-REGISTRA-PRESENTATE.
127700     EXIT.
127800*
127900 REGISTRA-EFFETTO.
128000     MOVE IX-PZ-EF (I-EF) TO IX-PZ.
128100     MOVE "E" TO STATO-PZ (IX-PZ).
128200     IF NOT EP-APERTO
128300        GO TO EX-REGISTRA-EFFETTO.
128400     MOVE T-TAB TO TG-EP-1 TG-EP-2 TG-EP-3 TG-EP-4 TG-EP-5
128500                   TG-EP-6 TG-EP-7 TG-EP-8 TG-EP-9.
128600     MOVE DATA-OGGI-EF TO DATA-PRES-EP.
128700     MOVE N-EFFETTO-EF (I-EF) TO N-EFFETTO-EP.
128800     MOVE TIPO-EF (I-EF) TO TIPO-EP.
128900     MOVE CONTO-PZ (IX-PZ) TO CONTO-EP.
129000     MOVE NUM-PZ (IX-PZ) TO NUM-PREFATT-EP.
129100     MOVE DATA-PZ (IX-PZ) TO DATA-PREF-EP.
129200     MOVE SCADENZA-EF (I-EF) TO SCADENZA-EP.
129300     MOVE IMPORTO-PZ (IX-PZ) TO IMPORTO-EP.
129400     MOVE "P" TO STATO-EP.
129500     MOVE 0 TO SPESE-EP.
129600     WRITE REC-EFFPRES.
129700 EX-REGISTRA-EFFETTO.
129800     EXIT.
129900*
130000*
130100 STAMPA-DISTINTA.
130200     MOVE  136  TO LL-RIGA.
130300     MOVE 9999 TO N-MAX-RIGHE.
130400     MOVE "J" TO PRE-NOME-FILE.
130500     MOVE W-FORMATO-INTERNO TO TERM-N-FILE.
130600     CALL "QOLPPR" USING PAR-PRINT
130700                          RIGA BUFFER.
130800     MOVE 0   TO N-STAMPANTE.
130900     MOVE "M" TO COMANDO.
131000     MOVE 66  TO N-RIGA-STAMPA.
131100     MOVE SPACES TO DATI-RIGA.
131200     STRING " DISTINTA EFFETTI DEL " DATA-OGGI-EF
131300            "  SCADENZE DAL " DATA-DAL " AL " DATA-AL
131400            DELIMITED BY SIZE INTO DATI-RIGA.
131500     PERFORM SCRIVI THRU EX-SCRIVI.
131600     MOVE "      N.  TIPO  CONTO     CLIENTE                   "
131700       &  "PF    SCAD.          IMPORTO  BANCA"
131800       TO DATI-RIGA.
131900     MOVE 2 TO N-RIGA-STAMPA.
132000     PERFORM SCRIVI THRU EX-SCRIVI.
132100     PERFORM STAMPA-EFFETTO THRU EX-STAMPA-EFFETTO
132200        VARYING I-EF FROM 1 BY 1 UNTIL I-EF > N-EFFETTI.
132300     MOVE 2 TO N-RIGA-STAMPA.
132400     MOVE "RIBA" TO TIPO-ST.
132500     COMPUTE IMPORTO-ST = TOT-RIBA / 100.
132600     PERFORM SCRIVI THRU EX-SCRIVI.
132700     MOVE "SDD" TO TIPO-ST.
132800     COMPUTE IMPORTO-ST = TOT-SDD / 100.
132900     PERFORM SCRIVI THRU EX-SCRIVI.
133000     IF N-SCARTI > 0
133100        MOVE " PARTITE ESCLUSE DALLA PRESENTAZIONE" TO DATI-RIGA
133200        MOVE 3 TO N-RIGA-STAMPA
133300        PERFORM SCRIVI THRU EX-SCRIVI
133400        PERFORM STAMPA-SCARTO THRU EX-STAMPA-SCARTO
133500           VARYING I-SZ FROM 1 BY 1 UNTIL I-SZ > N-SCARTI
133600     END-IF.
133700     CALL "QCLPPR" USING PAR-PRINT
133800                          RIGA BUFFER.
133900 EX-STAMPA-DISTINTA.
134000     EXIT.
134100*
134200 STAMPA-EFFETTO.
134300     MOVE IX-PZ-EF (I-EF) TO IX-PZ.
134400     MOVE N-EFFETTO-EF (I-EF) TO N-EFF-ST.
134500     IF TIPO-EF (I-EF) = "R"
134600        MOVE "RIBA" TO TIPO-ST
134700        MOVE SPACES TO BANCA-ST
134800        STRING "ABI " ABI-EF (I-EF) " CAB " CAB-EF (I-EF)
134900               DELIMITED BY SIZE INTO BANCA-ST
135000     ELSE
135100        MOVE "SDD" TO TIPO-ST
135200        MOVE IBAN-EF (I-EF) TO BANCA-ST
135300     END-IF.
135400     MOVE CONTO-PZ (IX-PZ) TO CONTO-ST.
135500     MOVE NOME-EF (I-EF) TO NOME-ST.
135600     MOVE NUM-PZ (IX-PZ) TO NUM-PF-ST.
135700     MOVE SCADENZA-EF (I-EF) TO SCADENZA-ST.
135800     COMPUTE IMPORTO-ST = IMPORTO-PZ (IX-PZ) / 100.
135900     PERFORM SCRIVI THRU EX-SCRIVI.
136000 EX-STAMPA-EFFETTO.
136100     EXIT.
136200*
136300 STAMPA-SCARTO.
136400     MOVE CONTO-SZ (I-SZ) TO CONTO-ST.
136500     MOVE NUM-SZ (I-SZ) TO NUM-PF-ST.
136600     COMPUTE IMPORTO-ST = IMPORTO-SZ (I-SZ) / 100.
136700     MOVE MOTIVO-SZ (I-SZ) TO BANCA-ST.
136800     PERFORM SCRIVI THRU EX-SCRIVI.
136900 EX-STAMPA-SCARTO.
137000     EXIT.
137100*
137200*
137300*     insoluto comunicato dalla banca: la partita presentata
137400*     torna aperta e le spese si aggiungono all'importo
137500 INSOLUTO.
137600     DISPLAY "CONTO (8 cifre)              " NO ADVANCING.
137700     MOVE SPACES TO CONTO-IN.
137800     ACCEPT CONTO-IN.
137900     DISPLAY "Numero pre-fattura (4 cifre) " NO ADVANCING.
138000     MOVE SPACES TO NUM-IN.
138100     ACCEPT NUM-IN.
138200     IF CONTO-IN NOT NUMERIC OR NUM-IN NOT NUMERIC
138300        DISPLAY "Dati non numerici"
138400        GO TO EX-INSOLUTO.
138500     DISPLAY "Spese bancarie in centesimi (vuoto = 0) "
138600             NO ADVANCING.
138700     MOVE SPACES TO SPESE-IN.
138800     ACCEPT SPESE-IN.
138900     MOVE 0 TO SPESE-INS.
139000     IF SPESE-IN NOT = SPACES
139100        INSPECT SPESE-IN REPLACING LEADING SPACE BY "0"
139200        IF SPESE-IN NOT NUMERIC
139300           DISPLAY "Spese non numeriche"
139400           GO TO EX-INSOLUTO
139500        END-IF
139600        MOVE SPESE-IN-9 TO SPESE-INS
139700     END-IF.
139800     PERFORM CARICA-PARTITE THRU EX-CARICA-PARTITE.
139900     MOVE 0 TO IX-PZ.
140000     PERFORM CERCA-PRESENTATA THRU EX-CERCA-PRESENTATA
140100        VARYING I-PZ FROM 1 BY 1
140200        UNTIL I-PZ > N-PARTITE-EF OR IX-PZ NOT = 0.
140300     IF IX-PZ = 0
140400        DISPLAY "Nessuna partita presentata per conto e numero"
140500        GO TO EX-INSOLUTO.
140600     MOVE "A" TO STATO-PZ (IX-PZ).
140700     ADD SPESE-INS TO IMPORTO-PZ (IX-PZ).
140800     PERFORM RISCRIVI-PARTITE THRU EX-RISCRIVI-PARTITE.
140900     PERFORM REGISTRA-INSOLUTO THRU EX-REGISTRA-INSOLUTO.
141000     COMPUTE IMPORTO-ST = IMPORTO-PZ (IX-PZ) / 100.
141100     DISPLAY "Partita riaperta, nuovo importo " IMPORTO-ST.
141200 EX-INSOLUTO.
141300     EXIT.
141400*
141500 CERCA-PRESENTATA.
141600     IF STATO-PZ (I-PZ) = "E"
141700        AND CONTO-PZ (I-PZ) = CONTO-IN-9
141800        AND NUM-PZ (I-PZ) = NUM-IN-9
141900        MOVE I-PZ TO IX-PZ.
142000 EX-CERCA-PRESENTATA.
142100     EXIT.
142200*
142300*     il tipo e la scadenza si riprendono dalla riga "P" del
142400*     giornale
142500 REGISTRA-INSOLUTO.
142600     MOVE SPACE TO TIPO-EFFETTO.
142700     MOVE 0 TO DATA-LAVORO ULTIMO-EFFETTO.
142800     OPEN INPUT FILE-EFFPRES.
142900     IF EP-APERTO
143000        MOVE 0 TO OK-FINE-FILE
143100        PERFORM CERCA-RIGA-PRESENTATA
143200           THRU EX-CERCA-RIGA-PRESENTATA
143300           UNTIL LETTO-FINE-FILE
143400        CLOSE FILE-EFFPRES
143500     END-IF.
143600     OPEN EXTEND FILE-EFFPRES.
143700     IF NOT EP-APERTO
143800        DISPLAY "EFFETTI    EFFPRES non apribile " CHECK-EP
143900        GO TO EX-REGISTRA-INSOLUTO.
144000     MOVE T-TAB TO TG-EP-1 TG-EP-2 TG-EP-3 TG-EP-4 TG-EP-5
144100                   TG-EP-6 TG-EP-7 TG-EP-8 TG-EP-9.
144200     MOVE DATA-OGGI-EF TO DATA-PRES-EP.
144300     MOVE ULTIMO-EFFETTO TO N-EFFETTO-EP.
144400     MOVE TIPO-EFFETTO TO TIPO-EP.
144500     MOVE CONTO-PZ (IX-PZ) TO CONTO-EP.
144600     MOVE NUM-PZ (IX-PZ) TO NUM-PREFATT-EP.
144700     MOVE DATA-PZ (IX-PZ) TO DATA-PREF-EP.
144800     MOVE DATA-LAVORO TO SCADENZA-EP.
144900     MOVE IMPORTO-PZ (IX-PZ) TO IMPORTO-EP.
145000     MOVE "I" TO STATO-EP.
145100     MOVE SPESE-INS TO SPESE-EP.
145200     WRITE REC-EFFPRES.
145300     CLOSE FILE-EFFPRES.
145400 EX-REGISTRA-INSOLUTO.
145500     EXIT.
145600*
145700 CERCA-RIGA-PRESENTATA.
145800     READ FILE-EFFPRES
145900        AT END
146000           MOVE 1 TO OK-FINE-FILE
146100           GO TO EX-CERCA-RIGA-PRESENTATA
146200     END-READ.
146300     IF PRESENTATO-EP
146400        AND CONTO-EP = CONTO-PZ (IX-PZ)
146500        AND NUM-PREFATT-EP = NUM-PZ (IX-PZ)
146600        AND DATA-PREF-EP = DATA-PZ (IX-PZ)
146700        MOVE TIPO-EP TO TIPO-EFFETTO
146800        MOVE N-EFFETTO-EP TO ULTIMO-EFFETTO
146900        MOVE SCADENZA-EP TO DATA-LAVORO.
147000 EX-CERCA-RIGA-PRESENTATA.
147100     EXIT.
147200*
147300*
147400 SCRIVI.
147500     CALL "QWLPPR" USING PAR-PRINT
147600                         RIGA BUFFER.
147700     IF STATO OF PAR-PRINT NOT = 0
147800        MOVE STATO OF PAR-PRINT TO STATO-DISPLAY
147900        DISPLAY "EFFETTI    ERRORE QPRINT CON STATO : "
148000                STATO-DISPLAY
148100     END-IF.
148200     MOVE SPACES TO DATI-RIGA.
148300     MOVE "S" TO COMANDO.
148400     MOVE 0 TO N-RIGA-STAMPA.
148500 EX-SCRIVI.
148600     EXIT.
148700*
148800*
148900 TTDBFIND.
149000              COPY PDBFIND.
149100*
149200 TTDBGET.
149300              COPY PDBGET.
149400*
149500*      FINE PROGRAMMA    **** /K EFFETTI.COB  *****
