000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. VUOTI.
000310*2026*        15/10/26
000320*     imballi a rendere (grucce, stender, roll container,
000330*     casse) per negozio sul registro VUOTIMOV. Le spedizioni
000340*     le scrive PACKLIST a ogni bolla (dai colli e dal flag
000350*     capo appeso/in scatola di ANAMAT); qui FUNZIONE "R"
000360*     registra il reso dal negozio, "A" una rettifica (conta
000370*     fisica, perdita), "S" stampa i saldi per negozio contro
000380*     la franchigia VUOTIFRA (riga del negozio, altrimenti
000390*     riga 000 valida per tutti, altrimenti nessun limite) e
000400*     "E" l'estratto del mese per i soli negozi che a fine
000410*     mese superano la franchigia, con i movimenti del mese.
000420*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-VUOTI ASSIGN TO "VUOTIMOV"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-VU.
001500     SELECT OPTIONAL FILE-FRANCHIGIA ASSIGN TO "VUOTIFRA"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-FR.
001800*
001900 DATA DIVISION.
002000 FILE SECTION.
002100 FD FILE-VUOTI DATA RECORD REC-VUOTI.
002200 01 REC-VUOTI             COPY YVUOTMOV.
002300 FD FILE-FRANCHIGIA DATA RECORD REC-FRANCHIGIA.
002400 01 REC-FRANCHIGIA.
002500    05 NEG-FR                PIC 9(3).
002600    05 TF-1                  PIC X.
002700    05 COD-FR                PIC XX.
002800    05 TF-2                  PIC X.
002900    05 QTA-FR                PIC 9(7).
003000*
003100 WORKING-STORAGE SECTION.
003200*
003300 77 CHECK-VU        PIC XX.
003400    88 VU-APERTO    VALUES ARE "05", "00".
003500 77 CHECK-FR        PIC XX.
003600    88 FR-APERTO    VALUES ARE "05", "00".
003700*
003800 01 OK-FINE-FILE    PIC S9(4) COMP.
003900    88 LETTO-FINE-FILE VALUE 1.
004000*
004100 01 T-TAB           PIC X VALUE X"9".
004200*
004300 01 FUNZIONE-IN     PIC X.
004400 01 NEG-IN          PIC X(3).
004500 01 DATA-IN         PIC X(6).
004600 01 MESE-IN         PIC X(4).
004700 01 QTA-IN          PIC X(5).
004800 01 COD-IN          PIC XX.
004900 01 SEGNO-IN        PIC X.
005000 01 CONFERMA-IN     PIC X.
005100*
005200* tipi di imballo a rendere
005300 01 TAB-TIPI-INIZ.
005400  05 FILLER          PIC X(22) VALUE "GRGRUCCE".
005500  05 FILLER          PIC X(22) VALUE "STSTENDER".
005600  05 FILLER          PIC X(22) VALUE "RCROLL CONTAINER".
005700  05 FILLER          PIC X(22) VALUE "CSCASSE".
005800 01 TAB-TIPI REDEFINES TAB-TIPI-INIZ.
005900  05 RIGA-TV OCCURS 4.
006000   10 COD-TV           PIC XX.
006100   10 DESCR-TV         PIC X(20).
006200 01 N-TIPI          PIC S9(4) COMP VALUE 4.
006300 01 I-TV            PIC S9(4) COMP.
006400 01 IX-TV           PIC S9(4) COMP.
006500*
006600* quantita' battute per tipo (reso)
006700 01 TAB-QTA-RESO.
006800  05 QTA-RS          PIC S9(7) COMP OCCURS 4.
006900*
007000* saldi per negozio e tipo, in ordine di negozio
007100 01 TAB-SALDI.
007200  05 RIGA-SL OCCURS 500.
007300   10 NEG-SL           PIC 9(3).
007400   10 ECCEDE-SL        PIC X.
007500   10 VOCE-SL OCCURS 4.
007600    15 INIZIO-SL        PIC S9(9) COMP.
007700    15 SPED-SL          PIC S9(9) COMP.
007800    15 RESO-SL          PIC S9(9) COMP.
007900    15 RETT-SL          PIC S9(9) COMP.
008000    15 FINE-SL          PIC S9(9) COMP.
008100    15 FRANCH-SL        PIC S9(9) COMP.
008200 01 N-SALDI         PIC S9(4) COMP.
008300 01 I-SL            PIC S9(4) COMP.
008400 01 IX-SL           PIC S9(4) COMP.
008500 01 POS-SL          PIC S9(4) COMP.
008600 01 NEG-RIC         PIC 9(3).
008700*
008800* franchigie VUOTIFRA
008900 01 TAB-FRANCHIGIA.
009000  05 RIGA-FR OCCURS 500.
009100   10 NEG-TF           PIC 9(3).
009200   10 COD-TF           PIC XX.
009300   10 QTA-TF           PIC 9(7).
009400 01 N-FRANCHIGIA    PIC S9(4) COMP.
009500 01 I-FR            PIC S9(4) COMP.
009600*
009700* filtri del giro su VUOTIMOV: negozio (0 = tutti), primo
009800* giorno del periodo e ultimo giorno considerato (AAMMGG)
009900 01 NEG-FILTRO      PIC 9(3).
010000 01 DATA-DA         PIC 9(6).
010100 01 DATA-A          PIC 9(6).
010200 01 OGGI-VU         PIC 9(6).
010300 01 NEG-SCELTO      PIC 9(3).
010400 01 QTA-SEGNO       PIC S9(9) COMP.
010500 01 FRANCH-NEG      PIC S9(9) COMP.
010600 01 FRANCH-GEN      PIC S9(9) COMP.
010700 01 ECCEDENZA       PIC S9(9) COMP.
010800 01 N-ESTRATTI      PIC S9(4) COMP.
010900 01 N-SCRITTI       PIC S9(4) COMP.
011000 01 CONTA-ED        PIC ZZZ9.
011100 01 SALDO-ED        PIC -(8)9.
011200*
011300 01  PAR-PRINT.
011400  05  STATO         PIC S9(4) COMP.
011500  05  LL-RIGA       PIC  9(4) COMP.
011600  05  N-MAX-RIGHE   PIC  9(4) COMP.
011700  05  FLAG-ROUTINE  PIC  9(4) COMP.
011800  05  NUM-FILE-ID   PIC  9(4) COMP.
011900  05  NOME-FILE.
012000   10 PRE-NOME-FILE     PIC X.
012100   10 TERM-N-FILE       PIC 9(6).
012200   10 FILLER            PIC XXX VALUE ".ST".
012300*
012400 01  RIGA.
012500  05  N-STAMPANTE   PIC 9.
012600  05  COMANDO       PIC X.
012700  05  N-RIGA-STAMPA PIC 9(4) COMP.
012800  05  DATI-RIGA     PIC X(132).
012900  05 RIGA-SALDO-ST REDEFINES DATI-RIGA.
013000    10 FILLER        PIC X(2).
013100    10 NEG-ST        PIC 9(3).
013200    10 FILLER        PIC X(2).
013300    10 DESCR-ST      PIC X(20).
013400    10 FILLER        PIC X(2).
013500    10 INIZIO-ST     PIC -(8)9.
013600    10 FILLER        PIC X(2).
013700    10 SPED-ST       PIC -(8)9.
013800    10 FILLER        PIC X(2).
013900    10 RESO-ST       PIC -(8)9.
014000    10 FILLER        PIC X(2).
014100    10 RETT-ST       PIC -(8)9.
014200    10 FILLER        PIC X(2).
014300    10 FINE-ST       PIC -(8)9.
014400    10 FILLER        PIC X(2).
014500    10 FRANCH-ST     PIC X(9).
014600    10 FILLER        PIC X(2).
014700    10 ECCEDENZA-ST  PIC X(9).
014800    10 FILLER        PIC X(26).
014900  05 RIGA-MOVIM-ST REDEFINES DATI-RIGA.
015000    10 FILLER        PIC X(7).
015100    10 DATA-MV-ST    PIC 9(6).
015200    10 FILLER        PIC X(2).
015300    10 TIPO-MV-ST    PIC X(9).
015400    10 FILLER        PIC X(2).
015500    10 DDT-MV-ST     PIC X(6).
015600    10 FILLER        PIC X(2).
015700    10 DESCR-MV-ST   PIC X(20).
015800    10 FILLER        PIC X(2).
015900    10 QTA-MV-ST     PIC -(8)9.
016000    10 FILLER        PIC X(67).
016100 01 FRANCH-ED       PIC Z(8)9.
016200*
016300 01 BUFFER.
016400  05 N-BUF               PIC S9(4) COMP VALUE 37.
016500  05 FILLER              PIC XX.
016600  05 FILLER              PIC X(5120).
016700*
016800 01 STATO-DISPLAY    PIC ZZZZ-.
016900*
017000 LINKAGE SECTION.
017100*
017200 01 W-COMMON       COPY WCOMMONW.
017300*
017400*PAGE
017500 PROCEDURE DIVISION  USING W-COMMON.
017600 INIZIO.
017700     DISPLAY "----  IMBALLI A RENDERE PER NEGOZIO  -----".
017800     DISPLAY "Funzione (R=reso A=rettifica S=saldi E=estratto"
017900             " mensile) " NO ADVANCING.
018000     MOVE SPACE TO FUNZIONE-IN.
018100     ACCEPT FUNZIONE-IN.
018200     MOVE W-FORMATO-INTERNO OF W-COMMON TO OGGI-VU.
018300     EVALUATE FUNZIONE-IN
018400        WHEN "R"
018500           PERFORM REGISTRA-RESO THRU EX-REGISTRA-RESO
018600        WHEN "A"
018700           PERFORM REGISTRA-RETTIFICA
018800              THRU EX-REGISTRA-RETTIFICA
018900        WHEN "S"
019000           PERFORM STAMPA-SALDI THRU EX-STAMPA-SALDI
019100        WHEN "E"
019200           PERFORM ESTRATTO-MENSILE THRU EX-ESTRATTO-MENSILE
019300        WHEN OTHER
019400           DISPLAY "Funzione non valida"
019500     END-EVALUATE.
019600 FINE.
019700     EXIT PROGRAM.
019800*
019900*
020000*     reso dal negozio: una riga "R" per tipo con quantita'
020100 REGISTRA-RESO.
020200     PERFORM CHIEDI-NEGOZIO THRU EX-CHIEDI-NEGOZIO.
020300     IF NEG-SCELTO = 0
020400        GO TO EX-REGISTRA-RESO.
020500     DISPLAY "Data del reso (AAMMGG, vuoto = oggi) "
020600             NO ADVANCING.
020700     MOVE SPACES TO DATA-IN.
020800     ACCEPT DATA-IN.
020900     IF DATA-IN = SPACES
021000        MOVE OGGI-VU TO DATA-IN.
021100     IF DATA-IN NOT NUMERIC
021200        DISPLAY "Data non numerica"
021300        GO TO EX-REGISTRA-RESO.
021400     MOVE 0 TO N-SCRITTI.
021500     PERFORM CHIEDI-QTA-RESO THRU EX-CHIEDI-QTA-RESO
021600        VARYING I-TV FROM 1 BY 1 UNTIL I-TV > N-TIPI.
021700     DISPLAY "Confermi la registrazione del reso (S/N) "
021800             NO ADVANCING.
021900     MOVE "N" TO CONFERMA-IN.
022000     ACCEPT CONFERMA-IN.
022100     IF CONFERMA-IN NOT = "S"
022200        DISPLAY "Reso non registrato"
022300        GO TO EX-REGISTRA-RESO.
022400     OPEN EXTEND FILE-VUOTI.
022500     IF NOT VU-APERTO
022600        DISPLAY "VUOTI      VUOTIMOV non apribile " CHECK-VU
022700        GO TO EX-REGISTRA-RESO.
022800     PERFORM SCRIVI-RIGA-RESO THRU EX-SCRIVI-RIGA-RESO
022900        VARYING I-TV FROM 1 BY 1 UNTIL I-TV > N-TIPI.
023000     CLOSE FILE-VUOTI.
023100     MOVE N-SCRITTI TO CONTA-ED.
023200     DISPLAY "VUOTI      righe di reso registrate " CONTA-ED.
023300     PERFORM MOSTRA-SALDO-NEGOZIO THRU EX-MOSTRA-SALDO-NEGOZIO.
023400 EX-REGISTRA-RESO.
023500     EXIT.
023600*
023700 CHIEDI-QTA-RESO.
023800     MOVE 0 TO QTA-RS (I-TV).
023900     DISPLAY DESCR-TV (I-TV) " resi (NNNNN, vuoto = 0) "
024000             NO ADVANCING.
024100     MOVE SPACES TO QTA-IN.
024200     ACCEPT QTA-IN.
024300     IF QTA-IN = SPACES
024400        GO TO EX-CHIEDI-QTA-RESO.
024500     IF QTA-IN NOT NUMERIC
024600        DISPLAY "Quantita' non numerica, considerata 0"
024700        GO TO EX-CHIEDI-QTA-RESO.
024800     MOVE QTA-IN TO QTA-RS (I-TV).
024900 EX-CHIEDI-QTA-RESO.
025000     EXIT.
025100*
025200 SCRIVI-RIGA-RESO.
025300     IF QTA-RS (I-TV) = 0
025400        GO TO EX-SCRIVI-RIGA-RESO.
025500     PERFORM PREPARA-RIGA-VUOTI THRU EX-PREPARA-RIGA-VUOTI.
025600     MOVE "R" TO TIPO-VU.
025700     MOVE COD-TV (I-TV) TO COD-VU.
025800     MOVE QTA-RS (I-TV) TO QTA-VU.
025900     WRITE REC-VUOTI.
026000     ADD 1 TO N-SCRITTI.
026100 EX-SCRIVI-RIGA-RESO.
026200     EXIT.
026300*
026400 PREPARA-RIGA-VUOTI.
026500     MOVE T-TAB TO TV-1 TV-2 TV-3 TV-4 TV-5 TV-6 TV-7 TV-8.
026600     MOVE DATA-IN TO DATA-VU.
026700     MOVE NEG-SCELTO TO NEG-VU.
026800     MOVE 0 TO MAG-VU NUMERO-DDT-VU.
026900     MOVE "N" TO MANUALE-VU.
027000     MOVE W-SIGLA-UTENTE OF W-COMMON TO UTENTE-VU.
027100 EX-PREPARA-RIGA-VUOTI.
027200     EXIT.
027300*
027400 CHIEDI-NEGOZIO.
027500     MOVE 0 TO NEG-SCELTO.
027600     DISPLAY "Negozio (NNN) " NO ADVANCING.
027700     MOVE SPACES TO NEG-IN.
027800     ACCEPT NEG-IN.
027900     IF NEG-IN NOT NUMERIC
028000        DISPLAY "Negozio non numerico"
028100        GO TO EX-CHIEDI-NEGOZIO.
028200     MOVE NEG-IN TO NEG-SCELTO.
028300     IF NEG-SCELTO = 0
028400        DISPLAY "Negozio non valido".
028500 EX-CHIEDI-NEGOZIO.
028600     EXIT.
028700*
028800*     rettifica del saldo (conta fisica in negozio, imballi
028900*     persi o rotti): "+" aumenta il saldo del negozio, "-"
029000*     lo diminuisce
029100 REGISTRA-RETTIFICA.
029200     PERFORM CHIEDI-NEGOZIO THRU EX-CHIEDI-NEGOZIO.
029300     IF NEG-SCELTO = 0
029400        GO TO EX-REGISTRA-RETTIFICA.
029500     DISPLAY "Tipo (GR=grucce ST=stender RC=roll CS=casse) "
029600             NO ADVANCING.
029700     MOVE SPACES TO COD-IN.
029800     ACCEPT COD-IN.
029900     MOVE 0 TO IX-TV.
030000     PERFORM CERCA-TIPO-IN THRU EX-CERCA-TIPO-IN
030100        VARYING I-TV FROM 1 BY 1 UNTIL I-TV > N-TIPI.
030200     IF IX-TV = 0
030300        DISPLAY "Tipo non valido"
030400        GO TO EX-REGISTRA-RETTIFICA.
030500     DISPLAY "Segno (+ aumenta, - diminuisce il saldo) "
030600             NO ADVANCING.
030700     MOVE SPACE TO SEGNO-IN.
030800     ACCEPT SEGNO-IN.
030900     IF SEGNO-IN NOT = "+" AND SEGNO-IN NOT = "-"
031000        DISPLAY "Segno non valido"
031100        GO TO EX-REGISTRA-RETTIFICA.
031200     DISPLAY "Quantita' (NNNNN) " NO ADVANCING.
031300     MOVE SPACES TO QTA-IN.
031400     ACCEPT QTA-IN.
031500     IF QTA-IN NOT NUMERIC
031600        DISPLAY "Quantita' non numerica"
031700        GO TO EX-REGISTRA-RETTIFICA.
031800     MOVE QTA-IN TO QTA-SEGNO.
031900     IF QTA-SEGNO = 0
032000        GO TO EX-REGISTRA-RETTIFICA.
032100     IF SEGNO-IN = "-"
032200        COMPUTE QTA-SEGNO = 0 - QTA-SEGNO.
032300     OPEN EXTEND FILE-VUOTI.
032400     IF NOT VU-APERTO
032500        DISPLAY "VUOTI      VUOTIMOV non apribile " CHECK-VU
032600        GO TO EX-REGISTRA-RETTIFICA.
032700     MOVE OGGI-VU TO DATA-IN.
032800     PERFORM PREPARA-RIGA-VUOTI THRU EX-PREPARA-RIGA-VUOTI.
032900     MOVE "A" TO TIPO-VU.
033000     MOVE COD-TV (IX-TV) TO COD-VU.
033100     MOVE QTA-SEGNO TO QTA-VU.
033200     MOVE "S" TO MANUALE-VU.
033300     WRITE REC-VUOTI.
033400     CLOSE FILE-VUOTI.
033500     DISPLAY "VUOTI      rettifica registrata".
033600     PERFORM MOSTRA-SALDO-NEGOZIO THRU EX-MOSTRA-SALDO-NEGOZIO.
033700 EX-REGISTRA-RETTIFICA.
033800     EXIT.
033900*
034000 CERCA-TIPO-IN.
034100     IF COD-TV (I-TV) = COD-IN
034200        MOVE I-TV TO IX-TV.
034300 EX-CERCA-TIPO-IN.
034400     EXIT.
034500*
034600*     saldo aggiornato del negozio appena movimentato
034700 MOSTRA-SALDO-NEGOZIO.
034800     MOVE NEG-SCELTO TO NEG-FILTRO.
034900     MOVE 0 TO DATA-DA.
035000     MOVE 999999 TO DATA-A.
035100     PERFORM CARICA-SALDI THRU EX-CARICA-SALDI.
035200     IF N-SALDI = 0
035300        GO TO EX-MOSTRA-SALDO-NEGOZIO.
035400     MOVE 1 TO IX-SL.
035500     PERFORM MOSTRA-SALDO-TIPO THRU EX-MOSTRA-SALDO-TIPO
035600        VARYING I-TV FROM 1 BY 1 UNTIL I-TV > N-TIPI.
035700 EX-MOSTRA-SALDO-NEGOZIO.
035800     EXIT.
035900*
036000 MOSTRA-SALDO-TIPO.
036100     MOVE FINE-SL (IX-SL I-TV) TO SALDO-ED.
036200     DISPLAY "  saldo " DESCR-TV (I-TV) SALDO-ED.
036300 EX-MOSTRA-SALDO-TIPO.
036400     EXIT.
036500*
036600*
036700*     giro su VUOTIMOV: per negozio e tipo saldo prima di
036800*     DATA-DA, poi spedito/reso/rettifiche fino a DATA-A;
036900*     saldo finale e franchigia di ogni voce
037000 CARICA-SALDI.
037100     MOVE 0 TO N-SALDI.
037200     OPEN INPUT FILE-VUOTI.
037300     IF NOT VU-APERTO
037400        GO TO EX-CARICA-SALDI.
037500     MOVE 0 TO OK-FINE-FILE.
037600     PERFORM LEGGI-RIGA-VUOTI THRU EX-LEGGI-RIGA-VUOTI
037700        UNTIL LETTO-FINE-FILE.
037800     CLOSE FILE-VUOTI.
037900     PERFORM CARICA-FRANCHIGIE THRU EX-CARICA-FRANCHIGIE.
038000     PERFORM CHIUDI-SALDO-NEGOZIO THRU EX-CHIUDI-SALDO-NEGOZIO
038100        VARYING I-SL FROM 1 BY 1 UNTIL I-SL > N-SALDI.
038200 EX-CARICA-SALDI.
038300     EXIT.
038400*
038500 LEGGI-RIGA-VUOTI.
038600     READ FILE-VUOTI
038700        AT END
038800           MOVE 1 TO OK-FINE-FILE
038900           GO TO EX-LEGGI-RIGA-VUOTI
039000     END-READ.
039100     IF DATA-VU NOT NUMERIC OR NEG-VU NOT NUMERIC
039200        OR QTA-VU NOT NUMERIC
039300        GO TO EX-LEGGI-RIGA-VUOTI.
039400     IF DATA-VU > DATA-A
039500        GO TO EX-LEGGI-RIGA-VUOTI.
039600     IF NEG-FILTRO NOT = 0 AND NEG-VU NOT = NEG-FILTRO
039700        GO TO EX-LEGGI-RIGA-VUOTI.
039800     MOVE COD-VU TO COD-IN.
039900     MOVE 0 TO IX-TV.
040000     PERFORM CERCA-TIPO-IN THRU EX-CERCA-TIPO-IN
040100        VARYING I-TV FROM 1 BY 1 UNTIL I-TV > N-TIPI.
040200     IF IX-TV = 0
040300        GO TO EX-LEGGI-RIGA-VUOTI.
040400     MOVE NEG-VU TO NEG-RIC.
040500     PERFORM TROVA-NEGOZIO THRU EX-TROVA-NEGOZIO.
040600     IF IX-SL = 0
040700        GO TO EX-LEGGI-RIGA-VUOTI.
040800     IF RESO-VU
040900        COMPUTE QTA-SEGNO = 0 - QTA-VU
041000     ELSE
041100        MOVE QTA-VU TO QTA-SEGNO.
041200     IF DATA-VU < DATA-DA
041300        ADD QTA-SEGNO TO INIZIO-SL (IX-SL IX-TV)
041400        GO TO EX-LEGGI-RIGA-VUOTI.
041500     EVALUATE TRUE
041600        WHEN SPEDITO-VU
041700           ADD QTA-VU TO SPED-SL (IX-SL IX-TV)
041800        WHEN RESO-VU
041900           ADD QTA-VU TO RESO-SL (IX-SL IX-TV)
042000        WHEN OTHER
042100           ADD QTA-VU TO RETT-SL (IX-SL IX-TV)
042200     END-EVALUATE.
042300 EX-LEGGI-RIGA-VUOTI.
042400     EXIT.
042500*
042600*     riga del negozio NEG-RIC, inserita al suo posto se manca
042700 TROVA-NEGOZIO.
042800     MOVE 0 TO IX-SL.
042900     MOVE N-SALDI TO POS-SL.
043000     ADD 1 TO POS-SL.
043100     PERFORM CONFRONTA-NEGOZIO THRU EX-CONFRONTA-NEGOZIO
043200        VARYING I-SL FROM N-SALDI BY -1 UNTIL I-SL < 1.
043300     IF IX-SL NOT = 0
043400        GO TO EX-TROVA-NEGOZIO.
043500     IF N-SALDI NOT < 500
043600        DISPLAY "VUOTI      TAB-SALDI da allargare"
043700        GO TO EX-TROVA-NEGOZIO.
043800     PERFORM SPOSTA-NEGOZIO THRU EX-SPOSTA-NEGOZIO
043900        VARYING I-SL FROM N-SALDI BY -1 UNTIL I-SL < POS-SL.
044000     ADD 1 TO N-SALDI.
044100     MOVE POS-SL TO IX-SL.
044200     MOVE NEG-RIC TO NEG-SL (IX-SL).
044300     MOVE "N" TO ECCEDE-SL (IX-SL).
044400     PERFORM AZZERA-VOCE THRU EX-AZZERA-VOCE
044500        VARYING I-TV FROM 1 BY 1 UNTIL I-TV > N-TIPI.
044600 EX-TROVA-NEGOZIO.
044700     EXIT.
044800*
044900 CONFRONTA-NEGOZIO.
045000     IF NEG-SL (I-SL) = NEG-RIC
045100        MOVE I-SL TO IX-SL.
045200     IF NEG-SL (I-SL) > NEG-RIC
045300        MOVE I-SL TO POS-SL.
045400 EX-CONFRONTA-NEGOZIO.
045500     EXIT.
045600*
045700 SPOSTA-NEGOZIO.
045800     MOVE RIGA-SL (I-SL) TO RIGA-SL (I-SL + 1).
045900 EX-SPOSTA-NEGOZIO.
046000     EXIT.
046100*
046200 AZZERA-VOCE.
046300     MOVE 0 TO INIZIO-SL (IX-SL I-TV) SPED-SL (IX-SL I-TV)
046400               RESO-SL (IX-SL I-TV) RETT-SL (IX-SL I-TV)
046500               FINE-SL (IX-SL I-TV) FRANCH-SL (IX-SL I-TV).
046600 EX-AZZERA-VOCE.
046700     EXIT.
046800*
046900 CARICA-FRANCHIGIE.
047000     MOVE 0 TO N-FRANCHIGIA.
047100     OPEN INPUT FILE-FRANCHIGIA.
047200     IF NOT FR-APERTO
047300        GO TO EX-CARICA-FRANCHIGIE.
047400     MOVE 0 TO OK-FINE-FILE.
047500     PERFORM LEGGI-RIGA-FRANCHIGIA
047600        THRU EX-LEGGI-RIGA-FRANCHIGIA
047700        UNTIL LETTO-FINE-FILE.
047800     CLOSE FILE-FRANCHIGIA.
047900 EX-CARICA-FRANCHIGIE.
048000     EXIT.
048100*
048200 LEGGI-RIGA-FRANCHIGIA.
048300     READ FILE-FRANCHIGIA
048400        AT END
048500           MOVE 1 TO OK-FINE-FILE
048600           GO TO EX-LEGGI-RIGA-FRANCHIGIA
048700     END-READ.
048800     IF NEG-FR NOT NUMERIC OR QTA-FR NOT NUMERIC
048900        DISPLAY "Scartata: " REC-FRANCHIGIA
049000        GO TO EX-LEGGI-RIGA-FRANCHIGIA.
049100     IF N-FRANCHIGIA NOT < 500
049200        DISPLAY "VUOTI      TAB-FRANCHIGIA da allargare"
049300        GO TO EX-LEGGI-RIGA-FRANCHIGIA.
049400     ADD 1 TO N-FRANCHIGIA.
049500     MOVE NEG-FR TO NEG-TF (N-FRANCHIGIA).
049600     MOVE COD-FR TO COD-TF (N-FRANCHIGIA).
049700     MOVE QTA-FR TO QTA-TF (N-FRANCHIGIA).
049800 EX-LEGGI-RIGA-FRANCHIGIA.
049900     EXIT.
050000*
050100 CHIUDI-SALDO-NEGOZIO.
050200     PERFORM CHIUDI-SALDO-VOCE THRU EX-CHIUDI-SALDO-VOCE
050300        VARYING I-TV FROM 1 BY 1 UNTIL I-TV > N-TIPI.
050400 EX-CHIUDI-SALDO-NEGOZIO.
050500     EXIT.
050600*
050700*     franchigia -1 = nessun limite per la voce
050800 CHIUDI-SALDO-VOCE.
050900     COMPUTE FINE-SL (I-SL I-TV) = INIZIO-SL (I-SL I-TV)
051000           + SPED-SL (I-SL I-TV) - RESO-SL (I-SL I-TV)
051100           + RETT-SL (I-SL I-TV).
051200     MOVE -1 TO FRANCH-NEG FRANCH-GEN.
051300     PERFORM CERCA-FRANCHIGIA THRU EX-CERCA-FRANCHIGIA
051400        VARYING I-FR FROM 1 BY 1 UNTIL I-FR > N-FRANCHIGIA.
051500     IF FRANCH-NEG NOT < 0
051600        MOVE FRANCH-NEG TO FRANCH-SL (I-SL I-TV)
051700     ELSE
051800        MOVE FRANCH-GEN TO FRANCH-SL (I-SL I-TV).
051900     IF FRANCH-SL (I-SL I-TV) NOT < 0
052000        AND FINE-SL (I-SL I-TV) > FRANCH-SL (I-SL I-TV)
052100        MOVE "S" TO ECCEDE-SL (I-SL).
052200 EX-CHIUDI-SALDO-VOCE.
052300     EXIT.
052400*
052500 CERCA-FRANCHIGIA.
052600     IF COD-TF (I-FR) NOT = COD-TV (I-TV)
052700        GO TO EX-CERCA-FRANCHIGIA.
052800     IF NEG-TF (I-FR) = NEG-SL (I-SL)
052900        MOVE QTA-TF (I-FR) TO FRANCH-NEG.
053000     IF NEG-TF (I-FR) = 0
053100        MOVE QTA-TF (I-FR) TO FRANCH-GEN.
053200 EX-CERCA-FRANCHIGIA.
053300     EXIT.
053400*
053500*
053600*     saldi attuali di tutti i negozi (o di uno) con la
053700*     franchigia e l'eccedenza
053800 STAMPA-SALDI.
053900     DISPLAY "Negozio (NNN, 000 = tutti) " NO ADVANCING.
054000     MOVE SPACES TO NEG-IN.
054100     ACCEPT NEG-IN.
054200     IF NEG-IN NOT NUMERIC
054300        DISPLAY "Negozio non numerico"
054400        GO TO EX-STAMPA-SALDI.
054500     MOVE NEG-IN TO NEG-FILTRO.
054600     MOVE 0 TO DATA-DA.
054700     MOVE 999999 TO DATA-A.
054800     PERFORM CARICA-SALDI THRU EX-CARICA-SALDI.
054900     IF N-SALDI = 0
055000        DISPLAY "Nessun movimento su VUOTIMOV"
055100        GO TO EX-STAMPA-SALDI.
055200     PERFORM APRI-STAMPA THRU EX-APRI-STAMPA.
055300     STRING " SALDI IMBALLI A RENDERE PER NEGOZIO AL "
055400            OGGI-VU (5:2) "/" OGGI-VU (3:2) "/" OGGI-VU (1:2)
055500            DELIMITED BY SIZE INTO DATI-RIGA.
055600     PERFORM SCRIVI THRU EX-SCRIVI.
055700     PERFORM INTESTA-COLONNE THRU EX-INTESTA-COLONNE.
055800     PERFORM STAMPA-SALDI-NEGOZIO
055900        THRU EX-STAMPA-SALDI-NEGOZIO
056000        VARYING I-SL FROM 1 BY 1 UNTIL I-SL > N-SALDI.
056100     CALL "QCLPPR" USING PAR-PRINT
056200                          RIGA BUFFER.
056300     MOVE N-SALDI TO CONTA-ED.
056400     DISPLAY "VUOTI      negozi stampati " CONTA-ED.
056500 EX-STAMPA-SALDI.
056600     EXIT.
056700*
056800 INTESTA-COLONNE.
056900     MOVE "  NEG  IMBALLO             SALDO INIZ."
057000       &  "    SPEDITO       RESO RETTIFICHE      SALDO"
057100       &  " FRANCHIGIA  ECCEDENZA"
057200       TO DATI-RIGA.
057300     MOVE 2 TO N-RIGA-STAMPA.
057400     PERFORM SCRIVI THRU EX-SCRIVI.
057500 EX-INTESTA-COLONNE.
057600     EXIT.
057700*
057800 STAMPA-SALDI-NEGOZIO.
057900     PERFORM STAMPA-VOCE-SALDO THRU EX-STAMPA-VOCE-SALDO
058000        VARYING I-TV FROM 1 BY 1 UNTIL I-TV > N-TIPI.
058100     MOVE 1 TO N-RIGA-STAMPA.
058200     PERFORM SCRIVI THRU EX-SCRIVI.
058300 EX-STAMPA-SALDI-NEGOZIO.
058400     EXIT.
058500*
058600 STAMPA-VOCE-SALDO.
058700     IF INIZIO-SL (I-SL I-TV) = 0 AND SPED-SL (I-SL I-TV) = 0
058800        AND RESO-SL (I-SL I-TV) = 0
058900        AND RETT-SL (I-SL I-TV) = 0
059000        GO TO EX-STAMPA-VOCE-SALDO.
059100     MOVE NEG-SL (I-SL) TO NEG-ST.
059200     MOVE DESCR-TV (I-TV) TO DESCR-ST.
059300     MOVE INIZIO-SL (I-SL I-TV) TO INIZIO-ST.
059400     MOVE SPED-SL (I-SL I-TV) TO SPED-ST.
059500     MOVE RESO-SL (I-SL I-TV) TO RESO-ST.
059600     MOVE RETT-SL (I-SL I-TV) TO RETT-ST.
059700     MOVE FINE-SL (I-SL I-TV) TO FINE-ST.
059800     IF FRANCH-SL (I-SL I-TV) < 0
059900        MOVE "   LIBERO" TO FRANCH-ST
060000     ELSE
060100        MOVE FRANCH-SL (I-SL I-TV) TO FRANCH-ED
060200        MOVE FRANCH-ED TO FRANCH-ST
060300        IF FINE-SL (I-SL I-TV) > FRANCH-SL (I-SL I-TV)
060400           COMPUTE ECCEDENZA = FINE-SL (I-SL I-TV)
060500                             - FRANCH-SL (I-SL I-TV)
060600           MOVE ECCEDENZA TO FRANCH-ED
060700           MOVE FRANCH-ED TO ECCEDENZA-ST
060800        END-IF
060900     END-IF.
061000     MOVE 1 TO N-RIGA-STAMPA.
061100     PERFORM SCRIVI THRU EX-SCRIVI.
061200 EX-STAMPA-VOCE-SALDO.
061300     EXIT.
061400*
061500*
061600*     estratto del mese AAMM per i negozi che a fine mese
061700*     sono sopra la franchigia: saldi e movimenti del mese
061800 ESTRATTO-MENSILE.
061900     DISPLAY "Mese dell'estratto (AAMM) " NO ADVANCING.
062000     MOVE SPACES TO MESE-IN.
062100     ACCEPT MESE-IN.
062200     IF MESE-IN NOT NUMERIC
062300        DISPLAY "Mese non numerico"
062400        GO TO EX-ESTRATTO-MENSILE.
062500     MOVE 0 TO NEG-FILTRO.
062600     STRING MESE-IN "01" DELIMITED BY SIZE INTO DATA-IN.
062700     MOVE DATA-IN TO DATA-DA.
062800     STRING MESE-IN "31" DELIMITED BY SIZE INTO DATA-IN.
062900     MOVE DATA-IN TO DATA-A.
063000     PERFORM CARICA-SALDI THRU EX-CARICA-SALDI.
063100     MOVE 0 TO N-ESTRATTI.
063200     PERFORM APRI-STAMPA THRU EX-APRI-STAMPA.
063300     STRING " ESTRATTO MENSILE IMBALLI A RENDERE - MESE "
063400            MESE-IN (3:2) "/" MESE-IN (1:2)
063500            " - NEGOZI OLTRE LA FRANCHIGIA"
063600            DELIMITED BY SIZE INTO DATI-RIGA.
063700     PERFORM SCRIVI THRU EX-SCRIVI.
063800     PERFORM STAMPA-ESTRATTO THRU EX-STAMPA-ESTRATTO
063900        VARYING I-SL FROM 1 BY 1 UNTIL I-SL > N-SALDI.
064000     IF N-ESTRATTI = 0
064100        MOVE " Nessun negozio oltre la franchigia"
064200          TO DATI-RIGA
064300        MOVE 2 TO N-RIGA-STAMPA
064400        PERFORM SCRIVI THRU EX-SCRIVI.
064500     CALL "QCLPPR" USING PAR-PRINT
064600                          RIGA BUFFER.
064700     MOVE N-ESTRATTI TO CONTA-ED.
064800     DISPLAY "VUOTI      estratti stampati " CONTA-ED.
064900 EX-ESTRATTO-MENSILE.
065000     EXIT.
065100*
065200 STAMPA-ESTRATTO.
065300     IF ECCEDE-SL (I-SL) NOT = "S"
065400        GO TO EX-STAMPA-ESTRATTO.
065500     ADD 1 TO N-ESTRATTI.
065600     STRING " ===== NEGOZIO " NEG-SL (I-SL) " ====="
065700            DELIMITED BY SIZE INTO DATI-RIGA.
065800     MOVE 3 TO N-RIGA-STAMPA.
065900     PERFORM SCRIVI THRU EX-SCRIVI.
066000     PERFORM INTESTA-COLONNE THRU EX-INTESTA-COLONNE.
066100     PERFORM STAMPA-VOCE-SALDO THRU EX-STAMPA-VOCE-SALDO
066200        VARYING I-TV FROM 1 BY 1 UNTIL I-TV > N-TIPI.
066300     MOVE "       MOVIMENTI DEL MESE" TO DATI-RIGA.
066400     MOVE 2 TO N-RIGA-STAMPA.
066500     PERFORM SCRIVI THRU EX-SCRIVI.
066600     OPEN INPUT FILE-VUOTI.
066700     IF NOT VU-APERTO
066800        GO TO EX-STAMPA-ESTRATTO.
066900     MOVE 0 TO OK-FINE-FILE.
067000     PERFORM STAMPA-MOVIMENTO THRU EX-STAMPA-MOVIMENTO
067100        UNTIL LETTO-FINE-FILE.
067200     CLOSE FILE-VUOTI.
067300 EX-STAMPA-ESTRATTO.
067400     EXIT.
067500*
067600 STAMPA-MOVIMENTO.
067700     READ FILE-VUOTI
067800        AT END
067900           MOVE 1 TO OK-FINE-FILE
068000           GO TO EX-STAMPA-MOVIMENTO
068100     END-READ.
068200     IF DATA-VU NOT NUMERIC OR NEG-VU NOT NUMERIC
068300        OR QTA-VU NOT NUMERIC
068400        GO TO EX-STAMPA-MOVIMENTO.
068500     IF NEG-VU NOT = NEG-SL (I-SL)
068600        OR DATA-VU < DATA-DA OR DATA-VU > DATA-A
068700        GO TO EX-STAMPA-MOVIMENTO.
068800     MOVE COD-VU TO COD-IN.
068900     MOVE 0 TO IX-TV.
069000     PERFORM CERCA-TIPO-IN THRU EX-CERCA-TIPO-IN
069100        VARYING I-TV FROM 1 BY 1 UNTIL I-TV > N-TIPI.
069200     IF IX-TV = 0
069300        GO TO EX-STAMPA-MOVIMENTO.
069400     MOVE DATA-VU TO DATA-MV-ST.
069500     EVALUATE TRUE
069600        WHEN SPEDITO-VU
069700           MOVE "SPEDITO" TO TIPO-MV-ST
069800           MOVE NUMERO-DDT-VU TO DDT-MV-ST
069900        WHEN RESO-VU
070000           MOVE "RESO" TO TIPO-MV-ST
070100        WHEN OTHER
070200           MOVE "RETTIFICA" TO TIPO-MV-ST
070300     END-EVALUATE.
070400     MOVE DESCR-TV (IX-TV) TO DESCR-MV-ST.
070500     MOVE QTA-VU TO QTA-MV-ST.
070600     MOVE 1 TO N-RIGA-STAMPA.
070700     PERFORM SCRIVI THRU EX-SCRIVI.
070800 EX-STAMPA-MOVIMENTO.
070900     EXIT.
071000*
071100*
071200 APRI-STAMPA.
071300     MOVE  136  TO LL-RIGA.
071400     MOVE 9999 TO N-MAX-RIGHE.
071500     MOVE "G" TO PRE-NOME-FILE.
071600     MOVE W-FORMATO-INTERNO TO TERM-N-FILE.
071700     CALL "QOLPPR" USING PAR-PRINT
071800                          RIGA BUFFER.
071900     MOVE 0   TO N-STAMPANTE.
072000     MOVE "M" TO COMANDO.
072100     MOVE 66  TO N-RIGA-STAMPA.
072200 EX-APRI-STAMPA.
072300     EXIT.
072400*
072500 SCRIVI.
072600     CALL "QWLPPR" USING PAR-PRINT
072700                         RIGA BUFFER.
072800     IF STATO OF PAR-PRINT NOT = 0
072900        MOVE STATO OF PAR-PRINT TO STATO-DISPLAY
073000        DISPLAY "VUOTI      ERRORE QPRINT CON STATO : "
073100                STATO-DISPLAY
073200     END-IF.
073300     MOVE SPACES TO DATI-RIGA.
073400     MOVE "S" TO COMANDO.
073500     MOVE 0 TO N-RIGA-STAMPA.
073600 EX-SCRIVI.
073700     EXIT.
073800*
073900*      FINE PROGRAMMA    **** /K VUOTI.COB  *****
