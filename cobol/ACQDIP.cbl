000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. ACQDIP.
000310*2026*        15/10/26
000320*     acquisti del personale alla cassa outlet. Anagrafica
000330*     badge su DIPENMST (nome, societa' di MAPPASOCIETA,
000340*     tetto di spesa annuo, attivo), sconto per CLASSE su
000350*     DIPSCONT. READVE3 chiama "V" col badge a inizio
000360*     sessione (la sessione muove causale "VDIP"), "S" per
000370*     lo sconto della classe dell'articolo, "R" per ogni riga
000380*     venduta, che finisce sul giornale DIPACQLOG: da li' lo
000390*     speso dell'anno per il tetto e, a video ("E"),
000400*     l'estratto mensile per dipendente su DIPBUSTA per la
000410*     trattenuta in busta paga. "M" a video iscrive o varia
000420*     il badge. Sparisce lo sconto al personale battuto a mano.
000430*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-DIPMST ASSIGN TO "DIPENMST"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-DM.
001500     SELECT OPTIONAL FILE-DIPSCO ASSIGN TO "DIPSCONT"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-DS.
001800     SELECT OPTIONAL FILE-DIPACQ ASSIGN TO "DIPACQLOG"
001900        ORGANIZATION IS LINE SEQUENTIAL
002000        FILE STATUS IS CHECK-DQ.
002100     SELECT OPTIONAL FILE-BUSTA ASSIGN TO "DIPBUSTA"
002200        ORGANIZATION IS LINE SEQUENTIAL
002300        FILE STATUS IS CHECK-BP.
002400*
002500 DATA DIVISION.
002600 FILE SECTION.
002700 FD FILE-DIPMST DATA RECORD REC-DIPMST.
002800 01 REC-DIPMST.
002900    05 BADGE-DM              PIC X(10).
003000    05 TG-DM-1               PIC X.
003100    05 NOME-DM               PIC X(30).
003200    05 TG-DM-2               PIC X.
003300    05 SOCIETA-DM            PIC XX.
003400    05 TG-DM-3               PIC X.
003500*   tetto di spesa annuo in centesimi
003600    05 TETTO-DM              PIC 9(9).
003700    05 TG-DM-4               PIC X.
003800    05 ATTIVO-DM             PIC X.
003900*
004000 FD FILE-DIPSCO DATA RECORD REC-DIPSCO.
004100 01 REC-DIPSCO.
004200    05 CLASSE-DS             PIC 99.
004300    05 TG-DS-1               PIC X.
004400    05 PERC-DS               PIC 99.
004500*
004600 FD FILE-DIPACQ DATA RECORD REC-DIPACQ.
004700 01 REC-DIPACQ             COPY YDIPACQ.
004800*
004900* estratto per la busta paga, un rigo per dipendente
005000 FD FILE-BUSTA DATA RECORD REC-BUSTA.
005100 01 REC-BUSTA.
005200    05 MESE-BP               PIC 9(4).
005300    05 TG-BP-1               PIC X.
005400    05 SOCIETA-BP            PIC XX.
005500    05 TG-BP-2               PIC X.
005600    05 BADGE-BP              PIC X(10).
005700    05 TG-BP-3               PIC X.
005800    05 NOME-BP               PIC X(30).
005900    05 TG-BP-4               PIC X.
006000    05 CAPI-BP               PIC S9(6) SIGN LEADING SEPARATE.
006100    05 TG-BP-5               PIC X.
006200    05 IMPORTO-BP            PIC S9(11) SIGN LEADING SEPARATE.
006300*
006400 WORKING-STORAGE SECTION.
006500*
006600 77 CHECK-DM        PIC XX.
006700    88 DM-APERTO    VALUES ARE "05", "00".
006800 77 CHECK-DS        PIC XX.
006900    88 DS-APERTO    VALUES ARE "05", "00".
007000 77 CHECK-DQ        PIC XX.
007100    88 DQ-APERTO    VALUES ARE "05", "00".
007200 77 CHECK-BP        PIC XX.
007300    88 BP-APERTO    VALUES ARE "05", "00".
007400 77 WK-TIME-DQ      PIC 9(8).
007500*
007600 01 OK-FINE-FILE    PIC S9(4) COMP.
007700    88 LETTO-FINE-FILE VALUE 1.
007800*
007900 01 T-TAB           PIC X VALUE X"9".
008000*
008100* sigle societa' di MAPPASOCIETA
008200 01 SOCIETA-X.
008300  05 FILLER         PIC X(18) VALUE "CAMAMNMRDTMMYEMHIM".
008400 01 FILLER REDEFINES SOCIETA-X.
008500  05 SIGLA-SOC      PIC XX OCCURS 9.
008600 01 I-SOC           PIC S9(4) COMP.
008700 01 SOCIETA-SW      PIC X.
008800    88 SOCIETA-VALIDA VALUE "S".
008900*
009000* anagrafica badge in memoria, con i totali dell'estratto
009100 01 TAB-DIPENDENTI.
009200  05 RIGA-DP OCCURS 1000.
009300   10 BADGE-DP         PIC X(10).
009400   10 NOME-DP          PIC X(30).
009500   10 SOCIETA-DP       PIC XX.
009600   10 TETTO-DP         PIC 9(9).
009700   10 ATTIVO-DP        PIC X.
009800   10 CAPI-DP          PIC S9(6) COMP.
009900   10 IMPORTO-DP       PIC S9(11) COMP-3.
010000 01 N-DIPENDENTI    PIC S9(4) COMP.
010100 01 I-DP            PIC S9(4) COMP.
010200 01 IX-DP           PIC S9(4) COMP.
010300*
010400* sconti per classe, caricati alla prima richiesta
010500 01 TAB-SCONTI-DIP.
010600  05 PERC-CLASSE    PIC 99 OCCURS 100.
010700 01 SCONTI-CARICATI PIC X VALUE "N".
010800 01 I-CL            PIC S9(4) COMP.
010900*
011000 01 FUNZIONE-IN     PIC X.
011100 01 BADGE-IN        PIC X(10).
011200 01 NOME-IN         PIC X(30).
011300 01 SOCIETA-IN      PIC XX.
011400 01 TETTO-IN        PIC X(6).
011450 01 TETTO-IN-9 REDEFINES TETTO-IN PIC 9(6).
011500 01 ATTIVO-IN       PIC X.
011600 01 MESE-IN         PIC X(4).
011700 01 ANNO-CORRENTE   PIC 99.
011800 01 DATA-OGGI-DA    PIC 9(6).
011900 01 TOTALE-ESTR     PIC S9(13) COMP-3.
012000 01 DIPENDENTI-ESTR PIC S9(4) COMP.
012100*
012200 01 VALORE-ED       PIC ZZZ.ZZZ.ZZ9,99-.
012300 01 VALORE-ED-2     PIC ZZZ.ZZZ.ZZ9,99-.
012400 01 CAPI-ED         PIC Z(5)9-.
012500*
012600 01  PAR-PRINT.
012700  05  STATO         PIC S9(4) COMP.
012800  05  LL-RIGA       PIC  9(4) COMP.
012900  05  N-MAX-RIGHE   PIC  9(4) COMP.
013000  05  FLAG-ROUTINE  PIC  9(4) COMP.
013100  05  NUM-FILE-ID   PIC  9(4) COMP.
013200  05  NOME-FILE.
013300   10 PRE-NOME-FILE     PIC X.
013400   10 TERM-N-FILE       PIC 9(6).
013500   10 FILLER            PIC XXX VALUE ".ST".
013600*
013700 01  RIGA.
013800  05  N-STAMPANTE   PIC 9.
013900  05  COMANDO       PIC X.
014000  05  N-RIGA-STAMPA PIC 9(4) COMP.
014100  05  DATI-RIGA     PIC X(132).
014200  05 RIGA-ESTR-ST REDEFINES DATI-RIGA.
014300    10 FILLER        PIC X(2).
014400    10 SOCIETA-ST    PIC XX.
014500    10 FILLER        PIC X(2).
014600    10 BADGE-ST      PIC X(10).
014700    10 FILLER        PIC X(2).
014800    10 NOME-ST       PIC X(30).
014900    10 FILLER        PIC X(2).
015000    10 CAPI-ST       PIC Z(5)9-.
015100    10 FILLER        PIC X(2).
015200    10 IMPORTO-ST    PIC ZZZ.ZZZ.ZZ9,99-.
015300*
015400 01 BUFFER.
015500  05 N-BUF               PIC S9(4) COMP VALUE 37.
015600  05 FILLER              PIC XX.
015700  05 FILLER              PIC X(5120).
015800*
015900 01 STATO-DISPLAY    PIC ZZZZ-.
016000*
016100 LINKAGE SECTION.
016200*
016300 01 W-COMMON       COPY WCOMMONW.
016400*
016500 01 PAR-ACQDIP     COPY PARDIPAC.
016600*
016700*PAGE
016800 PROCEDURE DIVISION  USING W-COMMON
016900                           PAR-ACQDIP.
017000 INIZIO.
017100     MOVE 0 TO ESITO-DA OF PAR-ACQDIP.
017200     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-OGGI-DA.
017300     EVALUATE TRUE
017400        WHEN DA-VERIFICA OF PAR-ACQDIP
017500           PERFORM VERIFICA-BADGE THRU EX-VERIFICA-BADGE
017600        WHEN DA-SCONTO OF PAR-ACQDIP
017700           PERFORM SCONTO-CLASSE THRU EX-SCONTO-CLASSE
017800        WHEN DA-REGISTRA OF PAR-ACQDIP
017900           PERFORM REGISTRA-ACQUISTO THRU EX-REGISTRA-ACQUISTO
018000        WHEN OTHER
018100           PERFORM MENU-VIDEO THRU EX-MENU-VIDEO
018200     END-EVALUATE.
018300 FINE.
018400     EXIT PROGRAM.
018500*
018600*
018700 CARICA-DIPENDENTI.
018800     MOVE 0 TO N-DIPENDENTI.
018900     OPEN INPUT FILE-DIPMST.
019000     IF NOT DM-APERTO
019100        GO TO EX-CARICA-DIPENDENTI.
019200     MOVE 0 TO OK-FINE-FILE.
019300     PERFORM LEGGI-RIGA-DM THRU EX-LEGGI-RIGA-DM
019400        UNTIL LETTO-FINE-FILE.
019500     CLOSE FILE-DIPMST.
019600 EX-CARICA-DIPENDENTI.
019700     EXIT.
019800*
019900 LEGGI-RIGA-DM.
020000     READ FILE-DIPMST
020100        AT END
020200           MOVE 1 TO OK-FINE-FILE
020300        NOT AT END
020400           IF N-DIPENDENTI < 1000
020500              ADD 1 TO N-DIPENDENTI
020600              MOVE BADGE-DM TO BADGE-DP (N-DIPENDENTI)
020700              MOVE NOME-DM TO NOME-DP (N-DIPENDENTI)
020800              MOVE SOCIETA-DM TO SOCIETA-DP (N-DIPENDENTI)
020900              MOVE TETTO-DM TO TETTO-DP (N-DIPENDENTI)
021000              MOVE ATTIVO-DM TO ATTIVO-DP (N-DIPENDENTI)
021100              MOVE 0 TO CAPI-DP (N-DIPENDENTI)
021200                        IMPORTO-DP (N-DIPENDENTI)
021300           ELSE
021400              DISPLAY "ACQDIP     TAB-DIPENDENTI da allargare"
021500           END-IF
021600     END-READ.
021700 EX-LEGGI-RIGA-DM.
021800     EXIT.
021900*
022000 CERCA-DIPENDENTE.
022100     MOVE 0 TO IX-DP.
022200     PERFORM CONFRONTA-BADGE THRU EX-CONFRONTA-BADGE
022300        VARYING I-DP FROM 1 BY 1 UNTIL I-DP > N-DIPENDENTI.
022400 EX-CERCA-DIPENDENTE.
022500     EXIT.
022600*
022700 CONFRONTA-BADGE.
022800     IF BADGE-DP (I-DP) = BADGE-IN
022900        MOVE I-DP TO IX-DP.
023000 EX-CONFRONTA-BADGE.
023100     EXIT.
023200*
023300*     badge attivo: dati del dipendente e speso dell'anno in
023400*     corso dal giornale
023500 VERIFICA-BADGE.
023600     PERFORM CARICA-DIPENDENTI THRU EX-CARICA-DIPENDENTI.
023700     MOVE BADGE-DA OF PAR-ACQDIP TO BADGE-IN.
023800     PERFORM CERCA-DIPENDENTE THRU EX-CERCA-DIPENDENTE.
023900     IF IX-DP = 0
024000        MOVE 1 TO ESITO-DA OF PAR-ACQDIP
024100        GO TO EX-VERIFICA-BADGE.
024200     IF ATTIVO-DP (IX-DP) NOT = "S"
024300        MOVE 1 TO ESITO-DA OF PAR-ACQDIP
024400        GO TO EX-VERIFICA-BADGE.
024500     MOVE NOME-DP (IX-DP) TO NOME-DA OF PAR-ACQDIP.
024600     MOVE SOCIETA-DP (IX-DP) TO SOCIETA-DA OF PAR-ACQDIP.
024700     MOVE TETTO-DP (IX-DP) TO TETTO-DA OF PAR-ACQDIP.
024800     MOVE 0 TO SPESO-DA OF PAR-ACQDIP.
024900     MOVE DATA-OGGI-DA (1:2) TO ANNO-CORRENTE.
025000     OPEN INPUT FILE-DIPACQ.
025100     IF DQ-APERTO
025200        MOVE 0 TO OK-FINE-FILE
025300        PERFORM SOMMA-SPESO THRU EX-SOMMA-SPESO
025400           UNTIL LETTO-FINE-FILE
025500        CLOSE FILE-DIPACQ
025600     END-IF.
025700     COMPUTE VALORE-ED = TETTO-DA OF PAR-ACQDIP / 100.
025800     COMPUTE VALORE-ED-2 = SPESO-DA OF PAR-ACQDIP / 100.
025900     DISPLAY "Dipendente " NOME-DA OF PAR-ACQDIP
026000             " (" SOCIETA-DA OF PAR-ACQDIP ")".
026100     DISPLAY "Tetto annuo " VALORE-ED " speso " VALORE-ED-2.
026200 EX-VERIFICA-BADGE.
026300     EXIT.
026400*
026500 SOMMA-SPESO.
026600     READ FILE-DIPACQ
026700        AT END
026800           MOVE 1 TO OK-FINE-FILE
026900        NOT AT END
027000           IF BADGE-DQ = BADGE-DA OF PAR-ACQDIP
027100              AND DATA-DQ (1:2) = ANNO-CORRENTE
027200              ADD IMPORTO-DQ TO SPESO-DA OF PAR-ACQDIP
027300           END-IF
027400     END-READ.
027500 EX-SOMMA-SPESO.
027600     EXIT.
027700*
027800*     percentuale di sconto della classe (zero se la classe
027900*     non e' su DIPSCONT)
028000 SCONTO-CLASSE.
028100     IF SCONTI-CARICATI NOT = "S"
028200        PERFORM CARICA-SCONTI THRU EX-CARICA-SCONTI.
028300     MOVE 0 TO PERC-DA OF PAR-ACQDIP.
028400     IF CLASSE-DA OF PAR-ACQDIP > 0
028500        MOVE PERC-CLASSE (CLASSE-DA OF PAR-ACQDIP)
028600          TO PERC-DA OF PAR-ACQDIP.
028700 EX-SCONTO-CLASSE.
028800     EXIT.
028900*
029000 CARICA-SCONTI.
029100     MOVE "S" TO SCONTI-CARICATI.
029200     PERFORM AZZERA-SCONTO THRU EX-AZZERA-SCONTO
029300        VARYING I-CL FROM 1 BY 1 UNTIL I-CL > 100.
029400     OPEN INPUT FILE-DIPSCO.
029500     IF NOT DS-APERTO
029600        GO TO EX-CARICA-SCONTI.
029700     MOVE 0 TO OK-FINE-FILE.
029800     PERFORM LEGGI-RIGA-DS THRU EX-LEGGI-RIGA-DS
029900        UNTIL LETTO-FINE-FILE.
030000     CLOSE FILE-DIPSCO.
030100 EX-CARICA-SCONTI.
030200     EXIT.
030300*
030400 AZZERA-SCONTO.
030500     MOVE 0 TO PERC-CLASSE (I-CL).
030600 EX-AZZERA-SCONTO.
030700     EXIT.
030800*
030900 LEGGI-RIGA-DS.
031000     READ FILE-DIPSCO
031100        AT END
031200           MOVE 1 TO OK-FINE-FILE
031300        NOT AT END
031400           IF CLASSE-DS NUMERIC AND PERC-DS NUMERIC
031500              AND CLASSE-DS > 0
031600              MOVE PERC-DS TO PERC-CLASSE (CLASSE-DS)
031700           END-IF
031800     END-READ.
031900 EX-LEGGI-RIGA-DS.
032000     EXIT.
032100*
032200 REGISTRA-ACQUISTO.
032300     OPEN EXTEND FILE-DIPACQ.
032400     IF NOT DQ-APERTO
032500        DISPLAY "ACQDIP     DIPACQLOG non apribile " CHECK-DQ
032600        GO TO EX-REGISTRA-ACQUISTO.
032700     MOVE T-TAB TO TG-DQ-1 TG-DQ-2 TG-DQ-3 TG-DQ-4 TG-DQ-5
032800                   TG-DQ-6 TG-DQ-7 TG-DQ-8.
032900     MOVE DATA-OGGI-DA TO DATA-DQ.
033000     ACCEPT WK-TIME-DQ FROM TIME.
033100     MOVE WK-TIME-DQ (1:6) TO ORA-DQ.
033200     MOVE W-TERMINALE OF W-COMMON TO TERMINALE-DQ.
033300     MOVE BADGE-DA OF PAR-ACQDIP TO BADGE-DQ.
033400     MOVE SOCIETA-DA OF PAR-ACQDIP TO SOCIETA-DQ.
033500     MOVE C-MAT-DA OF PAR-ACQDIP TO C-MAT-DQ.
033600     MOVE MAG-DA OF PAR-ACQDIP TO MAGAZZINO-DQ.
033700     MOVE IMPORTO-DA OF PAR-ACQDIP TO IMPORTO-DQ.
033800     MOVE RIF-DA OF PAR-ACQDIP TO RIF-DQ.
033900     WRITE REC-DIPACQ.
034000     CLOSE FILE-DIPACQ.
034100 EX-REGISTRA-ACQUISTO.
034200     EXIT.
034300*
034400*
034500 MENU-VIDEO.
034600     DISPLAY "----  ACQUISTI DEL PERSONALE  -----------".
034700     DISPLAY "Funzione (M=anagrafica badge E=estratto mese) "
034800             NO ADVANCING.
034900     MOVE SPACE TO FUNZIONE-IN.
035000     ACCEPT FUNZIONE-IN.
035100     EVALUATE FUNZIONE-IN
035200        WHEN "M"
035300           PERFORM AGGIORNA-BADGE THRU EX-AGGIORNA-BADGE
035400        WHEN "E"
035500           PERFORM ESTRATTO-MESE THRU EX-ESTRATTO-MESE
035600        WHEN OTHER
035700           DISPLAY "Funzione non valida"
035800     END-EVALUATE.
035900 EX-MENU-VIDEO.
036000     EXIT.
036100*
036200*     iscrizione o variazione: il badge nuovo va in coda,
036300*     quello esistente si corregge e DIPENMST si riscrive
036400 AGGIORNA-BADGE.
036500     PERFORM CARICA-DIPENDENTI THRU EX-CARICA-DIPENDENTI.
036600     DISPLAY "Badge                     " NO ADVANCING.
036700     MOVE SPACES TO BADGE-IN.
036800     ACCEPT BADGE-IN.
036900     IF BADGE-IN = SPACES
037000        GO TO EX-AGGIORNA-BADGE.
037100     PERFORM CERCA-DIPENDENTE THRU EX-CERCA-DIPENDENTE.
037200     IF IX-DP = 0
037300        IF N-DIPENDENTI NOT < 1000
037400           DISPLAY "ACQDIP     TAB-DIPENDENTI da allargare"
037500           GO TO EX-AGGIORNA-BADGE
037600        END-IF
037700        ADD 1 TO N-DIPENDENTI
037800        MOVE N-DIPENDENTI TO IX-DP
037900        MOVE BADGE-IN TO BADGE-DP (IX-DP)
038000        MOVE SPACES TO NOME-DP (IX-DP) SOCIETA-DP (IX-DP)
038100        MOVE 0 TO TETTO-DP (IX-DP)
038200        MOVE "S" TO ATTIVO-DP (IX-DP)
038300        DISPLAY "Badge nuovo"
038400     ELSE
038500        COMPUTE VALORE-ED = TETTO-DP (IX-DP) / 100
038600        DISPLAY NOME-DP (IX-DP) " " SOCIETA-DP (IX-DP)
038700                " tetto " VALORE-ED " attivo " ATTIVO-DP (IX-DP)
038800     END-IF.
038900     DISPLAY "Nome (vuoto = invariato)  " NO ADVANCING.
039000     MOVE SPACES TO NOME-IN.
039100     ACCEPT NOME-IN.
039200     IF NOME-IN NOT = SPACES
039300        MOVE NOME-IN TO NOME-DP (IX-DP).
039400     PERFORM CHIEDI-SOCIETA THRU EX-CHIEDI-SOCIETA.
039500     DISPLAY "Tetto annuo EUR, 6 cifre (vuoto = invariato) "
039600             NO ADVANCING.
039700     MOVE SPACES TO TETTO-IN.
039800     ACCEPT TETTO-IN.
039900     IF TETTO-IN NOT = SPACES
040000        IF TETTO-IN NUMERIC
040100           COMPUTE TETTO-DP (IX-DP) = TETTO-IN-9 * 100
040200        ELSE
040300           DISPLAY "Tetto non numerico, invariato"
040400        END-IF
040500     END-IF.
040600     DISPLAY "Attivo S/N (vuoto = invariato) " NO ADVANCING.
040700     MOVE SPACE TO ATTIVO-IN.
040800     ACCEPT ATTIVO-IN.
040900     IF ATTIVO-IN = "S" OR ATTIVO-IN = "N"
041000        MOVE ATTIVO-IN TO ATTIVO-DP (IX-DP).
041100     IF NOME-DP (IX-DP) = SPACES OR SOCIETA-DP (IX-DP) = SPACES
041200        DISPLAY "Nome e societa' obbligatori, badge non salvato"
041300        GO TO EX-AGGIORNA-BADGE.
041400     OPEN OUTPUT FILE-DIPMST.
041500     PERFORM SCRIVI-RIGA-DM THRU EX-SCRIVI-RIGA-DM
041600        VARYING I-DP FROM 1 BY 1 UNTIL I-DP > N-DIPENDENTI.
041700     CLOSE FILE-DIPMST.
041800     DISPLAY "Badge salvato".
041900 EX-AGGIORNA-BADGE.
042000     EXIT.
042100*
042200 CHIEDI-SOCIETA.
042300     DISPLAY "Societa' (sigla, vuoto = invariata) " NO ADVANCING.
042400     MOVE SPACES TO SOCIETA-IN.
042500     ACCEPT SOCIETA-IN.
042600     IF SOCIETA-IN = SPACES
042700        GO TO EX-CHIEDI-SOCIETA.
042800     MOVE "N" TO SOCIETA-SW.
042900     PERFORM CERCA-SOCIETA THRU EX-CERCA-SOCIETA
043000        VARYING I-SOC FROM 1 BY 1 UNTIL I-SOC > 9.
043100     IF SOCIETA-VALIDA
043200        MOVE SOCIETA-IN TO SOCIETA-DP (IX-DP)
043300     ELSE
043400        DISPLAY "Societa' non in MAPPASOCIETA, invariata"
043500     END-IF.
043600 EX-CHIEDI-SOCIETA.
043700     EXIT.
043800*
043900 CERCA-SOCIETA.
044000     IF SIGLA-SOC (I-SOC) = SOCIETA-IN
044100        MOVE "S" TO SOCIETA-SW.
044200 EX-CERCA-SOCIETA.
044300     EXIT.
044400*
044500 SCRIVI-RIGA-DM.
044600     MOVE T-TAB TO TG-DM-1 TG-DM-2 TG-DM-3 TG-DM-4.
044700     MOVE BADGE-DP (I-DP) TO BADGE-DM.
044800     MOVE NOME-DP (I-DP) TO NOME-DM.
044900     MOVE SOCIETA-DP (I-DP) TO SOCIETA-DM.
045000     MOVE TETTO-DP (I-DP) TO TETTO-DM.
045100     MOVE ATTIVO-DP (I-DP) TO ATTIVO-DM.
045200     WRITE REC-DIPMST.
045300 EX-SCRIVI-RIGA-DM.
045400     EXIT.
045500*
045600*
045700*     estratto del mese per la busta paga: il giornale del
045800*     mese sommato per badge, un rigo per dipendente su
045900*     DIPBUSTA (riscritto ad ogni estratto) e il tabulato
046000 ESTRATTO-MESE.
046100     DISPLAY "Mese (AAMM) " NO ADVANCING.
046200     MOVE SPACES TO MESE-IN.
046300     ACCEPT MESE-IN.
046400     IF MESE-IN NOT NUMERIC
046500        DISPLAY "Mese non valido"
046600        GO TO EX-ESTRATTO-MESE.
046700     PERFORM CARICA-DIPENDENTI THRU EX-CARICA-DIPENDENTI.
046800     OPEN INPUT FILE-DIPACQ.
046900     IF NOT DQ-APERTO
047000        DISPLAY "Nessun acquisto del personale"
047100        GO TO EX-ESTRATTO-MESE.
047200     MOVE 0 TO OK-FINE-FILE.
047300     PERFORM SOMMA-MESE THRU EX-SOMMA-MESE
047400        UNTIL LETTO-FINE-FILE.
047500     CLOSE FILE-DIPACQ.
047600     OPEN OUTPUT FILE-BUSTA.
047700     IF NOT BP-APERTO
047800        DISPLAY "ACQDIP     DIPBUSTA non apribile " CHECK-BP
047900        GO TO EX-ESTRATTO-MESE.
048000     MOVE 0 TO TOTALE-ESTR DIPENDENTI-ESTR.
048100     PERFORM APRI-STAMPA THRU EX-APRI-STAMPA.
048200     STRING " ACQUISTI DEL PERSONALE - TRATTENUTE DEL MESE "
048300               DELIMITED BY SIZE
048400            MESE-IN DELIMITED BY SIZE
048500        INTO DATI-RIGA.
048600     PERFORM SCRIVI THRU EX-SCRIVI.
048700     MOVE "  SOC BADGE       NOMINATIVO" TO DATI-RIGA.
048800     MOVE "CAPI            IMPORTO" TO DATI-RIGA (55:23).
048900     MOVE 2 TO N-RIGA-STAMPA.
049000     PERFORM SCRIVI THRU EX-SCRIVI.
049100     PERFORM SCRIVI-BUSTA THRU EX-SCRIVI-BUSTA
049200        VARYING I-DP FROM 1 BY 1 UNTIL I-DP > N-DIPENDENTI.
049300     CLOSE FILE-BUSTA.
049400     COMPUTE VALORE-ED = TOTALE-ESTR / 100.
049500     STRING "  TOTALE TRATTENUTE EUR " DELIMITED BY SIZE
049600            VALORE-ED DELIMITED BY SIZE
049700        INTO DATI-RIGA.
049800     MOVE 2 TO N-RIGA-STAMPA.
049900     PERFORM SCRIVI THRU EX-SCRIVI.
050000     CALL "QCLPPR" USING PAR-PRINT
050100                          RIGA BUFFER.
050200     DISPLAY "ACQDIP     dipendenti nell'estratto "
050300             DIPENDENTI-ESTR.
050400 EX-ESTRATTO-MESE.
050500     EXIT.
050600*
050700 SOMMA-MESE.
050800     READ FILE-DIPACQ
050900        AT END
051000           MOVE 1 TO OK-FINE-FILE
051100           GO TO EX-SOMMA-MESE
051200     END-READ.
051300     IF DATA-DQ (1:4) NOT = MESE-IN
051400        GO TO EX-SOMMA-MESE.
051500     MOVE BADGE-DQ TO BADGE-IN.
051600     PERFORM CERCA-DIPENDENTE THRU EX-CERCA-DIPENDENTE.
051700     IF IX-DP = 0
051800        DISPLAY "ACQDIP     badge " BADGE-DQ " non in DIPENMST"
051900        GO TO EX-SOMMA-MESE.
052000     ADD IMPORTO-DQ TO IMPORTO-DP (IX-DP).
052100     IF IMPORTO-DQ < 0
052200        SUBTRACT 1 FROM CAPI-DP (IX-DP)
052300     ELSE
052400        ADD 1 TO CAPI-DP (IX-DP)
052500     END-IF.
052600 EX-SOMMA-MESE.
052700     EXIT.
052800*
052900 SCRIVI-BUSTA.
053000     IF IMPORTO-DP (I-DP) = 0 AND CAPI-DP (I-DP) = 0
053100        GO TO EX-SCRIVI-BUSTA.
053200     MOVE T-TAB TO TG-BP-1 TG-BP-2 TG-BP-3 TG-BP-4 TG-BP-5.
053300     MOVE MESE-IN TO MESE-BP.
053400     MOVE SOCIETA-DP (I-DP) TO SOCIETA-BP.
053500     MOVE BADGE-DP (I-DP) TO BADGE-BP.
053600     MOVE NOME-DP (I-DP) TO NOME-BP.
053700     MOVE CAPI-DP (I-DP) TO CAPI-BP.
053800     MOVE IMPORTO-DP (I-DP) TO IMPORTO-BP.
053900     WRITE REC-BUSTA.
054000     ADD IMPORTO-DP (I-DP) TO TOTALE-ESTR.
054100     ADD 1 TO DIPENDENTI-ESTR.
054200     MOVE SOCIETA-DP (I-DP) TO SOCIETA-ST.
054300     MOVE BADGE-DP (I-DP) TO BADGE-ST.
054400     MOVE NOME-DP (I-DP) TO NOME-ST.
054500     MOVE CAPI-DP (I-DP) TO CAPI-ST.
054600     COMPUTE IMPORTO-ST = IMPORTO-DP (I-DP) / 100.
054700     PERFORM SCRIVI THRU EX-SCRIVI.
054800 EX-SCRIVI-BUSTA.
054900     EXIT.
055000*
055100*
055200 APRI-STAMPA.
055300     MOVE  136  TO LL-RIGA.
055400     MOVE 9999 TO N-MAX-RIGHE.
055500     MOVE "B" TO PRE-NOME-FILE.
055600     MOVE W-FORMATO-INTERNO TO TERM-N-FILE.
055700     CALL "QOLPPR" USING PAR-PRINT
055800                          RIGA BUFFER.
055900     MOVE 0   TO N-STAMPANTE.
056000     MOVE "M" TO COMANDO.
056100     MOVE 66  TO N-RIGA-STAMPA.
056200 EX-APRI-STAMPA.
056300     EXIT.
056400*
056500 SCRIVI.
056600     CALL "QWLPPR" USING PAR-PRINT
056700                         RIGA BUFFER.
056800     IF STATO OF PAR-PRINT NOT = 0
056900        MOVE STATO OF PAR-PRINT TO STATO-DISPLAY
057000        DISPLAY "ACQDIP     ERRORE QPRINT CON STATO : "
057100                STATO-DISPLAY
057200     END-IF.
057300     MOVE SPACES TO DATI-RIGA.
057400     MOVE "S" TO COMANDO.
057500     MOVE 0 TO N-RIGA-STAMPA.
057600 EX-SCRIVI.
057700     EXIT.
057800*
057900*      FINE PROGRAMMA    **** /K ACQDIP.COB  *****
