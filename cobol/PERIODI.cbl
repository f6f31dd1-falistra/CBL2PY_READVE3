000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. PERIODI.
000310*2026*        15/10/26
000320*     calendario dei periodi di magazzino (file PERCAL) usato
000330*     da CTRLPER per bloccare i movimenti MOVMAG nei periodi
000340*     gia' chiusi. FUNZIONE "L" elenca il calendario, "N"
000350*     apre un periodo nuovo (societa' MAGSOC o 00 = tutte,
000360*     periodo AAMM, date di inizio e fine convertite in
000370*     settimane con QDATAS; rifiutato se si sovrappone a un
000380*     periodo della stessa societa'), "C" chiude un periodo
000390*     (azione "CHIU" di CTRLPROF), "R" riapre un periodo
000400*     chiuso: serve l'azione "RIAP" data espressamente
000410*     nel profilo dell'operatore e un motivo, che resta su
000420*     PERLOG insieme a ogni apertura e chiusura. Dopo ogni
000430*     modifica CTRLPER ricarica il calendario.
000440*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-PERCAL ASSIGN TO "PERCAL"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-PC.
001500     SELECT OPTIONAL FILE-PERLOG ASSIGN TO "PERLOG"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-PG.
001800*
001900 DATA DIVISION.
002000 FILE SECTION.
002100 FD FILE-PERCAL DATA RECORD REC-PERCAL.
002200 01 REC-PERCAL            COPY YPERCAL.
002300*
002400 FD FILE-PERLOG DATA RECORD REC-PERLOG.
002500 01 REC-PERLOG            COPY YPERLOG.
002600*
002700 WORKING-STORAGE SECTION.
002800*
002900 01 REC-MOVMAG       COPY YMOVMAG.
003000*
003100 01 PARGEN           COPY QPARGEN.
003200 01 PARQDATA         COPY QPARDATS.
003300*
003400 01 PAR-CTRLPROF     COPY PARPROF.
003500*
003600 77 CHECK-PC        PIC XX.
003700    88 PC-APERTO    VALUES ARE "05", "00".
003800 77 CHECK-PG        PIC XX.
003900    88 PG-APERTO    VALUES ARE "05", "00".
004000 77 ORA-COM         PIC 9(8).
004100*
004200 01 OK-FINE-FILE    PIC S9(4) COMP.
004300    88 LETTO-FINE-FILE VALUE 1.
004400*
004500 01 T-TAB           PIC X VALUE X"9".
004600*
004700 01 FUNZIONE-IN     PIC X.
004800 01 SOC-IN          PIC X(2).
004900 01 PERIODO-IN      PIC X(4).
005000 01 DATA-IN         PIC X(6).
005100 01 MOTIVO-IN       PIC X(30).
005200 01 CONFERMA-IN     PIC X.
005300*
005400* calendario in memoria, riscritto per intero a ogni modifica
005500 01 TAB-CALENDARIO.
005600  05 RIGA-TC OCCURS 600.
005700   10 SOC-TC           PIC 99.
005800   10 PERIODO-TC       PIC 9(4).
005900   10 SETT-DA-TC       PIC 9(4).
006000   10 SETT-A-TC        PIC 9(4).
006100   10 STATO-TC         PIC X.
006200   10 DATA-STATO-TC    PIC 9(6).
006300   10 UTENTE-TC        PIC X(8).
006400 01 N-CALENDARIO    PIC S9(4) COMP.
006500 01 I-TC            PIC S9(4) COMP.
006600 01 IX-TC           PIC S9(4) COMP.
006700 01 CALENDARIO-PIENO PIC S9(4) COMP.
006800*
006900 01 SOC-CERCA       PIC 99.
007000 01 PERIODO-CERCA   PIC 9(4).
007100 01 SETT-DA-NUOVA   PIC 9(4).
007200 01 SETT-A-NUOVA    PIC 9(4).
007300 01 SOVRAPPOSTO     PIC S9(4) COMP.
007400* anno e settimana in chiave AASS (la settimana non porta
007500* l'anno)
007600 01 CHIAVE-DA-NUOVA PIC 9(4).
007700 01 CHIAVE-A-NUOVA  PIC 9(4).
007800 01 CHIAVE-DA-RIGA  PIC 9(4).
007900 01 CHIAVE-A-RIGA   PIC 9(4).
008000 01 EVENTO-COM      PIC X(8).
008100 01 CONTA-ED        PIC ZZZ9.
008200*
008300 LINKAGE SECTION.
008400*
008500 01 W-COMMON       COPY WCOMMONW.
008600*
008700*PAGE
008800 PROCEDURE DIVISION  USING W-COMMON.
008900 INIZIO.
009000     DISPLAY "----  CALENDARIO PERIODI DI MAGAZZINO  ------".
009100     DISPLAY "Funzione (L=elenco N=nuovo C=chiudi R=riapri) "
009200             NO ADVANCING.
009300     MOVE SPACE TO FUNZIONE-IN.
009400     ACCEPT FUNZIONE-IN.
009500     IF FUNZIONE-IN NOT = "L" AND NOT = "N" AND NOT = "C"
009600                    AND NOT = "R"
009700        DISPLAY "Funzione non valida"
009800        GO TO FINE.
009900     PERFORM CARICA-CALENDARIO THRU EX-CARICA-CALENDARIO.
010000     IF CALENDARIO-PIENO NOT = 0
010100        DISPLAY "PERIODI    TAB-CALENDARIO da allargare"
010200        GO TO FINE.
010300     EVALUATE FUNZIONE-IN
010400        WHEN "L"
010500           PERFORM ELENCO THRU EX-ELENCO
010600        WHEN "N"
010700           PERFORM NUOVO-PERIODO THRU EX-NUOVO-PERIODO
010800        WHEN "C"
010900           PERFORM CHIUDI-PERIODO THRU EX-CHIUDI-PERIODO
011000        WHEN "R"
011100           PERFORM RIAPRI-PERIODO THRU EX-RIAPRI-PERIODO
011200     END-EVALUATE.
011300 FINE.
011400     EXIT PROGRAM.
011500*
011600*
011700 CARICA-CALENDARIO.
011800     MOVE 0 TO N-CALENDARIO CALENDARIO-PIENO.
011900     OPEN INPUT FILE-PERCAL.
012000     IF PC-APERTO
012100        MOVE 0 TO OK-FINE-FILE
012200        PERFORM LEGGI-RIGA-PERCAL THRU EX-LEGGI-RIGA-PERCAL
012300           UNTIL LETTO-FINE-FILE
012400        CLOSE FILE-PERCAL
012500     END-IF.
012600 EX-CARICA-CALENDARIO.
012700     EXIT.
012800*
012900 LEGGI-RIGA-PERCAL.
013000     READ FILE-PERCAL
013100        AT END
013200           MOVE 1 TO OK-FINE-FILE
013300           GO TO EX-LEGGI-RIGA-PERCAL
013400     END-READ.
013500     IF N-CALENDARIO NOT < 600
013600        MOVE 1 TO CALENDARIO-PIENO OK-FINE-FILE
013700        GO TO EX-LEGGI-RIGA-PERCAL.
013800     ADD 1 TO N-CALENDARIO.
013900     MOVE SOC-PC TO SOC-TC (N-CALENDARIO).
014000     MOVE PERIODO-PC TO PERIODO-TC (N-CALENDARIO).
014100     MOVE SETT-DA-PC TO SETT-DA-TC (N-CALENDARIO).
014200     MOVE SETT-A-PC TO SETT-A-TC (N-CALENDARIO).
014300     MOVE STATO-PC TO STATO-TC (N-CALENDARIO).
014400     MOVE DATA-STATO-PC TO DATA-STATO-TC (N-CALENDARIO).
014500     MOVE UTENTE-PC TO UTENTE-TC (N-CALENDARIO).
014600 EX-LEGGI-RIGA-PERCAL.
014700     EXIT.
014800*
014900*     PERCAL riscritto per intero e CTRLPER avvisato di
015000*     ricaricare il calendario
015100 SCRIVI-CALENDARIO.
015200     OPEN OUTPUT FILE-PERCAL.
015300     IF NOT PC-APERTO
015400        DISPLAY "PERIODI    PERCAL non apribile " CHECK-PC
015500        GO TO EX-SCRIVI-CALENDARIO.
015600     PERFORM SCRIVI-RIGA-PERCAL THRU EX-SCRIVI-RIGA-PERCAL
015700        VARYING I-TC FROM 1 BY 1 UNTIL I-TC > N-CALENDARIO.
015800     CLOSE FILE-PERCAL.
015900     CALL "CTRLPER" USING BY REFERENCE W-COMMON
016000                          BY CONTENT "L"
016100                          BY REFERENCE REC-MOVMAG.
016200 EX-SCRIVI-CALENDARIO.
016300     EXIT.
016400*
016500 SCRIVI-RIGA-PERCAL.
016600     MOVE T-TAB TO TG-PC-1 TG-PC-2 TG-PC-3 TG-PC-4 TG-PC-5
016700                   TG-PC-6.
016800     MOVE SOC-TC (I-TC) TO SOC-PC.
016900     MOVE PERIODO-TC (I-TC) TO PERIODO-PC.
017000     MOVE SETT-DA-TC (I-TC) TO SETT-DA-PC.
017100     MOVE SETT-A-TC (I-TC) TO SETT-A-PC.
017200     MOVE STATO-TC (I-TC) TO STATO-PC.
017300     MOVE DATA-STATO-TC (I-TC) TO DATA-STATO-PC.
017400     MOVE UTENTE-TC (I-TC) TO UTENTE-PC.
017500     WRITE REC-PERCAL.
017600 EX-SCRIVI-RIGA-PERCAL.
017700     EXIT.
017800*
017900*
018000 ELENCO.
018100     IF N-CALENDARIO = 0
018200        DISPLAY "Calendario vuoto"
018300        GO TO EX-ELENCO.
018400     DISPLAY "Soc Periodo Settimane  Stato  Dal    Utente".
018500     PERFORM ELENCA-RIGA THRU EX-ELENCA-RIGA
018600        VARYING I-TC FROM 1 BY 1 UNTIL I-TC > N-CALENDARIO.
018700     MOVE N-CALENDARIO TO CONTA-ED.
018800     DISPLAY "PERIODI    periodi a calendario " CONTA-ED.
018900 EX-ELENCO.
019000     EXIT.
019100*
019200 ELENCA-RIGA.
019300     DISPLAY " " SOC-TC (I-TC) "  " PERIODO-TC (I-TC) "    "
019400             SETT-DA-TC (I-TC) "-" SETT-A-TC (I-TC) "    "
019500             STATO-TC (I-TC) "    " DATA-STATO-TC (I-TC) " "
019600             UTENTE-TC (I-TC).
019700 EX-ELENCA-RIGA.
019800     EXIT.
019900*
020000*
020100*     periodo nuovo, aperto: date di inizio e fine in
020200*     settimane, nessuna sovrapposizione nella stessa
020300*     societa'
020400 NUOVO-PERIODO.
020500     PERFORM CHIEDI-PERIODO THRU EX-CHIEDI-PERIODO.
020600     IF FUNZIONE-IN = SPACE
020700        GO TO EX-NUOVO-PERIODO.
020800     DISPLAY "Data di inizio (GGMMAA)   " NO ADVANCING.
020900     ACCEPT DATA-IN.
021000     PERFORM CALCOLA-SETTIMANA THRU EX-CALCOLA-SETTIMANA.
021100     IF Q-STATO OF PARGEN NOT = 0
021200        DISPLAY "Data non valida"
021300        GO TO EX-NUOVO-PERIODO.
021400     MOVE Q-SETTIMANA TO SETT-DA-NUOVA.
021500     DISPLAY "Data di fine   (GGMMAA)   " NO ADVANCING.
021600     ACCEPT DATA-IN.
021700     PERFORM CALCOLA-SETTIMANA THRU EX-CALCOLA-SETTIMANA.
021800     IF Q-STATO OF PARGEN NOT = 0
021900        DISPLAY "Data non valida"
022000        GO TO EX-NUOVO-PERIODO.
022100     MOVE Q-SETTIMANA TO SETT-A-NUOVA.
022200     IF SETT-A-NUOVA < SETT-DA-NUOVA
022300        DISPLAY "Fine prima dell'inizio"
022400        GO TO EX-NUOVO-PERIODO.
022500     COMPUTE CHIAVE-DA-NUOVA =
022600             (PERIODO-CERCA / 100) * 100 + SETT-DA-NUOVA.
022700     COMPUTE CHIAVE-A-NUOVA =
022800             (PERIODO-CERCA / 100) * 100 + SETT-A-NUOVA.
022900     MOVE 0 TO SOVRAPPOSTO.
023000     PERFORM CONTROLLA-SOVRAPPOSIZIONE
023100        THRU EX-CONTROLLA-SOVRAPPOSIZIONE
023200        VARYING I-TC FROM 1 BY 1 UNTIL I-TC > N-CALENDARIO.
023300     IF SOVRAPPOSTO NOT = 0
023400        DISPLAY "Periodo gia' presente o sovrapposto a "
023500                PERIODO-TC (SOVRAPPOSTO)
023600        GO TO EX-NUOVO-PERIODO.
023700     IF N-CALENDARIO NOT < 600
023800        DISPLAY "PERIODI    TAB-CALENDARIO da allargare"
023900        GO TO EX-NUOVO-PERIODO.
024000     ADD 1 TO N-CALENDARIO.
024100     MOVE N-CALENDARIO TO IX-TC.
024200     MOVE SOC-CERCA TO SOC-TC (IX-TC).
024300     MOVE PERIODO-CERCA TO PERIODO-TC (IX-TC).
024400     MOVE SETT-DA-NUOVA TO SETT-DA-TC (IX-TC).
024500     MOVE SETT-A-NUOVA TO SETT-A-TC (IX-TC).
024600     MOVE "A" TO STATO-TC (IX-TC).
024700     MOVE W-FORMATO-INTERNO TO DATA-STATO-TC (IX-TC).
024800     MOVE W-SIGLA-UTENTE TO UTENTE-TC (IX-TC).
024900     PERFORM SCRIVI-CALENDARIO THRU EX-SCRIVI-CALENDARIO.
025000     MOVE "NUOVO" TO EVENTO-COM.
025100     MOVE SPACES TO MOTIVO-IN.
025200     PERFORM SCRIVI-PERLOG THRU EX-SCRIVI-PERLOG.
025300     DISPLAY "Periodo aperto, settimane " SETT-DA-NUOVA "-"
025400             SETT-A-NUOVA.
025500 EX-NUOVO-PERIODO.
025600     EXIT.
025700*
025800 CONTROLLA-SOVRAPPOSIZIONE.
025900     IF SOC-TC (I-TC) NOT = SOC-CERCA
026000        GO TO EX-CONTROLLA-SOVRAPPOSIZIONE.
026100     COMPUTE CHIAVE-DA-RIGA =
026200             (PERIODO-TC (I-TC) / 100) * 100 + SETT-DA-TC (I-TC).
026300     COMPUTE CHIAVE-A-RIGA =
026400             (PERIODO-TC (I-TC) / 100) * 100 + SETT-A-TC (I-TC).
026500     IF PERIODO-TC (I-TC) = PERIODO-CERCA
026600        OR (CHIAVE-DA-NUOVA NOT > CHIAVE-A-RIGA
026700            AND CHIAVE-A-NUOVA NOT < CHIAVE-DA-RIGA)
026800        MOVE I-TC TO SOVRAPPOSTO
026900     END-IF.
027000 EX-CONTROLLA-SOVRAPPOSIZIONE.
027100     EXIT.
027200*
027300*     data GGMMAA -> settimana (QDATAS funz.1 poi funz.2)
027400 CALCOLA-SETTIMANA.
027500     MOVE DATA-IN TO Q-DATA-9.
027600     MOVE 1 TO Q-FUNZIONE OF PARGEN.
027700     CANCEL "QDATAS"
027800     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA.
027900     IF Q-STATO OF PARGEN NOT = 0
028000        GO TO EX-CALCOLA-SETTIMANA.
028100     MOVE 2 TO Q-FUNZIONE OF PARGEN.
028200     CANCEL "QDATAS"
028300     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA.
028400 EX-CALCOLA-SETTIMANA.
028500     EXIT.
028600*
028700*
028800*     chiusura: periodo aperto, azione "CHIU" del profilo
028900 CHIUDI-PERIODO.
029000     PERFORM CHIEDI-PERIODO THRU EX-CHIEDI-PERIODO.
029100     IF FUNZIONE-IN = SPACE
029200        GO TO EX-CHIUDI-PERIODO.
029300     PERFORM CERCA-PERIODO THRU EX-CERCA-PERIODO.
029400     IF IX-TC = 0
029500        DISPLAY "Periodo non a calendario"
029600        GO TO EX-CHIUDI-PERIODO.
029700     IF STATO-TC (IX-TC) = "C"
029800        DISPLAY "Periodo gia' chiuso"
029900        GO TO EX-CHIUDI-PERIODO.
030000     MOVE "CHIU" TO AZIONE-PROF OF PAR-CTRLPROF.
030100     PERFORM VERIFICA-PROFILO THRU EX-VERIFICA-PROFILO.
030200     IF PROF-NEGATO OF PAR-CTRLPROF
030300        DISPLAY "PERIODI    operatore non abilitato alla "
030400                "chiusura"
030500        GO TO EX-CHIUDI-PERIODO.
030600     DISPLAY "Conferma chiusura del periodo " PERIODO-CERCA
030700             " ? (S/N) " NO ADVANCING.
030800     MOVE "N" TO CONFERMA-IN.
030900     ACCEPT CONFERMA-IN.
031000     IF CONFERMA-IN NOT = "S"
031100        GO TO EX-CHIUDI-PERIODO.
031200     MOVE "C" TO STATO-TC (IX-TC).
031300     MOVE W-FORMATO-INTERNO TO DATA-STATO-TC (IX-TC).
031400     MOVE W-SIGLA-UTENTE TO UTENTE-TC (IX-TC).
031500     PERFORM SCRIVI-CALENDARIO THRU EX-SCRIVI-CALENDARIO.
031600     MOVE "CHIUSO" TO EVENTO-COM.
031700     MOVE SPACES TO MOTIVO-IN.
031800     PERFORM SCRIVI-PERLOG THRU EX-SCRIVI-PERLOG.
031900     DISPLAY "Periodo chiuso".
032000 EX-CHIUDI-PERIODO.
032100     EXIT.
032200*
032300*     riapertura: periodo chiuso, azione "RIAP" esplicita nel
032400*     profilo, motivo obbligatorio
032500 RIAPRI-PERIODO.
032600     PERFORM CHIEDI-PERIODO THRU EX-CHIEDI-PERIODO.
032700     IF FUNZIONE-IN = SPACE
032800        GO TO EX-RIAPRI-PERIODO.
032900     PERFORM CERCA-PERIODO THRU EX-CERCA-PERIODO.
033000     IF IX-TC = 0
033100        DISPLAY "Periodo non a calendario"
033200        GO TO EX-RIAPRI-PERIODO.
033300     IF STATO-TC (IX-TC) NOT = "C"
033400        DISPLAY "Periodo non chiuso"
033500        GO TO EX-RIAPRI-PERIODO.
033600     MOVE "RIAP" TO AZIONE-PROF OF PAR-CTRLPROF.
033700     PERFORM VERIFICA-PROFILO THRU EX-VERIFICA-PROFILO.
033800     IF PROF-NEGATO OF PAR-CTRLPROF
033900        DISPLAY "PERIODI    operatore non abilitato alla "
034000                "riapertura"
034100        GO TO EX-RIAPRI-PERIODO.
034200     DISPLAY "Motivo della riapertura   " NO ADVANCING.
034300     MOVE SPACES TO MOTIVO-IN.
034400     ACCEPT MOTIVO-IN.
034500     IF MOTIVO-IN = SPACES
034600        DISPLAY "Motivo obbligatorio"
034700        GO TO EX-RIAPRI-PERIODO.
034800     MOVE "A" TO STATO-TC (IX-TC).
034900     MOVE W-FORMATO-INTERNO TO DATA-STATO-TC (IX-TC).
035000     MOVE W-SIGLA-UTENTE TO UTENTE-TC (IX-TC).
035100     PERFORM SCRIVI-CALENDARIO THRU EX-SCRIVI-CALENDARIO.
035200     MOVE "RIAPERTO" TO EVENTO-COM.
035300     PERFORM SCRIVI-PERLOG THRU EX-SCRIVI-PERLOG.
035400     DISPLAY "Periodo riaperto".
035500 EX-RIAPRI-PERIODO.
035600     EXIT.
035700*
035800*     societa' e periodo richiesti; FUNZIONE-IN a spazio se
035900*     non validi
036000 CHIEDI-PERIODO.
036100     DISPLAY "Societa' (00=tutte)       " NO ADVANCING.
036200     ACCEPT SOC-IN.
036300     IF SOC-IN NOT NUMERIC
036400        DISPLAY "Societa' non numerica"
036500        MOVE SPACE TO FUNZIONE-IN
036600        GO TO EX-CHIEDI-PERIODO.
036700     DISPLAY "Periodo (AAMM)            " NO ADVANCING.
036800     ACCEPT PERIODO-IN.
036900     IF PERIODO-IN NOT NUMERIC
037000        DISPLAY "Periodo non numerico"
037100        MOVE SPACE TO FUNZIONE-IN
037200        GO TO EX-CHIEDI-PERIODO.
037300     MOVE SOC-IN TO SOC-CERCA.
037400     MOVE PERIODO-IN TO PERIODO-CERCA.
037500 EX-CHIEDI-PERIODO.
037600     EXIT.
037700*
037800 CERCA-PERIODO.
037900     MOVE 0 TO IX-TC.
038000     PERFORM CONFRONTA-PERIODO THRU EX-CONFRONTA-PERIODO
038100        VARYING I-TC FROM 1 BY 1 UNTIL I-TC > N-CALENDARIO.
038200 EX-CERCA-PERIODO.
038300     EXIT.
038400*
038500 CONFRONTA-PERIODO.
038600     IF SOC-TC (I-TC) = SOC-CERCA
038700        AND PERIODO-TC (I-TC) = PERIODO-CERCA
038800        MOVE I-TC TO IX-TC
038900     END-IF.
039000 EX-CONFRONTA-PERIODO.
039100     EXIT.
039200*
039300 VERIFICA-PROFILO.
039400     MOVE W-SIGLA-UTENTE TO OPERATORE-PROF OF PAR-CTRLPROF.
039500     MOVE 0 TO MAGAZZINO-PROF OF PAR-CTRLPROF.
039600     CALL "CTRLPROF" USING W-COMMON PAR-CTRLPROF.
039700 EX-VERIFICA-PROFILO.
039800     EXIT.
039900*
040000*
040100 SCRIVI-PERLOG.
040200     OPEN EXTEND FILE-PERLOG.
040300     IF NOT PG-APERTO
040400        DISPLAY "PERIODI    PERLOG non apribile " CHECK-PG
040500        GO TO EX-SCRIVI-PERLOG.
040600     ACCEPT ORA-COM FROM TIME.
040700     MOVE T-TAB TO TG-PG-1 TG-PG-2 TG-PG-3 TG-PG-4 TG-PG-5
040800                   TG-PG-6 TG-PG-7 TG-PG-8 TG-PG-9 TG-PG-10
040900                   TG-PG-11 TG-PG-12.
041000     MOVE W-FORMATO-INTERNO TO DATA-PG.
041100     MOVE ORA-COM (1:6) TO ORA-PG.
041200     MOVE W-TERMINALE TO TERMINALE-PG.
041300     MOVE W-SIGLA-UTENTE TO UTENTE-PG.
041400     MOVE EVENTO-COM TO EVENTO-PG.
041500     MOVE SOC-TC (IX-TC) TO SOC-PG.
041600     MOVE PERIODO-TC (IX-TC) TO PERIODO-PG.
041700     MOVE SETT-DA-TC (IX-TC) TO SETT-ORIG-PG.
041800     MOVE SETT-A-TC (IX-TC) TO SETT-NUOVA-PG.
041900     MOVE 0 TO C-MAT-PG MAG-PG.
042000     MOVE SPACES TO C-OPE-PG.
042100     MOVE MOTIVO-IN TO MOTIVO-PG.
042200     WRITE REC-PERLOG.
042300     CLOSE FILE-PERLOG.
042400 EX-SCRIVI-PERLOG.
042500     EXIT.
042600*
042700*      FINE PROGRAMMA    **** /K PERIODI.COB  *****
