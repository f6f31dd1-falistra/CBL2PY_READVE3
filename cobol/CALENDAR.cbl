000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. CALENDAR.
000310*2026*        15/10/26
000320*     calendario aziendale dei giorni lavorativi (file
000330*     CALENDF, vedi YCALEND) usato da CTRLCAL e quindi dalle
000340*     funzioni 7-10 di QDATAS. FUNZIONE "L" elenca le righe
000350*     numerate, "A" aggiunge una festivita', chiusura,
000360*     apertura straordinaria, fermo vettore o settimana
000370*     tipo, "R" toglie una riga per numero, "G" genera le
000380*     feste nazionali: quelle fisse (anno 00, valgono ogni
000390*     anno) se mancano, Pasqua e lunedi' dell'Angelo per
000400*     l'anno richiesto. Dopo ogni modifica CTRLCAL ricarica
000410*     il calendario.
000420*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-CALEND ASSIGN TO "CALENDF"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-CZ.
001500*
001600 DATA DIVISION.
001700 FILE SECTION.
001800 FD FILE-CALEND DATA RECORD REC-CALEND.
001900 01 REC-CALEND            COPY YCALEND.
002000*
002100 WORKING-STORAGE SECTION.
002200*
002300 01 PARGEN           COPY QPARGEN.
002400 01 PARQDATA         COPY QPARDATS.
002500*
002600 01 PAR-CTRLCAL      COPY PARCTCAL.
002700*
002800 77 CHECK-CZ        PIC XX.
002900    88 CZ-APERTO    VALUES ARE "05", "00".
003000*
003100 01 OK-FINE-FILE    PIC S9(4) COMP.
003200    88 LETTO-FINE-FILE VALUE 1.
003300*
003400 01 T-TAB           PIC X VALUE X"9".
003500*
003600 01 FUNZIONE-IN     PIC X.
003700 01 TIPO-IN         PIC X.
003800 01 SOC-IN          PIC X(2).
003900 01 MAG-IN          PIC X(3).
004000 01 VET-IN          PIC X(8).
004100 01 DATA-IN         PIC X(6).
004200 01 SETT-IN         PIC X(7).
004300 01 DESCR-IN        PIC X(30).
004400 01 NUMERO-IN       PIC X(3).
004500 01 ANNO-IN         PIC X(2).
004600 01 CONFERMA-IN     PIC X.
004700*
004800* calendario in memoria, riscritto per intero a ogni modifica
004900 01 TAB-CALEND.
005000  05 RIGA-TC OCCURS 600.
005100   10 TIPO-TC          PIC X.
005200   10 SOC-TC           PIC 99.
005300   10 MAG-TC           PIC 9(3).
005400   10 VET-TC           PIC 9(8).
005500   10 DATA-TC          PIC 9(6).
005600   10 SETT-TC          PIC X(7).
005700   10 DESCR-TC         PIC X(30).
005800 01 N-CALEND        PIC S9(4) COMP.
005900 01 I-TC            PIC S9(4) COMP.
006000 01 IX-TC           PIC S9(4) COMP.
006100 01 CALEND-PIENO    PIC S9(4) COMP.
006200*
006300* riga nuova da aggiungere
006400 01 RIGA-NUOVA.
006500  05 TIPO-NU          PIC X.
006600  05 SOC-NU           PIC 99.
006700  05 MAG-NU           PIC 9(3).
006800  05 VET-NU           PIC 9(8).
006900  05 DATA-NU          PIC 9(6).
007000  05 FILLER REDEFINES DATA-NU.
007100   10 AA-NU           PIC 99.
007200   10 MM-NU           PIC 99.
007300   10 GG-NU           PIC 99.
007400  05 SETT-NU          PIC X(7).
007500  05 DESCR-NU         PIC X(30).
007600 01 GIA-PRESENTE    PIC S9(4) COMP.
007700 01 AGGIUNTE        PIC S9(4) COMP.
007800 01 CONTA-SN        PIC S9(4) COMP.
007900 01 CONTA-ED        PIC ZZ9.
008000*
008100* feste nazionali fisse MMGG e descrizione
008200 01 TAB-FESTE-FISSE.
008300  05 FILLER PIC X(28) VALUE "0101Capodanno".
008400  05 FILLER PIC X(28) VALUE "0106Epifania".
008500  05 FILLER PIC X(28) VALUE "0425Liberazione".
008600  05 FILLER PIC X(28) VALUE "0501Festa del lavoro".
008700  05 FILLER PIC X(28) VALUE "0602Festa della Repubblica".
008800  05 FILLER PIC X(28) VALUE "0815Ferragosto".
008900  05 FILLER PIC X(28) VALUE "1101Ognissanti".
009000  05 FILLER PIC X(28) VALUE "1208Immacolata".
009100  05 FILLER PIC X(28) VALUE "1225Natale".
009200  05 FILLER PIC X(28) VALUE "1226Santo Stefano".
009300 01 FILLER REDEFINES TAB-FESTE-FISSE.
009400  05 FESTA-FF OCCURS 10.
009500   10 MMGG-FF         PIC 9(4).
009600   10 DESCR-FF        PIC X(24).
009700 01 I-FF            PIC S9(4) COMP.
009800*
009900* calcolo della Pasqua (calendario gregoriano)
010000 01 ANNO-PQ         PIC 9(4).
010100 01 MESE-PQ         PIC 99.
010200 01 GIORNO-PQ       PIC 99.
010300 01 A-PQ            PIC S9(4) COMP.
010400 01 B-PQ            PIC S9(4) COMP.
010500 01 C-PQ            PIC S9(4) COMP.
010600 01 D-PQ            PIC S9(4) COMP.
010700 01 E-PQ            PIC S9(4) COMP.
010800 01 F-PQ            PIC S9(4) COMP.
010900 01 G-PQ            PIC S9(4) COMP.
011000 01 H-PQ            PIC S9(4) COMP.
011100 01 I-PQ            PIC S9(4) COMP.
011200 01 K-PQ            PIC S9(4) COMP.
011300 01 L-PQ            PIC S9(4) COMP.
011400 01 M-PQ            PIC S9(4) COMP.
011500 01 N-PQ            PIC S9(4) COMP.
011600 01 QUOZ-PQ         PIC S9(4) COMP.
011700*
011800 LINKAGE SECTION.
011900*
012000 01 W-COMMON       COPY WCOMMONW.
012100*
012200*PAGE
012300 PROCEDURE DIVISION  USING W-COMMON.
012400 INIZIO.
012500     DISPLAY "----  CALENDARIO AZIENDALE  ------".
012600     DISPLAY "Funzione (L=elenco A=aggiungi R=togli "
012700             "G=genera feste) " NO ADVANCING.
012800     MOVE SPACE TO FUNZIONE-IN.
012900     ACCEPT FUNZIONE-IN.
013000     IF FUNZIONE-IN NOT = "L" AND NOT = "A" AND NOT = "R"
013100                    AND NOT = "G"
013200        DISPLAY "Funzione non valida"
013300        GO TO FINE.
013400     PERFORM CARICA-CALEND THRU EX-CARICA-CALEND.
013500     IF CALEND-PIENO NOT = 0
013600        DISPLAY "CALENDAR   TAB-CALEND da allargare"
013700        GO TO FINE.
013800     EVALUATE FUNZIONE-IN
013900        WHEN "L"
014000           PERFORM ELENCO THRU EX-ELENCO
014100        WHEN "A"
014200           PERFORM AGGIUNGI THRU EX-AGGIUNGI
014300        WHEN "R"
014400           PERFORM TOGLI THRU EX-TOGLI
014500        WHEN "G"
014600           PERFORM GENERA-FESTE THRU EX-GENERA-FESTE
014700     END-EVALUATE.
014800 FINE.
014900     EXIT PROGRAM.
015000*
015100*
015200 CARICA-CALEND.
015300     MOVE 0 TO N-CALEND CALEND-PIENO.
015400     OPEN INPUT FILE-CALEND.
015500     IF CZ-APERTO
015600        MOVE 0 TO OK-FINE-FILE
015700        PERFORM LEGGI-RIGA-CALEND THRU EX-LEGGI-RIGA-CALEND
015800           UNTIL LETTO-FINE-FILE
015900        CLOSE FILE-CALEND
016000     END-IF.
016100 EX-CARICA-CALEND.
016200     EXIT.
016300*
016400 LEGGI-RIGA-CALEND.
016500     READ FILE-CALEND
016600        AT END
016700           MOVE 1 TO OK-FINE-FILE
016800           GO TO EX-LEGGI-RIGA-CALEND
016900     END-READ.
017000     IF N-CALEND NOT < 600
017100        MOVE 1 TO CALEND-PIENO OK-FINE-FILE
017200        GO TO EX-LEGGI-RIGA-CALEND.
017300     ADD 1 TO N-CALEND.
017400     MOVE TIPO-CZ TO TIPO-TC (N-CALEND).
017500     MOVE SOC-CZ TO SOC-TC (N-CALEND).
017600     MOVE MAG-CZ TO MAG-TC (N-CALEND).
017700     MOVE VET-CZ TO VET-TC (N-CALEND).
017800     MOVE DATA-CZ TO DATA-TC (N-CALEND).
017900     MOVE SETT-CZ TO SETT-TC (N-CALEND).
018000     MOVE DESCR-CZ TO DESCR-TC (N-CALEND).
018100 EX-LEGGI-RIGA-CALEND.
018200     EXIT.
018300*
018400*     CALENDF riscritto per intero e CTRLCAL avvisato di
018500*     ricaricare il calendario
018600 SCRIVI-CALEND.
018700     OPEN OUTPUT FILE-CALEND.
018800     IF NOT CZ-APERTO
018900        DISPLAY "CALENDAR   CALENDF non apribile " CHECK-CZ
019000        GO TO EX-SCRIVI-CALEND.
019100     PERFORM SCRIVI-RIGA-CALEND THRU EX-SCRIVI-RIGA-CALEND
019200        VARYING I-TC FROM 1 BY 1 UNTIL I-TC > N-CALEND.
019300     CLOSE FILE-CALEND.
019400     MOVE "L" TO FUNZ-CC.
019500     CALL "CTRLCAL" USING PAR-CTRLCAL.
019600 EX-SCRIVI-CALEND.
019700     EXIT.
019800*
019900 SCRIVI-RIGA-CALEND.
020000     MOVE T-TAB TO TG-CZ-1 TG-CZ-2 TG-CZ-3 TG-CZ-4 TG-CZ-5
020100                   TG-CZ-6.
020200     MOVE TIPO-TC (I-TC) TO TIPO-CZ.
020300     MOVE SOC-TC (I-TC) TO SOC-CZ.
020400     MOVE MAG-TC (I-TC) TO MAG-CZ.
020500     MOVE VET-TC (I-TC) TO VET-CZ.
020600     MOVE DATA-TC (I-TC) TO DATA-CZ.
020700     MOVE SETT-TC (I-TC) TO SETT-CZ.
020800     MOVE DESCR-TC (I-TC) TO DESCR-CZ.
020900     WRITE REC-CALEND.
021000 EX-SCRIVI-RIGA-CALEND.
021100     EXIT.
021200*
021300*
021400 ELENCO.
021500     IF N-CALEND = 0
021600        DISPLAY "Calendario vuoto"
021700        GO TO EX-ELENCO.
021800     DISPLAY "Nr. T Soc Mag Vettore  AAMMGG Settim. "
021900             "Descrizione".
022000     PERFORM ELENCA-RIGA THRU EX-ELENCA-RIGA
022100        VARYING I-TC FROM 1 BY 1 UNTIL I-TC > N-CALEND.
022200     MOVE N-CALEND TO CONTA-ED.
022300     DISPLAY "CALENDAR   righe a calendario " CONTA-ED.
022400 EX-ELENCO.
022500     EXIT.
022600*
022700 ELENCA-RIGA.
022800     MOVE I-TC TO CONTA-ED.
022900     DISPLAY CONTA-ED " " TIPO-TC (I-TC) " " SOC-TC (I-TC)
023000             "  " MAG-TC (I-TC) " " VET-TC (I-TC) " "
023100             DATA-TC (I-TC) " " SETT-TC (I-TC) " "
023200             DESCR-TC (I-TC).
023300 EX-ELENCA-RIGA.
023400     EXIT.
023500*
023600*
023700*     riga nuova: tipo, chi riguarda, data o settimana tipo
023800 AGGIUNGI.
023900     MOVE SPACES TO RIGA-NUOVA.
024000     MOVE 0 TO AGGIUNTE.
024100     DISPLAY "Tipo (F=festa C=chiusura A=apertura "
024200             "V=fermo vettore S=settimana) " NO ADVANCING.
024300     MOVE SPACE TO TIPO-IN.
024400     ACCEPT TIPO-IN.
024500     IF TIPO-IN NOT = "F" AND NOT = "C" AND NOT = "A"
024600                AND NOT = "V" AND NOT = "S"
024700        DISPLAY "Tipo non valido"
024800        GO TO EX-AGGIUNGI.
024900     MOVE TIPO-IN TO TIPO-NU.
025000     MOVE 0 TO SOC-NU MAG-NU VET-NU DATA-NU.
025100     IF TIPO-IN = "F"
025200        DISPLAY "Societa' (00=nazionale)   " NO ADVANCING
025300        MOVE "00" TO SOC-IN
025400        ACCEPT SOC-IN
025500        IF SOC-IN NOT NUMERIC
025600           DISPLAY "Societa' non numerica"
025700           GO TO EX-AGGIUNGI
025800        END-IF
025900        MOVE SOC-IN TO SOC-NU
026000     END-IF.
026100     IF TIPO-IN = "F" OR "C" OR "A" OR "S"
026200        DISPLAY "Magazzino (000=nessuno)   " NO ADVANCING
026300        MOVE "000" TO MAG-IN
026400        ACCEPT MAG-IN
026500        IF MAG-IN NOT NUMERIC
026600           DISPLAY "Magazzino non numerico"
026700           GO TO EX-AGGIUNGI
026800        END-IF
026900        MOVE MAG-IN TO MAG-NU
027000     END-IF.
027100     IF (TIPO-IN = "C" OR "A") AND MAG-NU = 0
027200        DISPLAY "Manca il magazzino"
027300        GO TO EX-AGGIUNGI.
027400     IF TIPO-IN = "S" AND MAG-NU = 0
027500        DISPLAY "Vettore (00000000=nessuno) " NO ADVANCING
027600        MOVE "00000000" TO VET-IN
027700        ACCEPT VET-IN
027800        IF VET-IN NOT NUMERIC
027900           DISPLAY "Vettore non numerico"
028000           GO TO EX-AGGIUNGI
028100        END-IF
028200        MOVE VET-IN TO VET-NU
028300        IF VET-NU = 0
028400           DISPLAY "Societa' (00=tutte)       " NO ADVANCING
028500           MOVE "00" TO SOC-IN
028600           ACCEPT SOC-IN
028700           IF SOC-IN NOT NUMERIC
028800              DISPLAY "Societa' non numerica"
028900              GO TO EX-AGGIUNGI
029000           END-IF
029100           MOVE SOC-IN TO SOC-NU
029200        END-IF
029300     END-IF.
029400     IF TIPO-IN = "V"
029500        DISPLAY "Vettore (conto)           " NO ADVANCING
029600        ACCEPT VET-IN
029700        IF VET-IN NOT NUMERIC OR VET-IN = "00000000"
029800           DISPLAY "Vettore non valido"
029900           GO TO EX-AGGIUNGI
030000        END-IF
030100        MOVE VET-IN TO VET-NU
030200     END-IF.
030300     IF TIPO-IN = "S"
030400        PERFORM CHIEDI-SETTIMANA THRU EX-CHIEDI-SETTIMANA
030500     ELSE
030600        PERFORM CHIEDI-DATA THRU EX-CHIEDI-DATA
030700     END-IF.
030800     IF TIPO-IN = SPACE
030900        GO TO EX-AGGIUNGI.
031000     DISPLAY "Descrizione               " NO ADVANCING.
031100     MOVE SPACES TO DESCR-IN.
031200     ACCEPT DESCR-IN.
031300     MOVE DESCR-IN TO DESCR-NU.
031400     PERFORM CERCA-DOPPIA THRU EX-CERCA-DOPPIA.
031500     IF GIA-PRESENTE NOT = 0
031600        MOVE GIA-PRESENTE TO CONTA-ED
031700        DISPLAY "Riga gia' presente al numero " CONTA-ED
031800        GO TO EX-AGGIUNGI.
031900     PERFORM METTI-RIGA THRU EX-METTI-RIGA.
032000     IF AGGIUNTE = 0
032100        GO TO EX-AGGIUNGI.
032200     PERFORM SCRIVI-CALEND THRU EX-SCRIVI-CALEND.
032300     DISPLAY "Riga aggiunta".
032400 EX-AGGIUNGI.
032500     EXIT.
032600*
032700*     data GGMMAA (AA = 00 per ogni anno) in AAMMGG;
032800*     TIPO-IN a spazio se non valida
032900 CHIEDI-DATA.
033000     DISPLAY "Data (GGMMAA, AA=00 ogni anno) " NO ADVANCING.
033100     MOVE SPACES TO DATA-IN.
033200     ACCEPT DATA-IN.
033300     IF DATA-IN NOT NUMERIC
033400        DISPLAY "Data non valida"
033500        MOVE SPACE TO TIPO-IN
033600        GO TO EX-CHIEDI-DATA.
033700     MOVE DATA-IN TO Q-DATA-9.
033800     MOVE 1 TO Q-FUNZIONE OF PARGEN.
033900     CANCEL "QDATAS"
034000     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA.
034100     IF Q-STATO OF PARGEN NOT = 0
034200        DISPLAY "Data non valida"
034300        MOVE SPACE TO TIPO-IN
034400        GO TO EX-CHIEDI-DATA.
034500     MOVE Q-DATA-I TO DATA-NU.
034600 EX-CHIEDI-DATA.
034700     EXIT.
034800*
034900*     settimana tipo: sette caratteri S/N da lunedi'
035000 CHIEDI-SETTIMANA.
035100     DISPLAY "Settimana lun..dom (S/N)  " NO ADVANCING.
035200     MOVE SPACES TO SETT-IN.
035300     ACCEPT SETT-IN.
035400     MOVE 0 TO CONTA-SN.
035500     INSPECT SETT-IN TALLYING CONTA-SN FOR ALL "S"
035600                              CONTA-SN FOR ALL "N".
035700     IF CONTA-SN NOT = 7
035800        DISPLAY "Settimana non valida"
035900        MOVE SPACE TO TIPO-IN
036000        GO TO EX-CHIEDI-SETTIMANA.
036100     MOVE SETT-IN TO SETT-NU.
036200 EX-CHIEDI-SETTIMANA.
036300     EXIT.
036400*
036500 CERCA-DOPPIA.
036600     MOVE 0 TO GIA-PRESENTE.
036700     PERFORM CONFRONTA-RIGA THRU EX-CONFRONTA-RIGA
036800        VARYING I-TC FROM 1 BY 1 UNTIL I-TC > N-CALEND.
036900 EX-CERCA-DOPPIA.
037000     EXIT.
037100*
037200 CONFRONTA-RIGA.
037300     IF TIPO-TC (I-TC) = TIPO-NU
037400        AND SOC-TC (I-TC) = SOC-NU
037500        AND MAG-TC (I-TC) = MAG-NU
037600        AND VET-TC (I-TC) = VET-NU
037700        AND DATA-TC (I-TC) = DATA-NU
037800        MOVE I-TC TO GIA-PRESENTE
037900     END-IF.
038000 EX-CONFRONTA-RIGA.
038100     EXIT.
038200*
038300*     RIGA-NUOVA in coda alla tabella (AGGIUNTE contate)
038400 METTI-RIGA.
038500     IF N-CALEND NOT < 600
038600        DISPLAY "CALENDAR   TAB-CALEND da allargare"
038700        GO TO EX-METTI-RIGA.
038800     ADD 1 TO N-CALEND AGGIUNTE.
038900     MOVE TIPO-NU TO TIPO-TC (N-CALEND).
039000     MOVE SOC-NU TO SOC-TC (N-CALEND).
039100     MOVE MAG-NU TO MAG-TC (N-CALEND).
039200     MOVE VET-NU TO VET-TC (N-CALEND).
039300     MOVE DATA-NU TO DATA-TC (N-CALEND).
039400     MOVE SETT-NU TO SETT-TC (N-CALEND).
039500     MOVE DESCR-NU TO DESCR-TC (N-CALEND).
039600 EX-METTI-RIGA.
039700     EXIT.
039800*
039900*
040000*     togli una riga per numero (come da elenco), le
040100*     seguenti salgono di un posto
040200 TOGLI.
040300     PERFORM ELENCO THRU EX-ELENCO.
040400     IF N-CALEND = 0
040500        GO TO EX-TOGLI.
040600     DISPLAY "Numero della riga da togliere (NNN) "
040700             NO ADVANCING.
040800     MOVE SPACES TO NUMERO-IN.
040900     ACCEPT NUMERO-IN.
041000     IF NUMERO-IN NOT NUMERIC
041100        DISPLAY "Numero non valido"
041200        GO TO EX-TOGLI.
041300     MOVE NUMERO-IN TO IX-TC.
041400     IF IX-TC < 1 OR IX-TC > N-CALEND
041500        DISPLAY "Numero non valido"
041600        GO TO EX-TOGLI.
041700     DISPLAY "Conferma (S/N) " NO ADVANCING.
041800     MOVE "N" TO CONFERMA-IN.
041900     ACCEPT CONFERMA-IN.
042000     IF CONFERMA-IN NOT = "S"
042100        GO TO EX-TOGLI.
042200     PERFORM SALI-RIGA THRU EX-SALI-RIGA
042300        VARYING I-TC FROM IX-TC BY 1 UNTIL I-TC NOT < N-CALEND.
042400     SUBTRACT 1 FROM N-CALEND.
042500     PERFORM SCRIVI-CALEND THRU EX-SCRIVI-CALEND.
042600     DISPLAY "Riga tolta".
042700 EX-TOGLI.
042800     EXIT.
042900*
043000 SALI-RIGA.
043100     MOVE RIGA-TC (I-TC + 1) TO RIGA-TC (I-TC).
043200 EX-SALI-RIGA.
043300     EXIT.
043400*
043500*
043600*     feste nazionali: fisse (anno 00) e Pasqua/Pasquetta
043700*     dell'anno richiesto, solo quelle che mancano
043800 GENERA-FESTE.
043900     DISPLAY "Anno (AA) per Pasqua e Pasquetta " NO ADVANCING.
044000     MOVE SPACES TO ANNO-IN.
044100     ACCEPT ANNO-IN.
044200     IF ANNO-IN NOT NUMERIC
044300        DISPLAY "Anno non valido"
044400        GO TO EX-GENERA-FESTE.
044500     MOVE 0 TO AGGIUNTE.
044600     MOVE SPACES TO RIGA-NUOVA.
044700     MOVE "F" TO TIPO-NU.
044800     MOVE 0 TO SOC-NU MAG-NU VET-NU.
044900     PERFORM FESTA-FISSA THRU EX-FESTA-FISSA
045000        VARYING I-FF FROM 1 BY 1 UNTIL I-FF > 10.
045100     MOVE ANNO-IN TO AA-NU.
045200     IF AA-NU <= 50
045300        COMPUTE ANNO-PQ = 2000 + AA-NU
045400     ELSE
045500        COMPUTE ANNO-PQ = 1900 + AA-NU.
045600     PERFORM CALCOLA-PASQUA THRU EX-CALCOLA-PASQUA.
045700     MOVE MESE-PQ TO MM-NU.
045800     MOVE GIORNO-PQ TO GG-NU.
045900     MOVE "Pasqua" TO DESCR-NU.
046000     PERFORM AGGIUNGI-SE-MANCA THRU EX-AGGIUNGI-SE-MANCA.
046100     IF GIORNO-PQ = 31
046200        MOVE 4 TO MM-NU
046300        MOVE 1 TO GG-NU
046400     ELSE
046500        ADD 1 TO GG-NU.
046600     MOVE "Lunedi' dell'Angelo" TO DESCR-NU.
046700     PERFORM AGGIUNGI-SE-MANCA THRU EX-AGGIUNGI-SE-MANCA.
046800     MOVE AGGIUNTE TO CONTA-ED.
046900     DISPLAY "CALENDAR   feste aggiunte " CONTA-ED.
047000     IF AGGIUNTE NOT = 0
047100        PERFORM SCRIVI-CALEND THRU EX-SCRIVI-CALEND.
047200 EX-GENERA-FESTE.
047300     EXIT.
047400*
047500 FESTA-FISSA.
047600     MOVE 0 TO AA-NU.
047700     MOVE MMGG-FF (I-FF) TO DATA-NU (3:4).
047800     MOVE DESCR-FF (I-FF) TO DESCR-NU.
047900     PERFORM AGGIUNGI-SE-MANCA THRU EX-AGGIUNGI-SE-MANCA.
048000 EX-FESTA-FISSA.
048100     EXIT.
048200*
048300 AGGIUNGI-SE-MANCA.
048400     PERFORM CERCA-DOPPIA THRU EX-CERCA-DOPPIA.
048500     IF GIA-PRESENTE = 0
048600        PERFORM METTI-RIGA THRU EX-METTI-RIGA.
048700 EX-AGGIUNGI-SE-MANCA.
048800     EXIT.
048900*
049000*     domenica di Pasqua di ANNO-PQ (metodo di Gauss nella
049100*     forma di Meeus) in MESE-PQ/GIORNO-PQ
049200 CALCOLA-PASQUA.
049300     DIVIDE ANNO-PQ BY 19 GIVING QUOZ-PQ REMAINDER A-PQ.
049400     DIVIDE ANNO-PQ BY 100 GIVING B-PQ REMAINDER C-PQ.
049500     DIVIDE B-PQ BY 4 GIVING D-PQ REMAINDER E-PQ.
049600     COMPUTE N-PQ = B-PQ + 8.
049700     DIVIDE N-PQ BY 25 GIVING F-PQ.
049800     COMPUTE N-PQ = B-PQ - F-PQ + 1.
049900     DIVIDE N-PQ BY 3 GIVING G-PQ.
050000     COMPUTE N-PQ = 19 * A-PQ + B-PQ - D-PQ - G-PQ + 15.
050100     DIVIDE N-PQ BY 30 GIVING QUOZ-PQ REMAINDER H-PQ.
050200     DIVIDE C-PQ BY 4 GIVING I-PQ REMAINDER K-PQ.
050300     COMPUTE N-PQ = 32 + 2 * E-PQ + 2 * I-PQ - H-PQ - K-PQ.
050400     DIVIDE N-PQ BY 7 GIVING QUOZ-PQ REMAINDER L-PQ.
050500     COMPUTE N-PQ = A-PQ + 11 * H-PQ + 22 * L-PQ.
050600     DIVIDE N-PQ BY 451 GIVING M-PQ.
050700     COMPUTE N-PQ = H-PQ + L-PQ - 7 * M-PQ + 114.
050800     DIVIDE N-PQ BY 31 GIVING MESE-PQ REMAINDER GIORNO-PQ.
050900     ADD 1 TO GIORNO-PQ.
051000 EX-CALCOLA-PASQUA.
051100     EXIT.
051200*
051300*      FINE PROGRAMMA    **** /K CALENDAR.COB  *****
