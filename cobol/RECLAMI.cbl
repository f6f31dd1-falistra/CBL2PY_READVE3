000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. RECLAMI.
000310*2026*        15/10/26
000320*     registro reclami dei clienti all'ingrosso e dell'outlet
000330*     (arrivano per telefono o email e finora stavano su un
000340*     foglio elettronico senza legame col capo o la consegna).
000350*     Registro RECLAMIF, un rigo per reclamo riscritto per
000360*     intero all'uscita: conto, baruni o C-MAT/taglia, DDT,
000370*     tipo, descrizione, stato (aperto/in indagine/accreditato
000380*     /respinto) e responsabile. Il lotto fornitore si ricava
000390*     da LOTTRACE (il baruni, l'ULTIMO rigo vince come in
000400*     RESOCLI; senza baruni l'ultimo rigo del C-MAT/taglia
000410*     venduto al conto) e il fornitore dal carico della bolla
000420*     su MOVMAG (catena C-MAT, come TROVA-LOTTO-RICEVIMENTO di
000430*     READVE3). La chiusura accreditata passa da RESOCLI se il
000440*     capo rientra (la nota segue dal RESC) o resta in attesa
000450*     di NOTACRED per l'accredito senza rientro. Rapporto
000460*     mensile sul tabulato per tipo, articolo e lotto
000470*     fornitore.
000480*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-RECLAMI ASSIGN TO "RECLAMIF"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-RC.
001500     SELECT OPTIONAL FILE-LOTTRAC ASSIGN TO "LOTTRACE"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-LT.
001800*
001900 DATA DIVISION.
002000 FILE SECTION.
002100 FD FILE-RECLAMI DATA RECORD REC-RECLAMI.
002200 01 REC-RECLAMI            COPY YRECLAMI.
002300 FD FILE-LOTTRAC DATA RECORD REC-LOTTRAC.
002400 01 REC-LOTTRAC            COPY YLOTTRAC.
002500*
002600 WORKING-STORAGE SECTION.
002700*
002800 01 REC-MOVMAG       COPY YMOVMAG.
002900 01 AREA-REC-SET     PIC X(512).
003000 01 FILLER REDEFINES AREA-REC-SET.
003100  05 REC-ANACON      COPY YANACON.
003200*
003300 77 CHECK-RC        PIC XX.
003400    88 RC-APERTO-F  VALUES ARE "05", "00".
003500 77 CHECK-LT        PIC XX.
003600    88 LT-APERTO    VALUES ARE "05", "00".
003700*
003800 01 OK-FINE-RC      PIC S9(4) COMP.
003900    88 LETTO-FINE-RC VALUE 1.
004000 01 OK-FINE-LT      PIC S9(4) COMP.
004100    88 LETTO-FINE-LT VALUE 1.
004200*
004300 01 T-TAB           PIC X VALUE X"9".
004400*
004500* reclamo in lavoro
004600 01 REC-RC-W         COPY YRECLAMI.
004700*
004800* registro in memoria, righe intere
004900 01 TAB-RECLAMI.
005000  05 RIGA-RM         PIC X(210) OCCURS 2000.
005100 01 N-RECLAMI       PIC S9(4) COMP.
005200 01 I-RM            PIC S9(4) COMP.
005300 01 IX-RM           PIC S9(4) COMP.
005400 01 ULTIMO-NUMERO   PIC 9(6).
005500 01 REGISTRO-PIENO  PIC X.
005600 01 REGISTRO-MODIF  PIC X.
005700*
005800* tipi di reclamo
005900 01 TAB-TIPI-INIZ.
006000  05 FILLER          PIC X(32) VALUE "DFDIFETTO DI CONFEZIONE".
006100  05 FILLER          PIC X(32) VALUE "TSTESSUTO/COLORE".
006200  05 FILLER          PIC X(32) VALUE "TGTAGLIA/VESTIBILITA'".
006300  05 FILLER          PIC X(32) VALUE "DTDANNO DA TRASPORTO".
006400  05 FILLER          PIC X(32) VALUE "MEMERCE MANCANTE O ERRATA".
006500  05 FILLER          PIC X(32) VALUE "ALALTRO".
006600 01 TAB-TIPI REDEFINES TAB-TIPI-INIZ.
006700  05 RIGA-TP OCCURS 6.
006800   10 COD-TP           PIC XX.
006900   10 DESCR-TP         PIC X(30).
007000 01 I-TP            PIC S9(4) COMP.
007100 01 IX-TP           PIC S9(4) COMP.
007200*
007300 01 COMANDO-RM      PIC X.
007400    88 RM-NUOVO     VALUE "N".
007500    88 RM-STATO     VALUE "S".
007600    88 RM-LISTA     VALUE "L".
007700    88 RM-RAPPORTO  VALUE "M".
007800    88 RM-FINE      VALUE "F".
007900*
008000 01 CONTO-IN        PIC X(8).
008100 01 CANALE-IN       PIC X.
008200 01 BARUNI-IN       PIC X(13).
008300 01 C-MAT-IN        PIC X(15).
008400 01 TAGLIA-IN       PIC XX.
008500 01 DATA-DDT-IN     PIC X(6).
008600 01 NUMERO-DDT-IN   PIC X(6).
008700 01 TIPO-IN         PIC XX.
008800 01 DESCR-IN        PIC X(60).
008900 01 RESPONS-IN      PIC X(8).
009000 01 NUMERO-IN       PIC X(6).
009100 01 STATO-IN        PIC X.
009200 01 MODO-IN         PIC X.
009300 01 VALORE-IN       PIC X(9).
009400 01 MESE-IN         PIC X(4).
009500 01 MESE-RIC        PIC 9(4).
009600 01 MESE-RIGA       PIC 9(4).
009700*
009800* ricerca su LOTTRACE: "B" per baruni, "C" per C-MAT/taglia
009900 01 MODO-RICERCA-LT PIC X.
010000 01 TROVATO-LT      PIC S9(4) COMP.
010100    88 C-E-LOTTRAC  VALUE 1.
010200 01 LOTTO-CONTO     PIC 9(15).
010300 01 LOTTO-ALTRI     PIC 9(15).
010400 01 MAG-CONTO       PIC 9(3).
010500 01 MAG-ALTRI       PIC 9(3).
010600 01 MAG-IN          PIC X(3).
010700 01 CONTO-VENDITA   PIC 9(8).
010800 01 FORNITORE-TROVATO PIC S9(4) COMP.
010900    88 C-E-FORNITORE VALUE 1.
011000*
011100* rapporto mensile: per tipo, per articolo (C-MAT senza
011200* colore) e per lotto fornitore
011300 01 TAB-RAP-TIPO.
011400  05 RIGA-RT OCCURS 7.
011500   10 N-RT             PIC S9(5) COMP.
011600   10 APERTI-RT        PIC S9(5) COMP.
011700   10 ACCR-RT          PIC S9(5) COMP.
011800   10 RESP-RT          PIC S9(5) COMP.
011900   10 VALORE-RT        PIC S9(11) COMP.
012000 01 TAB-RAP-ART.
012100  05 RIGA-RA OCCURS 300.
012200   10 C-MAT-RA         PIC 9(15).
012300   10 N-RA             PIC S9(5) COMP.
012400   10 APERTI-RA        PIC S9(5) COMP.
012500   10 VALORE-RA        PIC S9(11) COMP.
012600 01 N-ART-RA        PIC S9(4) COMP.
012700 01 I-RA            PIC S9(4) COMP.
012800 01 IX-RA           PIC S9(4) COMP.
012900 01 C-MAT-ART-RIC   PIC 9(15).
013000 01 TAB-RAP-LOTTO.
013100  05 RIGA-RL OCCURS 300.
013200   10 LOTTO-RL         PIC 9(15).
013300   10 FORN-RL          PIC 9(8).
013400   10 N-RL             PIC S9(5) COMP.
013500   10 APERTI-RL        PIC S9(5) COMP.
013600   10 VALORE-RL        PIC S9(11) COMP.
013700 01 N-LOTTI-RL      PIC S9(4) COMP.
013800 01 I-RL            PIC S9(4) COMP.
013900 01 IX-RL           PIC S9(4) COMP.
014000 01 RECLAMI-MESE    PIC S9(5) COMP.
014100 01 TABELLE-PIENE   PIC X.
014200*
014300 01  PAR-PRINT.
014400  05  STATO-PR      PIC S9(4) COMP.
014500  05  LL-RIGA       PIC  9(4) COMP.
014600  05  N-MAX-RIGHE   PIC  9(4) COMP.
014700  05  FLAG-ROUTINE  PIC  9(4) COMP.
014800  05  NUM-FILE-ID   PIC  9(4) COMP.
014900  05  NOME-FILE.
015000   10 PRE-NOME-FILE     PIC X.
015100   10 TERM-N-FILE       PIC 9(6).
015200   10 FILLER            PIC XXX VALUE ".ST".
015300*
015400 01  RIGA.
015500  05  N-STAMPANTE   PIC 9.
015600  05  COMANDO       PIC X.
015700  05  N-RIGA-STAMPA PIC 9(4) COMP.
015800  05  DATI-RIGA     PIC X(132).
015900  05 RIGA-DETT-RM REDEFINES DATI-RIGA.
016000    10 FILLER        PIC XX.
016100    10 CHIAVE-RM-ST  PIC X(30).
016200    10 FILLER        PIC XX.
016300    10 FORN-RM-ST    PIC X(8).
016400    10 FILLER        PIC XX.
016500    10 N-RM-ST       PIC Z(4)9.
016600    10 FILLER        PIC XX.
016700    10 APERTI-RM-ST  PIC Z(4)9.
016800    10 FILLER        PIC XX.
016900    10 ACCR-RM-ST    PIC Z(4)9.
017000    10 FILLER        PIC XX.
017100    10 RESP-RM-ST    PIC Z(4)9.
017200    10 FILLER        PIC XX.
017300    10 VALORE-RM-ST  PIC Z(8)9,99.
017400*
017500 01 BUFFER.
017600  05 N-BUF               PIC S9(4) COMP VALUE 37.
017700  05 FILLER              PIC XX.
017800  05 FILLER              PIC X(5120).
017900*
018000 01 STATO-DISPLAY    PIC ZZZZ-.
018100*
018200 LINKAGE SECTION.
018300*
018400 01 W-COMMON       COPY WCOMMONW.
018500*
018600*PAGE
018700 PROCEDURE DIVISION  USING W-COMMON.
018800 INIZIO.
018900     DISPLAY "----  REGISTRO RECLAMI CLIENTI  ---------".
019000     PERFORM CARICA-REGISTRO THRU EX-CARICA-REGISTRO.
019100     MOVE "N" TO REGISTRO-MODIF.
019200     MOVE SPACES TO COMANDO-RM.
019300     PERFORM CHIEDI-COMANDO THRU EX-CHIEDI-COMANDO
019400        UNTIL RM-FINE.
019500     IF REGISTRO-MODIF = "S"
019600        PERFORM RISCRIVI-REGISTRO THRU EX-RISCRIVI-REGISTRO.
019700 FINE.
019800     EXIT PROGRAM.
019900*
020000*
020100******************************************************
020200*  REGISTRO IN MEMORIA                                *
020300******************************************************
020400 CARICA-REGISTRO.
020500     MOVE 0 TO N-RECLAMI ULTIMO-NUMERO.
020600     MOVE "N" TO REGISTRO-PIENO.
020700     OPEN INPUT FILE-RECLAMI.
020800     IF NOT RC-APERTO-F
020900        GO TO EX-CARICA-REGISTRO.
021000     MOVE 0 TO OK-FINE-RC.
021100     PERFORM LEGGI-RIGA-RECLAMI THRU EX-LEGGI-RIGA-RECLAMI
021200        UNTIL LETTO-FINE-RC.
021300     CLOSE FILE-RECLAMI.
021400 EX-CARICA-REGISTRO.
021500     EXIT.
021600*
021700 LEGGI-RIGA-RECLAMI.
021800     READ FILE-RECLAMI
021900        AT END
022000           MOVE 1 TO OK-FINE-RC
022100           GO TO EX-LEGGI-RIGA-RECLAMI
022200     END-READ.
022300*    riscrivere con la memoria piena perderebbe le righe in
022400*    coda: da qui in poi il registro resta in sola lettura
022500     IF N-RECLAMI NOT < 2000
022600        MOVE "S" TO REGISTRO-PIENO
022700        GO TO EX-LEGGI-RIGA-RECLAMI.
022800     ADD 1 TO N-RECLAMI.
022900     MOVE REC-RECLAMI TO RIGA-RM (N-RECLAMI).
023000     IF NUMERO-RC OF REC-RECLAMI NUMERIC
023100        AND NUMERO-RC OF REC-RECLAMI > ULTIMO-NUMERO
023200        MOVE NUMERO-RC OF REC-RECLAMI TO ULTIMO-NUMERO.
023300 EX-LEGGI-RIGA-RECLAMI.
023400     EXIT.
023500*
023600 RISCRIVI-REGISTRO.
023700     IF REGISTRO-PIENO = "S"
023800        DISPLAY "RECLAMI    registro oltre 2000 righe: non"
023900                " riscritto, archiviare i reclami chiusi"
024000        GO TO EX-RISCRIVI-REGISTRO.
024100     OPEN OUTPUT FILE-RECLAMI.
024200     PERFORM SCRIVI-RIGA-RECLAMI THRU EX-SCRIVI-RIGA-RECLAMI
024300        VARYING I-RM FROM 1 BY 1 UNTIL I-RM > N-RECLAMI.
024400     CLOSE FILE-RECLAMI.
024500 EX-RISCRIVI-REGISTRO.
024600     EXIT.
024700*
024800 SCRIVI-RIGA-RECLAMI.
024900     MOVE RIGA-RM (I-RM) TO REC-RECLAMI.
025000     WRITE REC-RECLAMI.
025100 EX-SCRIVI-RIGA-RECLAMI.
025200     EXIT.
025300*
025400*
025500 CHIEDI-COMANDO.
025600     DISPLAY "Comando: N=nuovo S=stato L=lista aperti "
025700             "M=rapporto mese F=fine " NO ADVANCING.
025800     ACCEPT COMANDO-RM.
025900     EVALUATE TRUE
026000        WHEN RM-NUOVO
026100           PERFORM NUOVO-RECLAMO THRU EX-NUOVO-RECLAMO
026200        WHEN RM-STATO
026300           PERFORM CAMBIA-STATO THRU EX-CAMBIA-STATO
026400        WHEN RM-LISTA
026500           PERFORM LISTA-APERTI THRU EX-LISTA-APERTI
026600        WHEN RM-RAPPORTO
026700           PERFORM RAPPORTO-MENSILE THRU EX-RAPPORTO-MENSILE
026800        WHEN RM-FINE
026900           CONTINUE
027000        WHEN OTHER
027100           DISPLAY "Comando non valido"
027200     END-EVALUATE.
027300 EX-CHIEDI-COMANDO.
027400     EXIT.
027500*
027600*
027700******************************************************
027800*  NUOVO RECLAMO                                      *
027900******************************************************
028000 NUOVO-RECLAMO.
028100     IF REGISTRO-PIENO = "S" OR N-RECLAMI NOT < 2000
028200        DISPLAY "Registro pieno: archiviare i reclami chiusi"
028300        GO TO EX-NUOVO-RECLAMO.
028400     INITIALIZE REC-RC-W.
028500     MOVE T-TAB TO TR-1 OF REC-RC-W TR-2 OF REC-RC-W
028600                   TR-3 OF REC-RC-W TR-4 OF REC-RC-W
028700                   TR-5 OF REC-RC-W TR-6 OF REC-RC-W
028800                   TR-7 OF REC-RC-W TR-8 OF REC-RC-W
028900                   TR-9 OF REC-RC-W TR-10 OF REC-RC-W
029000                   TR-11 OF REC-RC-W TR-12 OF REC-RC-W
029100                   TR-13 OF REC-RC-W TR-14 OF REC-RC-W
029200                   TR-15 OF REC-RC-W TR-16 OF REC-RC-W
029300                   TR-17 OF REC-RC-W TR-18 OF REC-RC-W
029400                   TR-19 OF REC-RC-W TR-20 OF REC-RC-W.
029500     DISPLAY "Conto cliente (8 cifre) " NO ADVANCING.
029600     MOVE SPACES TO CONTO-IN.
029700     ACCEPT CONTO-IN.
029800     IF CONTO-IN NOT NUMERIC
029900        DISPLAY "Conto non numerico"
030000        GO TO EX-NUOVO-RECLAMO.
030100     MOVE CONTO-IN TO CONTO-RC OF REC-RC-W.
030200     MOVE "ANACON;" TO W-NOME-DATA-SET.
030300     MOVE "CONTO;" TO W-NOME-CAMPO.
030400     MOVE CONTO-RC OF REC-RC-W TO W-VALORE-CAMPO-W.
030500     MOVE 7 TO W-MODO.
030600     PERFORM TTDBGET THRU EX-TTDBGET.
030700     IF NOT W-OK-IMAGE
030800        DISPLAY "Conto sconosciuto su ANACON"
030900        GO TO EX-NUOVO-RECLAMO.
031000     DISPLAY "  " D-CONTO OF REC-ANACON.
031100     DISPLAY "Arrivato per T=telefono E=email " NO ADVANCING.
031200     MOVE SPACES TO CANALE-IN.
031300     ACCEPT CANALE-IN.
031400     MOVE CANALE-IN TO CANALE-RC OF REC-RC-W.
031500     IF NOT RC-TELEFONO OF REC-RC-W
031600        AND NOT RC-EMAIL OF REC-RC-W
031700        DISPLAY "Canale non valido"
031800        GO TO EX-NUOVO-RECLAMO.
031900     PERFORM CHIEDI-CAPO THRU EX-CHIEDI-CAPO.
032000     IF C-MAT-RC OF REC-RC-W = 0
032100        GO TO EX-NUOVO-RECLAMO.
032200*    senza vendita su LOTTRACE il magazzino si batte: decide
032300*    la societa' della eventuale nota di accredito
032400     IF MAG-RC OF REC-RC-W = 0
032500        DISPLAY "Magazzino della vendita (3 cifre) "
032600                NO ADVANCING
032700        MOVE SPACES TO MAG-IN
032800        ACCEPT MAG-IN
032900        IF MAG-IN NUMERIC
033000           MOVE MAG-IN TO MAG-RC OF REC-RC-W
033100        END-IF
033200     END-IF.
033300     PERFORM CHIEDI-DDT THRU EX-CHIEDI-DDT.
033400     PERFORM CHIEDI-TIPO THRU EX-CHIEDI-TIPO.
033500     IF IX-TP = 0
033600        GO TO EX-NUOVO-RECLAMO.
033700     DISPLAY "Descrizione " NO ADVANCING.
033800     MOVE SPACES TO DESCR-IN.
033900     ACCEPT DESCR-IN.
034000     MOVE DESCR-IN TO DESCR-RC OF REC-RC-W.
034100     DISPLAY "Responsabile (vuoto = " W-SIGLA-UTENTE OF W-COMMON
034200             ") " NO ADVANCING.
034300     MOVE SPACES TO RESPONS-IN.
034400     ACCEPT RESPONS-IN.
034500     IF RESPONS-IN = SPACES
034600        MOVE W-SIGLA-UTENTE OF W-COMMON TO RESPONS-IN.
034700     MOVE RESPONS-IN TO RESPONS-RC OF REC-RC-W.
034800*    fornitore dal carico della bolla-lotto
034900     IF RIF-BOLLA-FORN-RC OF REC-RC-W NOT = 0
035000        PERFORM TROVA-FORNITORE-LOTTO
035100            THRU EX-TROVA-FORNITORE-LOTTO.
035200     ADD 1 TO ULTIMO-NUMERO.
035300     MOVE ULTIMO-NUMERO TO NUMERO-RC OF REC-RC-W.
035400     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-RC OF REC-RC-W.
035500     MOVE "A" TO STATO-RC OF REC-RC-W.
035600     MOVE SPACE TO MODO-ACC-RC OF REC-RC-W.
035700     MOVE W-SIGLA-UTENTE OF W-COMMON TO UTENTE-RC OF REC-RC-W.
035800     ADD 1 TO N-RECLAMI.
035900     MOVE REC-RC-W TO RIGA-RM (N-RECLAMI).
036000     MOVE "S" TO REGISTRO-MODIF.
036100     DISPLAY "Reclamo " NUMERO-RC OF REC-RC-W " registrato,"
036200             " lotto " RIF-BOLLA-FORN-RC OF REC-RC-W
036300             " fornitore " CONTO-FORN-RC OF REC-RC-W.
036400 EX-NUOVO-RECLAMO.
036500     EXIT.
036600*
036700*     il capo: col baruni tutto da LOTTRACE, senza si batte
036800*     C-MAT/taglia e il lotto e' l'ultimo venduto al conto
036900 CHIEDI-CAPO.
037000     DISPLAY "Baruni del capo (vuoto = C-MAT/taglia) "
037100             NO ADVANCING.
037200     MOVE SPACES TO BARUNI-IN.
037300     ACCEPT BARUNI-IN.
037400     IF BARUNI-IN NOT = SPACES
037500        MOVE BARUNI-IN TO BARUNI-RC OF REC-RC-W
037600        MOVE "B" TO MODO-RICERCA-LT
037700        PERFORM CERCA-LOTTRAC THRU EX-CERCA-LOTTRAC
037800        IF C-E-LOTTRAC
037900           IF CONTO-VENDITA NOT = CONTO-RC OF REC-RC-W
038000              DISPLAY "Attenzione: capo venduto al conto "
038100                      CONTO-VENDITA
038200           END-IF
038300           GO TO EX-CHIEDI-CAPO
038400        END-IF
038500        DISPLAY "Baruni non trovato su LOTTRACE"
038600     END-IF.
038700     DISPLAY "C-MAT (15 cifre) " NO ADVANCING.
038800     MOVE SPACES TO C-MAT-IN.
038900     ACCEPT C-MAT-IN.
039000     IF C-MAT-IN NOT NUMERIC
039100        DISPLAY "C-MAT non numerico"
039200        MOVE 0 TO C-MAT-RC OF REC-RC-W
039300        GO TO EX-CHIEDI-CAPO.
039400     DISPLAY "Taglia (2 cifre)  " NO ADVANCING.
039500     MOVE SPACES TO TAGLIA-IN.
039600     ACCEPT TAGLIA-IN.
039700     IF TAGLIA-IN NOT NUMERIC
039800        DISPLAY "Taglia non numerica"
039900        MOVE 0 TO C-MAT-RC OF REC-RC-W
040000        GO TO EX-CHIEDI-CAPO.
040100     MOVE C-MAT-IN TO C-MAT-RC OF REC-RC-W.
040200     MOVE TAGLIA-IN TO TAGLIA-RC OF REC-RC-W.
040300     MOVE "C" TO MODO-RICERCA-LT.
040400     PERFORM CERCA-LOTTRAC THRU EX-CERCA-LOTTRAC.
040500     IF NOT C-E-LOTTRAC
040600        DISPLAY "Nessuna vendita del C-MAT su LOTTRACE: "
040700                "lotto non ricavabile".
040800 EX-CHIEDI-CAPO.
040900     EXIT.
041000*
041100 CHIEDI-DDT.
041200     DISPLAY "Data DDT (AAMMGG, vuoto = non noto) "
041300             NO ADVANCING.
041400     MOVE SPACES TO DATA-DDT-IN.
041500     ACCEPT DATA-DDT-IN.
041600     IF DATA-DDT-IN NOT NUMERIC
041700        GO TO EX-CHIEDI-DDT.
041800     DISPLAY "Numero DDT (6 cifre) " NO ADVANCING.
041900     MOVE SPACES TO NUMERO-DDT-IN.
042000     ACCEPT NUMERO-DDT-IN.
042100     IF NUMERO-DDT-IN NOT NUMERIC
042200        DISPLAY "Numero DDT non numerico: DDT non registrato"
042300        GO TO EX-CHIEDI-DDT.
042400     MOVE DATA-DDT-IN TO DATA-DDT-RC OF REC-RC-W.
042500     MOVE NUMERO-DDT-IN TO NUMERO-DDT-RC OF REC-RC-W.
042600 EX-CHIEDI-DDT.
042700     EXIT.
042800*
042900 CHIEDI-TIPO.
043000     PERFORM MOSTRA-TIPO THRU EX-MOSTRA-TIPO
043100        VARYING I-TP FROM 1 BY 1 UNTIL I-TP > 6.
043200     DISPLAY "Tipo reclamo " NO ADVANCING.
043300     MOVE SPACES TO TIPO-IN.
043400     ACCEPT TIPO-IN.
043500     MOVE 0 TO IX-TP.
043600     PERFORM CERCA-TIPO THRU EX-CERCA-TIPO
043700        VARYING I-TP FROM 1 BY 1 UNTIL I-TP > 6.
043800     IF IX-TP = 0
043900        DISPLAY "Tipo non valido"
044000        GO TO EX-CHIEDI-TIPO.
044100     MOVE TIPO-IN TO TIPO-RC OF REC-RC-W.
044200 EX-CHIEDI-TIPO.
044300     EXIT.
044400*
044500 MOSTRA-TIPO.
044600     DISPLAY "  " COD-TP (I-TP) " " DESCR-TP (I-TP).
044700 EX-MOSTRA-TIPO.
044800     EXIT.
044900*
045000 CERCA-TIPO.
045100     IF COD-TP (I-TP) = TIPO-IN
045200        MOVE I-TP TO IX-TP.
045300 EX-CERCA-TIPO.
045400     EXIT.
045500*
045600*
045700******************************************************
045800*  LOTTO DA LOTTRACE E FORNITORE DA MOVMAG            *
045900******************************************************
046000*     "B": l'ULTIMO rigo del baruni vince e porta C-MAT,
046100*     taglia e conto della vendita; "C": ultimo rigo del
046200*     C-MAT/taglia venduto al conto, se manca l'ultimo del
046300*     C-MAT/taglia a chiunque
046400 CERCA-LOTTRAC.
046500     MOVE 0 TO TROVATO-LT LOTTO-CONTO LOTTO-ALTRI CONTO-VENDITA
046600               MAG-CONTO MAG-ALTRI.
046700     OPEN INPUT FILE-LOTTRAC.
046800     IF NOT LT-APERTO
046900        GO TO EX-CERCA-LOTTRAC.
047000     MOVE 0 TO OK-FINE-LT.
047100     PERFORM LEGGI-RIGA-LOTTRAC THRU EX-LEGGI-RIGA-LOTTRAC
047200        UNTIL LETTO-FINE-LT.
047300     CLOSE FILE-LOTTRAC.
047400     IF MODO-RICERCA-LT = "C"
047500        IF LOTTO-CONTO NOT = 0
047600           MOVE LOTTO-CONTO TO RIF-BOLLA-FORN-RC OF REC-RC-W
047700           MOVE MAG-CONTO TO MAG-RC OF REC-RC-W
047800           MOVE 1 TO TROVATO-LT
047900        ELSE
048000           IF LOTTO-ALTRI NOT = 0
048100              MOVE LOTTO-ALTRI TO RIF-BOLLA-FORN-RC OF REC-RC-W
048200              MOVE MAG-ALTRI TO MAG-RC OF REC-RC-W
048300              MOVE 1 TO TROVATO-LT
048400           END-IF
048500        END-IF
048600     END-IF.
048700 EX-CERCA-LOTTRAC.
048800     EXIT.
048900*
049000 LEGGI-RIGA-LOTTRAC.
049100     READ FILE-LOTTRAC
049200        AT END
049300           MOVE 1 TO OK-FINE-LT
049400           GO TO EX-LEGGI-RIGA-LOTTRAC
049500     END-READ.
049600     IF MODO-RICERCA-LT = "B"
049700        IF BARUNI-LT = BARUNI-RC OF REC-RC-W
049800           MOVE 1 TO TROVATO-LT
049900           MOVE C-MAT-LT TO C-MAT-RC OF REC-RC-W
050000           MOVE TAGLIA-LT TO TAGLIA-RC OF REC-RC-W
050100           MOVE RIF-BOLLA-FORN-LT
050200                TO RIF-BOLLA-FORN-RC OF REC-RC-W
050300           MOVE CONTO-LT TO CONTO-VENDITA
050400           MOVE MAGAZZINO-LT TO MAG-RC OF REC-RC-W
050500        END-IF
050600        GO TO EX-LEGGI-RIGA-LOTTRAC.
050700     IF C-MAT-LT NOT = C-MAT-RC OF REC-RC-W
050800        OR TAGLIA-LT NOT = TAGLIA-RC OF REC-RC-W
050900        OR RIF-BOLLA-FORN-LT NOT NUMERIC
051000        OR RIF-BOLLA-FORN-LT = 0
051100        GO TO EX-LEGGI-RIGA-LOTTRAC.
051200     IF CONTO-LT = CONTO-RC OF REC-RC-W
051300        MOVE RIF-BOLLA-FORN-LT TO LOTTO-CONTO
051400        MOVE MAGAZZINO-LT TO MAG-CONTO
051500     ELSE
051600        MOVE RIF-BOLLA-FORN-LT TO LOTTO-ALTRI
051700        MOVE MAGAZZINO-LT TO MAG-ALTRI.
051800 EX-LEGGI-RIGA-LOTTRAC.
051900     EXIT.
052000*
052100*     carico della bolla fornitore sulla catena C-MAT di
052200*     MOVMAG: il conto del carico e' il fornitore
052300 TROVA-FORNITORE-LOTTO.
052400     MOVE 0 TO FORNITORE-TROVATO.
052500     MOVE "C-MAT;"          TO W-NOME-CAMPO.
052600     MOVE C-MAT-RC OF REC-RC-W TO W-VALORE-CAMPO.
052700     MOVE "MOVMAG;"         TO W-NOME-DATA-SET.
052800     PERFORM TTDBFIND THRU EX-TTDBFIND.
052900     IF NOT W-OK-IMAGE
053000        GO TO EX-TROVA-FORNITORE-LOTTO.
053100     PERFORM DBGET-MOVMAG-RC THRU EX-DBGET-MOVMAG-RC.
053200     PERFORM CERCA-CARICO-LOTTO THRU EX-CERCA-CARICO-LOTTO
053300        UNTIL W-FINE-CATENA OR C-E-FORNITORE.
053400 EX-TROVA-FORNITORE-LOTTO.
053500     EXIT.
053600*
053700 DBGET-MOVMAG-RC.
053800     MOVE 5 TO W-MODO.
053900     PERFORM TTDBGET THRU EX-TTDBGET.
054000     MOVE AREA-REC-SET TO REC-MOVMAG.
054100 EX-DBGET-MOVMAG-RC.
054200     EXIT.
054300*
054400 CERCA-CARICO-LOTTO.
054500     IF RIF-BOLLA-FORN OF REC-MOVMAG
054600           = RIF-BOLLA-FORN-RC OF REC-RC-W
054700        AND QUANTITA OF REC-MOVMAG > 0
054800        MOVE CONTO OF REC-MOVMAG TO CONTO-FORN-RC OF REC-RC-W
054900        MOVE 1 TO FORNITORE-TROVATO
055000        GO TO EX-CERCA-CARICO-LOTTO.
055100     PERFORM DBGET-MOVMAG-RC THRU EX-DBGET-MOVMAG-RC.
055200 EX-CERCA-CARICO-LOTTO.
055300     EXIT.
055400*
055500*
055600******************************************************
055700*  CAMBIO DI STATO E CHIUSURA                         *
055800******************************************************
055900 CAMBIA-STATO.
056000     DISPLAY "Numero reclamo (6 cifre) " NO ADVANCING.
056100     MOVE SPACES TO NUMERO-IN.
056200     ACCEPT NUMERO-IN.
056300     IF NUMERO-IN NOT NUMERIC
056400        DISPLAY "Numero non valido"
056500        GO TO EX-CAMBIA-STATO.
056600     MOVE 0 TO IX-RM.
056700     PERFORM CERCA-RECLAMO THRU EX-CERCA-RECLAMO
056800        VARYING I-RM FROM 1 BY 1 UNTIL I-RM > N-RECLAMI.
056900     IF IX-RM = 0
057000        DISPLAY "Reclamo non trovato"
057100        GO TO EX-CAMBIA-STATO.
057200     MOVE RIGA-RM (IX-RM) TO REC-RC-W.
057300     PERFORM MOSTRA-RECLAMO THRU EX-MOSTRA-RECLAMO.
057400     IF RC-ACCREDITATO OF REC-RC-W OR RC-RESPINTO OF REC-RC-W
057500        DISPLAY "Reclamo gia' chiuso"
057600        GO TO EX-CAMBIA-STATO.
057700     DISPLAY "Nuovo stato: A=aperto I=in indagine "
057800             "C=accreditato R=respinto " NO ADVANCING.
057900     MOVE SPACES TO STATO-IN.
058000     ACCEPT STATO-IN.
058100     IF STATO-IN NOT = "A" AND NOT = "I" AND NOT = "C"
058200        AND NOT = "R"
058300        DISPLAY "Stato non valido"
058400        GO TO EX-CAMBIA-STATO.
058500     DISPLAY "Responsabile (vuoto = " RESPONS-RC OF REC-RC-W
058600             ") " NO ADVANCING.
058700     MOVE SPACES TO RESPONS-IN.
058800     ACCEPT RESPONS-IN.
058900     IF RESPONS-IN NOT = SPACES
059000        MOVE RESPONS-IN TO RESPONS-RC OF REC-RC-W.
059100     IF STATO-IN = "C"
059200        PERFORM CHIUDI-ACCREDITO THRU EX-CHIUDI-ACCREDITO
059300        IF MODO-ACC-RC OF REC-RC-W = SPACE
059400           GO TO EX-CAMBIA-STATO
059500        END-IF
059600     END-IF.
059700     MOVE STATO-IN TO STATO-RC OF REC-RC-W.
059800     IF RC-ACCREDITATO OF REC-RC-W OR RC-RESPINTO OF REC-RC-W
059900        MOVE W-FORMATO-INTERNO OF W-COMMON
060000             TO DATA-CHIUSURA-RC OF REC-RC-W.
060100     MOVE REC-RC-W TO RIGA-RM (IX-RM).
060200     MOVE "S" TO REGISTRO-MODIF.
060300*    il rientro fisico si fa subito, nella sessione di reso
060400     IF RC-ACCREDITATO OF REC-RC-W
060500        AND RC-CON-RESO OF REC-RC-W
060600        DISPLAY "Rientro del capo con la sessione di reso"
060700        CALL "RESOCLI" USING W-COMMON
060800     END-IF.
060900 EX-CAMBIA-STATO.
061000     EXIT.
061100*
061200*     "R" il capo rientra (RESOCLI, nota dal RESC), "N" solo
061300*     accredito del valore battuto, emesso da NOTACRED
061400 CHIUDI-ACCREDITO.
061500     MOVE SPACE TO MODO-ACC-RC OF REC-RC-W.
061600     DISPLAY "Accredito: R=con rientro del capo N=solo nota "
061700             NO ADVANCING.
061800     MOVE SPACES TO MODO-IN.
061900     ACCEPT MODO-IN.
062000     IF MODO-IN = "R"
062100        MOVE 0 TO VALORE-ACC-RC OF REC-RC-W
062200        MOVE "R" TO MODO-ACC-RC OF REC-RC-W
062300        GO TO EX-CHIUDI-ACCREDITO.
062400     IF MODO-IN NOT = "N"
062500        DISPLAY "Modo non valido"
062600        GO TO EX-CHIUDI-ACCREDITO.
062700     DISPLAY "Valore da accreditare in centesimi (9 cifre) "
062800             NO ADVANCING.
062900     MOVE SPACES TO VALORE-IN.
063000     ACCEPT VALORE-IN.
063100     IF VALORE-IN NOT NUMERIC
063200        DISPLAY "Valore non numerico"
063300        GO TO EX-CHIUDI-ACCREDITO.
063400     MOVE VALORE-IN TO VALORE-ACC-RC OF REC-RC-W.
063500     IF VALORE-ACC-RC OF REC-RC-W = 0
063600        DISPLAY "Valore a zero: usare R=respinto"
063700        GO TO EX-CHIUDI-ACCREDITO.
063800     MOVE 0 TO NOTA-RC OF REC-RC-W.
063900     MOVE "N" TO MODO-ACC-RC OF REC-RC-W.
064000 EX-CHIUDI-ACCREDITO.
064100     EXIT.
064200*
064300 CERCA-RECLAMO.
064400     IF RIGA-RM (I-RM) (1:6) = NUMERO-IN
064500        MOVE I-RM TO IX-RM.
064600 EX-CERCA-RECLAMO.
064700     EXIT.
064800*
064900 MOSTRA-RECLAMO.
065000     DISPLAY NUMERO-RC OF REC-RC-W " del " DATA-RC OF REC-RC-W
065100             " conto " CONTO-RC OF REC-RC-W
065200             " tipo " TIPO-RC OF REC-RC-W
065300             " stato " STATO-RC OF REC-RC-W
065400             " resp. " RESPONS-RC OF REC-RC-W.
065500     DISPLAY "  C-MAT " C-MAT-RC OF REC-RC-W
065600             " tg " TAGLIA-RC OF REC-RC-W
065700             " lotto " RIF-BOLLA-FORN-RC OF REC-RC-W
065800             " forn. " CONTO-FORN-RC OF REC-RC-W.
065900     DISPLAY "  " DESCR-RC OF REC-RC-W.
066000 EX-MOSTRA-RECLAMO.
066100     EXIT.
066200*
066300 LISTA-APERTI.
066400     PERFORM LISTA-RIGA-APERTA THRU EX-LISTA-RIGA-APERTA
066500        VARYING I-RM FROM 1 BY 1 UNTIL I-RM > N-RECLAMI.
066600 EX-LISTA-APERTI.
066700     EXIT.
066800*
066900 LISTA-RIGA-APERTA.
067000     MOVE RIGA-RM (I-RM) TO REC-RC-W.
067100     IF RC-APERTO OF REC-RC-W OR RC-IN-INDAGINE OF REC-RC-W
067200        PERFORM MOSTRA-RECLAMO THRU EX-MOSTRA-RECLAMO.
067300 EX-LISTA-RIGA-APERTA.
067400     EXIT.
067500*
067600*
067700******************************************************
067800*  RAPPORTO MENSILE PER TIPO, ARTICOLO E LOTTO        *
067900******************************************************
068000 RAPPORTO-MENSILE.
068100     DISPLAY "Mese (AAMM) " NO ADVANCING.
068200     MOVE SPACES TO MESE-IN.
068300     ACCEPT MESE-IN.
068400     IF MESE-IN NOT NUMERIC
068500        DISPLAY "Mese non numerico"
068600        GO TO EX-RAPPORTO-MENSILE.
068700     MOVE MESE-IN TO MESE-RIC.
068800     INITIALIZE TAB-RAP-TIPO.
068900     MOVE 0 TO N-ART-RA N-LOTTI-RL RECLAMI-MESE.
069000     MOVE "N" TO TABELLE-PIENE.
069100     PERFORM ACCUMULA-RECLAMO THRU EX-ACCUMULA-RECLAMO
069200        VARYING I-RM FROM 1 BY 1 UNTIL I-RM > N-RECLAMI.
069300     IF RECLAMI-MESE = 0
069400        DISPLAY "Nessun reclamo nel mese"
069500        GO TO EX-RAPPORTO-MENSILE.
069600     PERFORM STAMPA-RAPPORTO THRU EX-STAMPA-RAPPORTO.
069700     DISPLAY "RECLAMI    reclami del mese " RECLAMI-MESE.
069800 EX-RAPPORTO-MENSILE.
069900     EXIT.
070000*
070100 ACCUMULA-RECLAMO.
070200     MOVE RIGA-RM (I-RM) TO REC-RC-W.
070300     IF DATA-RC OF REC-RC-W NOT NUMERIC
070400        GO TO EX-ACCUMULA-RECLAMO.
070500     COMPUTE MESE-RIGA = DATA-RC OF REC-RC-W / 100.
070600     IF MESE-RIGA NOT = MESE-RIC
070700        GO TO EX-ACCUMULA-RECLAMO.
070800     ADD 1 TO RECLAMI-MESE.
070900*    per tipo (la riga 7 raccoglie i codici fuori tabella)
071000     MOVE TIPO-RC OF REC-RC-W TO TIPO-IN.
071100     MOVE 0 TO IX-TP.
071200     PERFORM CERCA-TIPO THRU EX-CERCA-TIPO
071300        VARYING I-TP FROM 1 BY 1 UNTIL I-TP > 6.
071400     IF IX-TP = 0
071500        MOVE 7 TO IX-TP.
071600     ADD 1 TO N-RT (IX-TP).
071700     IF RC-APERTO OF REC-RC-W OR RC-IN-INDAGINE OF REC-RC-W
071800        ADD 1 TO APERTI-RT (IX-TP).
071900     IF RC-ACCREDITATO OF REC-RC-W
072000        ADD 1 TO ACCR-RT (IX-TP)
072100        ADD VALORE-ACC-RC OF REC-RC-W TO VALORE-RT (IX-TP).
072200     IF RC-RESPINTO OF REC-RC-W
072300        ADD 1 TO RESP-RT (IX-TP).
072400*    per articolo
072500     COMPUTE C-MAT-ART-RIC = C-MAT-RC OF REC-RC-W / 1000 * 1000.
072600     MOVE 0 TO IX-RA.
072700     PERFORM CERCA-ARTICOLO-RA THRU EX-CERCA-ARTICOLO-RA
072800        VARYING I-RA FROM 1 BY 1 UNTIL I-RA > N-ART-RA.
072900     IF IX-RA = 0
073000        IF N-ART-RA < 300
073100           ADD 1 TO N-ART-RA
073200           MOVE N-ART-RA TO IX-RA
073300           MOVE C-MAT-ART-RIC TO C-MAT-RA (IX-RA)
073400           MOVE 0 TO N-RA (IX-RA) APERTI-RA (IX-RA)
073500                     VALORE-RA (IX-RA)
073600        ELSE
073700           MOVE "S" TO TABELLE-PIENE
073800        END-IF
073900     END-IF.
074000     IF IX-RA NOT = 0
074100        ADD 1 TO N-RA (IX-RA)
074200        IF RC-APERTO OF REC-RC-W OR RC-IN-INDAGINE OF REC-RC-W
074300           ADD 1 TO APERTI-RA (IX-RA)
074400        END-IF
074500        ADD VALORE-ACC-RC OF REC-RC-W TO VALORE-RA (IX-RA)
074600     END-IF.
074700*    per lotto fornitore (lotto zero = non ricavato)
074800     MOVE 0 TO IX-RL.
074900     PERFORM CERCA-LOTTO-RL THRU EX-CERCA-LOTTO-RL
075000        VARYING I-RL FROM 1 BY 1 UNTIL I-RL > N-LOTTI-RL.
075100     IF IX-RL = 0
075200        IF N-LOTTI-RL < 300
075300           ADD 1 TO N-LOTTI-RL
075400           MOVE N-LOTTI-RL TO IX-RL
075500           MOVE RIF-BOLLA-FORN-RC OF REC-RC-W TO LOTTO-RL (IX-RL)
075600           MOVE CONTO-FORN-RC OF REC-RC-W TO FORN-RL (IX-RL)
075700           MOVE 0 TO N-RL (IX-RL) APERTI-RL (IX-RL)
075800                     VALORE-RL (IX-RL)
075900        ELSE
076000           MOVE "S" TO TABELLE-PIENE
076100        END-IF
076200     END-IF.
076300     IF IX-RL NOT = 0
076400        ADD 1 TO N-RL (IX-RL)
076500        IF RC-APERTO OF REC-RC-W OR RC-IN-INDAGINE OF REC-RC-W
076600           ADD 1 TO APERTI-RL (IX-RL)
076700        END-IF
076800        ADD VALORE-ACC-RC OF REC-RC-W TO VALORE-RL (IX-RL)
076900     END-IF.
077000 EX-ACCUMULA-RECLAMO.
077100     EXIT.
077200*
077300 CERCA-ARTICOLO-RA.
077400     IF C-MAT-RA (I-RA) = C-MAT-ART-RIC
077500        MOVE I-RA TO IX-RA.
077600 EX-CERCA-ARTICOLO-RA.
077700     EXIT.
077800*
077900 CERCA-LOTTO-RL.
078000     IF LOTTO-RL (I-RL) = RIF-BOLLA-FORN-RC OF REC-RC-W
078100        MOVE I-RL TO IX-RL.
078200 EX-CERCA-LOTTO-RL.
078300     EXIT.
078400*
078500 STAMPA-RAPPORTO.
078600     MOVE  136  TO LL-RIGA.
078700     MOVE 9999 TO N-MAX-RIGHE.
078800     MOVE "R" TO PRE-NOME-FILE.
078900     MOVE W-FORMATO-INTERNO OF W-COMMON TO TERM-N-FILE.
079000     CALL "QOLPPR" USING PAR-PRINT
079100                          RIGA BUFFER.
079200     MOVE 0   TO N-STAMPANTE.
079300     MOVE "M" TO COMANDO.
079400     MOVE 66  TO N-RIGA-STAMPA.
079500     MOVE SPACES TO DATI-RIGA.
079600     STRING " RECLAMI CLIENTI DEL MESE " DELIMITED BY SIZE
079700            MESE-IN DELIMITED BY SIZE
079800        INTO DATI-RIGA.
079900     PERFORM SCRIVI THRU EX-SCRIVI.
080000     MOVE " PER TIPO                                  RECLAMI"
080100       & "  APERTI   ACCR.   RESP.   VALORE ACCR." TO DATI-RIGA.
080200     MOVE 2 TO N-RIGA-STAMPA.
080300     PERFORM SCRIVI THRU EX-SCRIVI.
080400     PERFORM STAMPA-RIGA-TIPO THRU EX-STAMPA-RIGA-TIPO
080500        VARYING I-TP FROM 1 BY 1 UNTIL I-TP > 7.
080600     MOVE " PER ARTICOLO (C-MAT SENZA COLORE)         RECLAMI"
080700       & "  APERTI                   VALORE ACCR." TO DATI-RIGA.
080800     MOVE 2 TO N-RIGA-STAMPA.
080900     PERFORM SCRIVI THRU EX-SCRIVI.
081000     PERFORM STAMPA-RIGA-ART THRU EX-STAMPA-RIGA-ART
081100        VARYING I-RA FROM 1 BY 1 UNTIL I-RA > N-ART-RA.
081200     MOVE " PER LOTTO FORNITORE            FORNITORE  RECLAMI"
081300       & "  APERTI                   VALORE ACCR." TO DATI-RIGA.
081400     MOVE 2 TO N-RIGA-STAMPA.
081500     PERFORM SCRIVI THRU EX-SCRIVI.
081600     PERFORM STAMPA-RIGA-LOTTO THRU EX-STAMPA-RIGA-LOTTO
081700        VARYING I-RL FROM 1 BY 1 UNTIL I-RL > N-LOTTI-RL.
081800     IF TABELLE-PIENE = "S"
081900        MOVE " OLTRE 300 ARTICOLI O LOTTI: RAPPORTO PARZIALE"
082000          TO DATI-RIGA
082100        MOVE 2 TO N-RIGA-STAMPA
082200        PERFORM SCRIVI THRU EX-SCRIVI.
082300     CALL "QCLPPR" USING PAR-PRINT
082400                          RIGA BUFFER.
082500 EX-STAMPA-RAPPORTO.
082600     EXIT.
082700*
082800 STAMPA-RIGA-TIPO.
082900     IF N-RT (I-TP) = 0
083000        GO TO EX-STAMPA-RIGA-TIPO.
083100     MOVE SPACES TO DATI-RIGA.
083200     IF I-TP = 7
083300        MOVE "ALTRI CODICI" TO CHIAVE-RM-ST
083400     ELSE
083500        STRING COD-TP (I-TP) DELIMITED BY SIZE
083600               " " DELIMITED BY SIZE
083700               DESCR-TP (I-TP) DELIMITED BY SIZE
083800           INTO CHIAVE-RM-ST.
083900     MOVE N-RT (I-TP) TO N-RM-ST.
084000     MOVE APERTI-RT (I-TP) TO APERTI-RM-ST.
084100     MOVE ACCR-RT (I-TP) TO ACCR-RM-ST.
084200     MOVE RESP-RT (I-TP) TO RESP-RM-ST.
084300     COMPUTE VALORE-RM-ST = VALORE-RT (I-TP) / 100.
084400     PERFORM SCRIVI THRU EX-SCRIVI.
084500 EX-STAMPA-RIGA-TIPO.
084600     EXIT.
084700*
084800 STAMPA-RIGA-ART.
084900     MOVE SPACES TO DATI-RIGA.
085000     MOVE C-MAT-RA (I-RA) TO CHIAVE-RM-ST.
085100     MOVE N-RA (I-RA) TO N-RM-ST.
085200     MOVE APERTI-RA (I-RA) TO APERTI-RM-ST.
085300     COMPUTE VALORE-RM-ST = VALORE-RA (I-RA) / 100.
085400     PERFORM SCRIVI THRU EX-SCRIVI.
085500 EX-STAMPA-RIGA-ART.
085600     EXIT.
085700*
085800 STAMPA-RIGA-LOTTO.
085900     MOVE SPACES TO DATI-RIGA.
086000     IF LOTTO-RL (I-RL) = 0
086100        MOVE "LOTTO NON RICAVATO" TO CHIAVE-RM-ST
086200     ELSE
086300        MOVE LOTTO-RL (I-RL) TO CHIAVE-RM-ST
086400        MOVE FORN-RL (I-RL) TO FORN-RM-ST.
086500     MOVE N-RL (I-RL) TO N-RM-ST.
086600     MOVE APERTI-RL (I-RL) TO APERTI-RM-ST.
086700     COMPUTE VALORE-RM-ST = VALORE-RL (I-RL) / 100.
086800     PERFORM SCRIVI THRU EX-SCRIVI.
086900 EX-STAMPA-RIGA-LOTTO.
087000     EXIT.
087100*
087200*
087300 SCRIVI.
087400     CALL "QWLPPR" USING PAR-PRINT
087500                         RIGA BUFFER.
087600     IF STATO-PR OF PAR-PRINT NOT = 0
087700        MOVE STATO-PR OF PAR-PRINT TO STATO-DISPLAY
087800        DISPLAY "RECLAMI    ERRORE QPRINT CON STATO : "
087900                STATO-DISPLAY
088000     END-IF.
088100     MOVE SPACES TO DATI-RIGA.
088200     MOVE "S" TO COMANDO.
088300     MOVE 0 TO N-RIGA-STAMPA.
088400 EX-SCRIVI.
088500     EXIT.
088600*
088700*
088800 TTDBFIND.
088900              COPY PDBFIND.
089000*
089100 TTDBGET.
089200              COPY PDBGET.
089300*
089400*      FINE PROGRAMMA    **** /K RECLAMI.COB  *****
