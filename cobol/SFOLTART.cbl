000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. SFOLTART.
000310*2026*        15/10/26
000320*     sfoltimento degli articoli morti: ANAMAT, PREZZI e
000330*     SITPF portano ancora le collezioni chiuse da anni e
000340*     ogni scansione seriale (EXPWEB, RAPPREZZ, RAPANZIA,
000350*     MRKCAMP) le rilegge. FUNZIONE "S": lista su SFOLTSEL e
000360*     in stampa degli articoli (C-MAT senza colore, chiave
000370*     ANAMAT) senza giacenza, ordinato e impegnato su SITPF,
000380*     senza righe aperte su ORDFORNF, ORDSTAGF e PENDDATI e
000390*     fermi da N anni (nascita, ultima vendita e ultimo
000400*     movimento SITPF); gli articoli incompleti ("IN") non
000410*     si toccano. FUNZIONE "A": approvazione della lista (in
000420*     blocco o uno per uno), nuova verifica e sfoltimento:
000430*     righe SITPF, ANAMATCL, COMPOS, PREZZI e ANAMAT vanno
000440*     per immagine intera sull'archivio SFOLTARC e si tolgono
000450*     con DBDELETE (giornale DBJRNL "D" come in MERGECON).
000460*     FUNZIONE "R": reintegro di un articolo dall'archivio
000470*     (es. capo di reso), prima ANAMAT poi le altre righe.
000480*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-SEL ASSIGN TO "SFOLTSEL"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-SF.
001500     SELECT OPTIONAL FILE-ARC ASSIGN TO "SFOLTARC"
001600        ORGANIZATION IS SEQUENTIAL
001700        FILE STATUS IS CHECK-SA.
001800     SELECT OPTIONAL FILE-ORDF ASSIGN TO "ORDFORNF"
001900        ORGANIZATION IS LINE SEQUENTIAL
002000        FILE STATUS IS CHECK-OF.
002100     SELECT OPTIONAL FILE-ORDST ASSIGN TO "ORDSTAGF"
002200        ORGANIZATION IS LINE SEQUENTIAL
002300        FILE STATUS IS CHECK-OS.
002400     SELECT OPTIONAL FILE-PEND ASSIGN TO "PENDDATI"
002500        ORGANIZATION IS LINE SEQUENTIAL
002600        FILE STATUS IS CHECK-PD.
002700*
002800 DATA DIVISION.
002900 FILE SECTION.
003000 FD FILE-SEL DATA RECORD REC-SEL.
003100 01 REC-SEL               COPY YSFOLSEL.
003200 FD FILE-ARC DATA RECORD REC-ARC.
003300 01 REC-ARC               COPY YSFOLARC.
003400 FD FILE-ORDF DATA RECORD REC-ORDF.
003500 01 REC-ORDF.
003600    05 DATA-OD               PIC 9(6).
003700    05 TG-OD-1               PIC X.
003800    05 CONTO-OD              PIC 9(8).
003900    05 TG-OD-2               PIC X.
004000    05 C-MAT-OD              PIC 9(15).
004100    05 TG-OD-3               PIC X.
004200    05 MAG-OD                PIC 9(3).
004300    05 TG-OD-4               PIC X.
004400    05 QTA-ORDINATE-OD.
004500     10 QTA-ORD-OD           PIC 9(4) OCCURS 10.
004600    05 TG-OD-5               PIC X.
004700    05 QTA-RICEVUTE-OD.
004800     10 QTA-RIC-OD           PIC 9(4) OCCURS 10.
004900    05 TG-OD-6               PIC X.
005000    05 STATO-OD              PIC X.
005100 FD FILE-ORDST DATA RECORD REC-ORDST.
005200 01 REC-ORDST.
005300    05 DATA-OR               PIC 9(6).
005400    05 TG-OR-1               PIC X.
005500    05 CONTO-OR              PIC 9(8).
005600    05 TG-OR-2               PIC X.
005700    05 C-MAT-OR              PIC 9(15).
005800    05 TG-OR-3               PIC X.
005900    05 MAG-OR                PIC 9(3).
006000    05 TG-OR-4               PIC X.
006100    05 DATA-DA-OR            PIC 9(6).
006200    05 TG-OR-5               PIC X.
006300    05 DATA-A-OR             PIC 9(6).
006400    05 TG-OR-6               PIC X.
006500    05 QTA-ORDINATE-OR.
006600     10 QTA-ORD-OR           PIC 9(4) OCCURS 10.
006700    05 TG-OR-7               PIC X.
006800    05 QTA-ASSEGNATE-OR.
006900     10 QTA-ASS-OR           PIC 9(4) OCCURS 10.
007000    05 TG-OR-8               PIC X.
007100    05 STATO-OR              PIC X.
007200 FD FILE-PEND DATA RECORD REC-PENDDATI.
007300 01 REC-PENDDATI          COPY YPENDDATI.
007400*
007500 WORKING-STORAGE SECTION.
007600*
007700*ESTETA*
007800     COPY NTG.
007900*
008000 01 REC-SITPF        COPY YSITPF.
008100 01 AREA-REC-SET     PIC X(512).
008200 01 FILLER REDEFINES AREA-REC-SET.
008300  05 REC-ANAMAT      COPY YANAMAT.
008400*
008500 01 COD-SFO          COPY DANCODMT.
008600*
008700 01 PARGEN           COPY QPARGEN.
008800 01 PARQDATA-ESAME   COPY QPARDATS.
008900*
009000 77 CHECK-SF        PIC XX.
009100    88 SF-APERTO    VALUES ARE "05", "00".
009200 77 CHECK-SA        PIC XX.
009300    88 SA-APERTO    VALUES ARE "05", "00".
009400 77 CHECK-OF        PIC XX.
009500    88 OF-APERTO    VALUES ARE "05", "00".
009600 77 CHECK-OS        PIC XX.
009700    88 OS-APERTO    VALUES ARE "05", "00".
009800 77 CHECK-PD        PIC XX.
009900    88 PD-APERTO    VALUES ARE "05", "00".
010000 77 RECNUM-DEL-MEM  PIC S9(9) COMP.
010100*
010200 01 OK-FINE-FILE    PIC S9(4) COMP.
010300    88 LETTO-FINE-FILE VALUE 1.
010400*    fine della scansione seriale in corso (lo status IMAGE
010500*    si sporca con le cancellazioni e le letture di controllo)
010600 01 OK-FINE-SET     PIC S9(4) COMP.
010700    88 LETTO-FINE-SET VALUE 1.
010800 01 NUM-REC-SET     PIC S9(9) COMP.
010900*
011000 01 T-TAB           PIC X VALUE X"9".
011100*
011200 01 FUNZIONE-IN     PIC X.
011300 01 ANNI-IN         PIC X(2).
011400 01 ANNI-FERMO      PIC 99.
011500 01 CONFERMA-IN     PIC X.
011600 01 C-MAT-IN        PIC X(15).
011700*
011800* data di oggi e limite di fermo in giorni seriali QDATAS
011900 01 DATA-OGGI       PIC 9(6).
012000 01 SER-OGGI        PIC S9(9) COMP.
012100 01 SER-LIMITE      PIC S9(9) COMP.
012200 01 BISESTILI       PIC S9(4) COMP.
012300*
012400* data da esaminare (AAMMGG) e suo numero seriale
012500 01 DATA-ESAME      PIC 9(6).
012600 01 FILLER REDEFINES DATA-ESAME.
012700  05 AA-ESAME        PIC 99.
012800  05 MM-ESAME        PIC 99.
012900  05 GG-ESAME        PIC 99.
013000 01 SER-ESAME       PIC S9(9) COMP.
013100 01 DATA-UM-X       PIC 9(8).
013200 01 FILLER REDEFINES DATA-UM-X.
013300  05 FILLER          PIC XX.
013400  05 DATA-UM-AAMMGG  PIC 9(6).
013500*
013600* articoli con ordini aperti (C-MAT senza colore)
013700 01 TAB-ORDINI.
013800  05 MAT-OA          PIC S9(15) COMP-3 OCCURS 5000.
013900 01 N-ORDINI        PIC S9(4) COMP.
014000 01 I-OA            PIC S9(4) COMP.
014100 01 ORDINI-PIENA    PIC S9(4) COMP.
014200 01 IN-ORDINE       PIC X.
014300*
014400* articoli candidati allo sfoltimento (in approvazione:
014500* quelli approvati, con la riga di SFOLTSEL di provenienza)
014600 01 TAB-ARTICOLI.
014700  05 RIGA-AR OCCURS 5000.
014800   10 C-MAT-AR         PIC 9(15).
014900   10 D-MAT-AR         PIC X(24).
015000   10 CLASSE-AR        PIC 99.
015100   10 ULT-DATA-AR      PIC 9(6).
015200   10 ULT-SER-AR       PIC S9(9) COMP.
015300   10 RIGHE-AR         PIC S9(4) COMP.
015400   10 MOTIVO-AR        PIC X.
015500   10 I-TS-AR          PIC S9(4) COMP.
015600 01 N-ARTICOLI      PIC S9(4) COMP.
015700 01 I-AR            PIC S9(4) COMP.
015800 01 IX-AR           PIC S9(4) COMP.
015900 01 ARTICOLI-PIENA  PIC S9(4) COMP.
016000 01 MAT-CHIAVE-SF   PIC S9(15) COMP-3.
016100 01 MAT-MODELLO-SF  PIC S9(12) COMP-3.
016200 01 RIGA-VUOTA      PIC X.
016300 01 I-TG            PIC S9(4) COMP.
016400 01 FASE-SITPF      PIC X.
016500    88 FASE-SELEZIONE   VALUE "1".
016600    88 FASE-VERIFICA    VALUE "2".
016700    88 FASE-SFOLTIMENTO VALUE "3".
016800*
016900* lista riletta per l'approvazione
017000 01 TAB-SELEZIONE.
017100  05 RIGA-TS        PIC X(62) OCCURS 5000.
017200 01 N-SELEZIONE     PIC S9(4) COMP.
017300 01 I-TS            PIC S9(4) COMP.
017400 01 N-PROPOSTI      PIC S9(4) COMP.
017500 01 N-APPROVATI     PIC S9(4) COMP.
017600 01 N-SFOLTITI      PIC S9(4) COMP.
017700 01 N-ESCLUSI       PIC S9(4) COMP.
017800*
017900* catene sul C-MAT senza colore svuotate allo sfoltimento,
018000* nell'ordine di cancellazione (ANAMAT per ultimo)
018100 01 TAB-CATENE-INIZ.
018200  05 FILLER          PIC X(8) VALUE "ANAMATCL".
018300  05 FILLER          PIC X(8) VALUE "COMPOS;".
018400  05 FILLER          PIC X(8) VALUE "PREZZI;".
018500 01 TAB-CATENE REDEFINES TAB-CATENE-INIZ.
018600  05 SET-CT          PIC X(8) OCCURS 3.
018700 01 I-CT            PIC S9(4) COMP.
018800 01 CATENA-FINITA   PIC X.
018900 01 ARTICOLO-OK     PIC X.
019000*
019100* contatori del reintegro
019200 01 RIGHE-ARCHIVIO  PIC S9(9) COMP.
019300 01 RIGHE-REINTEGRO PIC S9(9) COMP.
019400 01 RIGHE-ERRATE    PIC S9(9) COMP.
019500 01 ANAMAT-RIMESSO  PIC X.
019600*    esito della DBPUT, che la DBUNLOCK successiva sovrascrive
019700 01 ESITO-PUT       PIC S9(4) COMP.
019800*
019900 01 CONTA-ED        PIC ZZZ9.
020000 01 RIGHE-ED        PIC Z(8)9.
020100 01 C-MAT-ED        PIC Z(14)9.
020200*
020300 01  PAR-PRINT.
020400  05  STATO         PIC S9(4) COMP.
020500  05  LL-RIGA       PIC  9(4) COMP.
020600  05  N-MAX-RIGHE   PIC  9(4) COMP.
020700  05  FLAG-ROUTINE  PIC  9(4) COMP.
020800  05  NUM-FILE-ID   PIC  9(4) COMP.
020900  05  NOME-FILE.
021000   10 PRE-NOME-FILE     PIC X.
021100   10 TERM-N-FILE       PIC 9(6).
021200   10 FILLER            PIC XXX VALUE ".ST".
021300*
021400 01  RIGA.
021500  05  N-STAMPANTE   PIC 9.
021600  05  COMANDO       PIC X.
021700  05  N-RIGA-STAMPA PIC 9(4) COMP.
021800  05  DATI-RIGA     PIC X(132).
021900  05 RIGA-ARTICOLO-ST REDEFINES DATI-RIGA.
022000    10 FILLER        PIC X(2).
022100    10 C-MAT-ST      PIC 9(15).
022200    10 FILLER        PIC X(2).
022300    10 D-MAT-ST      PIC X(24).
022400    10 FILLER        PIC X(2).
022500    10 CLASSE-ST     PIC 99.
022600    10 FILLER        PIC X(2).
022700    10 ULT-DATA-ST   PIC 99/99/99.
022800    10 FILLER        PIC X(2).
022900    10 RIGHE-ST      PIC ZZZ9.
023000    10 FILLER        PIC X(2).
023100    10 ESITO-ST      PIC X(30).
023200    10 FILLER        PIC X(37).
023300*
023400 01 BUFFER.
023500  05 N-BUF               PIC S9(4) COMP VALUE 37.
023600  05 FILLER              PIC XX.
023700  05 FILLER              PIC X(5120).
023800*
023900 01 STATO-DISPLAY    PIC ZZZZ-.
024000*
024100 LINKAGE SECTION.
024200*
024300 01 W-COMMON       COPY WCOMMONW.
024400*
024500*PAGE
024600 PROCEDURE DIVISION  USING W-COMMON.
024700 INIZIO.
024800     DISPLAY "----  SFOLTIMENTO ARTICOLI MORTI  -----".
024900     DISPLAY "Funzione (S=selezione A=approvazione e "
025000             "sfoltimento R=reintegro) " NO ADVANCING.
025100     MOVE SPACE TO FUNZIONE-IN.
025200     ACCEPT FUNZIONE-IN.
025300     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-OGGI.
025400     EVALUATE FUNZIONE-IN
025500        WHEN "S"
025600           PERFORM SELEZIONE THRU EX-SELEZIONE
025700        WHEN "A"
025800           PERFORM APPROVAZIONE THRU EX-APPROVAZIONE
025900        WHEN "R"
026000           PERFORM REINTEGRO THRU EX-REINTEGRO
026100        WHEN OTHER
026200           DISPLAY "Funzione non valida"
026300     END-EVALUATE.
026400 FINE.
026500     EXIT PROGRAM.
026600*
026700*
026800*     selezione: articoli ANAMAT fermi da N anni, senza ordini
026900*     aperti e con tutte le righe SITPF vuote
027000 SELEZIONE.
027100     DISPLAY "Anni senza movimento (NN) " NO ADVANCING.
027200     ACCEPT ANNI-IN.
027300     IF ANNI-IN NOT NUMERIC
027400        DISPLAY "Anni non numerici"
027500        GO TO EX-SELEZIONE.
027600     MOVE ANNI-IN TO ANNI-FERMO.
027700     IF ANNI-FERMO = 0
027800        DISPLAY "Anni non validi"
027900        GO TO EX-SELEZIONE.
028000     PERFORM CALCOLA-LIMITE THRU EX-CALCOLA-LIMITE.
028100     IF SER-LIMITE NOT > 0
028200        DISPLAY "Data di oggi non valida"
028300        GO TO EX-SELEZIONE.
028400     PERFORM CARICA-ORDINI THRU EX-CARICA-ORDINI.
028500     MOVE 0 TO N-ARTICOLI ARTICOLI-PIENA.
028600     PERFORM SCANSIONA-ANAMAT THRU EX-SCANSIONA-ANAMAT.
028700     IF ARTICOLI-PIENA NOT = 0
028800        DISPLAY "SFOLTART   TAB-ARTICOLI da allargare: "
028900                "lista INCOMPLETA".
029000     IF N-ARTICOLI = 0
029100        DISPLAY "Nessun articolo da sfoltire"
029200        GO TO EX-SELEZIONE.
029300     MOVE "1" TO FASE-SITPF.
029400     PERFORM SCANSIONA-SITPF THRU EX-SCANSIONA-SITPF.
029500     PERFORM SCRIVI-SELEZIONE THRU EX-SCRIVI-SELEZIONE.
029600     IF N-PROPOSTI = 0
029700        DISPLAY "Nessun articolo da sfoltire"
029800        GO TO EX-SELEZIONE.
029900     PERFORM STAMPA-SELEZIONE THRU EX-STAMPA-SELEZIONE.
030000     MOVE N-PROPOSTI TO CONTA-ED.
030100     DISPLAY "SFOLTART   articoli in lista " CONTA-ED.
030200 EX-SELEZIONE.
030300     EXIT.
030400*
030500*     limite di fermo: oggi meno N anni in giorni seriali
030600*     (QDATAS funz.6, un giorno in piu' ogni quattro anni)
030700 CALCOLA-LIMITE.
030800     MOVE 0 TO SER-LIMITE.
030900     MOVE DATA-OGGI TO DATA-ESAME.
031000     PERFORM SERIALE-DATA THRU EX-SERIALE-DATA.
031100     IF SER-ESAME = 0
031200        GO TO EX-CALCOLA-LIMITE.
031300     MOVE SER-ESAME TO SER-OGGI.
031400     DIVIDE ANNI-FERMO BY 4 GIVING BISESTILI.
031500     COMPUTE SER-LIMITE = SER-OGGI - ANNI-FERMO * 365
031600                        - BISESTILI.
031700 EX-CALCOLA-LIMITE.
031800     EXIT.
031900*
032000*     numero seriale della data AAMMGG in DATA-ESAME (0 se la
032100*     data manca o non e' valida)
032200 SERIALE-DATA.
032300     MOVE 0 TO SER-ESAME.
032400     IF DATA-ESAME = 0
032500        GO TO EX-SERIALE-DATA.
032600     MOVE GG-ESAME TO Q-DATA-9 OF PARQDATA-ESAME (1:2).
032700     MOVE MM-ESAME TO Q-DATA-9 OF PARQDATA-ESAME (3:2).
032800     MOVE AA-ESAME TO Q-DATA-9 OF PARQDATA-ESAME (5:2).
032900     MOVE 6 TO Q-FUNZIONE OF PARGEN.
033000     CANCEL "QDATAS"
033100     CALL "QDATAS" USING PARGEN
033200                         Q-DATA-E OF PARQDATA-ESAME
033300                         Q-DATA-I OF PARQDATA-ESAME
033400                         Q-SETTIMANA OF PARQDATA-ESAME
033500                         Q-AA-4 OF PARQDATA-ESAME
033600                         Q-GIORNI-SERIALE OF PARQDATA-ESAME.
033700     IF Q-STATO OF PARGEN = 0
033800        MOVE Q-GIORNI-SERIALE OF PARQDATA-ESAME TO SER-ESAME.
033900 EX-SERIALE-DATA.
034000     EXIT.
034100*
034200*
034300*     righe aperte di ORDFORNF (fornitori, stato "A"), di
034400*     ORDSTAGF (clienti, stato "A") e pendenti PENDDATI non
034500*     chiusi: l'articolo resta vivo
034600 CARICA-ORDINI.
034700     MOVE 0 TO N-ORDINI ORDINI-PIENA.
034800     OPEN INPUT FILE-ORDF.
034900     IF OF-APERTO
035000        MOVE 0 TO OK-FINE-FILE
035100        PERFORM LEGGI-RIGA-ORDF THRU EX-LEGGI-RIGA-ORDF
035200           UNTIL LETTO-FINE-FILE
035300        CLOSE FILE-ORDF
035400     END-IF.
035500     OPEN INPUT FILE-ORDST.
035600     IF OS-APERTO
035700        MOVE 0 TO OK-FINE-FILE
035800        PERFORM LEGGI-RIGA-ORDST THRU EX-LEGGI-RIGA-ORDST
035900           UNTIL LETTO-FINE-FILE
036000        CLOSE FILE-ORDST
036100     END-IF.
036200     OPEN INPUT FILE-PEND.
036300     IF PD-APERTO
036400        MOVE 0 TO OK-FINE-FILE
036500        PERFORM LEGGI-RIGA-PEND THRU EX-LEGGI-RIGA-PEND
036600           UNTIL LETTO-FINE-FILE
036700        CLOSE FILE-PEND
036800     END-IF.
036900     IF ORDINI-PIENA NOT = 0
037000        DISPLAY "SFOLTART   TAB-ORDINI da allargare".
037100 EX-CARICA-ORDINI.
037200     EXIT.
037300*
037400 LEGGI-RIGA-ORDF.
037500     READ FILE-ORDF
037600        AT END
037700           MOVE 1 TO OK-FINE-FILE
037800           GO TO EX-LEGGI-RIGA-ORDF
037900     END-READ.
038000     IF STATO-OD NOT = "A" OR C-MAT-OD NOT NUMERIC
038100        GO TO EX-LEGGI-RIGA-ORDF.
038200     MOVE C-MAT-OD TO MAT-CHIAVE-SF.
038300     PERFORM AGGIUNGI-ORDINE THRU EX-AGGIUNGI-ORDINE.
038400 EX-LEGGI-RIGA-ORDF.
038500     EXIT.
038600*
038700 LEGGI-RIGA-ORDST.
038800     READ FILE-ORDST
038900        AT END
039000           MOVE 1 TO OK-FINE-FILE
039100           GO TO EX-LEGGI-RIGA-ORDST
039200     END-READ.
039300     IF STATO-OR NOT = "A" OR C-MAT-OR NOT NUMERIC
039400        GO TO EX-LEGGI-RIGA-ORDST.
039500     MOVE C-MAT-OR TO MAT-CHIAVE-SF.
039600     PERFORM AGGIUNGI-ORDINE THRU EX-AGGIUNGI-ORDINE.
039700 EX-LEGGI-RIGA-ORDST.
039800     EXIT.
039900*
040000 LEGGI-RIGA-PEND.
040100     READ FILE-PEND
040200        AT END
040300           MOVE 1 TO OK-FINE-FILE
040400           GO TO EX-LEGGI-RIGA-PEND
040500     END-READ.
040600     IF PEND-CHIUSO-PD OR C-MAT-PD NOT NUMERIC
040700        GO TO EX-LEGGI-RIGA-PEND.
040800     MOVE C-MAT-PD TO MAT-CHIAVE-SF.
040900     PERFORM AGGIUNGI-ORDINE THRU EX-AGGIUNGI-ORDINE.
041000 EX-LEGGI-RIGA-PEND.
041100     EXIT.
041200*
041300 AGGIUNGI-ORDINE.
041400     PERFORM TOGLI-COLORE THRU EX-TOGLI-COLORE.
041500     PERFORM CERCA-ORDINE THRU EX-CERCA-ORDINE.
041600     IF IN-ORDINE = "S"
041700        GO TO EX-AGGIUNGI-ORDINE.
041800     IF N-ORDINI NOT < 5000
041900        MOVE 1 TO ORDINI-PIENA
042000        GO TO EX-AGGIUNGI-ORDINE.
042100     ADD 1 TO N-ORDINI.
042200     MOVE MAT-CHIAVE-SF TO MAT-OA (N-ORDINI).
042300 EX-AGGIUNGI-ORDINE.
042400     EXIT.
042500*
042600*     IN-ORDINE "S" se l'articolo in MAT-CHIAVE-SF ha righe
042700*     aperte
042800 CERCA-ORDINE.
042900     MOVE "N" TO IN-ORDINE.
043000     PERFORM CONFRONTA-ORDINE THRU EX-CONFRONTA-ORDINE
043100        VARYING I-OA FROM 1 BY 1 UNTIL I-OA > N-ORDINI.
043200 EX-CERCA-ORDINE.
043300     EXIT.
043400*
043500 CONFRONTA-ORDINE.
043600     IF MAT-OA (I-OA) = MAT-CHIAVE-SF
043700        MOVE "S" TO IN-ORDINE.
043800 EX-CONFRONTA-ORDINE.
043900     EXIT.
044000*
044100*     C-MAT senza colore (chiave ANAMAT), in due passi
044200 TOGLI-COLORE.
044300     COMPUTE MAT-MODELLO-SF = MAT-CHIAVE-SF / 1000.
044400     COMPUTE MAT-CHIAVE-SF = MAT-MODELLO-SF * 1000.
044500 EX-TOGLI-COLORE.
044600     EXIT.
044700*
044800*
044900*     giro seriale di ANAMAT: articoli completi, fermi per
045000*     nascita e ultima vendita e senza ordini aperti
045100 SCANSIONA-ANAMAT.
045200     MOVE 0 TO NUM-REC-SET OK-FINE-SET.
045300     MOVE 0 TO W-STATUS-WORD-IMAGE.
045400     PERFORM LEGGI-ANAMAT-SER THRU EX-LEGGI-ANAMAT-SER
045500        UNTIL LETTO-FINE-SET.
045600 EX-SCANSIONA-ANAMAT.
045700     EXIT.
045800*
045900 LEGGI-ANAMAT-SER.
046000     ADD 1 TO NUM-REC-SET.
046100     MOVE NUM-REC-SET TO W-VALORE-CAMPO-W.
046200     MOVE 2 TO W-MODO.
046300     MOVE "ANAMAT;" TO W-NOME-DATA-SET.
046400     PERFORM TTDBGET THRU EX-TTDBGET.
046500     IF W-FUORI-FILE OR W-FINE-FILE
046600        MOVE 1 TO OK-FINE-SET
046700        GO TO EX-LEGGI-ANAMAT-SER.
046800     IF NOT W-OK-IMAGE
046900        GO TO EX-LEGGI-ANAMAT-SER.
047000     IF VALID-REC OF REC-ANAMAT = "IN"
047100        GO TO EX-LEGGI-ANAMAT-SER.
047200     MOVE C-MAT OF REC-ANAMAT TO MAT-CHIAVE-SF.
047300     PERFORM TOGLI-COLORE THRU EX-TOGLI-COLORE.
047400     PERFORM CERCA-ORDINE THRU EX-CERCA-ORDINE.
047500     IF IN-ORDINE = "S"
047600        GO TO EX-LEGGI-ANAMAT-SER.
047700     IF N-ARTICOLI NOT < 5000
047800        MOVE 1 TO ARTICOLI-PIENA
047900        MOVE 1 TO OK-FINE-SET
048000        GO TO EX-LEGGI-ANAMAT-SER.
048100     ADD 1 TO N-ARTICOLI.
048200     MOVE N-ARTICOLI TO IX-AR.
048300     MOVE MAT-CHIAVE-SF TO C-MAT-AR (IX-AR) C-MAT-TRANS-RID.
048400     MOVE D-MAT OF REC-ANAMAT TO D-MAT-AR (IX-AR).
048500     MOVE CLASSE OF C-MAT-TRANSITO TO CLASSE-AR (IX-AR).
048600     MOVE 0 TO ULT-DATA-AR (IX-AR) ULT-SER-AR (IX-AR)
048700               RIGHE-AR (IX-AR) I-TS-AR (IX-AR).
048800     MOVE SPACE TO MOTIVO-AR (IX-AR).
048900     MOVE DT-NA OF REC-ANAMAT TO DATA-UM-X.
049000     MOVE DATA-UM-AAMMGG TO DATA-ESAME.
049100     PERFORM AGGIORNA-ULTIMA THRU EX-AGGIORNA-ULTIMA.
049200     MOVE DT-UV OF REC-ANAMAT TO DATA-UM-X.
049300     MOVE DATA-UM-AAMMGG TO DATA-ESAME.
049400     PERFORM AGGIORNA-ULTIMA THRU EX-AGGIORNA-ULTIMA.
049500     IF ULT-SER-AR (IX-AR) > SER-LIMITE
049600        SUBTRACT 1 FROM N-ARTICOLI.
049700 EX-LEGGI-ANAMAT-SER.
049800     EXIT.
049900*
050000*     la data in DATA-ESAME diventa l'ultima dell'articolo
050100*     IX-AR se piu' recente
050200 AGGIORNA-ULTIMA.
050300     PERFORM SERIALE-DATA THRU EX-SERIALE-DATA.
050400     IF SER-ESAME > ULT-SER-AR (IX-AR)
050500        MOVE SER-ESAME TO ULT-SER-AR (IX-AR)
050600        MOVE DATA-ESAME TO ULT-DATA-AR (IX-AR).
050700 EX-AGGIORNA-ULTIMA.
050800     EXIT.
050900*
051000*
051100*     giro seriale di SITPF sulle righe degli articoli in
051200*     tabella: in fase 1 e 2 la riga non vuota o mossa dopo
051300*     il limite esclude l'articolo (la 2 e' la verifica prima
051400*     dello sfoltimento), in fase 3 le righe degli articoli
051500*     rimasti vanno in archivio e si tolgono
051600 SCANSIONA-SITPF.
051700     MOVE 0 TO NUM-REC-SET OK-FINE-SET.
051800     MOVE 0 TO W-STATUS-WORD-IMAGE.
051900     PERFORM LEGGI-SITPF-SER THRU EX-LEGGI-SITPF-SER
052000        UNTIL LETTO-FINE-SET.
052100 EX-SCANSIONA-SITPF.
052200     EXIT.
052300*
052400 LEGGI-SITPF-SER.
052500     ADD 1 TO NUM-REC-SET.
052600     MOVE NUM-REC-SET TO W-VALORE-CAMPO-W.
052700     MOVE 2 TO W-MODO.
052800     MOVE "SITPF;" TO W-NOME-DATA-SET.
052900     PERFORM TTDBGET THRU EX-TTDBGET.
053000     IF W-FUORI-FILE OR W-FINE-FILE
053100        MOVE 1 TO OK-FINE-SET
053200        GO TO EX-LEGGI-SITPF-SER.
053300     IF NOT W-OK-IMAGE
053400        GO TO EX-LEGGI-SITPF-SER.
053500     MOVE AREA-REC-SET TO REC-SITPF.
053600     MOVE C-MAT OF REC-SITPF TO MAT-CHIAVE-SF.
053700     PERFORM TOGLI-COLORE THRU EX-TOGLI-COLORE.
053800     PERFORM TROVA-ARTICOLO THRU EX-TROVA-ARTICOLO.
053900     IF IX-AR = 0
054000        GO TO EX-LEGGI-SITPF-SER.
054100     IF MOTIVO-AR (IX-AR) NOT = SPACE
054200        GO TO EX-LEGGI-SITPF-SER.
054300     IF FASE-SFOLTIMENTO
054400        PERFORM ARCHIVIA-SITPF THRU EX-ARCHIVIA-SITPF
054500        GO TO EX-LEGGI-SITPF-SER.
054600     MOVE "S" TO RIGA-VUOTA.
054700     PERFORM VERIFICA-TAGLIA THRU EX-VERIFICA-TAGLIA
054800        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > NTG-NTG.
054900     IF RIGA-VUOTA NOT = "S"
055000        MOVE "G" TO MOTIVO-AR (IX-AR)
055100        GO TO EX-LEGGI-SITPF-SER.
055200     ADD 1 TO RIGHE-AR (IX-AR).
055300     MOVE DT-UM OF REC-SITPF TO DATA-UM-X.
055400     MOVE DATA-UM-AAMMGG TO DATA-ESAME.
055500     PERFORM AGGIORNA-ULTIMA THRU EX-AGGIORNA-ULTIMA.
055600     IF ULT-SER-AR (IX-AR) > SER-LIMITE
055700        MOVE "M" TO MOTIVO-AR (IX-AR).
055800 EX-LEGGI-SITPF-SER.
055900     EXIT.
056000*
056100 VERIFICA-TAGLIA.
056200     IF QTA-GIAC-PF OF REC-SITPF (I-TG) NOT = 0
056300        OR QTA-ORD OF REC-SITPF (I-TG) NOT = 0
056400        OR QTA-ORD-C OF REC-SITPF (I-TG) NOT = 0
056500        OR QTA-IMP OF REC-SITPF (I-TG) NOT = 0
056600        OR QTA-IMP-C OF REC-SITPF (I-TG) NOT = 0
056700        MOVE "N" TO RIGA-VUOTA.
056800 EX-VERIFICA-TAGLIA.
056900     EXIT.
057000*
057100*     riga dell'articolo MAT-CHIAVE-SF in tabella (0 = assente)
057200 TROVA-ARTICOLO.
057300     MOVE 0 TO IX-AR.
057400     PERFORM CONFRONTA-ARTICOLO THRU EX-CONFRONTA-ARTICOLO
057500        VARYING I-AR FROM 1 BY 1 UNTIL I-AR > N-ARTICOLI.
057600 EX-TROVA-ARTICOLO.
057700     EXIT.
057800*
057900 CONFRONTA-ARTICOLO.
058000     IF C-MAT-AR (I-AR) = MAT-CHIAVE-SF
058100        MOVE I-AR TO IX-AR.
058200 EX-CONFRONTA-ARTICOLO.
058300     EXIT.
058400*
058500*
058600 SCRIVI-SELEZIONE.
058700     MOVE 0 TO N-PROPOSTI.
058800     OPEN OUTPUT FILE-SEL.
058900     IF NOT SF-APERTO
059000        DISPLAY "SFOLTART   SFOLTSEL non apribile " CHECK-SF
059100        GO TO EX-SCRIVI-SELEZIONE.
059200     PERFORM SCRIVI-RIGA-SELEZIONE THRU EX-SCRIVI-RIGA-SELEZIONE
059300        VARYING I-AR FROM 1 BY 1 UNTIL I-AR > N-ARTICOLI.
059400     CLOSE FILE-SEL.
059500 EX-SCRIVI-SELEZIONE.
059600     EXIT.
059700*
059800 SCRIVI-RIGA-SELEZIONE.
059900     IF MOTIVO-AR (I-AR) NOT = SPACE
060000        GO TO EX-SCRIVI-RIGA-SELEZIONE.
060100     MOVE T-TAB TO TG-SF-1 TG-SF-2 TG-SF-3 TG-SF-4 TG-SF-5
060200                   TG-SF-6 TG-SF-7.
060300     MOVE C-MAT-AR (I-AR) TO C-MAT-SF.
060400     MOVE D-MAT-AR (I-AR) TO D-MAT-SF.
060500     MOVE CLASSE-AR (I-AR) TO CLASSE-SF.
060600     MOVE ULT-DATA-AR (I-AR) TO ULT-DATA-SF.
060700     MOVE RIGHE-AR (I-AR) TO RIGHE-SITPF-SF.
060800     MOVE ANNI-FERMO TO ANNI-SF.
060900     MOVE "P" TO STATO-SF.
061000     MOVE SPACE TO MOTIVO-SF.
061100     WRITE REC-SEL.
061200     ADD 1 TO N-PROPOSTI.
061300 EX-SCRIVI-RIGA-SELEZIONE.
061400     EXIT.
061500*
061600 STAMPA-SELEZIONE.
061700     PERFORM APRI-STAMPA THRU EX-APRI-STAMPA.
061800     STRING " ARTICOLI DA SFOLTIRE - FERMI DA " ANNI-IN
061900            " ANNI" DELIMITED BY SIZE INTO DATI-RIGA.
062000     PERFORM SCRIVI THRU EX-SCRIVI.
062100     PERFORM STAMPA-TESTATA THRU EX-STAMPA-TESTATA.
062200     PERFORM STAMPA-CANDIDATO THRU EX-STAMPA-CANDIDATO
062300        VARYING I-AR FROM 1 BY 1 UNTIL I-AR > N-ARTICOLI.
062400     MOVE N-PROPOSTI TO CONTA-ED.
062500     STRING " ARTICOLI IN LISTA " CONTA-ED
062600            DELIMITED BY SIZE INTO DATI-RIGA.
062700     MOVE 2 TO N-RIGA-STAMPA.
062800     PERFORM SCRIVI THRU EX-SCRIVI.
062900     CALL "QCLPPR" USING PAR-PRINT
063000                          RIGA BUFFER.
063100 EX-STAMPA-SELEZIONE.
063200     EXIT.
063300*
063400 STAMPA-TESTATA.
063500     MOVE "  C-MAT            DESCRIZIONE               CL"
063600       &  "  ULT.DATA  SITPF  ESITO"
063700       TO DATI-RIGA.
063800     MOVE 2 TO N-RIGA-STAMPA.
063900     PERFORM SCRIVI THRU EX-SCRIVI.
064000 EX-STAMPA-TESTATA.
064100     EXIT.
064200*
064300 STAMPA-CANDIDATO.
064400     IF MOTIVO-AR (I-AR) NOT = SPACE
064500        GO TO EX-STAMPA-CANDIDATO.
064600     MOVE C-MAT-AR (I-AR) TO C-MAT-ST.
064700     MOVE D-MAT-AR (I-AR) TO D-MAT-ST.
064800     MOVE CLASSE-AR (I-AR) TO CLASSE-ST.
064900     MOVE ULT-DATA-AR (I-AR) TO ULT-DATA-ST.
065000     MOVE RIGHE-AR (I-AR) TO RIGHE-ST.
065100     MOVE "PROPOSTO" TO ESITO-ST.
065200     MOVE 1 TO N-RIGA-STAMPA.
065300     PERFORM SCRIVI THRU EX-SCRIVI.
065400 EX-STAMPA-CANDIDATO.
065500     EXIT.
065600*
065700*
065800*     approvazione della lista SFOLTSEL e sfoltimento degli
065900*     articoli approvati che passano di nuovo la verifica
066000 APPROVAZIONE.
066100     PERFORM CARICA-SELEZIONE THRU EX-CARICA-SELEZIONE.
066200     IF N-PROPOSTI = 0
066300        DISPLAY "Nessun articolo da approvare"
066400        GO TO EX-APPROVAZIONE.
066500     MOVE RIGA-TS (1) TO REC-SEL.
066600     MOVE ANNI-SF TO ANNI-FERMO.
066700     MOVE N-PROPOSTI TO CONTA-ED.
066800     DISPLAY "Articoli in lista " CONTA-ED
066900             "  fermi da " ANNI-SF " anni".
067000     DISPLAY "Sfoltimento (T=tutti V=uno per uno N=nessuno) "
067100             NO ADVANCING.
067200     MOVE "N" TO CONFERMA-IN.
067300     ACCEPT CONFERMA-IN.
067400     IF CONFERMA-IN NOT = "T" AND NOT = "V"
067500        DISPLAY "Nessuno sfoltimento"
067600        GO TO EX-APPROVAZIONE.
067700     MOVE 0 TO N-ARTICOLI ARTICOLI-PIENA.
067800     PERFORM APPROVA-RIGA THRU EX-APPROVA-RIGA
067900        VARYING I-TS FROM 1 BY 1 UNTIL I-TS > N-SELEZIONE.
068000     MOVE N-ARTICOLI TO N-APPROVATI.
068100     IF N-APPROVATI = 0
068200        DISPLAY "Nessun articolo approvato"
068300        PERFORM RISCRIVI-SELEZIONE THRU EX-RISCRIVI-SELEZIONE
068400        GO TO EX-APPROVAZIONE.
068500     PERFORM CALCOLA-LIMITE THRU EX-CALCOLA-LIMITE.
068600     IF SER-LIMITE NOT > 0
068700        DISPLAY "Data di oggi non valida"
068800        GO TO EX-APPROVAZIONE.
068900*    nuova verifica: ordini aperti, ANAMAT e righe SITPF
069000     PERFORM CARICA-ORDINI THRU EX-CARICA-ORDINI.
069100     PERFORM VERIFICA-ARTICOLO THRU EX-VERIFICA-ARTICOLO
069200        VARYING IX-AR FROM 1 BY 1 UNTIL IX-AR > N-ARTICOLI.
069300     MOVE "2" TO FASE-SITPF.
069400     PERFORM SCANSIONA-SITPF THRU EX-SCANSIONA-SITPF.
069500     OPEN EXTEND FILE-ARC.
069600     IF NOT SA-APERTO
069700        DISPLAY "SFOLTART   SFOLTARC non apribile " CHECK-SA
069800        GO TO EX-APPROVAZIONE.
069900     PERFORM APRI-STAMPA THRU EX-APRI-STAMPA.
070000     MOVE " SFOLTIMENTO ARTICOLI MORTI" TO DATI-RIGA.
070100     PERFORM SCRIVI THRU EX-SCRIVI.
070200     PERFORM STAMPA-TESTATA THRU EX-STAMPA-TESTATA.
070300     MOVE "3" TO FASE-SITPF.
070400     PERFORM SCANSIONA-SITPF THRU EX-SCANSIONA-SITPF.
070500     MOVE 0 TO N-SFOLTITI N-ESCLUSI.
070600     PERFORM SFOLTISCI-ARTICOLO THRU EX-SFOLTISCI-ARTICOLO
070700        VARYING IX-AR FROM 1 BY 1 UNTIL IX-AR > N-ARTICOLI.
070800     CLOSE FILE-ARC.
070900     MOVE N-SFOLTITI TO CONTA-ED.
071000     STRING " ARTICOLI SFOLTITI " CONTA-ED
071100            DELIMITED BY SIZE INTO DATI-RIGA.
071200     MOVE 2 TO N-RIGA-STAMPA.
071300     PERFORM SCRIVI THRU EX-SCRIVI.
071400     CALL "QCLPPR" USING PAR-PRINT
071500                          RIGA BUFFER.
071600     PERFORM RISCRIVI-SELEZIONE THRU EX-RISCRIVI-SELEZIONE.
071700     MOVE N-SFOLTITI TO CONTA-ED.
071800     DISPLAY "SFOLTART   articoli sfoltiti " CONTA-ED.
071900     MOVE N-ESCLUSI TO CONTA-ED.
072000     DISPLAY "SFOLTART   articoli esclusi  " CONTA-ED.
072100 EX-APPROVAZIONE.
072200     EXIT.
072300*
072400 CARICA-SELEZIONE.
072500     MOVE 0 TO N-SELEZIONE N-PROPOSTI.
072600     OPEN INPUT FILE-SEL.
072700     IF NOT SF-APERTO
072800        GO TO EX-CARICA-SELEZIONE.
072900     MOVE 0 TO OK-FINE-FILE.
073000     PERFORM LEGGI-RIGA-SELEZIONE THRU EX-LEGGI-RIGA-SELEZIONE
073100        UNTIL LETTO-FINE-FILE.
073200     CLOSE FILE-SEL.
073300 EX-CARICA-SELEZIONE.
073400     EXIT.
073500*
073600 LEGGI-RIGA-SELEZIONE.
073700     READ FILE-SEL
073800        AT END
073900           MOVE 1 TO OK-FINE-FILE
074000           GO TO EX-LEGGI-RIGA-SELEZIONE
074100     END-READ.
074200     IF N-SELEZIONE NOT < 5000
074300        DISPLAY "SFOLTART   TAB-SELEZIONE da allargare"
074400        GO TO EX-LEGGI-RIGA-SELEZIONE.
074500     ADD 1 TO N-SELEZIONE.
074600     MOVE REC-SEL TO RIGA-TS (N-SELEZIONE).
074700     IF PROPOSTO-SF
074800        ADD 1 TO N-PROPOSTI.
074900 EX-LEGGI-RIGA-SELEZIONE.
075000     EXIT.
075100*
075200*     riga proposta: approvata in blocco o a video; le
075300*     approvate passano in TAB-ARTICOLI per la verifica
075400 APPROVA-RIGA.
075500     MOVE RIGA-TS (I-TS) TO REC-SEL.
075600     IF NOT PROPOSTO-SF
075700        GO TO EX-APPROVA-RIGA.
075800     IF CONFERMA-IN = "V"
075900        DISPLAY C-MAT-SF " " D-MAT-SF " ult. " ULT-DATA-SF
076000                "  sfoltire (S/N) " NO ADVANCING
076100        MOVE "N" TO ARTICOLO-OK
076200        ACCEPT ARTICOLO-OK
076300        IF ARTICOLO-OK NOT = "S"
076400           MOVE "N" TO STATO-SF
076500           MOVE REC-SEL TO RIGA-TS (I-TS)
076600           GO TO EX-APPROVA-RIGA
076700        END-IF
076800     END-IF.
076900     IF N-ARTICOLI NOT < 5000
077000        MOVE 1 TO ARTICOLI-PIENA
077100        GO TO EX-APPROVA-RIGA.
077200     ADD 1 TO N-ARTICOLI.
077300     MOVE C-MAT-SF TO C-MAT-AR (N-ARTICOLI).
077400     MOVE D-MAT-SF TO D-MAT-AR (N-ARTICOLI).
077500     MOVE CLASSE-SF TO CLASSE-AR (N-ARTICOLI).
077600     MOVE ULT-DATA-SF TO ULT-DATA-AR (N-ARTICOLI).
077700     MOVE 0 TO ULT-SER-AR (N-ARTICOLI) RIGHE-AR (N-ARTICOLI).
077800     MOVE SPACE TO MOTIVO-AR (N-ARTICOLI).
077900     MOVE I-TS TO I-TS-AR (N-ARTICOLI).
078000 EX-APPROVA-RIGA.
078100     EXIT.
078200*
078300*     ordini aperti e ANAMAT (presenza, nascita e ultima
078400*     vendita) dell'articolo approvato IX-AR
078500 VERIFICA-ARTICOLO.
078600     MOVE C-MAT-AR (IX-AR) TO MAT-CHIAVE-SF.
078700     PERFORM CERCA-ORDINE THRU EX-CERCA-ORDINE.
078800     IF IN-ORDINE = "S"
078900        MOVE "O" TO MOTIVO-AR (IX-AR)
079000        GO TO EX-VERIFICA-ARTICOLO.
079100     MOVE "ANAMAT;" TO W-NOME-DATA-SET.
079200     MOVE "C-MAT;" TO W-NOME-CAMPO.
079300     MOVE C-MAT-AR (IX-AR) TO W-VALORE-CAMPO.
079400     MOVE 7 TO W-MODO.
079500     PERFORM TTDBGET THRU EX-TTDBGET.
079600     IF NOT W-OK-IMAGE
079700        MOVE "A" TO MOTIVO-AR (IX-AR)
079800        GO TO EX-VERIFICA-ARTICOLO.
079900     MOVE DT-NA OF REC-ANAMAT TO DATA-UM-X.
080000     MOVE DATA-UM-AAMMGG TO DATA-ESAME.
080100     PERFORM AGGIORNA-ULTIMA THRU EX-AGGIORNA-ULTIMA.
080200     MOVE DT-UV OF REC-ANAMAT TO DATA-UM-X.
080300     MOVE DATA-UM-AAMMGG TO DATA-ESAME.
080400     PERFORM AGGIORNA-ULTIMA THRU EX-AGGIORNA-ULTIMA.
080500     IF ULT-SER-AR (IX-AR) > SER-LIMITE
080600        MOVE "M" TO MOTIVO-AR (IX-AR).
080700 EX-VERIFICA-ARTICOLO.
080800     EXIT.
080900*
081000*     riga SITPF vuota dell'articolo approvato: immagine in
081100*     archivio, poi DBDELETE
081200 ARCHIVIA-SITPF.
081300     MOVE "SITPF;" TO W-NOME-DATA-SET.
081400     PERFORM SCRIVI-ARCHIVIO THRU EX-SCRIVI-ARCHIVIO.
081500     MOVE 5 TO W-MODO.
081600     PERFORM TTLOCK THRU EX-TTLOCK.
081700     PERFORM TTDBDEL THRU EX-TTDBDEL.
081800     PERFORM TTUNLOCK THRU EX-TTUNLOCK.
081900 EX-ARCHIVIA-SITPF.
082000     EXIT.
082100*
082200*     immagine in AREA-REC-SET del data-set in W-NOME-DATA-SET
082300*     sull'archivio, sotto l'articolo IX-AR
082400 SCRIVI-ARCHIVIO.
082500     MOVE DATA-OGGI TO DATA-SA.
082600     MOVE C-MAT-AR (IX-AR) TO C-MAT-SA.
082700     MOVE W-NOME-DATA-SET TO DATASET-SA.
082800     MOVE "A" TO STATO-SA.
082900     MOVE 0 TO DATA-RI-SA.
083000     MOVE AREA-REC-SET TO IMAGE-SA.
083100     WRITE REC-ARC.
083200 EX-SCRIVI-ARCHIVIO.
083300     EXIT.
083400*
083500*     articolo verificato: ANAMAT in archivio per prima (il
083600*     reintegro la rimette per prima), poi le catene e per
083700*     ultimo il record ANAMAT
083800 SFOLTISCI-ARTICOLO.
083900     MOVE I-TS-AR (IX-AR) TO I-TS.
084000     MOVE RIGA-TS (I-TS) TO REC-SEL.
084100     MOVE SPACES TO DATI-RIGA.
084200     MOVE C-MAT-AR (IX-AR) TO C-MAT-ST.
084300     MOVE D-MAT-AR (IX-AR) TO D-MAT-ST.
084400     MOVE CLASSE-AR (IX-AR) TO CLASSE-ST.
084500     MOVE ULT-DATA-AR (IX-AR) TO ULT-DATA-ST.
084600     MOVE RIGHE-AR (IX-AR) TO RIGHE-ST.
084700     IF MOTIVO-AR (IX-AR) NOT = SPACE
084800        GO TO EX-SFOLTISCI-ARTICOLO-ESCLUSO.
084900     MOVE "ANAMAT;" TO W-NOME-DATA-SET.
085000     MOVE "C-MAT;" TO W-NOME-CAMPO.
085100     MOVE C-MAT-AR (IX-AR) TO W-VALORE-CAMPO.
085200     MOVE 7 TO W-MODO.
085300     PERFORM TTDBGET THRU EX-TTDBGET.
085400     IF NOT W-OK-IMAGE
085500        MOVE "A" TO MOTIVO-AR (IX-AR)
085600        GO TO EX-SFOLTISCI-ARTICOLO-ESCLUSO.
085700     PERFORM SCRIVI-ARCHIVIO THRU EX-SCRIVI-ARCHIVIO.
085800     PERFORM SVUOTA-CATENA THRU EX-SVUOTA-CATENA
085900        VARYING I-CT FROM 1 BY 1 UNTIL I-CT > 3.
086000     MOVE "ANAMAT;" TO W-NOME-DATA-SET.
086100     MOVE 5 TO W-MODO.
086200     PERFORM TTLOCK THRU EX-TTLOCK.
086300     MOVE "C-MAT;" TO W-NOME-CAMPO.
086400     MOVE C-MAT-AR (IX-AR) TO W-VALORE-CAMPO.
086500     MOVE 7 TO W-MODO.
086600     PERFORM TTDBGET THRU EX-TTDBGET.
086700     IF W-OK-IMAGE
086800        PERFORM TTDBDEL THRU EX-TTDBDEL.
086900     PERFORM TTUNLOCK THRU EX-TTUNLOCK.
087000     MOVE "S" TO STATO-SF.
087100     MOVE SPACE TO MOTIVO-SF.
087200     MOVE RIGHE-AR (IX-AR) TO RIGHE-SITPF-SF.
087300     MOVE REC-SEL TO RIGA-TS (I-TS).
087400     ADD 1 TO N-SFOLTITI.
087500     MOVE "SFOLTITO" TO ESITO-ST.
087600     MOVE 1 TO N-RIGA-STAMPA.
087700     PERFORM SCRIVI THRU EX-SCRIVI.
087800     GO TO EX-SFOLTISCI-ARTICOLO.
087900 EX-SFOLTISCI-ARTICOLO-ESCLUSO.
088000     EVALUATE MOTIVO-AR (IX-AR)
088100        WHEN "G"
088200           MOVE "ESCLUSO: GIACENZA O ORDINATO" TO ESITO-ST
088300        WHEN "O"
088400           MOVE "ESCLUSO: ORDINE APERTO" TO ESITO-ST
088500        WHEN "M"
088600           MOVE "ESCLUSO: MOVIMENTO RECENTE" TO ESITO-ST
088700        WHEN OTHER
088800           MOVE "ESCLUSO: ASSENTE SU ANAMAT" TO ESITO-ST
088900     END-EVALUATE.
089000     MOVE "X" TO STATO-SF.
089100     MOVE MOTIVO-AR (IX-AR) TO MOTIVO-SF.
089200     MOVE REC-SEL TO RIGA-TS (I-TS).
089300     ADD 1 TO N-ESCLUSI.
089400     MOVE 1 TO N-RIGA-STAMPA.
089500     PERFORM SCRIVI THRU EX-SCRIVI.
089600 EX-SFOLTISCI-ARTICOLO.
089700     EXIT.
089800*
089900*     catena I-CT sul C-MAT dell'articolo IX-AR: si prende e
090000*     si toglie la testa finche' la catena non e' vuota
090100 SVUOTA-CATENA.
090200     MOVE "N" TO CATENA-FINITA.
090300     PERFORM TOGLI-TESTA-CATENA THRU EX-TOGLI-TESTA-CATENA
090400        UNTIL CATENA-FINITA = "S".
090500 EX-SVUOTA-CATENA.
090600     EXIT.
090700*
090800 TOGLI-TESTA-CATENA.
090900     MOVE SET-CT (I-CT) TO W-NOME-DATA-SET.
091000     MOVE 5 TO W-MODO.
091100     PERFORM TTLOCK THRU EX-TTLOCK.
091200     MOVE "C-MAT;" TO W-NOME-CAMPO.
091300     MOVE C-MAT-AR (IX-AR) TO W-VALORE-CAMPO.
091400     PERFORM TTDBFIND THRU EX-TTDBFIND.
091500     IF NOT W-OK-IMAGE OR W-CATENA-VUOTA
091600        MOVE "S" TO CATENA-FINITA
091700        PERFORM TTUNLOCK THRU EX-TTUNLOCK
091800        GO TO EX-TOGLI-TESTA-CATENA.
091900     MOVE 5 TO W-MODO.
092000     PERFORM TTDBGET THRU EX-TTDBGET.
092100     IF NOT W-OK-IMAGE
092200        MOVE "S" TO CATENA-FINITA
092300        PERFORM TTUNLOCK THRU EX-TTUNLOCK
092400        GO TO EX-TOGLI-TESTA-CATENA.
092500     PERFORM SCRIVI-ARCHIVIO THRU EX-SCRIVI-ARCHIVIO.
092600     PERFORM TTDBDEL THRU EX-TTDBDEL.
092700     IF NOT W-OK-IMAGE
092800        MOVE "S" TO CATENA-FINITA.
092900     PERFORM TTUNLOCK THRU EX-TTUNLOCK.
093000 EX-TOGLI-TESTA-CATENA.
093100     EXIT.
093200*
093300 RISCRIVI-SELEZIONE.
093400     OPEN OUTPUT FILE-SEL.
093500     IF NOT SF-APERTO
093600        DISPLAY "SFOLTART   SFOLTSEL non apribile " CHECK-SF
093700        GO TO EX-RISCRIVI-SELEZIONE.
093800     PERFORM RISCRIVI-RIGA-SELEZIONE
093900        THRU EX-RISCRIVI-RIGA-SELEZIONE
094000        VARYING I-TS FROM 1 BY 1 UNTIL I-TS > N-SELEZIONE.
094100     CLOSE FILE-SEL.
094200 EX-RISCRIVI-SELEZIONE.
094300     EXIT.
094400*
094500 RISCRIVI-RIGA-SELEZIONE.
094600     MOVE RIGA-TS (I-TS) TO REC-SEL.
094700     WRITE REC-SEL.
094800 EX-RISCRIVI-RIGA-SELEZIONE.
094900     EXIT.
095000*
095100*
095200*     reintegro di un articolo da SFOLTARC: primo giro per il
095300*     record ANAMAT, secondo giro (I-O) per le altre righe;
095400*     ogni riga rimessa si marca "R" con la data
095500 REINTEGRO.
095600     DISPLAY "C-MAT da reintegrare " NO ADVANCING.
095700     MOVE SPACES TO C-MAT-IN.
095800     ACCEPT C-MAT-IN.
095900     IF C-MAT-IN NOT NUMERIC
096000        DISPLAY "C-MAT non numerico"
096100        GO TO EX-REINTEGRO.
096200     MOVE C-MAT-IN TO MAT-CHIAVE-SF.
096300     PERFORM TOGLI-COLORE THRU EX-TOGLI-COLORE.
096400     MOVE "ANAMAT;" TO W-NOME-DATA-SET.
096500     MOVE "C-MAT;" TO W-NOME-CAMPO.
096600     MOVE MAT-CHIAVE-SF TO W-VALORE-CAMPO.
096700     MOVE 7 TO W-MODO.
096800     PERFORM TTDBGET THRU EX-TTDBGET.
096900     IF W-OK-IMAGE
097000        DISPLAY "Articolo gia' presente su ANAMAT"
097100        GO TO EX-REINTEGRO.
097200     MOVE 0 TO RIGHE-ARCHIVIO RIGHE-REINTEGRO RIGHE-ERRATE.
097300     MOVE "N" TO ANAMAT-RIMESSO.
097400     OPEN INPUT FILE-ARC.
097500     IF NOT SA-APERTO
097600        DISPLAY "SFOLTART   SFOLTARC non apribile " CHECK-SA
097700        GO TO EX-REINTEGRO.
097800     MOVE 0 TO OK-FINE-FILE.
097900     PERFORM RIMETTI-ANAMAT THRU EX-RIMETTI-ANAMAT
098000        UNTIL LETTO-FINE-FILE.
098100     CLOSE FILE-ARC.
098200     IF RIGHE-ARCHIVIO = 0
098300        DISPLAY "Articolo non in archivio"
098400        GO TO EX-REINTEGRO.
098500     IF ANAMAT-RIMESSO NOT = "S"
098600        DISPLAY "ANAMAT non rimesso: reintegro sospeso"
098700        GO TO EX-REINTEGRO.
098800     OPEN I-O FILE-ARC.
098900     IF NOT SA-APERTO
099000        DISPLAY "SFOLTART   SFOLTARC non apribile " CHECK-SA
099100        GO TO EX-REINTEGRO.
099200     MOVE 0 TO OK-FINE-FILE.
099300     PERFORM RIMETTI-RIGA THRU EX-RIMETTI-RIGA
099400        UNTIL LETTO-FINE-FILE.
099500     CLOSE FILE-ARC.
099600     MOVE MAT-CHIAVE-SF TO C-MAT-ED.
099700     MOVE RIGHE-REINTEGRO TO RIGHE-ED.
099800     DISPLAY "SFOLTART   " C-MAT-ED " righe reintegrate "
099900             RIGHE-ED.
100000     IF RIGHE-ERRATE NOT = 0
100100        MOVE RIGHE-ERRATE TO RIGHE-ED
100200        DISPLAY "SFOLTART   righe NON reintegrate " RIGHE-ED.
100300 EX-REINTEGRO.
100400     EXIT.
100500*
100600 RIMETTI-ANAMAT.
100700     READ FILE-ARC
100800        AT END
100900           MOVE 1 TO OK-FINE-FILE
101000           GO TO EX-RIMETTI-ANAMAT
101100     END-READ.
101200     IF C-MAT-SA NOT = MAT-CHIAVE-SF OR NOT ARCHIVIATO-SA
101300        GO TO EX-RIMETTI-ANAMAT.
101400     ADD 1 TO RIGHE-ARCHIVIO.
101500     IF DATASET-SA NOT = "ANAMAT;"
101600        GO TO EX-RIMETTI-ANAMAT.
101700     PERFORM RIMETTI-IMMAGINE THRU EX-RIMETTI-IMMAGINE.
101800     IF W-OK-IMAGE
101900        MOVE "S" TO ANAMAT-RIMESSO.
102000 EX-RIMETTI-ANAMAT.
102100     EXIT.
102200*
102300 RIMETTI-RIGA.
102400     READ FILE-ARC
102500        AT END
102600           MOVE 1 TO OK-FINE-FILE
102700           GO TO EX-RIMETTI-RIGA
102800     END-READ.
102900     IF C-MAT-SA NOT = MAT-CHIAVE-SF OR NOT ARCHIVIATO-SA
103000        GO TO EX-RIMETTI-RIGA.
103100     IF DATASET-SA NOT = "ANAMAT;"
103200        PERFORM RIMETTI-IMMAGINE THRU EX-RIMETTI-IMMAGINE
103300        IF NOT W-OK-IMAGE
103400           ADD 1 TO RIGHE-ERRATE
103500           GO TO EX-RIMETTI-RIGA
103600        END-IF
103700     END-IF.
103800     MOVE "R" TO STATO-SA.
103900     MOVE DATA-OGGI TO DATA-RI-SA.
104000     REWRITE REC-ARC.
104100     ADD 1 TO RIGHE-REINTEGRO.
104200 EX-RIMETTI-RIGA.
104300     EXIT.
104400*
104500 RIMETTI-IMMAGINE.
104600     MOVE DATASET-SA TO W-NOME-DATA-SET.
104700     MOVE 5 TO W-MODO.
104800     PERFORM TTLOCK THRU EX-TTLOCK.
104900     MOVE IMAGE-SA TO AREA-REC-SET.
105000     PERFORM TTDBPUT THRU EX-TTDBPUT.
105100     MOVE W-STATUS-WORD-IMAGE TO ESITO-PUT.
105200     PERFORM TTUNLOCK THRU EX-TTUNLOCK.
105300     MOVE ESITO-PUT TO W-STATUS-WORD-IMAGE.
105400 EX-RIMETTI-IMMAGINE.
105500     EXIT.
105600*
105700*
105800 APRI-STAMPA.
105900     MOVE  136  TO LL-RIGA.
106000     MOVE 9999 TO N-MAX-RIGHE.
106100     MOVE "G" TO PRE-NOME-FILE.
106200     MOVE W-FORMATO-INTERNO TO TERM-N-FILE.
106300     CALL "QOLPPR" USING PAR-PRINT
106400                          RIGA BUFFER.
106500     MOVE 0   TO N-STAMPANTE.
106600     MOVE "M" TO COMANDO.
106700     MOVE 66  TO N-RIGA-STAMPA.
106800 EX-APRI-STAMPA.
106900     EXIT.
107000*
107100 SCRIVI.
107200     CALL "QWLPPR" USING PAR-PRINT
107300                         RIGA BUFFER.
107400     IF STATO OF PAR-PRINT NOT = 0
107500        MOVE STATO OF PAR-PRINT TO STATO-DISPLAY
107600        DISPLAY "SFOLTART   ERRORE QPRINT CON STATO : "
107700                STATO-DISPLAY
107800     END-IF.
107900     MOVE SPACES TO DATI-RIGA.
108000     MOVE "S" TO COMANDO.
108100     MOVE 0 TO N-RIGA-STAMPA.
108200 EX-SCRIVI.
108300     EXIT.
108400*
108500*
108600*    il numero record corrente si fotografa PRIMA della
108700*    DBDELETE: al giornale serve quello del record tolto
108800 TTDBDEL.
108900     MOVE W-WORD-ATT TO RECNUM-DEL-MEM.
109000     MOVE 1 TO W-MODO.
109100     CALL "DBDELETE" USING W-NOME-DATA-BASE-1
109200                           W-NOME-DATA-SET
109300                           W-MODO
109400                           W-CA-IMAGE.
109500     IF W-ERRORI-TRAGICI
109600        MOVE 6 TO W-INDICE-8
109700        CALL "QDBERROR" USING W-COMMON.
109800     IF W-OK-IMAGE
109900        MOVE RECNUM-DEL-MEM TO W-WORD-ATT
110000        CALL "DBJRNL" USING BY REFERENCE W-COMMON
110100                            BY CONTENT "D"
110200                            BY REFERENCE AREA-REC-SET
110300     END-IF.
110400 EX-TTDBDEL.
110500     EXIT.
110600*
110700 TTLOCK.
110800              COPY PDBLOCK.
110900*
111000 TTDBFIND.
111100              COPY PDBFIND.
111200*
111300 TTDBGET.
111400              COPY PDBGET.
111500*
111600 TTDBPUT.
111700              COPY PDBPUT.
111800*
111900 TTUNLOCK.
112000              COPY PDBUNLOC.
112100*
112200*      FINE PROGRAMMA    **** /K SFOLTART.COB  *****
