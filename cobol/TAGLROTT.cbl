000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. TAGLROTT.
000310*2026*        15/10/26
000320*     taglie rotte di fine stagione: per ogni C-MAT la
000330*     giacenza libera SITPF (netta degli impegni, come
000340*     ALLOCNEG) nei negozi di vendita -- quelli con grado su
000350*     GRADNEG -- e per ogni negozio il giudizio sulla serie:
000360*     ROTTA se manca la taglia centrale o se le taglie
000370*     consecutive attorno ad essa sono meno di N (N e taglia
000380*     centrale battuti a video, centrale 00 = meta' della
000390*     scala NTG-NTG). Per l'articolo si sceglie il negozio
000400*     che vende di piu' (vendite MOVMAG nell'intervallo, vaglia
000410*     di RAPCURVA; a parita' quello con piu' giacenza) e si
000420*     propone di concentrarvi la giacenza dei negozi a serie
000430*     rotta. Anteprima a video, poi righe YPROPTRAS con
000440*     origine "TAGLROTT", distinte da quelle di PROPTRAV
000450*     ("NOGIAC") perche' si approvino a parte con READTR3.
000460*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-GRADI ASSIGN TO "GRADNEG"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-GN.
001500     SELECT OPTIONAL FILE-PROP ASSIGN TO "PROPTRAS"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-PR.
001800*
001900 DATA DIVISION.
002000 FILE SECTION.
002100 FD FILE-GRADI DATA RECORD REC-GRADI.
002200 01 REC-GRADI              COPY YGRADNEG.
002300*
002400 FD FILE-PROP DATA RECORD REC-PROP.
002500 01 REC-PROP               COPY YPROPTRAS.
002600*
002700 WORKING-STORAGE SECTION.
002800*
002900*ESTETA*
003000     COPY NTG.
003100*
003200 01 PAR-TABTAGLIE          COPY PARTAGLIE.
003300*
003400 01 REC-MOVMAG       COPY YMOVMAG.
003500 01 REC-SITPF        COPY YSITPF.
003600 01 AREA-REC-SET     PIC X(512).
003700*
003800 01 COD-ROTTE        COPY DANCODMT.
003900*
004000 01 PARGEN           COPY QPARGEN.
004100 01 PARQDATA         COPY QPARDATS.
004200*
004300 77 CHECK-GN        PIC XX.
004400    88 GN-APERTO    VALUES ARE "05", "00".
004500 77 CHECK-PR        PIC XX.
004600    88 PR-APERTO    VALUES ARE "05", "00".
004700*
004800 01 OK-FINE-GN      PIC S9(4) COMP.
004900    88 LETTO-FINE-GN VALUE 1.
005000*
005100 01 T-TAB           PIC X VALUE X"9".
005200*
005300 01 COMANDO-TR      PIC X.
005400    88 TR-VEDI      VALUE "V".
005500    88 TR-SCRIVI    VALUE "S".
005600    88 TR-FINE      VALUE "F".
005700*
005800* negozi di vendita (magazzini con grado su GRADNEG)
005900 01 TAB-NEGOZI.
006000  05 MAG-NG OCCURS 100  PIC 9(3).
006100 01 N-NEGOZI        PIC S9(4) COMP.
006200 01 I-NG            PIC S9(4) COMP.
006300 01 IX-NG           PIC S9(4) COMP.
006400 01 MAG-CERCA       PIC 9(3).
006500*
006600 01 COLLEZ-IN       PIC X.
006700 01 ANNO-IN         PIC X.
006800 01 STAG-IN         PIC X.
006900 01 SERIE-IN        PIC XX.
007000 01 CENTRO-IN       PIC XX.
007100 01 DATA-DA-IN      PIC X(6).
007200 01 DATA-A-IN       PIC X(6).
007300 01 SERIE-MINIMA    PIC 99.
007400 01 TG-CENTRO       PIC S9(4) COMP.
007500 01 SETT-DA         PIC S9(4) COMP.
007600 01 SETT-A          PIC S9(4) COMP.
007700*
007800* posizioni articolo/negozio: giacenza libera per taglia,
007900* venduto del periodo, giudizio sulla serie
008000 01 TAB-POSIZIONI.
008100  05 RIGA-PS OCCURS 3000.
008200   10 C-MAT-PS         PIC 9(15).
008300   10 MAG-PS           PIC 9(3).
008400   10 GIAC-PS          PIC S9(8) COMP OCCURS 10.
008500   10 TOT-GIAC-PS      PIC S9(8) COMP.
008600   10 VENDUTO-PS       PIC S9(8) COMP.
008700   10 SERIE-PS         PIC S9(4) COMP.
008800   10 STATO-PS         PIC X.
008900      88 PS-ROTTA      VALUE "R".
009000      88 PS-INTEGRA    VALUE "I".
009100   10 MAG-DEST-PS      PIC 9(3).
009200 01 N-POSIZIONI     PIC S9(4) COMP.
009300 01 I-PS            PIC S9(4) COMP.
009400 01 J-PS            PIC S9(4) COMP.
009500 01 IX-PS           PIC S9(4) COMP.
009600 01 IX-MIGLIORE     PIC S9(4) COMP.
009700 01 C-MAT-COM       PIC 9(15).
009800 01 POSIZIONI-PIENE PIC S9(4) COMP.
009900*
010000 01 I-TG            PIC S9(4) COMP.
010100 01 LIBERA-TG       PIC S9(8) COMP.
010200 01 N-ROTTE-ART     PIC S9(4) COMP.
010300 01 N-PROPOSTE      PIC S9(4) COMP.
010400 01 SCRITTE-TR      PIC S9(4) COMP.
010500*
010600 01 RIGA-VIDEO      PIC X(60).
010700 01 PUNT-VIDEO      PIC S9(4) COMP.
010800 01 QTA-ED-TG       PIC ZZZ9.
010900 01 SERIE-ED        PIC Z9.
011000 01 VENDUTO-ED      PIC ZZZZ9.
011100*
011200 LINKAGE SECTION.
011300*
011400 01 W-COMMON       COPY WCOMMONW.
011500*
011600*PAGE
011700 PROCEDURE DIVISION  USING W-COMMON.
011800 INIZIO.
011900     PERFORM CARICA-NTG THRU EX-CARICA-NTG.
012000     PERFORM CARICA-NEGOZI THRU EX-CARICA-NEGOZI.
012100     DISPLAY "----  TAGLIE ROTTE  ---------------------".
012200     IF N-NEGOZI = 0
012300        DISPLAY "Tabella GRADNEG vuota: gradi con ALLOCNEG M"
012400        GO TO FINE.
012500     PERFORM CHIEDI-PARAMETRI THRU EX-CHIEDI-PARAMETRI.
012600     IF SERIE-MINIMA = 0
012700        GO TO FINE.
012800     MOVE 0 TO N-POSIZIONI POSIZIONI-PIENE N-PROPOSTE.
012900     PERFORM SCANSIONA-SITPF THRU EX-SCANSIONA-SITPF.
013000     IF N-POSIZIONI = 0
013100        DISPLAY "Nessuna giacenza nei negozi per la selezione"
013200        GO TO FINE.
013300     PERFORM SCANSIONA-MOVMAG THRU EX-SCANSIONA-MOVMAG.
013400     IF POSIZIONI-PIENE NOT = 0
013500        DISPLAY "TAGLROTT   TAB-POSIZIONI da allargare".
013600     PERFORM VALUTA-SERIE THRU EX-VALUTA-SERIE
013700        VARYING I-PS FROM 1 BY 1 UNTIL I-PS > N-POSIZIONI.
013800     PERFORM SCEGLI-DESTINAZIONE THRU EX-SCEGLI-DESTINAZIONE
013900        VARYING I-PS FROM 1 BY 1 UNTIL I-PS > N-POSIZIONI.
014000     IF N-PROPOSTE = 0
014100        DISPLAY "Nessuna serie rotta da concentrare"
014200        GO TO FINE.
014300     PERFORM VEDI-PROPOSTE THRU EX-VEDI-PROPOSTE.
014400     MOVE SPACE TO COMANDO-TR.
014500     PERFORM CHIEDI-ANTEPRIMA THRU EX-CHIEDI-ANTEPRIMA
014600        UNTIL TR-SCRIVI OR TR-FINE.
014700     IF TR-SCRIVI
014800        PERFORM SCRIVI-PROPOSTE THRU EX-SCRIVI-PROPOSTE
014900     ELSE
015000        DISPLAY "Proposte abbandonate, niente scritto"
015100     END-IF.
015200 FINE.
015300     EXIT PROGRAM.
015400*
015500*
015600 CARICA-NTG.
015700     COPY PNTGLOAD.
015800*
015900*
016000 CARICA-NEGOZI.
016100     MOVE 0 TO N-NEGOZI.
016200     OPEN INPUT FILE-GRADI.
016300     IF NOT GN-APERTO
016400        GO TO EX-CARICA-NEGOZI.
016500     MOVE 0 TO OK-FINE-GN.
016600     PERFORM LEGGI-RIGA-GRADI THRU EX-LEGGI-RIGA-GRADI
016700        UNTIL LETTO-FINE-GN.
016800     CLOSE FILE-GRADI.
016900 EX-CARICA-NEGOZI.
017000     EXIT.
017100*
017200 LEGGI-RIGA-GRADI.
017300     READ FILE-GRADI
017400        AT END
017500           MOVE 1 TO OK-FINE-GN
017600        NOT AT END
017700           IF N-NEGOZI < 100
017800              ADD 1 TO N-NEGOZI
017900              MOVE MAG-GN TO MAG-NG (N-NEGOZI)
018000           ELSE
018100              DISPLAY "TAGLROTT   tabella negozi piena"
018200           END-IF
018300     END-READ.
018400 EX-LEGGI-RIGA-GRADI.
018500     EXIT.
018600*
018700 CERCA-NEGOZIO.
018800     IF MAG-NG (I-NG) = MAG-CERCA
018900        MOVE I-NG TO IX-NG
019000     END-IF.
019100 EX-CERCA-NEGOZIO.
019200     EXIT.
019300*
019400*
019500*     selezione (collezione/anno/stagione come ALLOCNEG,
019600*     vuoto = tutto), regola della serie, intervallo per la
019700*     velocita' di vendita; SERIE-MINIMA a zero = abbandono
019800 CHIEDI-PARAMETRI.
019900     MOVE 0 TO SERIE-MINIMA.
020000     DISPLAY "Collezione (1 cifra, vuoto=tutte) " NO ADVANCING.
020100     MOVE SPACE TO COLLEZ-IN.
020200     ACCEPT COLLEZ-IN.
020300     DISPLAY "Anno (1 cifra, vuoto=tutti)       " NO ADVANCING.
020400     MOVE SPACE TO ANNO-IN.
020500     ACCEPT ANNO-IN.
020600     DISPLAY "Stagione (1 cifra, vuoto=tutte)   " NO ADVANCING.
020700     MOVE SPACE TO STAG-IN.
020800     ACCEPT STAG-IN.
020900     DISPLAY "Taglie consecutive minime (2 cifre) "
021000             NO ADVANCING.
021100     MOVE SPACES TO SERIE-IN.
021200     ACCEPT SERIE-IN.
021300     DISPLAY "Taglia centrale (2 cifre, 00=meta' scala) "
021400             NO ADVANCING.
021500     MOVE SPACES TO CENTRO-IN.
021600     ACCEPT CENTRO-IN.
021700     DISPLAY "Vendite dal (GGMMAA) " NO ADVANCING.
021800     ACCEPT DATA-DA-IN.
021900     DISPLAY "Vendite al  (GGMMAA) " NO ADVANCING.
022000     ACCEPT DATA-A-IN.
022100     IF SERIE-IN NOT NUMERIC OR CENTRO-IN NOT NUMERIC
022200        OR DATA-DA-IN NOT NUMERIC OR DATA-A-IN NOT NUMERIC
022300        DISPLAY "Dati non numerici"
022400        GO TO EX-CHIEDI-PARAMETRI.
022500     MOVE CENTRO-IN TO TG-CENTRO.
022600     IF TG-CENTRO = 0
022700        COMPUTE TG-CENTRO = (NTG-NTG + 1) / 2.
022800     IF TG-CENTRO > NTG-NTG
022900        DISPLAY "Taglia centrale oltre la scala"
023000        GO TO EX-CHIEDI-PARAMETRI.
023100     PERFORM CALCOLA-SETTIMANE THRU EX-CALCOLA-SETTIMANE.
023200     IF Q-STATO OF PARGEN NOT = 0
023300        DISPLAY "Date non valide"
023400        GO TO EX-CHIEDI-PARAMETRI.
023500     MOVE SERIE-IN TO SERIE-MINIMA.
023600     IF SERIE-MINIMA = 0
023700        DISPLAY "Serie minima a zero: nessuna serie e' rotta".
023800 EX-CHIEDI-PARAMETRI.
023900     EXIT.
024000*
024100 CALCOLA-SETTIMANE.
024200     MOVE DATA-DA-IN TO Q-DATA-9.
024300     MOVE 1 TO Q-FUNZIONE OF PARGEN.
024400     CANCEL "QDATAS"
024500     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA.
024600     IF Q-STATO OF PARGEN NOT = 0
024700        GO TO EX-CALCOLA-SETTIMANE.
024800     MOVE 2 TO Q-FUNZIONE OF PARGEN.
024900     CANCEL "QDATAS"
025000     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA.
025100     MOVE Q-SETTIMANA TO SETT-DA.
025200     MOVE DATA-A-IN TO Q-DATA-9.
025300     MOVE 1 TO Q-FUNZIONE OF PARGEN.
025400     CANCEL "QDATAS"
025500     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA.
025600     IF Q-STATO OF PARGEN NOT = 0
025700        GO TO EX-CALCOLA-SETTIMANE.
025800     MOVE 2 TO Q-FUNZIONE OF PARGEN.
025900     CANCEL "QDATAS"
026000     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA.
026100     MOVE Q-SETTIMANA TO SETT-A.
026200 EX-CALCOLA-SETTIMANE.
026300     EXIT.
026400*
026500*
026600*     giacenza libera nei negozi: QTA-GIAC meno gli impegni
026700*     (ingrosso e web)
026800 SCANSIONA-SITPF.
026900     MOVE 0 TO W-VALORE-CAMPO-W.
027000     MOVE 0 TO W-STATUS-WORD-IMAGE.
027100     PERFORM LEGGI-SITPF-SER THRU EX-LEGGI-SITPF-SER
027200        UNTIL W-FUORI-FILE.
027300 EX-SCANSIONA-SITPF.
027400     EXIT.
027500*
027600 LEGGI-SITPF-SER.
027700     ADD 1 TO W-VALORE-CAMPO-W.
027800     MOVE 2 TO W-MODO.
027900     MOVE "SITPF;"    TO W-NOME-DATA-SET.
028000     PERFORM TTDBGET THRU EX-TTDBGET.
028100     IF W-OK-IMAGE
028200        MOVE AREA-REC-SET TO REC-SITPF
028300        PERFORM VAGLIA-SITPF THRU EX-VAGLIA-SITPF
028400     END-IF.
028500 EX-LEGGI-SITPF-SER.
028600     EXIT.
028700*
028800 VAGLIA-SITPF.
028900     MOVE MAGAZZINO OF REC-SITPF TO MAG-CERCA.
029000     MOVE 0 TO IX-NG.
029100     PERFORM CERCA-NEGOZIO THRU EX-CERCA-NEGOZIO
029200        VARYING I-NG FROM 1 BY 1 UNTIL I-NG > N-NEGOZI.
029300     IF IX-NG = 0
029400        GO TO EX-VAGLIA-SITPF.
029500     MOVE C-MAT OF REC-SITPF TO C-MAT-COM.
029600     MOVE C-MAT-COM TO C-MAT-TRANS-RID.
029700     IF COLLEZ-IN NUMERIC
029800        AND COLLEZIONE OF C-MAT-TRANSITO NOT = COLLEZ-IN
029900        GO TO EX-VAGLIA-SITPF.
030000     IF ANNO-IN NUMERIC
030100        AND ANNO OF C-MAT-TRANSITO NOT = ANNO-IN
030200        GO TO EX-VAGLIA-SITPF.
030300     IF STAG-IN NUMERIC
030400        AND STAGIONE OF C-MAT-TRANSITO NOT = STAG-IN
030500        GO TO EX-VAGLIA-SITPF.
030600     PERFORM TROVA-POSIZIONE THRU EX-TROVA-POSIZIONE.
030700     IF IX-PS = 0
030800        GO TO EX-VAGLIA-SITPF.
030900     PERFORM LIBERA-TAGLIA THRU EX-LIBERA-TAGLIA
031000        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > NTG-NTG.
031100 EX-VAGLIA-SITPF.
031200     EXIT.
031300*
031400 LIBERA-TAGLIA.
031500     COMPUTE LIBERA-TG = QTA-GIAC-PF OF REC-SITPF (I-TG)
031600             - QTA-IMP OF REC-SITPF (I-TG)
031700             - QTA-IMP-C OF REC-SITPF (I-TG).
031800     IF LIBERA-TG > 0
031900        ADD LIBERA-TG TO GIAC-PS (IX-PS, I-TG)
032000        ADD LIBERA-TG TO TOT-GIAC-PS (IX-PS)
032100     END-IF.
032200 EX-LIBERA-TAGLIA.
032300     EXIT.
032400*
032500*     posizione C-MAT-COM/MAG-CERCA, creata a zero se manca
032600 TROVA-POSIZIONE.
032700     MOVE 0 TO IX-PS.
032800     PERFORM CERCA-POSIZIONE THRU EX-CERCA-POSIZIONE
032900        VARYING I-PS FROM 1 BY 1
033000        UNTIL I-PS > N-POSIZIONI OR IX-PS NOT = 0.
033100     IF IX-PS NOT = 0
033200        GO TO EX-TROVA-POSIZIONE.
033300     IF N-POSIZIONI NOT < 3000
033400        MOVE 1 TO POSIZIONI-PIENE
033500        GO TO EX-TROVA-POSIZIONE.
033600     ADD 1 TO N-POSIZIONI.
033700     MOVE N-POSIZIONI TO IX-PS.
033800     MOVE C-MAT-COM TO C-MAT-PS (IX-PS).
033900     MOVE MAG-CERCA TO MAG-PS (IX-PS).
034000     MOVE 0 TO TOT-GIAC-PS (IX-PS) VENDUTO-PS (IX-PS)
034100               SERIE-PS (IX-PS) MAG-DEST-PS (IX-PS).
034200     MOVE "I" TO STATO-PS (IX-PS).
034300     PERFORM AZZERA-GIAC-PS THRU EX-AZZERA-GIAC-PS
034400        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
034500 EX-TROVA-POSIZIONE.
034600     EXIT.
034700*
034800 CERCA-POSIZIONE.
034900     IF C-MAT-PS (I-PS) = C-MAT-COM
035000        AND MAG-PS (I-PS) = MAG-CERCA
035100        MOVE I-PS TO IX-PS
035200     END-IF.
035300 EX-CERCA-POSIZIONE.
035400     EXIT.
035500*
035600 AZZERA-GIAC-PS.
035700     MOVE 0 TO GIAC-PS (IX-PS, I-TG).
035800 EX-AZZERA-GIAC-PS.
035900     EXIT.
036000*
036100*
036200*     venduto per articolo e negozio: stessa vaglia di
036300*     RAPCURVA (VESD/OMAG/VDIP, scarico, niente bolle);
036400*     un negozio che ha venduto l'articolo fino a esaurirlo
036500*     entra come posizione a giacenza zero, candidato a
036600*     ricevere la merce
036700 SCANSIONA-MOVMAG.
036800     MOVE 0 TO W-VALORE-CAMPO-W.
036900     MOVE 0 TO W-STATUS-WORD-IMAGE.
037000     PERFORM LEGGI-MOVMAG-SER THRU EX-LEGGI-MOVMAG-SER
037100        UNTIL W-FUORI-FILE.
037200 EX-SCANSIONA-MOVMAG.
037300     EXIT.
037400*
037500 LEGGI-MOVMAG-SER.
037600     ADD 1 TO W-VALORE-CAMPO-W.
037700     MOVE 2 TO W-MODO.
037800     MOVE "MOVMAG"     TO W-NOME-DATA-SET.
037900     PERFORM TTDBGET THRU EX-TTDBGET.
038000     IF W-OK-IMAGE
038100        MOVE AREA-REC-SET TO REC-MOVMAG
038200        PERFORM VAGLIA-VENDITA THRU EX-VAGLIA-VENDITA
038300     END-IF.
038400 EX-LEGGI-MOVMAG-SER.
038500     EXIT.
038600*
038700 VAGLIA-VENDITA.
038800     IF QUANTITA OF REC-MOVMAG NOT < 0
038900        OR RIF-BOLLA-FORN OF REC-MOVMAG NOT = 0
039000        OR SETTIMANA OF REC-MOVMAG < SETT-DA
039100        OR SETTIMANA OF REC-MOVMAG > SETT-A
039200        OR (C-OPE OF REC-MOVMAG NOT = "VESD"
039300            AND C-OPE OF REC-MOVMAG NOT = "OMAG"
039400            AND C-OPE OF REC-MOVMAG NOT = "VDIP")
039500        GO TO EX-VAGLIA-VENDITA.
039600     MOVE MAGAZZINO OF REC-MOVMAG TO MAG-CERCA.
039700     MOVE 0 TO IX-NG.
039800     PERFORM CERCA-NEGOZIO THRU EX-CERCA-NEGOZIO
039900        VARYING I-NG FROM 1 BY 1 UNTIL I-NG > N-NEGOZI.
040000     IF IX-NG = 0
040100        GO TO EX-VAGLIA-VENDITA.
040200     MOVE C-MAT OF REC-MOVMAG TO C-MAT-COM.
040300     MOVE 0 TO IX-PS.
040400     PERFORM CERCA-ARTICOLO THRU EX-CERCA-ARTICOLO
040500        VARYING I-PS FROM 1 BY 1
040600        UNTIL I-PS > N-POSIZIONI OR IX-PS NOT = 0.
040700     IF IX-PS = 0
040800        GO TO EX-VAGLIA-VENDITA.
040900     PERFORM TROVA-POSIZIONE THRU EX-TROVA-POSIZIONE.
041000     IF IX-PS NOT = 0
041100        COMPUTE VENDUTO-PS (IX-PS) = VENDUTO-PS (IX-PS)
041200                - QUANTITA OF REC-MOVMAG
041300     END-IF.
041400 EX-VAGLIA-VENDITA.
041500     EXIT.
041600*
041700 CERCA-ARTICOLO.
041800     IF C-MAT-PS (I-PS) = C-MAT-COM
041900        MOVE I-PS TO IX-PS
042000     END-IF.
042100 EX-CERCA-ARTICOLO.
042200     EXIT.
042300*
042400*
042500*     serie della posizione: taglie consecutive con giacenza
042600*     che comprendono la centrale; rotta se la centrale manca
042700*     o se la serie e' piu' corta del minimo
042800 VALUTA-SERIE.
042900     MOVE 0 TO SERIE-PS (I-PS).
043000     IF TOT-GIAC-PS (I-PS) = 0
043100        GO TO EX-VALUTA-SERIE.
043200     IF GIAC-PS (I-PS, TG-CENTRO) > 0
043300        PERFORM CONTA-SERIE-GIU THRU EX-CONTA-SERIE-GIU
043400           VARYING I-TG FROM TG-CENTRO BY -1
043500           UNTIL I-TG < 1
043600        PERFORM CONTA-SERIE-SU THRU EX-CONTA-SERIE-SU
043700           VARYING I-TG FROM TG-CENTRO BY 1
043800           UNTIL I-TG > NTG-NTG
043900        SUBTRACT 1 FROM SERIE-PS (I-PS)
044000     END-IF.
044100     IF SERIE-PS (I-PS) < SERIE-MINIMA
044200        MOVE "R" TO STATO-PS (I-PS).
044300 EX-VALUTA-SERIE.
044400     EXIT.
044500*
044600*     la prima taglia scarica chiude il conteggio (indice
044700*     portato fuori dal limite)
044800 CONTA-SERIE-GIU.
044900     IF GIAC-PS (I-PS, I-TG) > 0
045000        ADD 1 TO SERIE-PS (I-PS)
045100     ELSE
045200        MOVE 0 TO I-TG
045300     END-IF.
045400 EX-CONTA-SERIE-GIU.
045500     EXIT.
045600*
045700 CONTA-SERIE-SU.
045800     IF GIAC-PS (I-PS, I-TG) > 0
045900        ADD 1 TO SERIE-PS (I-PS)
046000     ELSE
046100        MOVE 99 TO I-TG
046200     END-IF.
046300 EX-CONTA-SERIE-SU.
046400     EXIT.
046500*
046600*
046700*     alla prima posizione di ogni articolo: negozio migliore
046800*     (piu' venduto, a parita' piu' giacenza) e destinazione
046900*     per le posizioni rotte degli altri negozi
047000 SCEGLI-DESTINAZIONE.
047100     MOVE C-MAT-PS (I-PS) TO C-MAT-COM.
047200     MOVE 0 TO IX-PS.
047300     PERFORM CERCA-PRECEDENTE THRU EX-CERCA-PRECEDENTE
047400        VARYING J-PS FROM 1 BY 1
047500        UNTIL J-PS NOT < I-PS OR IX-PS NOT = 0.
047600     IF IX-PS NOT = 0
047700        GO TO EX-SCEGLI-DESTINAZIONE.
047800     MOVE I-PS TO IX-MIGLIORE.
047900     MOVE 0 TO N-ROTTE-ART.
048000     PERFORM CONFRONTA-POSIZIONE THRU EX-CONFRONTA-POSIZIONE
048100        VARYING J-PS FROM I-PS BY 1 UNTIL J-PS > N-POSIZIONI.
048200     IF N-ROTTE-ART = 0
048300        GO TO EX-SCEGLI-DESTINAZIONE.
048400     PERFORM ASSEGNA-DESTINAZIONE THRU EX-ASSEGNA-DESTINAZIONE
048500        VARYING J-PS FROM I-PS BY 1 UNTIL J-PS > N-POSIZIONI.
048600 EX-SCEGLI-DESTINAZIONE.
048700     EXIT.
048800*
048900 CERCA-PRECEDENTE.
049000     IF C-MAT-PS (J-PS) = C-MAT-COM
049100        MOVE J-PS TO IX-PS
049200     END-IF.
049300 EX-CERCA-PRECEDENTE.
049400     EXIT.
049500*
049600 CONFRONTA-POSIZIONE.
049700     IF C-MAT-PS (J-PS) NOT = C-MAT-COM
049800        GO TO EX-CONFRONTA-POSIZIONE.
049900     IF PS-ROTTA (J-PS)
050000        ADD 1 TO N-ROTTE-ART.
050100     IF VENDUTO-PS (J-PS) > VENDUTO-PS (IX-MIGLIORE)
050200        MOVE J-PS TO IX-MIGLIORE
050300        GO TO EX-CONFRONTA-POSIZIONE.
050400     IF VENDUTO-PS (J-PS) = VENDUTO-PS (IX-MIGLIORE)
050500        AND TOT-GIAC-PS (J-PS) > TOT-GIAC-PS (IX-MIGLIORE)
050600        MOVE J-PS TO IX-MIGLIORE.
050700 EX-CONFRONTA-POSIZIONE.
050800     EXIT.
050900*
051000 ASSEGNA-DESTINAZIONE.
051100     IF C-MAT-PS (J-PS) NOT = C-MAT-COM
051200        OR NOT PS-ROTTA (J-PS)
051300        OR J-PS = IX-MIGLIORE
051400        GO TO EX-ASSEGNA-DESTINAZIONE.
051500     MOVE MAG-PS (IX-MIGLIORE) TO MAG-DEST-PS (J-PS).
051600     ADD 1 TO N-PROPOSTE.
051700 EX-ASSEGNA-DESTINAZIONE.
051800     EXIT.
051900*
052000*
052100 CHIEDI-ANTEPRIMA.
052200     DISPLAY "Anteprima: V=vedi S=scrivi F=fine "
052300             NO ADVANCING.
052400     MOVE SPACE TO COMANDO-TR.
052500     ACCEPT COMANDO-TR.
052600     EVALUATE TRUE
052700        WHEN TR-VEDI
052800           PERFORM VEDI-PROPOSTE THRU EX-VEDI-PROPOSTE
052900        WHEN TR-SCRIVI
053000           CONTINUE
053100        WHEN TR-FINE
053200           CONTINUE
053300        WHEN OTHER
053400           DISPLAY "Comando non valido"
053500     END-EVALUATE.
053600 EX-CHIEDI-ANTEPRIMA.
053700     EXIT.
053800*
053900 VEDI-PROPOSTE.
054000     DISPLAY "C-MAT           DA   A    SERIE VEND. "
054100             "GIACENZA PER TAGLIA".
054200     PERFORM VEDI-RIGA-PROPOSTA THRU EX-VEDI-RIGA-PROPOSTA
054300        VARYING I-PS FROM 1 BY 1 UNTIL I-PS > N-POSIZIONI.
054400 EX-VEDI-PROPOSTE.
054500     EXIT.
054600*
054700 VEDI-RIGA-PROPOSTA.
054800     IF MAG-DEST-PS (I-PS) = 0
054900        GO TO EX-VEDI-RIGA-PROPOSTA.
055000     MOVE SPACES TO RIGA-VIDEO.
055100     MOVE 1 TO PUNT-VIDEO.
055200     PERFORM METTI-QTA-VIDEO THRU EX-METTI-QTA-VIDEO
055300        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > NTG-NTG.
055400     MOVE SERIE-PS (I-PS) TO SERIE-ED.
055500     MOVE VENDUTO-PS (I-PS) TO VENDUTO-ED.
055600     DISPLAY C-MAT-PS (I-PS) " " MAG-PS (I-PS) "  "
055700             MAG-DEST-PS (I-PS) "  " SERIE-ED "    "
055800             VENDUTO-ED " " RIGA-VIDEO.
055900 EX-VEDI-RIGA-PROPOSTA.
056000     EXIT.
056100*
056200 METTI-QTA-VIDEO.
056300     MOVE GIAC-PS (I-PS, I-TG) TO QTA-ED-TG.
056400     STRING QTA-ED-TG DELIMITED BY SIZE
056500            " " DELIMITED BY SIZE
056600        INTO RIGA-VIDEO WITH POINTER PUNT-VIDEO.
056700 EX-METTI-QTA-VIDEO.
056800     EXIT.
056900*
057000*
057100*     una riga per negozio a serie rotta: tutta la giacenza
057200*     libera verso il negozio scelto
057300 SCRIVI-PROPOSTE.
057400     OPEN EXTEND FILE-PROP.
057500     IF NOT PR-APERTO
057600        DISPLAY "TAGLROTT   apertura PROPTRAS fallita "
057700                CHECK-PR
057800        GO TO EX-SCRIVI-PROPOSTE.
057900     MOVE 0 TO SCRITTE-TR.
058000     PERFORM SCRIVI-RIGA-PROP THRU EX-SCRIVI-RIGA-PROP
058100        VARYING I-PS FROM 1 BY 1 UNTIL I-PS > N-POSIZIONI.
058200     CLOSE FILE-PROP.
058300     DISPLAY "Proposte scritte su PROPTRAS: " SCRITTE-TR.
058400 EX-SCRIVI-PROPOSTE.
058500     EXIT.
058600*
058700 SCRIVI-RIGA-PROP.
058800     IF MAG-DEST-PS (I-PS) = 0
058900        GO TO EX-SCRIVI-RIGA-PROP.
059000     MOVE T-TAB TO TG-PT-1 TG-PT-2 TG-PT-3 TG-PT-4 TG-PT-5.
059100     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-PT.
059200     MOVE MAG-PS (I-PS) TO MAG-PROV-PT.
059300     MOVE MAG-DEST-PS (I-PS) TO MAG-DEST-PT.
059400     MOVE C-MAT-PS (I-PS) TO C-MAT-PT.
059500     PERFORM METTI-QTA-PROP THRU EX-METTI-QTA-PROP
059600        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
059700     MOVE "TAGLROTT" TO ORIGINE-PT.
059800     WRITE REC-PROP.
059900     ADD 1 TO SCRITTE-TR.
060000 EX-SCRIVI-RIGA-PROP.
060100     EXIT.
060200*
060300 METTI-QTA-PROP.
060400     MOVE GIAC-PS (I-PS, I-TG) TO QTA-PT (I-TG).
060500 EX-METTI-QTA-PROP.
060600     EXIT.
060700*
060800*
060900 TTDBGET.
061000              COPY PDBGET.
061100*
061200*      FINE PROGRAMMA    **** /K TAGLROTT.COB  *****
