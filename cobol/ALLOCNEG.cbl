000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. ALLOCNEG.
000310*2026*        15/10/26
000320*     prima distribuzione della collezione ai negozi per
000330*     grado. FUNZIONE "M": manutenzione di GRADNEG (grado
000340*     A/B/C e fattore di profondita' per magazzino/negozio,
000350*     stile MANPESI). FUNZIONE "D": per collezione/anno/
000360*     stagione, la giacenza libera di ogni C-MAT nel
000370*     magazzino di ricevimento (SITPF netto degli impegni) si
000380*     divide taglia per taglia fra i negozi col peso del grado
000390*     (A=3 B=2 C=1) per la profondita', pesato sulla curva
000400*     taglie venduta dal negozio nella classe (vendite MOVMAG
000410*     come RAPCURVA; senza storia la curva di tutti i negozi,
000420*     senza nemmeno quella parti uguali). Anteprima a video
000430*     modificabile riga per riga, poi righe YPROPTRAS
000440*     (origine "PRIMADIS") da lanciare con READTR3.
000450*
000460*2026*        15/10/26
000470*     vendite anche con causale "VDIP" (acquisti del
000480*     personale da READVE3).
000490*
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
003800 01 COD-ALL          COPY DANCODMT.
003900*
004000 77 CHECK-GN        PIC XX.
004100    88 GN-APERTO    VALUES ARE "05", "00".
004200 77 CHECK-PR        PIC XX.
004300    88 PR-APERTO    VALUES ARE "05", "00".
004400*
004500 01 OK-FINE-GN      PIC S9(4) COMP.
004600    88 LETTO-FINE-GN VALUE 1.
004700*
004800 01 T-TAB           PIC X VALUE X"9".
004900*
005000 01 FUNZIONE-IN     PIC X.
005100 01 COMANDO-GN      PIC X.
005200    88 GN-LISTA     VALUE "L".
005300    88 GN-AGGIUNGI  VALUE "A".
005400    88 GN-RIMUOVI   VALUE "R".
005500    88 GN-FINE      VALUE "F".
005600 01 COMANDO-AL      PIC X.
005700    88 AL-VEDI      VALUE "V".
005800    88 AL-MODIFICA  VALUE "M".
005900    88 AL-SCRIVI    VALUE "S".
006000    88 AL-FINE      VALUE "F".
006100*
006200* gradi negozio in memoria; PESO-GR = peso del grado per
006300* profondita' (in centesimi)
006400 01 TAB-GRADI.
006500  05 RIGA-GR OCCURS 100.
006600   10 MAG-GR           PIC 9(3).
006700   10 GRADO-GR         PIC X.
006800   10 PROFOND-GR       PIC 9V99.
006900   10 PESO-GR          PIC S9(4) COMP.
007000 01 N-GRADI         PIC S9(4) COMP.
007100 01 I-GR            PIC S9(4) COMP.
007200 01 IX-GR           PIC S9(4) COMP.
007300*
007400 01 MAG-IN          PIC X(3).
007500 01 GRADO-IN        PIC X.
007600 01 PROFOND-IN      PIC X(3).
007700 01 PROFOND-IN-9 REDEFINES PROFOND-IN PIC 9V99.
007800 01 INDICE-IN       PIC X(4).
007900 01 INDICE-RIC      PIC 9(4).
008000 01 INDICE-ED       PIC 9(4).
008100 01 TAGLIA-IN       PIC XX.
008200 01 TAGLIA-RIC      PIC 99.
008300 01 QTA-IN          PIC X(4).
008400 01 QTA-RIC         PIC 9(4).
008500*
008600 01 COLLEZ-IN       PIC X.
008700 01 COLLEZ-RIC      PIC 9.
008800 01 ANNO-IN         PIC X.
008900 01 STAG-IN         PIC X.
009000 01 MAG-PROV-IN     PIC X(3).
009100 01 MAG-PROV        PIC 9(3).
009200*
009300* curve taglie vendute per negozio/classe (MAG 000 = tutti)
009400 01 TAB-CURVE-AL.
009500  05 RIGA-CN OCCURS 3000.
009600   10 MAG-CN           PIC 9(3).
009700   10 CLASSE-CN        PIC 99.
009800   10 VEND-CN          PIC S9(8) COMP OCCURS 10.
009900   10 TOT-CN           PIC S9(9) COMP.
010000 01 N-CURVE         PIC S9(4) COMP.
010100 01 I-CN            PIC S9(4) COMP.
010200 01 IX-CN           PIC S9(4) COMP.
010300 01 MAG-CERCA       PIC 9(3).
010400 01 CLASSE-CERCA    PIC 99.
010500*
010600* articoli della distribuzione con la giacenza libera
010700 01 TAB-ARTICOLI-AL.
010800  05 RIGA-AR OCCURS 1000.
010900   10 C-MAT-AR         PIC 9(15).
011000   10 CLASSE-AR        PIC 99.
011100   10 DISP-AR          PIC S9(8) COMP OCCURS 10.
011200 01 N-ARTICOLI      PIC S9(4) COMP.
011300 01 I-AR            PIC S9(4) COMP.
011400 01 IX-AR           PIC S9(4) COMP.
011500*
011600* proposte per articolo/negozio, modificabili in anteprima
011700 01 TAB-PROPOSTE-AL.
011800  05 RIGA-AL OCCURS 9999.
011900   10 IX-ART-AL        PIC S9(4) COMP.
012000   10 MAG-AL           PIC 9(3).
012100   10 QTA-AL           PIC S9(4) COMP OCCURS 10.
012200 01 N-PROPOSTE      PIC S9(4) COMP.
012300 01 I-AL            PIC S9(4) COMP.
012400*
012500* riparto di una taglia fra i negozi
012600 01 TAB-RIPARTO.
012700  05 RIGA-RP OCCURS 100.
012800   10 PESO-RP          PIC S9(9) COMP.
012900   10 QTA-RP           PIC S9(8) COMP OCCURS 10.
013000   10 PRESO-RP         PIC X.
013100 01 PESO-TOT        PIC S9(11) COMP.
013200 01 QTA-ASSEGNATA   PIC S9(8) COMP.
013300 01 RESTO-AL        PIC S9(8) COMP.
013400 01 IX-MAX-RP       PIC S9(4) COMP.
013500 01 PESO-MAX-RP     PIC S9(9) COMP.
013600 01 QUOTA-CURVA     PIC S9(9) COMP.
013700 01 CALCOLO-AL      PIC S9(15) COMP-3.
013800 01 RIGA-USATA      PIC S9(4) COMP.
013900*
014000 01 I-TG            PIC S9(4) COMP.
014100 01 C-MAT-DISP      PIC 9(15).
014200 01 QTA-V-COM       PIC S9(8) COMP.
014300 01 LIBERA-TG       PIC S9(8) COMP.
014400 01 GIA-ASSEGNATA   PIC S9(8) COMP.
014500 01 SCRITTE-AL      PIC S9(4) COMP.
014600*
014700 01 QTA-ED-TG       PIC ZZZ9.
014800 01 RIGA-VIDEO      PIC X(60).
014900 01 PUNT-VIDEO      PIC S9(4) COMP.
015000*
015100 LINKAGE SECTION.
015200*
015300 01 W-COMMON       COPY WCOMMONW.
015400*
015500*PAGE
015600 PROCEDURE DIVISION  USING W-COMMON.
015700 INIZIO.
015800     DISPLAY "----  PRIMA DISTRIBUZIONE NEGOZI  -------".
015900     PERFORM CARICA-NTG THRU EX-CARICA-NTG.
016000     PERFORM CARICA-GRADI THRU EX-CARICA-GRADI.
016100     DISPLAY "Funzione (M=gradi negozio D=distribuzione) "
016200             NO ADVANCING.
016300     MOVE SPACE TO FUNZIONE-IN.
016400     ACCEPT FUNZIONE-IN.
016500     EVALUATE FUNZIONE-IN
016600        WHEN "M"
016700           MOVE SPACES TO COMANDO-GN
016800           PERFORM CHIEDI-COMANDO THRU EX-CHIEDI-COMANDO
016900              UNTIL GN-FINE
017000           PERFORM RISCRIVI-GRADI THRU EX-RISCRIVI-GRADI
017100        WHEN "D"
017200           PERFORM DISTRIBUZIONE THRU EX-DISTRIBUZIONE
017300        WHEN OTHER
017400           DISPLAY "Funzione non valida"
017500     END-EVALUATE.
017600 FINE.
017700     EXIT PROGRAM.
017800*
017900*
018000 CARICA-NTG.
018100     COPY PNTGLOAD.
018200*
018300*
018400 CARICA-GRADI.
018500     MOVE 0 TO N-GRADI.
018600     OPEN INPUT FILE-GRADI.
018700     IF NOT GN-APERTO
018800        GO TO EX-CARICA-GRADI.
018900     MOVE 0 TO OK-FINE-GN.
019000     PERFORM LEGGI-RIGA-GRADI THRU EX-LEGGI-RIGA-GRADI
019100        UNTIL LETTO-FINE-GN.
019200     CLOSE FILE-GRADI.
019300 EX-CARICA-GRADI.
019400     EXIT.
019500*
019600 LEGGI-RIGA-GRADI.
019700     READ FILE-GRADI
019800        AT END
019900           MOVE 1 TO OK-FINE-GN
020000        NOT AT END
020100           IF N-GRADI < 100
020200              ADD 1 TO N-GRADI
020300              MOVE MAG-GN TO MAG-GR (N-GRADI)
020400              MOVE GRADO-GN TO GRADO-GR (N-GRADI)
020500              MOVE PROFOND-GN TO PROFOND-GR (N-GRADI)
020600              MOVE N-GRADI TO I-GR
020700              PERFORM CALCOLA-PESO-GR THRU EX-CALCOLA-PESO-GR
020800           ELSE
020900              DISPLAY "ALLOCNEG   tabella gradi piena"
021000           END-IF
021100     END-READ.
021200 EX-LEGGI-RIGA-GRADI.
021300     EXIT.
021400*
021500 CALCOLA-PESO-GR.
021600     EVALUATE GRADO-GR (I-GR)
021700        WHEN "A"
021800           COMPUTE PESO-GR (I-GR) = 300 * PROFOND-GR (I-GR)
021900        WHEN "B"
022000           COMPUTE PESO-GR (I-GR) = 200 * PROFOND-GR (I-GR)
022100        WHEN "C"
022200           COMPUTE PESO-GR (I-GR) = 100 * PROFOND-GR (I-GR)
022300        WHEN OTHER
022400           MOVE 0 TO PESO-GR (I-GR)
022500     END-EVALUATE.
022600 EX-CALCOLA-PESO-GR.
022700     EXIT.
022800*
022900*
023000 CHIEDI-COMANDO.
023100     DISPLAY "Comando: L=lista A=aggiungi R=rimuovi F=fine "
023200             NO ADVANCING.
023300     ACCEPT COMANDO-GN.
023400     EVALUATE TRUE
023500        WHEN GN-LISTA
023600           PERFORM STAMPA-RIGA-GRADO THRU EX-STAMPA-RIGA-GRADO
023700              VARYING I-GR FROM 1 BY 1 UNTIL I-GR > N-GRADI
023800        WHEN GN-AGGIUNGI
023900           PERFORM COMANDO-AGGIUNGI THRU EX-COMANDO-AGGIUNGI
024000        WHEN GN-RIMUOVI
024100           PERFORM COMANDO-RIMUOVI THRU EX-COMANDO-RIMUOVI
024200        WHEN GN-FINE
024300           CONTINUE
024400        WHEN OTHER
024500           DISPLAY "Comando non valido"
024600     END-EVALUATE.
024700 EX-CHIEDI-COMANDO.
024800     EXIT.
024900*
025000 STAMPA-RIGA-GRADO.
025100     MOVE I-GR TO INDICE-ED.
025200     DISPLAY INDICE-ED " magazzino " MAG-GR (I-GR)
025300             " grado " GRADO-GR (I-GR)
025400             " profondita' " PROFOND-GR (I-GR).
025500 EX-STAMPA-RIGA-GRADO.
025600     EXIT.
025700*
025800*     un magazzino gia' presente si aggiorna, non si duplica
025900 COMANDO-AGGIUNGI.
026000     DISPLAY "Magazzino/negozio (3 cifre)    " NO ADVANCING.
026100     MOVE SPACES TO MAG-IN.
026200     ACCEPT MAG-IN.
026300     DISPLAY "Grado (A/B/C)                  " NO ADVANCING.
026400     MOVE SPACE TO GRADO-IN.
026500     ACCEPT GRADO-IN.
026600     DISPLAY "Profondita' (3 cifre 9V99, 100=1,00) "
026700             NO ADVANCING.
026800     MOVE SPACES TO PROFOND-IN.
026900     ACCEPT PROFOND-IN.
027000     IF MAG-IN NOT NUMERIC OR PROFOND-IN NOT NUMERIC
027100        DISPLAY "Dati non numerici"
027200        GO TO EX-COMANDO-AGGIUNGI.
027300     IF GRADO-IN NOT = "A" AND NOT = "B" AND NOT = "C"
027400        DISPLAY "Grado non valido"
027500        GO TO EX-COMANDO-AGGIUNGI.
027600     MOVE MAG-IN TO MAG-CERCA.
027700     MOVE 0 TO IX-GR.
027800     PERFORM CERCA-GRADO THRU EX-CERCA-GRADO
027900        VARYING I-GR FROM 1 BY 1 UNTIL I-GR > N-GRADI.
028000     IF IX-GR = 0
028100        IF N-GRADI NOT < 100
028200           DISPLAY "Tabella piena"
028300           GO TO EX-COMANDO-AGGIUNGI
028400        END-IF
028500        ADD 1 TO N-GRADI
028600        MOVE N-GRADI TO IX-GR
028700     END-IF.
028800     MOVE MAG-CERCA TO MAG-GR (IX-GR).
028900     MOVE GRADO-IN TO GRADO-GR (IX-GR).
029000     MOVE PROFOND-IN-9 TO PROFOND-GR (IX-GR).
029100 EX-COMANDO-AGGIUNGI.
029200     EXIT.
029300*
029400 CERCA-GRADO.
029500     IF MAG-GR (I-GR) = MAG-CERCA
029600        MOVE I-GR TO IX-GR
029700     END-IF.
029800 EX-CERCA-GRADO.
029900     EXIT.
030000*
030100 COMANDO-RIMUOVI.
030200     DISPLAY "Numero riga da rimuovere (4 cifre) "
030300             NO ADVANCING.
030400     MOVE SPACES TO INDICE-IN.
030500     ACCEPT INDICE-IN.
030600     IF INDICE-IN NOT NUMERIC
030700        DISPLAY "Numero riga non valido"
030800        GO TO EX-COMANDO-RIMUOVI.
030900     MOVE INDICE-IN TO INDICE-RIC.
031000     IF INDICE-RIC < 1 OR INDICE-RIC > N-GRADI
031100        DISPLAY "Numero riga non valido"
031200        GO TO EX-COMANDO-RIMUOVI.
031300*    la riga rimossa si compatta spostando l'ultima al suo posto
031400     MOVE RIGA-GR (N-GRADI) TO RIGA-GR (INDICE-RIC).
031500     SUBTRACT 1 FROM N-GRADI.
031600 EX-COMANDO-RIMUOVI.
031700     EXIT.
031800*
031900 RISCRIVI-GRADI.
032000     OPEN OUTPUT FILE-GRADI.
032100     PERFORM SCRIVI-RIGA-GRADO THRU EX-SCRIVI-RIGA-GRADO
032200        VARYING I-GR FROM 1 BY 1 UNTIL I-GR > N-GRADI.
032300     CLOSE FILE-GRADI.
032400 EX-RISCRIVI-GRADI.
032500     EXIT.
032600*
032700 SCRIVI-RIGA-GRADO.
032800     MOVE T-TAB TO TG-GN-1 TG-GN-2.
032900     MOVE MAG-GR (I-GR) TO MAG-GN.
033000     MOVE GRADO-GR (I-GR) TO GRADO-GN.
033100     MOVE PROFOND-GR (I-GR) TO PROFOND-GN.
033200     WRITE REC-GRADI.
033300 EX-SCRIVI-RIGA-GRADO.
033400     EXIT.
033500*
033600*
033700*     distribuzione: articoli e giacenza libera, curve,
033800*     riparto, anteprima, scrittura delle proposte
033900 DISTRIBUZIONE.
034000     IF N-GRADI = 0
034100        DISPLAY "Tabella GRADNEG vuota: usare la funzione M"
034200        GO TO EX-DISTRIBUZIONE.
034300     DISPLAY "Collezione (1 cifra)             " NO ADVANCING.
034400     MOVE SPACE TO COLLEZ-IN.
034500     ACCEPT COLLEZ-IN.
034600     DISPLAY "Anno (1 cifra, vuoto=tutti)      " NO ADVANCING.
034700     MOVE SPACE TO ANNO-IN.
034800     ACCEPT ANNO-IN.
034900     DISPLAY "Stagione (1 cifra, vuoto=tutte)  " NO ADVANCING.
035000     MOVE SPACE TO STAG-IN.
035100     ACCEPT STAG-IN.
035200     DISPLAY "Magazzino di ricevimento (3 cifre) "
035300             NO ADVANCING.
035400     MOVE SPACES TO MAG-PROV-IN.
035500     ACCEPT MAG-PROV-IN.
035600     IF COLLEZ-IN NOT NUMERIC OR MAG-PROV-IN NOT NUMERIC
035700        DISPLAY "Dati non numerici"
035800        GO TO EX-DISTRIBUZIONE.
035900     MOVE COLLEZ-IN TO COLLEZ-RIC.
036000     MOVE MAG-PROV-IN TO MAG-PROV.
036100     MOVE 0 TO N-ARTICOLI N-CURVE N-PROPOSTE.
036200     PERFORM SCANSIONA-SITPF THRU EX-SCANSIONA-SITPF.
036300     IF N-ARTICOLI = 0
036400        DISPLAY "Nessuna giacenza libera per la collezione"
036500        GO TO EX-DISTRIBUZIONE.
036600     PERFORM SCANSIONA-MOVMAG THRU EX-SCANSIONA-MOVMAG.
036700     PERFORM RIPARTISCI-ARTICOLO THRU EX-RIPARTISCI-ARTICOLO
036800        VARYING I-AR FROM 1 BY 1 UNTIL I-AR > N-ARTICOLI.
036900     IF N-PROPOSTE = 0
037000        DISPLAY "Nessuna proposta: negozi senza peso"
037100        GO TO EX-DISTRIBUZIONE.
037200     PERFORM VEDI-PROPOSTE THRU EX-VEDI-PROPOSTE.
037300     MOVE SPACE TO COMANDO-AL.
037400     PERFORM CHIEDI-ANTEPRIMA THRU EX-CHIEDI-ANTEPRIMA
037500        UNTIL AL-SCRIVI OR AL-FINE.
037600     IF AL-SCRIVI
037700        PERFORM SCRIVI-PROPOSTE THRU EX-SCRIVI-PROPOSTE
037800     ELSE
037900        DISPLAY "Distribuzione abbandonata, niente scritto"
038000     END-IF.
038100 EX-DISTRIBUZIONE.
038200     EXIT.
038300*
038400*
038500*     giacenza libera nel magazzino di ricevimento:
038600*     QTA-GIAC meno gli impegni (ingrosso e web)
038700 SCANSIONA-SITPF.
038800     MOVE 0 TO W-VALORE-CAMPO-W.
038900     MOVE 0 TO W-STATUS-WORD-IMAGE.
039000     PERFORM LEGGI-SITPF-SER THRU EX-LEGGI-SITPF-SER
039100        UNTIL W-FUORI-FILE.
039200 EX-SCANSIONA-SITPF.
039300     EXIT.
039400*
039500 LEGGI-SITPF-SER.
039600     ADD 1 TO W-VALORE-CAMPO-W.
039700     MOVE 2 TO W-MODO.
039800     MOVE "SITPF;"    TO W-NOME-DATA-SET.
039900     PERFORM TTDBGET THRU EX-TTDBGET.
040000     IF W-OK-IMAGE
040100        MOVE AREA-REC-SET TO REC-SITPF
040200        PERFORM VAGLIA-SITPF THRU EX-VAGLIA-SITPF
040300     END-IF.
040400 EX-LEGGI-SITPF-SER.
040500     EXIT.
040600*
040700 VAGLIA-SITPF.
040800     IF MAGAZZINO OF REC-SITPF NOT = MAG-PROV
040900        GO TO EX-VAGLIA-SITPF.
041000     MOVE C-MAT OF REC-SITPF TO C-MAT-DISP.
041100     MOVE C-MAT-DISP TO C-MAT-TRANS-RID.
041200     IF COLLEZIONE OF C-MAT-TRANSITO NOT = COLLEZ-RIC
041300        GO TO EX-VAGLIA-SITPF.
041400     IF ANNO-IN NUMERIC
041500        AND ANNO OF C-MAT-TRANSITO NOT = ANNO-IN
041600        GO TO EX-VAGLIA-SITPF.
041700     IF STAG-IN NUMERIC
041800        AND STAGIONE OF C-MAT-TRANSITO NOT = STAG-IN
041900        GO TO EX-VAGLIA-SITPF.
042000     IF N-ARTICOLI NOT < 1000
042100        DISPLAY "ALLOCNEG   TAB-ARTICOLI-AL da allargare"
042200        GO TO EX-VAGLIA-SITPF.
042300     ADD 1 TO N-ARTICOLI.
042400     MOVE C-MAT-DISP TO C-MAT-AR (N-ARTICOLI).
042500     MOVE CLASSE OF C-MAT-TRANSITO TO CLASSE-AR (N-ARTICOLI).
042600     MOVE 0 TO QTA-V-COM.
042700     PERFORM LIBERA-TAGLIA THRU EX-LIBERA-TAGLIA
042800        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
042900     IF QTA-V-COM = 0
043000        SUBTRACT 1 FROM N-ARTICOLI.
043100 EX-VAGLIA-SITPF.
043200     EXIT.
043300*
043400 LIBERA-TAGLIA.
043500     MOVE 0 TO DISP-AR (N-ARTICOLI, I-TG).
043600     IF I-TG > NTG-NTG
043700        GO TO EX-LIBERA-TAGLIA.
043800     COMPUTE LIBERA-TG = QTA-GIAC-PF OF REC-SITPF (I-TG)
043900             - QTA-IMP OF REC-SITPF (I-TG)
044000             - QTA-IMP-C OF REC-SITPF (I-TG).
044100     IF LIBERA-TG > 0
044200        MOVE LIBERA-TG TO DISP-AR (N-ARTICOLI, I-TG)
044300        ADD LIBERA-TG TO QTA-V-COM
044400     END-IF.
044500 EX-LIBERA-TAGLIA.
044600     EXIT.
044700*
044800*
044900*     curve taglie del venduto: stessa vaglia di RAPCURVA
045000*     (VESD/OMAG, scarico, niente travasi), solo per i negozi
045100*     con grado e le classi della distribuzione
045200 SCANSIONA-MOVMAG.
045300     MOVE 0 TO W-VALORE-CAMPO-W.
045400     MOVE 0 TO W-STATUS-WORD-IMAGE.
045500     PERFORM LEGGI-MOVMAG-SER THRU EX-LEGGI-MOVMAG-SER
045600        UNTIL W-FUORI-FILE.
045700 EX-SCANSIONA-MOVMAG.
045800     EXIT.
045900*
046000 LEGGI-MOVMAG-SER.
046100     ADD 1 TO W-VALORE-CAMPO-W.
046200     MOVE 2 TO W-MODO.
046300     MOVE "MOVMAG"     TO W-NOME-DATA-SET.
046400     PERFORM TTDBGET THRU EX-TTDBGET.
046500     IF W-OK-IMAGE
046600        MOVE AREA-REC-SET TO REC-MOVMAG
046700        PERFORM VAGLIA-MOV-CURVA THRU EX-VAGLIA-MOV-CURVA
046800     END-IF.
046900 EX-LEGGI-MOVMAG-SER.
047000     EXIT.
047100*
047200 VAGLIA-MOV-CURVA.
047300     IF QUANTITA OF REC-MOVMAG NOT < 0
047400        OR RIF-BOLLA-FORN OF REC-MOVMAG NOT = 0
047500        OR (C-OPE OF REC-MOVMAG NOT = "VESD"
047600            AND C-OPE OF REC-MOVMAG NOT = "OMAG"
047625            AND C-OPE OF REC-MOVMAG NOT = "VDIP")
047700        GO TO EX-VAGLIA-MOV-CURVA.
047800     MOVE MAGAZZINO OF REC-MOVMAG TO MAG-CERCA.
047900     MOVE 0 TO IX-GR.
048000     PERFORM CERCA-GRADO THRU EX-CERCA-GRADO
048100        VARYING I-GR FROM 1 BY 1 UNTIL I-GR > N-GRADI.
048200     IF IX-GR = 0
048300        GO TO EX-VAGLIA-MOV-CURVA.
048400     MOVE C-MAT OF REC-MOVMAG TO C-MAT-TRANS-RID.
048500     MOVE CLASSE OF C-MAT-TRANSITO TO CLASSE-CERCA.
048600     MOVE 0 TO IX-AR.
048700     PERFORM CERCA-CLASSE-ART THRU EX-CERCA-CLASSE-ART
048800        VARYING I-AR FROM 1 BY 1
048900        UNTIL I-AR > N-ARTICOLI OR IX-AR NOT = 0.
049000     IF IX-AR = 0
049100        GO TO EX-VAGLIA-MOV-CURVA.
049200     PERFORM TROVA-CURVA THRU EX-TROVA-CURVA.
049300     IF IX-CN NOT = 0
049400        PERFORM SOMMA-VENDUTO-TG THRU EX-SOMMA-VENDUTO-TG
049500           VARYING I-TG FROM 1 BY 1 UNTIL I-TG > NTG-NTG.
049600     MOVE 0 TO MAG-CERCA.
049700     PERFORM TROVA-CURVA THRU EX-TROVA-CURVA.
049800     IF IX-CN NOT = 0
049900        PERFORM SOMMA-VENDUTO-TG THRU EX-SOMMA-VENDUTO-TG
050000           VARYING I-TG FROM 1 BY 1 UNTIL I-TG > NTG-NTG.
050100 EX-VAGLIA-MOV-CURVA.
050200     EXIT.
050300*
050400 CERCA-CLASSE-ART.
050500     IF CLASSE-AR (I-AR) = CLASSE-CERCA
050600        MOVE I-AR TO IX-AR
050700     END-IF.
050800 EX-CERCA-CLASSE-ART.
050900     EXIT.
051000*
051100 TROVA-CURVA.
051200     MOVE 0 TO IX-CN.
051300     PERFORM CERCA-CURVA THRU EX-CERCA-CURVA
051400        VARYING I-CN FROM 1 BY 1 UNTIL I-CN > N-CURVE.
051500     IF IX-CN = 0 AND N-CURVE < 3000
051600        ADD 1 TO N-CURVE
051700        MOVE MAG-CERCA TO MAG-CN (N-CURVE)
051800        MOVE CLASSE-CERCA TO CLASSE-CN (N-CURVE)
051900        MOVE 0 TO TOT-CN (N-CURVE)
052000        PERFORM AZZERA-CURVA THRU EX-AZZERA-CURVA
052100           VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10
052200        MOVE N-CURVE TO IX-CN
052300     END-IF.
052400 EX-TROVA-CURVA.
052500     EXIT.
052600*
052700 CERCA-CURVA.
052800     IF MAG-CN (I-CN) = MAG-CERCA
052900        AND CLASSE-CN (I-CN) = CLASSE-CERCA
053000        MOVE I-CN TO IX-CN
053100     END-IF.
053200 EX-CERCA-CURVA.
053300     EXIT.
053400*
053500 AZZERA-CURVA.
053600     MOVE 0 TO VEND-CN (N-CURVE, I-TG).
053700 EX-AZZERA-CURVA.
053800     EXIT.
053900*
054000 SOMMA-VENDUTO-TG.
054100     IF QTA-TAGLIA OF REC-MOVMAG (I-TG) < 0
054200        COMPUTE QTA-V-COM = 0 - QTA-TAGLIA OF REC-MOVMAG (I-TG)
054300        ADD QTA-V-COM TO VEND-CN (IX-CN, I-TG)
054400                         TOT-CN (IX-CN)
054500     END-IF.
054600 EX-SOMMA-VENDUTO-TG.
054700     EXIT.
054800*
054900*
055000*     riparto di un articolo: per ogni taglia la giacenza
055100*     libera va ai negozi in proporzione a grado x curva; i
055200*     pezzi che avanzano dagli arrotondamenti vanno uno a
055300*     testa ai negozi col peso piu' alto
055400 RIPARTISCI-ARTICOLO.
055500     MOVE CLASSE-AR (I-AR) TO CLASSE-CERCA.
055600     PERFORM AZZERA-RIPARTO THRU EX-AZZERA-RIPARTO
055700        VARYING I-GR FROM 1 BY 1 UNTIL I-GR > N-GRADI.
055800     PERFORM RIPARTISCI-TAGLIA THRU EX-RIPARTISCI-TAGLIA
055900        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > NTG-NTG.
056000     PERFORM REGISTRA-PROPOSTA THRU EX-REGISTRA-PROPOSTA
056100        VARYING I-GR FROM 1 BY 1 UNTIL I-GR > N-GRADI.
056200 EX-RIPARTISCI-ARTICOLO.
056300     EXIT.
056400*
056500 AZZERA-RIPARTO.
056600     PERFORM AZZERA-QTA-RIPARTO THRU EX-AZZERA-QTA-RIPARTO
056700        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
056800 EX-AZZERA-RIPARTO.
056900     EXIT.
057000*
057100 AZZERA-QTA-RIPARTO.
057200     MOVE 0 TO QTA-RP (I-GR, I-TG).
057300 EX-AZZERA-QTA-RIPARTO.
057400     EXIT.
057500*
057600 RIPARTISCI-TAGLIA.
057700     IF DISP-AR (I-AR, I-TG) = 0
057800        GO TO EX-RIPARTISCI-TAGLIA.
057900     MOVE 0 TO PESO-TOT.
058000     PERFORM PESA-NEGOZIO THRU EX-PESA-NEGOZIO
058100        VARYING I-GR FROM 1 BY 1 UNTIL I-GR > N-GRADI.
058200     IF PESO-TOT = 0
058300        GO TO EX-RIPARTISCI-TAGLIA.
058400     MOVE 0 TO QTA-ASSEGNATA.
058500     PERFORM QUOTA-NEGOZIO THRU EX-QUOTA-NEGOZIO
058600        VARYING I-GR FROM 1 BY 1 UNTIL I-GR > N-GRADI.
058700     COMPUTE RESTO-AL = DISP-AR (I-AR, I-TG) - QTA-ASSEGNATA.
058800     PERFORM ASSEGNA-RESTO THRU EX-ASSEGNA-RESTO
058900        UNTIL RESTO-AL NOT > 0.
059000 EX-RIPARTISCI-TAGLIA.
059100     EXIT.
059200*
059300*     quota della taglia nella curva del negozio in millesimi;
059400*     senza storia nella classe la curva di tutti i negozi,
059500*     senza nemmeno quella 1000 (parti uguali)
059600 PESA-NEGOZIO.
059700     MOVE SPACE TO PRESO-RP (I-GR).
059800     MOVE MAG-GR (I-GR) TO MAG-CERCA.
059900     PERFORM CERCA-CURVA-ESISTE THRU EX-CERCA-CURVA-ESISTE.
060000     IF IX-CN = 0
060100        MOVE 0 TO MAG-CERCA
060200        PERFORM CERCA-CURVA-ESISTE THRU EX-CERCA-CURVA-ESISTE
060300     END-IF.
060400     IF IX-CN = 0
060500        MOVE 1000 TO QUOTA-CURVA
060600     ELSE
060700        COMPUTE QUOTA-CURVA = VEND-CN (IX-CN, I-TG) * 1000
060800                / TOT-CN (IX-CN)
060900     END-IF.
061000     COMPUTE PESO-RP (I-GR) = PESO-GR (I-GR) * QUOTA-CURVA.
061100     ADD PESO-RP (I-GR) TO PESO-TOT.
061200 EX-PESA-NEGOZIO.
061300     EXIT.
061400*
061500 CERCA-CURVA-ESISTE.
061600     MOVE 0 TO IX-CN.
061700     PERFORM CERCA-CURVA THRU EX-CERCA-CURVA
061800        VARYING I-CN FROM 1 BY 1 UNTIL I-CN > N-CURVE.
061900     IF IX-CN NOT = 0
062000        IF TOT-CN (IX-CN) = 0
062100           MOVE 0 TO IX-CN
062200        END-IF
062300     END-IF.
062400 EX-CERCA-CURVA-ESISTE.
062500     EXIT.
062600*
062700 QUOTA-NEGOZIO.
062800     COMPUTE CALCOLO-AL = DISP-AR (I-AR, I-TG) * PESO-RP (I-GR)
062900             / PESO-TOT.
063000     MOVE CALCOLO-AL TO QTA-RP (I-GR, I-TG).
063100     ADD CALCOLO-AL TO QTA-ASSEGNATA.
063200 EX-QUOTA-NEGOZIO.
063300     EXIT.
063400*
063500 ASSEGNA-RESTO.
063600     MOVE 0 TO IX-MAX-RP PESO-MAX-RP.
063700     PERFORM CERCA-MASSIMO-RP THRU EX-CERCA-MASSIMO-RP
063800        VARYING I-GR FROM 1 BY 1 UNTIL I-GR > N-GRADI.
063900     IF IX-MAX-RP = 0
064000        MOVE 0 TO RESTO-AL
064100        GO TO EX-ASSEGNA-RESTO.
064200     ADD 1 TO QTA-RP (IX-MAX-RP, I-TG).
064300     MOVE "*" TO PRESO-RP (IX-MAX-RP).
064400     SUBTRACT 1 FROM RESTO-AL.
064500 EX-ASSEGNA-RESTO.
064600     EXIT.
064700*
064800 CERCA-MASSIMO-RP.
064900     IF PRESO-RP (I-GR) = SPACE
065000        AND PESO-RP (I-GR) > PESO-MAX-RP
065100        MOVE PESO-RP (I-GR) TO PESO-MAX-RP
065200        MOVE I-GR TO IX-MAX-RP
065300     END-IF.
065400 EX-CERCA-MASSIMO-RP.
065500     EXIT.
065600*
065700 REGISTRA-PROPOSTA.
065800     MOVE 0 TO RIGA-USATA.
065900     PERFORM CONTA-QTA-RIPARTO THRU EX-CONTA-QTA-RIPARTO
066000        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
066100     IF RIGA-USATA = 0
066200        GO TO EX-REGISTRA-PROPOSTA.
066300     IF N-PROPOSTE NOT < 9999
066400        DISPLAY "ALLOCNEG   TAB-PROPOSTE-AL da allargare"
066500        GO TO EX-REGISTRA-PROPOSTA.
066600     ADD 1 TO N-PROPOSTE.
066700     MOVE I-AR TO IX-ART-AL (N-PROPOSTE).
066800     MOVE MAG-GR (I-GR) TO MAG-AL (N-PROPOSTE).
066900     PERFORM COPIA-QTA-RIPARTO THRU EX-COPIA-QTA-RIPARTO
067000        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
067100 EX-REGISTRA-PROPOSTA.
067200     EXIT.
067300*
067400 CONTA-QTA-RIPARTO.
067500     IF QTA-RP (I-GR, I-TG) > 0
067600        ADD 1 TO RIGA-USATA
067700     END-IF.
067800 EX-CONTA-QTA-RIPARTO.
067900     EXIT.
068000*
068100 COPIA-QTA-RIPARTO.
068200     MOVE QTA-RP (I-GR, I-TG) TO QTA-AL (N-PROPOSTE, I-TG).
068300 EX-COPIA-QTA-RIPARTO.
068400     EXIT.
068500*
068600*
068700*     anteprima: lista, modifica di una taglia di una riga
068800*     (mai oltre la giacenza libera dell'articolo), scrittura
068900 CHIEDI-ANTEPRIMA.
069000     DISPLAY "Anteprima: V=vedi M=modifica S=scrivi F=fine "
069100             NO ADVANCING.
069200     MOVE SPACE TO COMANDO-AL.
069300     ACCEPT COMANDO-AL.
069400     EVALUATE TRUE
069500        WHEN AL-VEDI
069600           PERFORM VEDI-PROPOSTE THRU EX-VEDI-PROPOSTE
069700        WHEN AL-MODIFICA
069800           PERFORM MODIFICA-PROPOSTA THRU EX-MODIFICA-PROPOSTA
069900        WHEN AL-SCRIVI
070000           CONTINUE
070100        WHEN AL-FINE
070200           CONTINUE
070300        WHEN OTHER
070400           DISPLAY "Comando non valido"
070500     END-EVALUATE.
070600 EX-CHIEDI-ANTEPRIMA.
070700     EXIT.
070800*
070900 VEDI-PROPOSTE.
071000     DISPLAY "RIGA C-MAT           MAG  QUANTITA' PER TAGLIA".
071100     PERFORM VEDI-RIGA-PROPOSTA THRU EX-VEDI-RIGA-PROPOSTA
071200        VARYING I-AL FROM 1 BY 1 UNTIL I-AL > N-PROPOSTE.
071300 EX-VEDI-PROPOSTE.
071400     EXIT.
071500*
071600 VEDI-RIGA-PROPOSTA.
071700     MOVE SPACES TO RIGA-VIDEO.
071800     MOVE 1 TO PUNT-VIDEO.
071900     PERFORM METTI-QTA-VIDEO THRU EX-METTI-QTA-VIDEO
072000        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > NTG-NTG.
072100     MOVE I-AL TO INDICE-ED.
072200     MOVE IX-ART-AL (I-AL) TO IX-AR.
072300     DISPLAY INDICE-ED " " C-MAT-AR (IX-AR) "  "
072400             MAG-AL (I-AL) " " RIGA-VIDEO.
072500 EX-VEDI-RIGA-PROPOSTA.
072600     EXIT.
072700*
072800 METTI-QTA-VIDEO.
072900     MOVE QTA-AL (I-AL, I-TG) TO QTA-ED-TG.
073000     STRING QTA-ED-TG DELIMITED BY SIZE
073100            " " DELIMITED BY SIZE
073200        INTO RIGA-VIDEO WITH POINTER PUNT-VIDEO.
073300 EX-METTI-QTA-VIDEO.
073400     EXIT.
073500*
073600 MODIFICA-PROPOSTA.
073700     DISPLAY "Riga (4 cifre)      " NO ADVANCING.
073800     MOVE SPACES TO INDICE-IN.
073900     ACCEPT INDICE-IN.
074000     DISPLAY "Taglia (2 cifre)    " NO ADVANCING.
074100     MOVE SPACES TO TAGLIA-IN.
074200     ACCEPT TAGLIA-IN.
074300     DISPLAY "Quantita' (4 cifre) " NO ADVANCING.
074400     MOVE SPACES TO QTA-IN.
074500     ACCEPT QTA-IN.
074600     IF INDICE-IN NOT NUMERIC OR TAGLIA-IN NOT NUMERIC
074700        OR QTA-IN NOT NUMERIC
074800        DISPLAY "Dati non numerici"
074900        GO TO EX-MODIFICA-PROPOSTA.
075000     MOVE INDICE-IN TO INDICE-RIC.
075100     MOVE TAGLIA-IN TO TAGLIA-RIC.
075200     MOVE QTA-IN TO QTA-RIC.
075300     IF INDICE-RIC < 1 OR INDICE-RIC > N-PROPOSTE
075400        OR TAGLIA-RIC < 1 OR TAGLIA-RIC > NTG-NTG
075500        DISPLAY "Riga o taglia non valida"
075600        GO TO EX-MODIFICA-PROPOSTA.
075700     MOVE IX-ART-AL (INDICE-RIC) TO IX-AR.
075800     MOVE TAGLIA-RIC TO I-TG.
075900     MOVE 0 TO GIA-ASSEGNATA.
076000     PERFORM SOMMA-ALTRE-RIGHE THRU EX-SOMMA-ALTRE-RIGHE
076100        VARYING I-AL FROM 1 BY 1 UNTIL I-AL > N-PROPOSTE.
076200     IF GIA-ASSEGNATA + QTA-RIC > DISP-AR (IX-AR, I-TG)
076300        MOVE DISP-AR (IX-AR, I-TG) TO QTA-ED-TG
076400        DISPLAY "Oltre la giacenza libera della taglia ("
076500                QTA-ED-TG ")"
076600        GO TO EX-MODIFICA-PROPOSTA.
076700     MOVE QTA-RIC TO QTA-AL (INDICE-RIC, I-TG).
076800 EX-MODIFICA-PROPOSTA.
076900     EXIT.
077000*
077100 SOMMA-ALTRE-RIGHE.
077200     IF I-AL NOT = INDICE-RIC
077300        AND IX-ART-AL (I-AL) = IX-AR
077400        ADD QTA-AL (I-AL, I-TG) TO GIA-ASSEGNATA
077500     END-IF.
077600 EX-SOMMA-ALTRE-RIGHE.
077700     EXIT.
077800*
077900*
078000 SCRIVI-PROPOSTE.
078100     OPEN EXTEND FILE-PROP.
078200     IF NOT PR-APERTO
078300        DISPLAY "ALLOCNEG   apertura PROPTRAS fallita "
078400                CHECK-PR
078500        GO TO EX-SCRIVI-PROPOSTE.
078600     MOVE 0 TO SCRITTE-AL.
078700     PERFORM SCRIVI-RIGA-PROP THRU EX-SCRIVI-RIGA-PROP
078800        VARYING I-AL FROM 1 BY 1 UNTIL I-AL > N-PROPOSTE.
078900     CLOSE FILE-PROP.
079000     DISPLAY "Proposte scritte su PROPTRAS: " SCRITTE-AL.
079100 EX-SCRIVI-PROPOSTE.
079200     EXIT.
079300*
079400 SCRIVI-RIGA-PROP.
079500     MOVE 0 TO RIGA-USATA.
079600     PERFORM CONTA-QTA-PROPOSTA THRU EX-CONTA-QTA-PROPOSTA
079700        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
079800     IF RIGA-USATA = 0
079900        GO TO EX-SCRIVI-RIGA-PROP.
080000     MOVE T-TAB TO TG-PT-1 TG-PT-2 TG-PT-3 TG-PT-4 TG-PT-5.
080100     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-PT.
080200     MOVE MAG-PROV TO MAG-PROV-PT.
080300     MOVE MAG-AL (I-AL) TO MAG-DEST-PT.
080400     MOVE IX-ART-AL (I-AL) TO IX-AR.
080500     MOVE C-MAT-AR (IX-AR) TO C-MAT-PT.
080600     PERFORM METTI-QTA-PROP THRU EX-METTI-QTA-PROP
080700        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
080800     MOVE "PRIMADIS" TO ORIGINE-PT.
080900     WRITE REC-PROP.
081000     ADD 1 TO SCRITTE-AL.
081100 EX-SCRIVI-RIGA-PROP.
081200     EXIT.
081300*
081400 CONTA-QTA-PROPOSTA.
081500     IF QTA-AL (I-AL, I-TG) > 0
081600        ADD 1 TO RIGA-USATA
081700     END-IF.
081800 EX-CONTA-QTA-PROPOSTA.
081900     EXIT.
082000*
082100 METTI-QTA-PROP.
082200     MOVE QTA-AL (I-AL, I-TG) TO QTA-PT (I-TG).
082300 EX-METTI-QTA-PROP.
082400     EXIT.
082500*
082600*
082700 TTDBGET.
082800              COPY PDBGET.
082900*
083000*      FINE PROGRAMMA    **** /K ALLOCNEG.COB  *****
