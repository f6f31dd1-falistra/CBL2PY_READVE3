000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. PREPACK.
000310*2026*        15/10/26
000320*     cartoni prepack: alcuni fornitori spediscono assortimenti
000330*     a rapporto di taglie fisso (es. 1-2-2-1) sotto un solo
000340*     codice cartone. L'anagrafica PREPACKF abbina il codice a
000350*     C-MAT, pezzi per taglia e pezzi del cartone. RICEVI,
000360*     READTR3 (travaso a cartoni) e la vendita a quantita' di
000370*     READVE3 chiamano qui con FUNZ-PK = "E" per esplodere la
000380*     scansione nelle quantita' per taglia del movimento: un
000390*     assortimento con pezzi oltre il numero taglie NTG di
000400*     TABTAGLIE, o con somma diversa dai pezzi dichiarati, si
000410*     rifiuta. "R" registra su PACKRIC l'arrivo in cartone
000420*     (bolla fornitore/C-MAT), "V" lo ritrova per LOTTRACE.
000430*     A video: manutenzione riga per riga (stile MANPESI).
000440*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-PACK ASSIGN TO "PREPACKF"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-PK.
001500     SELECT OPTIONAL FILE-PACKRIC ASSIGN TO "PACKRIC"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-PR.
001800*
001900 DATA DIVISION.
002000 FILE SECTION.
002100 FD FILE-PACK DATA RECORD REC-PACK.
002200 01 REC-PACK               COPY YPREPACK.
002300*
002400* arrivi in cartone, un rigo per C-MAT/cartone per bolla
002500 FD FILE-PACKRIC DATA RECORD REC-PACKRIC.
002600 01 REC-PACKRIC.
002700    05 DATA-PR               PIC 9(6).
002800    05 TG-PR-1               PIC X.
002900    05 RIF-BOLLA-PR          PIC 9(15).
003000    05 TG-PR-2               PIC X.
003100    05 CONTO-PR              PIC 9(8).
003200    05 TG-PR-3               PIC X.
003300    05 MAG-PR                PIC 9(3).
003400    05 TG-PR-4               PIC X.
003500    05 C-MAT-PR              PIC 9(15).
003600    05 TG-PR-5               PIC X.
003700    05 COD-PACK-PR           PIC X(14).
003800    05 TG-PR-6               PIC X.
003900    05 CARTONI-PR            PIC 9(4).
004000*
004100 WORKING-STORAGE SECTION.
004200*
004300*ESTETA*
004400     COPY NTG.
004500*
004600 01 PAR-TABTAGLIE          COPY PARTAGLIE.
004700*
004800 77 CHECK-PK        PIC XX.
004900    88 PK-APERTO    VALUES ARE "05", "00".
005000 77 CHECK-PR        PIC XX.
005100    88 PR-APERTO    VALUES ARE "05", "00".
005200*
005300 01 OK-FINE-FILE    PIC S9(4) COMP.
005400    88 LETTO-FINE-FILE VALUE 1.
005500*
005600 01 T-TAB           PIC X VALUE X"9".
005700*
005800* anagrafica cartoni in memoria
005900 01 TAB-PACK-EX.
006000  05 RIGA-PX OCCURS 2000.
006100   10 COD-PACK-PX      PIC X(14).
006200   10 C-MAT-PX         PIC 9(15).
006300   10 QTA-GRUPPO-PX.
006400    15 QTA-PX          PIC 9(3) OCCURS 10.
006500   10 PEZZI-PX         PIC 9(4).
006600 01 N-PACK-EX       PIC S9(4) COMP.
006700 01 I-PX            PIC S9(4) COMP.
006800 01 IX-PX           PIC S9(4) COMP.
006900 01 I-TG            PIC S9(4) COMP.
007000*
007100* assortimento da controllare (esplosione e manutenzione)
007200 01 QTA-LAVORO-GRUPPO.
007300  05 QTA-LAVORO      PIC 9(3) OCCURS 10.
007400 01 PEZZI-LAVORO    PIC 9(4).
007500 01 SOMMA-PEZZI     PIC S9(5) COMP.
007600 01 ASSORT-SW       PIC X.
007700    88 ASSORT-VALIDO VALUE "S".
007800*
007900 01 COMANDO-PX      PIC X.
008000    88 PX-LISTA     VALUE "L".
008100    88 PX-AGGIUNGI  VALUE "A".
008200    88 PX-RIMUOVI   VALUE "R".
008300    88 PX-FINE      VALUE "F".
008400 01 COD-PACK-IN     PIC X(14).
008500 01 C-MAT-IN        PIC X(15).
008600 01 QTA-IN          PIC X(30).
008700 01 PEZZI-IN        PIC X(4).
008800 01 INDICE-IN       PIC X(4).
008900 01 INDICE-RIC      PIC 9(4).
009000 01 INDICE-ED       PIC ZZZ9.
009100*
009200 LINKAGE SECTION.
009300*
009400 01 W-COMMON       COPY WCOMMONW.
009500*
009600 01 PAR-PREPACK    COPY PARPACK.
009700*
009800*PAGE
009900 PROCEDURE DIVISION  USING W-COMMON
010000                           PAR-PREPACK.
010100 INIZIO.
010200     MOVE 0 TO ESITO-PK OF PAR-PREPACK.
010300     IF PK-REGISTRA OF PAR-PREPACK
010400        PERFORM REGISTRA-ARRIVO THRU EX-REGISTRA-ARRIVO
010500        GO TO FINE.
010600     IF PK-VERIFICA OF PAR-PREPACK
010700        PERFORM VERIFICA-ARRIVO THRU EX-VERIFICA-ARRIVO
010800        GO TO FINE.
010900     PERFORM CARICA-PACK THRU EX-CARICA-PACK.
011000     IF PK-ESPLODI OF PAR-PREPACK
011100        PERFORM ESPLODI-PACK THRU EX-ESPLODI-PACK
011200        GO TO FINE.
011300     PERFORM CARICA-NTG THRU EX-CARICA-NTG.
011400     PERFORM MENU-VIDEO THRU EX-MENU-VIDEO.
011500 FINE.
011600     EXIT PROGRAM.
011700*
011800*
011900 CARICA-NTG.
012000     COPY PNTGLOAD.
012100*
012200*
012300 CARICA-PACK.
012400     MOVE 0 TO N-PACK-EX.
012500     OPEN INPUT FILE-PACK.
012600     IF NOT PK-APERTO
012700        GO TO EX-CARICA-PACK.
012800     MOVE 0 TO OK-FINE-FILE.
012900     PERFORM LEGGI-RIGA-PACK THRU EX-LEGGI-RIGA-PACK
013000        UNTIL LETTO-FINE-FILE.
013100     CLOSE FILE-PACK.
013200 EX-CARICA-PACK.
013300     EXIT.
013400*
013500 LEGGI-RIGA-PACK.
013600     READ FILE-PACK
013700        AT END
013800           MOVE 1 TO OK-FINE-FILE
013900        NOT AT END
014000           IF N-PACK-EX < 2000
014100              ADD 1 TO N-PACK-EX
014200              MOVE COD-PACK-PP TO COD-PACK-PX (N-PACK-EX)
014300              MOVE C-MAT-PP TO C-MAT-PX (N-PACK-EX)
014400              MOVE QTA-TG-PP-GRUPPO
014500                   TO QTA-GRUPPO-PX (N-PACK-EX)
014600              MOVE PEZZI-PP TO PEZZI-PX (N-PACK-EX)
014700           ELSE
014800              DISPLAY "PREPACK    TAB-PACK-EX da allargare"
014900           END-IF
015000     END-READ.
015100 EX-LEGGI-RIGA-PACK.
015200     EXIT.
015300*
015400*
015500*     codice cartone -> C-MAT e pezzi per taglia; la riga di
015600*     anagrafica si ricontrolla ad ogni uso: le taglie possono
015700*     essere state ridotte su TABTAGLIE dopo il carico
015800 ESPLODI-PACK.
015900     MOVE 0 TO IX-PX.
016000     PERFORM CONFRONTA-PACK THRU EX-CONFRONTA-PACK
016100        VARYING I-PX FROM 1 BY 1 UNTIL I-PX > N-PACK-EX.
016200     IF IX-PX = 0
016300        MOVE 1 TO ESITO-PK OF PAR-PREPACK
016400        GO TO EX-ESPLODI-PACK.
016500     PERFORM CARICA-NTG THRU EX-CARICA-NTG.
016600     MOVE QTA-GRUPPO-PX (IX-PX) TO QTA-LAVORO-GRUPPO.
016700     MOVE PEZZI-PX (IX-PX) TO PEZZI-LAVORO.
016800     PERFORM VALIDA-ASSORTIMENTO THRU EX-VALIDA-ASSORTIMENTO.
016900     IF NOT ASSORT-VALIDO
017000        MOVE 2 TO ESITO-PK OF PAR-PREPACK
017100        GO TO EX-ESPLODI-PACK.
017200     MOVE C-MAT-PX (IX-PX) TO C-MAT-PK OF PAR-PREPACK.
017300     PERFORM COPIA-QTA-PACK THRU EX-COPIA-QTA-PACK
017400        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
017500     MOVE PEZZI-PX (IX-PX) TO PEZZI-PK OF PAR-PREPACK.
017600 EX-ESPLODI-PACK.
017700     EXIT.
017800*
017900 CONFRONTA-PACK.
018000     IF COD-PACK-PX (I-PX) = COD-PACK-PK OF PAR-PREPACK
018100        MOVE I-PX TO IX-PX
018200     END-IF.
018300 EX-CONFRONTA-PACK.
018400     EXIT.
018500*
018600 COPIA-QTA-PACK.
018700     MOVE QTA-PX (IX-PX, I-TG) TO QTA-PK OF PAR-PREPACK (I-TG).
018800 EX-COPIA-QTA-PACK.
018900     EXIT.
019000*
019100*     nessun pezzo oltre la taglia NTG-NTG, almeno un pezzo,
019200*     e la somma per taglia deve fare i pezzi del cartone
019300 VALIDA-ASSORTIMENTO.
019400     MOVE "S" TO ASSORT-SW.
019500     MOVE 0 TO SOMMA-PEZZI.
019600     PERFORM CONTROLLA-TAGLIA-PACK
019700        THRU EX-CONTROLLA-TAGLIA-PACK
019800        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
019900     IF SOMMA-PEZZI = 0
020000        OR SOMMA-PEZZI NOT = PEZZI-LAVORO
020100        MOVE "N" TO ASSORT-SW.
020200 EX-VALIDA-ASSORTIMENTO.
020300     EXIT.
020400*
020500 CONTROLLA-TAGLIA-PACK.
020600     IF QTA-LAVORO (I-TG) > 0
020700        AND I-TG > NTG-NTG
020800        MOVE "N" TO ASSORT-SW
020900     END-IF.
021000     ADD QTA-LAVORO (I-TG) TO SOMMA-PEZZI.
021100 EX-CONTROLLA-TAGLIA-PACK.
021200     EXIT.
021300*
021400*
021500 REGISTRA-ARRIVO.
021600     OPEN EXTEND FILE-PACKRIC.
021700     IF NOT PR-APERTO
021800        GO TO EX-REGISTRA-ARRIVO.
021900     MOVE T-TAB TO TG-PR-1 TG-PR-2 TG-PR-3 TG-PR-4 TG-PR-5
022000                   TG-PR-6.
022100     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-PR.
022200     MOVE RIF-BOLLA-PK OF PAR-PREPACK TO RIF-BOLLA-PR.
022300     MOVE CONTO-PK OF PAR-PREPACK TO CONTO-PR.
022400     MOVE MAG-PK OF PAR-PREPACK TO MAG-PR.
022500     MOVE C-MAT-PK OF PAR-PREPACK TO C-MAT-PR.
022600     MOVE COD-PACK-PK OF PAR-PREPACK TO COD-PACK-PR.
022700     MOVE CARTONI-PK OF PAR-PREPACK TO CARTONI-PR.
022800     WRITE REC-PACKRIC.
022900     CLOSE FILE-PACKRIC.
023000 EX-REGISTRA-ARRIVO.
023100     EXIT.
023200*
023300*     il lotto (bolla fornitore) del C-MAT e' arrivato in
023400*     cartone? trovato = COD-PACK-PK valorizzato, esito 0
023500 VERIFICA-ARRIVO.
023600     MOVE SPACES TO COD-PACK-PK OF PAR-PREPACK.
023700     MOVE 1 TO ESITO-PK OF PAR-PREPACK.
023800     IF RIF-BOLLA-PK OF PAR-PREPACK = 0
023900        GO TO EX-VERIFICA-ARRIVO.
024000     OPEN INPUT FILE-PACKRIC.
024100     IF NOT PR-APERTO
024200        GO TO EX-VERIFICA-ARRIVO.
024300     MOVE 0 TO OK-FINE-FILE.
024400     PERFORM LEGGI-RIGA-PACKRIC THRU EX-LEGGI-RIGA-PACKRIC
024500        UNTIL LETTO-FINE-FILE.
024600     CLOSE FILE-PACKRIC.
024700 EX-VERIFICA-ARRIVO.
024800     EXIT.
024900*
025000 LEGGI-RIGA-PACKRIC.
025100     READ FILE-PACKRIC
025200        AT END
025300           MOVE 1 TO OK-FINE-FILE
025400        NOT AT END
025500           IF RIF-BOLLA-PR = RIF-BOLLA-PK OF PAR-PREPACK
025600              AND C-MAT-PR = C-MAT-PK OF PAR-PREPACK
025700              MOVE COD-PACK-PR TO COD-PACK-PK OF PAR-PREPACK
025800              MOVE 0 TO ESITO-PK OF PAR-PREPACK
025900           END-IF
026000     END-READ.
026100 EX-LEGGI-RIGA-PACKRIC.
026200     EXIT.
026300*
026400*
026500 MENU-VIDEO.
026600     DISPLAY "----  CARTONI PREPACK  ------------------".
026700     MOVE SPACE TO COMANDO-PX.
026800     PERFORM CHIEDI-COMANDO THRU EX-CHIEDI-COMANDO
026900        UNTIL PX-FINE.
027000     PERFORM RISCRIVI-PACK THRU EX-RISCRIVI-PACK.
027100 EX-MENU-VIDEO.
027200     EXIT.
027300*
027400 CHIEDI-COMANDO.
027500     DISPLAY "Comando: L=lista A=aggiungi R=rimuovi F=fine "
027600             NO ADVANCING.
027700     ACCEPT COMANDO-PX.
027800     EVALUATE TRUE
027900        WHEN PX-LISTA
028000           PERFORM STAMPA-RIGA-PACK THRU EX-STAMPA-RIGA-PACK
028100              VARYING I-PX FROM 1 BY 1 UNTIL I-PX > N-PACK-EX
028200        WHEN PX-AGGIUNGI
028300           PERFORM COMANDO-AGGIUNGI THRU EX-COMANDO-AGGIUNGI
028400        WHEN PX-RIMUOVI
028500           PERFORM COMANDO-RIMUOVI THRU EX-COMANDO-RIMUOVI
028600        WHEN PX-FINE
028700           CONTINUE
028800        WHEN OTHER
028900           DISPLAY "Comando non valido"
029000     END-EVALUATE.
029100 EX-CHIEDI-COMANDO.
029200     EXIT.
029300*
029400 STAMPA-RIGA-PACK.
029500     MOVE I-PX TO INDICE-ED.
029600     DISPLAY INDICE-ED " " COD-PACK-PX (I-PX)
029700             " C-MAT " C-MAT-PX (I-PX)
029800             " tg " QTA-GRUPPO-PX (I-PX)
029900             " pezzi " PEZZI-PX (I-PX).
030000 EX-STAMPA-RIGA-PACK.
030100     EXIT.
030200*
030300*     un codice cartone gia' presente si aggiorna, non si
030400*     duplica
030500 COMANDO-AGGIUNGI.
030600     DISPLAY "Codice cartone (max 14 car.)   " NO ADVANCING.
030700     MOVE SPACES TO COD-PACK-IN.
030800     ACCEPT COD-PACK-IN.
030900     DISPLAY "C-MAT (15 cifre)               " NO ADVANCING.
031000     MOVE SPACES TO C-MAT-IN.
031100     ACCEPT C-MAT-IN.
031200     DISPLAY "Pezzi per taglia (10 x 3 cifre) " NO ADVANCING.
031300     MOVE ZEROS TO QTA-IN.
031400     ACCEPT QTA-IN.
031500     DISPLAY "Pezzi del cartone (4 cifre)    " NO ADVANCING.
031600     MOVE SPACES TO PEZZI-IN.
031700     ACCEPT PEZZI-IN.
031800     IF COD-PACK-IN = SPACES
031900        DISPLAY "Codice cartone mancante"
032000        GO TO EX-COMANDO-AGGIUNGI.
032100     IF C-MAT-IN NOT NUMERIC OR QTA-IN NOT NUMERIC
032200        OR PEZZI-IN NOT NUMERIC
032300        DISPLAY "Campi non numerici"
032400        GO TO EX-COMANDO-AGGIUNGI.
032500     MOVE QTA-IN TO QTA-LAVORO-GRUPPO.
032600     MOVE PEZZI-IN TO PEZZI-LAVORO.
032700     PERFORM VALIDA-ASSORTIMENTO THRU EX-VALIDA-ASSORTIMENTO.
032800     IF NOT ASSORT-VALIDO
032900        DISPLAY "Assortimento non valido: pezzi oltre la "
033000                "taglia " NTG-NTG " o somma diversa dai pezzi"
033100        GO TO EX-COMANDO-AGGIUNGI.
033200     MOVE COD-PACK-IN TO COD-PACK-PK OF PAR-PREPACK.
033300     MOVE 0 TO IX-PX.
033400     PERFORM CONFRONTA-PACK THRU EX-CONFRONTA-PACK
033500        VARYING I-PX FROM 1 BY 1 UNTIL I-PX > N-PACK-EX.
033600     IF IX-PX = 0
033700        IF N-PACK-EX NOT < 2000
033800           DISPLAY "Tabella piena"
033900           GO TO EX-COMANDO-AGGIUNGI
034000        END-IF
034100        ADD 1 TO N-PACK-EX
034200        MOVE N-PACK-EX TO IX-PX
034300     END-IF.
034400     MOVE COD-PACK-IN TO COD-PACK-PX (IX-PX).
034500     MOVE C-MAT-IN TO C-MAT-PX (IX-PX).
034600     MOVE QTA-LAVORO-GRUPPO TO QTA-GRUPPO-PX (IX-PX).
034700     MOVE PEZZI-LAVORO TO PEZZI-PX (IX-PX).
034800 EX-COMANDO-AGGIUNGI.
034900     EXIT.
035000*
035100 COMANDO-RIMUOVI.
035200     DISPLAY "Numero riga da rimuovere (4 cifre) "
035300             NO ADVANCING.
035400     MOVE SPACES TO INDICE-IN.
035500     ACCEPT INDICE-IN.
035600     IF INDICE-IN NOT NUMERIC
035700        DISPLAY "Numero riga non valido"
035800        GO TO EX-COMANDO-RIMUOVI.
035900     MOVE INDICE-IN TO INDICE-RIC.
036000     IF INDICE-RIC < 1 OR INDICE-RIC > N-PACK-EX
036100        DISPLAY "Numero riga non valido"
036200        GO TO EX-COMANDO-RIMUOVI.
036300*    la riga rimossa si compatta spostando l'ultima al suo posto
036400     MOVE RIGA-PX (N-PACK-EX) TO RIGA-PX (INDICE-RIC).
036500     SUBTRACT 1 FROM N-PACK-EX.
036600 EX-COMANDO-RIMUOVI.
036700     EXIT.
036800*
036900 RISCRIVI-PACK.
037000     OPEN OUTPUT FILE-PACK.
037100     PERFORM SCRIVI-RIGA-PACK THRU EX-SCRIVI-RIGA-PACK
037200        VARYING I-PX FROM 1 BY 1 UNTIL I-PX > N-PACK-EX.
037300     CLOSE FILE-PACK.
037400 EX-RISCRIVI-PACK.
037500     EXIT.
037600*
037700 SCRIVI-RIGA-PACK.
037800     MOVE T-TAB TO TG-PP-1 TG-PP-2 TG-PP-3.
037900     MOVE COD-PACK-PX (I-PX) TO COD-PACK-PP.
038000     MOVE C-MAT-PX (I-PX) TO C-MAT-PP.
038100     MOVE QTA-GRUPPO-PX (I-PX) TO QTA-TG-PP-GRUPPO.
038200     MOVE PEZZI-PX (I-PX) TO PEZZI-PP.
038300     WRITE REC-PACK.
038400 EX-SCRIVI-RIGA-PACK.
038500     EXIT.
038600*
038700*      FINE PROGRAMMA    **** /K PREPACK.COB  *****
