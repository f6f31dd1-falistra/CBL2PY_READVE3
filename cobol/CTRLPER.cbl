000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. CTRLPER.
000310*2026*        15/10/26
000320*     blocco dei periodi chiusi: chiamato dal copybook PDBPUT
000330*     (FUNZIONE "C") prima di ogni DBPUT su MOVMAG. Ricava la
000340*     societa' dal magazzino (MAGSOC, magazzino non censito =
000350*     societa' 00) e cerca la SETTIMANA del movimento nel
000360*     calendario PERCAL (righe della societa' o 00 = tutte).
000370*     La SETTIMANA di MOVMAG non porta l'anno: e' dell'anno in
000380*     corso se non supera la settimana di oggi, altrimenti
000390*     dell'anno prima, e si confronta con l'anno del periodo.
000400*     Se il periodo e' chiuso, secondo PERMODO: "D" (default)
000410*     il movimento e' ridatato alla prima settimana del primo
000420*     periodo aperto successivo, "R" e' rifiutato con stato
000430*     IMAGE 20 (W-ACCESSO-PROTETTO), e cosi' anche in "D"
000440*     quando non c'e' un periodo aperto dopo. Ridatati e
000450*     rifiutati finiscono su PERLOG. FUNZIONE "S" sospende il
000460*     controllo e "R" lo ripristina (DBREPLAY e MERGECON, che
000470*     riscrivono movimenti gia' registrati), "L" fa ricaricare
000480*     le tabelle alla chiamata seguente (PERIODI, dopo ogni
000490*     modifica del calendario).
00049A*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-MAGSOC ASSIGN TO "MAGSOC"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-MS.
001500     SELECT OPTIONAL FILE-PERCAL ASSIGN TO "PERCAL"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-PC.
001800     SELECT OPTIONAL FILE-PERMODO ASSIGN TO "PERMODO"
001900        ORGANIZATION IS LINE SEQUENTIAL
002000        FILE STATUS IS CHECK-PM.
002100     SELECT OPTIONAL FILE-PERLOG ASSIGN TO "PERLOG"
002200        ORGANIZATION IS LINE SEQUENTIAL
002300        FILE STATUS IS CHECK-PG.
002400*
002500 DATA DIVISION.
002600 FILE SECTION.
002700* magazzino -> societa' (come in INTERCO)
002800 FD FILE-MAGSOC DATA RECORD REC-MAGSOC.
002900 01 REC-MAGSOC.
003000    05 MAG-MS                PIC 9(3).
003100    05 TM-1                  PIC X.
003200    05 SOC-MS                PIC 99.
003300*
003400 FD FILE-PERCAL DATA RECORD REC-PERCAL.
003500 01 REC-PERCAL            COPY YPERCAL.
003600*
003700* "D" ridata (default), "R" rifiuta
003800 FD FILE-PERMODO DATA RECORD REC-PERMODO.
003900 01 REC-PERMODO.
004000    05 MODO-PM               PIC X.
004100*
004200 FD FILE-PERLOG DATA RECORD REC-PERLOG.
004300 01 REC-PERLOG            COPY YPERLOG.
004400*
004500 WORKING-STORAGE SECTION.
004600*
004700 77 CHECK-MS        PIC XX.
004800    88 MS-APERTO    VALUES ARE "05", "00".
004900 77 CHECK-PC        PIC XX.
005000    88 PC-APERTO    VALUES ARE "05", "00".
005100 77 CHECK-PM        PIC XX.
005200    88 PM-APERTO    VALUES ARE "05", "00".
005300 77 CHECK-PG        PIC XX.
005400    88 PG-APERTO    VALUES ARE "05", "00".
005500 77 ORA-COM         PIC 9(8).
005600*
005700 01 OK-FINE-FILE    PIC S9(4) COMP.
005800    88 LETTO-FINE-FILE VALUE 1.
005900*
006000 01 T-TAB           PIC X VALUE X"9".
006100*
006200* tabelle caricate alla prima chiamata e dopo una "L"
006300 01 TAB-MAGSOC.
006400  05 RIGA-MS OCCURS 50.
006500   10 MAG-TB          PIC 9(3).
006600   10 SOC-TB          PIC 99.
006700 01 N-MAGSOC        PIC S9(4) COMP VALUE 0.
006800 01 I-MS            PIC S9(4) COMP.
006900*
007000 01 TAB-PERCAL.
007100  05 RIGA-CAL OCCURS 600.
007200   10 SOC-CAL         PIC 99.
007300   10 PERIODO-CAL     PIC 9(4).
007400   10 SETT-DA-CAL     PIC 9(4).
007500   10 SETT-A-CAL      PIC 9(4).
007600   10 CHIAVE-DA-CAL   PIC 9(4).
007700   10 CHIAVE-A-CAL    PIC 9(4).
007800   10 STATO-CAL       PIC X.
007900 01 N-PERCAL        PIC S9(4) COMP VALUE 0.
008000 01 I-CAL           PIC S9(4) COMP.
008100 01 IX-CHIUSO       PIC S9(4) COMP.
008200 01 IX-APERTO       PIC S9(4) COMP.
008300*
008400 01 GIA-CARICATO-CP PIC X VALUE "N".
008500    88 TABELLE-CARICATE VALUE "S".
008600 01 SOSPESO-CP      PIC X VALUE "N".
008700    88 CONTROLLO-SOSPESO VALUE "S".
008800 01 MODO-CP         PIC X VALUE "D".
008900    88 MODO-RIDATA      VALUE "D".
009000    88 MODO-RIFIUTA     VALUE "R".
009100*
009200 01 MAG-CERCATO     PIC 9(3).
009300 01 SOC-MOV         PIC 99.
009400 01 SETT-MOV        PIC 9(4).
009500 01 SETT-NUOVA      PIC 9(4).
009600* anno e settimana in chiave AASS per i confronti
009700 01 AA-OGGI         PIC 99.
009800 01 SETT-OGGI       PIC 9(4).
009900 01 AA-MOV          PIC 99.
010000 01 CHIAVE-MOV      PIC 9(4).
010100 01 DATA-OGGI       PIC 9(6).
010200 01 FILLER REDEFINES DATA-OGGI.
010300  05 AA-DATA-OGGI    PIC 99.
010400  05 FILLER          PIC 9(4).
010500 01 EVENTO-COM      PIC X(8).
010600 01 MOTIVO-COM      PIC X(30).
010700*
010800 01 PARGEN           COPY QPARGEN.
010900 01 PARQDATA         COPY QPARDATS.
011000*
011100 LINKAGE SECTION.
011200*
011300 01 W-COMMON       COPY WCOMMONW.
011400*
011500 01 FUNZIONE-CP    PIC X.
011600*
011700 01 REC-MOVMAG-CP  COPY YMOVMAG.
011800*
011900*PAGE
012000 PROCEDURE DIVISION  USING W-COMMON
012100                           FUNZIONE-CP
012200                           REC-MOVMAG-CP.
012300 INIZIO.
012400     EVALUATE FUNZIONE-CP
012500        WHEN "S"
012600           MOVE "S" TO SOSPESO-CP
012700           GO TO FINE
012800        WHEN "R"
012900           MOVE "N" TO SOSPESO-CP
013000           GO TO FINE
013100        WHEN "L"
013200           MOVE "N" TO GIA-CARICATO-CP
013300           GO TO FINE
013400     END-EVALUATE.
013500     MOVE 0 TO W-STATUS-WORD-IMAGE OF W-COMMON.
013600     IF CONTROLLO-SOSPESO
013700        GO TO FINE.
013800     IF NOT TABELLE-CARICATE
013900        PERFORM CARICA-MAGSOC THRU EX-CARICA-MAGSOC
014000        PERFORM CARICA-PERCAL THRU EX-CARICA-PERCAL
014100        PERFORM CARICA-MODO THRU EX-CARICA-MODO
014200        PERFORM CALCOLA-OGGI THRU EX-CALCOLA-OGGI
014300        MOVE "S" TO GIA-CARICATO-CP
014400     END-IF.
014500     IF N-PERCAL = 0
014600        GO TO FINE.
014700     PERFORM CONTROLLA-MOVIMENTO THRU EX-CONTROLLA-MOVIMENTO.
014800 FINE.
014900     EXIT PROGRAM.
015000*
015100*
015200 CARICA-MAGSOC.
015300     MOVE 0 TO N-MAGSOC.
015400     OPEN INPUT FILE-MAGSOC.
015500     IF MS-APERTO
015600        MOVE 0 TO OK-FINE-FILE
015700        PERFORM LEGGI-RIGA-MAGSOC THRU EX-LEGGI-RIGA-MAGSOC
015800           UNTIL LETTO-FINE-FILE
015900        CLOSE FILE-MAGSOC
016000     END-IF.
016100 EX-CARICA-MAGSOC.
016200     EXIT.
016300*
016400 LEGGI-RIGA-MAGSOC.
016500     READ FILE-MAGSOC
016600        AT END
016700           MOVE 1 TO OK-FINE-FILE
016800        NOT AT END
016900           IF N-MAGSOC < 50
017000              ADD 1 TO N-MAGSOC
017100              MOVE MAG-MS TO MAG-TB (N-MAGSOC)
017200              MOVE SOC-MS TO SOC-TB (N-MAGSOC)
017300           END-IF
017400     END-READ.
017500 EX-LEGGI-RIGA-MAGSOC.
017600     EXIT.
017700*
017800 CARICA-PERCAL.
017900     MOVE 0 TO N-PERCAL.
018000     OPEN INPUT FILE-PERCAL.
018100     IF PC-APERTO
018200        MOVE 0 TO OK-FINE-FILE
018300        PERFORM LEGGI-RIGA-PERCAL THRU EX-LEGGI-RIGA-PERCAL
018400           UNTIL LETTO-FINE-FILE
018500        CLOSE FILE-PERCAL
018600     END-IF.
018700 EX-CARICA-PERCAL.
018800     EXIT.
018900*
019000 LEGGI-RIGA-PERCAL.
019100     READ FILE-PERCAL
019200        AT END
019300           MOVE 1 TO OK-FINE-FILE
019400        NOT AT END
019500           IF N-PERCAL < 600
019600              ADD 1 TO N-PERCAL
019700              MOVE SOC-PC TO SOC-CAL (N-PERCAL)
019800              MOVE PERIODO-PC TO PERIODO-CAL (N-PERCAL)
019900              MOVE SETT-DA-PC TO SETT-DA-CAL (N-PERCAL)
020000              MOVE SETT-A-PC TO SETT-A-CAL (N-PERCAL)
020100              COMPUTE CHIAVE-DA-CAL (N-PERCAL) =
020200                      (PERIODO-PC / 100) * 100 + SETT-DA-PC
020300              COMPUTE CHIAVE-A-CAL (N-PERCAL) =
020400                      (PERIODO-PC / 100) * 100 + SETT-A-PC
020500              MOVE STATO-PC TO STATO-CAL (N-PERCAL)
020600           ELSE
020700              DISPLAY "CTRLPER    TAB-PERCAL da allargare"
020800              MOVE 1 TO OK-FINE-FILE
020900           END-IF
021000     END-READ.
021100 EX-LEGGI-RIGA-PERCAL.
021200     EXIT.
021300*
021400 CARICA-MODO.
021500     MOVE "D" TO MODO-CP.
021600     OPEN INPUT FILE-PERMODO.
021700     IF PM-APERTO
021800        READ FILE-PERMODO
021900           AT END
022000              CONTINUE
022100           NOT AT END
022200              IF MODO-PM = "R" OR = "D"
022300                 MOVE MODO-PM TO MODO-CP
022400              END-IF
022500        END-READ
022600        CLOSE FILE-PERMODO
022700     END-IF.
022800 EX-CARICA-MODO.
022900     EXIT.
023000*
023100*     anno e settimana di oggi (QDATAS funz.2 da W-FORMATO-
023200*     INTERNO, come CALCOLA-SETT-RT di RETTIFIC)
023300 CALCOLA-OGGI.
023400     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-OGGI.
023500     MOVE AA-DATA-OGGI TO AA-OGGI.
023600     MOVE W-FORMATO-INTERNO OF W-COMMON TO Q-DATA-I.
023700     MOVE 2 TO Q-FUNZIONE OF PARGEN.
023800     CANCEL "QDATAS"
023900     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA.
024000     MOVE Q-SETTIMANA TO SETT-OGGI.
024100 EX-CALCOLA-OGGI.
024200     EXIT.
024300*
024400*
024500*     settimana in un periodo chiuso della societa' (o di
024600*     tutte): ridata sul primo periodo aperto successivo
024700*     oppure rifiuta
024800 CONTROLLA-MOVIMENTO.
024900     MOVE MAGAZZINO OF REC-MOVMAG-CP TO MAG-CERCATO.
025000     MOVE 0 TO SOC-MOV.
025100     PERFORM CONFRONTA-MAGSOC THRU EX-CONFRONTA-MAGSOC
025200        VARYING I-MS FROM 1 BY 1 UNTIL I-MS > N-MAGSOC.
025300     MOVE SETTIMANA OF REC-MOVMAG-CP TO SETT-MOV.
025400     MOVE AA-OGGI TO AA-MOV.
025500     IF SETT-MOV > SETT-OGGI
025600        IF AA-MOV = 0
025700           MOVE 99 TO AA-MOV
025800        ELSE
025900           SUBTRACT 1 FROM AA-MOV
026000        END-IF
026100     END-IF.
026200     COMPUTE CHIAVE-MOV = AA-MOV * 100 + SETT-MOV.
026300     MOVE 0 TO IX-CHIUSO.
026400     PERFORM CERCA-CHIUSO THRU EX-CERCA-CHIUSO
026500        VARYING I-CAL FROM 1 BY 1
026600        UNTIL I-CAL > N-PERCAL OR IX-CHIUSO NOT = 0.
026700     IF IX-CHIUSO = 0
026800        GO TO EX-CONTROLLA-MOVIMENTO.
026900     MOVE 0 TO IX-APERTO SETT-NUOVA.
027000     IF MODO-RIDATA
027100        PERFORM CERCA-APERTO THRU EX-CERCA-APERTO
027200           VARYING I-CAL FROM 1 BY 1 UNTIL I-CAL > N-PERCAL.
027300     IF IX-APERTO NOT = 0
027400        MOVE SETT-DA-CAL (IX-APERTO) TO SETT-NUOVA
027500        MOVE SETT-NUOVA TO SETTIMANA OF REC-MOVMAG-CP
027600        MOVE "RIDATATO" TO EVENTO-COM
027700        MOVE "PERIODO CHIUSO" TO MOTIVO-COM
027800     ELSE
027900        MOVE 20 TO W-STATUS-WORD-IMAGE OF W-COMMON
028000        MOVE "RIFIUTO" TO EVENTO-COM
028100        IF MODO-RIDATA
028200           MOVE "NESSUN PERIODO APERTO DOPO" TO MOTIVO-COM
028300        ELSE
028400           MOVE "PERIODO CHIUSO" TO MOTIVO-COM
028500        END-IF
028600        DISPLAY "CTRLPER    periodo " PERIODO-CAL (IX-CHIUSO)
028700                " chiuso: movimento settimana " SETT-MOV
028800                " rifiutato"
028900     END-IF.
029000     PERFORM SCRIVI-PERLOG THRU EX-SCRIVI-PERLOG.
029100 EX-CONTROLLA-MOVIMENTO.
029200     EXIT.
029300*
029400 CONFRONTA-MAGSOC.
029500     IF MAG-TB (I-MS) = MAG-CERCATO
029600        MOVE SOC-TB (I-MS) TO SOC-MOV
029700     END-IF.
029800 EX-CONFRONTA-MAGSOC.
029900     EXIT.
030000*
030100 CERCA-CHIUSO.
030200     IF SOC-CAL (I-CAL) NOT = SOC-MOV AND NOT = 0
030300        GO TO EX-CERCA-CHIUSO.
030400     IF STATO-CAL (I-CAL) = "C"
030500        AND CHIAVE-MOV NOT < CHIAVE-DA-CAL (I-CAL)
030600        AND CHIAVE-MOV NOT > CHIAVE-A-CAL (I-CAL)
030700        MOVE I-CAL TO IX-CHIUSO
030800     END-IF.
030900 EX-CERCA-CHIUSO.
031000     EXIT.
031100*
031200*     il periodo aperto della stessa societa' (o di tutte)
031300*     che comincia prima, fra quelli dopo il periodo chiuso
031400 CERCA-APERTO.
031500     IF SOC-CAL (I-CAL) NOT = SOC-MOV AND NOT = 0
031600        GO TO EX-CERCA-APERTO.
031700     IF STATO-CAL (I-CAL) NOT = "A"
031800        OR CHIAVE-DA-CAL (I-CAL) NOT > CHIAVE-A-CAL (IX-CHIUSO)
031900        GO TO EX-CERCA-APERTO.
032000     IF IX-APERTO = 0
032100        MOVE I-CAL TO IX-APERTO
032200        GO TO EX-CERCA-APERTO.
032300     IF CHIAVE-DA-CAL (I-CAL) < CHIAVE-DA-CAL (IX-APERTO)
032400        MOVE I-CAL TO IX-APERTO
032500     END-IF.
032600 EX-CERCA-APERTO.
032700     EXIT.
032800*
032900*
033000 SCRIVI-PERLOG.
033100     OPEN EXTEND FILE-PERLOG.
033200     IF NOT PG-APERTO
033300        DISPLAY "CTRLPER    PERLOG non apribile " CHECK-PG
033400        GO TO EX-SCRIVI-PERLOG.
033500     ACCEPT ORA-COM FROM TIME.
033600     MOVE T-TAB TO TG-PG-1 TG-PG-2 TG-PG-3 TG-PG-4 TG-PG-5
033700                   TG-PG-6 TG-PG-7 TG-PG-8 TG-PG-9 TG-PG-10
033800                   TG-PG-11 TG-PG-12.
033900     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-PG.
034000     MOVE ORA-COM (1:6) TO ORA-PG.
034100     MOVE W-TERMINALE OF W-COMMON TO TERMINALE-PG.
034200     MOVE W-SIGLA-UTENTE OF W-COMMON TO UTENTE-PG.
034300     MOVE EVENTO-COM TO EVENTO-PG.
034400     MOVE SOC-MOV TO SOC-PG.
034500     MOVE PERIODO-CAL (IX-CHIUSO) TO PERIODO-PG.
034600     MOVE SETT-MOV TO SETT-ORIG-PG.
034700     MOVE SETT-NUOVA TO SETT-NUOVA-PG.
034800     MOVE C-MAT OF REC-MOVMAG-CP TO C-MAT-PG.
034900     MOVE MAG-CERCATO TO MAG-PG.
035000     MOVE C-OPE OF REC-MOVMAG-CP TO C-OPE-PG.
035100     MOVE MOTIVO-COM TO MOTIVO-PG.
035200     WRITE REC-PERLOG.
035300     CLOSE FILE-PERLOG.
035400 EX-SCRIVI-PERLOG.
035500     EXIT.
035600*
035700*      FINE PROGRAMMA    **** /K CTRLPER.COB  *****
