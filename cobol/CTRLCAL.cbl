000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. CTRLCAL.
000310*2026*        15/10/26
000320*     giorno lavorativo secondo il calendario aziendale
000330*     CALENDF, per le funzioni 7-10 di QDATAS (che viene
000340*     cancellato a ogni chiamata e non puo' tenersi il
000350*     calendario: lo tiene qui, caricato alla prima chiamata).
000360*     FUNZIONE "V": DATA-CC (AAMMGG) con GIORNO-SETT-CC e il
000370*     contesto SOC/MAG/VET (zero = non pertinente; societa'
000380*     zero col magazzino = presa da MAGSOC). Senza magazzino
000390*     e vettore vale la settimana della societa' (riga "S"
000400*     senza magazzino ne' vettore, default lun-ven) meno le
000410*     feste nazionali e della societa'; col magazzino la sua
000420*     settimana (default lun-sab) meno le feste, anche
000430*     locali, e le chiusure, salvo aperture straordinarie;
000440*     col vettore deve lavorare anche lui: sua settimana
000450*     (default lun-ven), feste non locali, fermi "V".
000460*     FUNZIONE "L": ricarica alla chiamata seguente (CALENDAR
000470*     dopo ogni modifica).
000480*
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
001500     SELECT OPTIONAL FILE-MAGSOC ASSIGN TO "MAGSOC"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-MS.
001800*
001900 DATA DIVISION.
002000 FILE SECTION.
002100 FD FILE-CALEND DATA RECORD REC-CALEND.
002200 01 REC-CALEND            COPY YCALEND.
002300*
002400* magazzino -> societa' (come in INTERCO)
002500 FD FILE-MAGSOC DATA RECORD REC-MAGSOC.
002600 01 REC-MAGSOC.
002700    05 MAG-MS                PIC 9(3).
002800    05 TM-1                  PIC X.
002900    05 SOC-MS                PIC 99.
003000*
003100 WORKING-STORAGE SECTION.
003200*
003300 77 CHECK-CZ        PIC XX.
003400    88 CZ-APERTO    VALUES ARE "05", "00".
003500 77 CHECK-MS        PIC XX.
003600    88 MS-APERTO    VALUES ARE "05", "00".
003700*
003800 01 OK-FINE-FILE    PIC S9(4) COMP.
003900    88 LETTO-FINE-FILE VALUE 1.
004000*
004100 01 TABELLE-CARICATE PIC X VALUE "N".
004200    88 CALENDARIO-IN-MEMORIA VALUE "S".
004300*
004400 01 TAB-MAGSOC.
004500  05 RIGA-MS OCCURS 50.
004600   10 MAG-TB          PIC 9(3).
004700   10 SOC-TB          PIC 99.
004800 01 N-MAGSOC        PIC S9(4) COMP VALUE 0.
004900 01 I-MS            PIC S9(4) COMP.
005000*
005100 01 TAB-CALEND.
005200  05 RIGA-CL OCCURS 600.
005300   10 TIPO-CL         PIC X.
005400   10 SOC-CL          PIC 99.
005500   10 MAG-CL          PIC 9(3).
005600   10 VET-CL          PIC 9(8).
005700   10 DATA-CL         PIC 9(6).
005800   10 FILLER REDEFINES DATA-CL.
005900    15 AA-CL          PIC 99.
006000    15 MMGG-CL        PIC 9(4).
006100   10 SETT-CL         PIC X(7).
006200 01 N-CALEND        PIC S9(4) COMP VALUE 0.
006300 01 I-CL            PIC S9(4) COMP.
006400*
006500 01 DATA-VERIFICA   PIC 9(6).
006600 01 FILLER REDEFINES DATA-VERIFICA.
006700  05 AA-VERIFICA     PIC 99.
006800  05 MMGG-VERIFICA   PIC 9(4).
006900 01 SOC-VERIFICA    PIC 99.
007000*
007100* settimana tipo in uso e sua precisione (2 = societa'
007200* esatta, 1 = societa' 00, 0 = default)
007300 01 SETT-USO        PIC X(7).
007400 01 SETT-GRADO      PIC S9(4) COMP.
007500 01 SETT-VET        PIC X(7).
007600*
007700 01 ESITO-MAG       PIC X.
007800    88 MAG-LAVORA   VALUE "S".
007900 01 ESITO-VET       PIC X.
008000    88 VET-LAVORA   VALUE "S".
008100 01 APERTURA-FORZATA PIC X.
008200    88 C-E-APERTURA VALUE "S".
008300*
008400 LINKAGE SECTION.
008500*
008600 01 PAR-CTRLCAL    COPY PARCTCAL.
008700*
008800*PAGE
008900 PROCEDURE DIVISION  USING PAR-CTRLCAL.
009000 INIZIO.
009100     IF CC-RICARICA
009200        MOVE "N" TO TABELLE-CARICATE
009300        GO TO FINE.
009400     IF NOT CALENDARIO-IN-MEMORIA
009500        PERFORM CARICA-MAGSOC THRU EX-CARICA-MAGSOC
009600        PERFORM CARICA-CALEND THRU EX-CARICA-CALEND
009700        MOVE "S" TO TABELLE-CARICATE
009800     END-IF.
009900     MOVE "S" TO ESITO-CC.
010000     IF NOT CC-VERIFICA
010100        GO TO FINE.
010200     IF GIORNO-SETT-CC < 1 OR GIORNO-SETT-CC > 7
010300        GO TO FINE.
010400     MOVE DATA-CC TO DATA-VERIFICA.
010500     MOVE SOC-CC TO SOC-VERIFICA.
010600     IF SOC-VERIFICA = 0 AND MAG-CC NOT = 0
010700        PERFORM CONFRONTA-MAGSOC THRU EX-CONFRONTA-MAGSOC
010800           VARYING I-MS FROM 1 BY 1 UNTIL I-MS > N-MAGSOC.
010900     PERFORM VERIFICA-AZIENDA THRU EX-VERIFICA-AZIENDA.
011000     IF MAG-LAVORA AND VET-CC NOT = 0
011100        PERFORM VERIFICA-VETTORE THRU EX-VERIFICA-VETTORE
011200        IF NOT VET-LAVORA
011300           MOVE "N" TO ESITO-MAG
011400        END-IF
011500     END-IF.
011600     MOVE ESITO-MAG TO ESITO-CC.
011700 FINE.
011800     EXIT PROGRAM.
011900*
012000*
012100 CARICA-MAGSOC.
012200     MOVE 0 TO N-MAGSOC.
012300     OPEN INPUT FILE-MAGSOC.
012400     IF MS-APERTO
012500        MOVE 0 TO OK-FINE-FILE
012600        PERFORM LEGGI-RIGA-MAGSOC THRU EX-LEGGI-RIGA-MAGSOC
012700           UNTIL LETTO-FINE-FILE
012800        CLOSE FILE-MAGSOC
012900     END-IF.
013000 EX-CARICA-MAGSOC.
013100     EXIT.
013200*
013300 LEGGI-RIGA-MAGSOC.
013400     READ FILE-MAGSOC
013500        AT END
013600           MOVE 1 TO OK-FINE-FILE
013700        NOT AT END
013800           IF N-MAGSOC < 50
013900              ADD 1 TO N-MAGSOC
014000              MOVE MAG-MS TO MAG-TB (N-MAGSOC)
014100              MOVE SOC-MS TO SOC-TB (N-MAGSOC)
014200           END-IF
014300     END-READ.
014400 EX-LEGGI-RIGA-MAGSOC.
014500     EXIT.
014600*
014700 CONFRONTA-MAGSOC.
014800     IF MAG-TB (I-MS) = MAG-CC
014900        MOVE SOC-TB (I-MS) TO SOC-VERIFICA.
015000 EX-CONFRONTA-MAGSOC.
015100     EXIT.
015200*
015300 CARICA-CALEND.
015400     MOVE 0 TO N-CALEND.
015500     OPEN INPUT FILE-CALEND.
015600     IF CZ-APERTO
015700        MOVE 0 TO OK-FINE-FILE
015800        PERFORM LEGGI-RIGA-CALEND THRU EX-LEGGI-RIGA-CALEND
015900           UNTIL LETTO-FINE-FILE
016000        CLOSE FILE-CALEND
016100     END-IF.
016200 EX-CARICA-CALEND.
016300     EXIT.
016400*
016500 LEGGI-RIGA-CALEND.
016600     READ FILE-CALEND
016700        AT END
016800           MOVE 1 TO OK-FINE-FILE
016900        NOT AT END
017000           IF N-CALEND < 600
017100              ADD 1 TO N-CALEND
017200              MOVE TIPO-CZ TO TIPO-CL (N-CALEND)
017300              MOVE SOC-CZ TO SOC-CL (N-CALEND)
017400              MOVE MAG-CZ TO MAG-CL (N-CALEND)
017500              MOVE VET-CZ TO VET-CL (N-CALEND)
017600              MOVE DATA-CZ TO DATA-CL (N-CALEND)
017700              MOVE SETT-CZ TO SETT-CL (N-CALEND)
017800           ELSE
017900              DISPLAY "CTRLCAL    TAB-CALEND da allargare"
018000           END-IF
018100     END-READ.
018200 EX-LEGGI-RIGA-CALEND.
018300     EXIT.
018400*
018500*
018600*     societa' o magazzino: settimana tipo, feste, chiusure,
018700*     aperture straordinarie (solo col magazzino)
018800 VERIFICA-AZIENDA.
018900     MOVE "N" TO APERTURA-FORZATA.
019000     MOVE 0 TO SETT-GRADO.
019100     IF MAG-CC = 0
019200        MOVE "SSSSSNN" TO SETT-USO
019300     ELSE
019400        MOVE "SSSSSSN" TO SETT-USO
019500     END-IF.
019600     PERFORM CERCA-SETTIMANA THRU EX-CERCA-SETTIMANA
019700        VARYING I-CL FROM 1 BY 1 UNTIL I-CL > N-CALEND.
019800     MOVE SETT-USO (GIORNO-SETT-CC:1) TO ESITO-MAG.
019900     PERFORM VAGLIA-RIGA-AZIENDA THRU EX-VAGLIA-RIGA-AZIENDA
020000        VARYING I-CL FROM 1 BY 1 UNTIL I-CL > N-CALEND.
020100     IF C-E-APERTURA
020200        MOVE "S" TO ESITO-MAG.
020300 EX-VERIFICA-AZIENDA.
020400     EXIT.
020500*
020600 CERCA-SETTIMANA.
020700     IF TIPO-CL (I-CL) NOT = "S"
020800        OR MAG-CL (I-CL) NOT = MAG-CC
020900        OR VET-CL (I-CL) NOT = 0
021000        GO TO EX-CERCA-SETTIMANA.
021100     IF MAG-CC NOT = 0
021200        MOVE SETT-CL (I-CL) TO SETT-USO
021300        MOVE 2 TO SETT-GRADO
021400        GO TO EX-CERCA-SETTIMANA.
021500     IF SOC-CL (I-CL) = SOC-VERIFICA
021600        AND SOC-VERIFICA NOT = 0
021700        MOVE SETT-CL (I-CL) TO SETT-USO
021800        MOVE 2 TO SETT-GRADO
021900        GO TO EX-CERCA-SETTIMANA.
022000     IF SOC-CL (I-CL) = 0 AND SETT-GRADO < 2
022100        MOVE SETT-CL (I-CL) TO SETT-USO
022200        MOVE 1 TO SETT-GRADO.
022300 EX-CERCA-SETTIMANA.
022400     EXIT.
022500*
022600 VAGLIA-RIGA-AZIENDA.
022700     IF DATA-CL (I-CL) NOT = DATA-VERIFICA
022800        AND (AA-CL (I-CL) NOT = 0
022900             OR MMGG-CL (I-CL) NOT = MMGG-VERIFICA)
023000        GO TO EX-VAGLIA-RIGA-AZIENDA.
023100     EVALUATE TIPO-CL (I-CL)
023200        WHEN "F"
023300           IF (SOC-CL (I-CL) = 0
023400               OR SOC-CL (I-CL) = SOC-VERIFICA)
023500              AND (MAG-CL (I-CL) = 0
023600                   OR MAG-CL (I-CL) = MAG-CC)
023700              MOVE "N" TO ESITO-MAG
023800           END-IF
023900        WHEN "C"
024000           IF MAG-CC NOT = 0 AND MAG-CL (I-CL) = MAG-CC
024100              MOVE "N" TO ESITO-MAG
024200           END-IF
024300        WHEN "A"
024400           IF MAG-CC NOT = 0 AND MAG-CL (I-CL) = MAG-CC
024500              MOVE "S" TO APERTURA-FORZATA
024600           END-IF
024700     END-EVALUATE.
024800 EX-VAGLIA-RIGA-AZIENDA.
024900     EXIT.
025000*
025100*
025200*     vettore: sua settimana, feste nazionali e della
025300*     societa' (non quelle locali del magazzino), fermi "V"
025400 VERIFICA-VETTORE.
025500     MOVE "SSSSSNN" TO SETT-VET.
025600     PERFORM CERCA-SETTIMANA-VET THRU EX-CERCA-SETTIMANA-VET
025700        VARYING I-CL FROM 1 BY 1 UNTIL I-CL > N-CALEND.
025800     MOVE SETT-VET (GIORNO-SETT-CC:1) TO ESITO-VET.
025900     PERFORM VAGLIA-RIGA-VETTORE THRU EX-VAGLIA-RIGA-VETTORE
026000        VARYING I-CL FROM 1 BY 1 UNTIL I-CL > N-CALEND.
026100 EX-VERIFICA-VETTORE.
026200     EXIT.
026300*
026400 CERCA-SETTIMANA-VET.
026500     IF TIPO-CL (I-CL) = "S"
026600        AND VET-CL (I-CL) = VET-CC
026700        MOVE SETT-CL (I-CL) TO SETT-VET.
026800 EX-CERCA-SETTIMANA-VET.
026900     EXIT.
027000*
027100 VAGLIA-RIGA-VETTORE.
027200     IF DATA-CL (I-CL) NOT = DATA-VERIFICA
027300        AND (AA-CL (I-CL) NOT = 0
027400             OR MMGG-CL (I-CL) NOT = MMGG-VERIFICA)
027500        GO TO EX-VAGLIA-RIGA-VETTORE.
027600     EVALUATE TIPO-CL (I-CL)
027700        WHEN "F"
027800           IF (SOC-CL (I-CL) = 0
027900               OR SOC-CL (I-CL) = SOC-VERIFICA)
028000              AND MAG-CL (I-CL) = 0
028100              MOVE "N" TO ESITO-VET
028200           END-IF
028300        WHEN "V"
028400           IF VET-CL (I-CL) = VET-CC
028500              MOVE "N" TO ESITO-VET
028600           END-IF
028700     END-EVALUATE.
028800 EX-VAGLIA-RIGA-VETTORE.
028900     EXIT.
029000*
029100*      FINE PROGRAMMA    **** /K CTRLCAL.COB  *****
