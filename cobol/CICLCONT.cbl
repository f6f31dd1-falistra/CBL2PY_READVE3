000470*     CICLACC. FUNZIONE "T": andamento dell'accuratezza per
000480*     magazzino da CICLACC, a video.
000490*
000491*VENSETT*    15/10/26
000492*     i movimenti si leggono dal riepilogo settimanale
000493*     VENSETTF di VENSETT quando c'e' (riga ripresentata come
000494*     movimento MOVMAG, valori dalle somme del riepilogo);
000495*     senza riepilogo si torna alla scansione seriale di
000496*     MOVMAG.
000497*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
002100     SELECT OPTIONAL FILE-ACC ASSIGN TO "CICLACC"
002200        ORGANIZATION IS LINE SEQUENTIAL
002300        FILE STATUS IS CHECK-CA.
      *VENSETT*
           SELECT OPTIONAL FILE-VENSETT ASSIGN TO "VENSETTF"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHECK-VS.
      *VENSETT*
002400*
002500 DATA DIVISION.
002600 FILE SECTION.
006600    05 RIGHE-AC              PIC 9(4).
006700    05 TG-AC-3               PIC X.
006800    05 ESATTE-AC             PIC 9(4).
      *VENSETT*
       FD FILE-VENSETT DATA RECORD REC-VENSETT.
       01 REC-VENSETT           COPY YVENSETT.
      *VENSETT*
006900*
007000 WORKING-STORAGE SECTION.
007100*
008600    88 CD-APERTO    VALUES ARE "05", "00".
008700 77 CHECK-CA        PIC XX.
008800    88 CA-APERTO    VALUES ARE "05", "00".
      *VENSETT*
       77 CHECK-VS        PIC XX.
          88 VS-PRESENTE  VALUE "00".
       01 FINE-VENSETT    PIC X.
       01 FONTE-MOV       PIC X VALUE "M".
          88 DA-RIEPILOGO VALUE "R".
      *VENSETT*
008900*
009000 01 OK-FINE-FILE    PIC S9(4) COMP.
009100    88 LETTO-FINE-FILE VALUE 1.
032100 EX-LEGGI-RIGA-STAT.
032200     EXIT.
032300*
      *VENSETT*
      *     riepilogo settimanale VENSETTF (VENSETT) al posto
      *     della scansione seriale di MOVMAG, quando c'e'
       SCANSIONA-RIEPILOGO.
           MOVE "M" TO FONTE-MOV.
           OPEN INPUT FILE-VENSETT.
           IF NOT VS-PRESENTE
              IF CHECK-VS = "05"
                 CLOSE FILE-VENSETT
              END-IF
              DISPLAY "CICLCONT   riepilogo VENSETTF assente: "
                      "scansione di MOVMAG"
              GO TO EX-SCANSIONA-RIEPILOGO.
           MOVE "R" TO FONTE-MOV.
           MOVE "N" TO FINE-VENSETT.
           PERFORM LEGGI-RIEPILOGO THRU EX-LEGGI-RIEPILOGO
              UNTIL FINE-VENSETT = "S".
           CLOSE FILE-VENSETT.
       EX-SCANSIONA-RIEPILOGO.
           EXIT.
      *
       LEGGI-RIEPILOGO.
           READ FILE-VENSETT
              AT END
                 MOVE "S" TO FINE-VENSETT
                 GO TO EX-LEGGI-RIEPILOGO
           END-READ.
           PERFORM RIEPILOGO-IN-MOVMAG THRU EX-RIEPILOGO-IN-MOVMAG.
           ADD N-MOV-VS TO MOVIMENTI-LETTI.
           PERFORM VAGLIA-MOVIMENTO THRU EX-VAGLIA-MOVIMENTO.
       EX-LEGGI-RIEPILOGO.
           EXIT.
      *
       RIEPILOGO-IN-MOVMAG.
                    COPY PVENSMOV.
      *VENSETT*
032400 SCANSIONA-MOVMAG.
      *VENSETT*
           PERFORM SCANSIONA-RIEPILOGO THRU EX-SCANSIONA-RIEPILOGO.
           IF DA-RIEPILOGO
              GO TO EX-SCANSIONA-MOVMAG.
      *VENSETT*
032500     MOVE 0 TO W-VALORE-CAMPO-W.
032600     MOVE 0 TO W-STATUS-WORD-IMAGE.
032700     PERFORM LEGGI-MOVMAG-SER THRU EX-LEGGI-MOVMAG-SER
035300        GO TO EX-VAGLIA-MOVIMENTO.
035400     COMPUTE VALORE-RIGA-CC = COSTO-STD OF REC-MOVMAG
035500             * QTA-RIGA-CC.
      *VENSETT*
           IF DA-RIEPILOGO
              MOVE RICAVO-VS TO VALORE-RIGA-CC.
      *VENSETT*
035600     IF VALORE-RIGA-CC < 0
035700        COMPUTE VALORE-RIGA-CC = 0 - VALORE-RIGA-CC.
035800     MOVE 0 TO IX-RC.
037200        END-IF
037300     END-IF.
037400     IF IX-RC NOT = 0
      *VENSETT*
      *    dal riepilogo la riga vale i movimenti che somma
              IF DA-RIEPILOGO
                 ADD N-MOV-VS TO MOVIMENTI-RC (IX-RC)
              ELSE
                 ADD 1 TO MOVIMENTI-RC (IX-RC)
              END-IF
      *VENSETT*
037600        ADD VALORE-RIGA-CC TO VALORE-RC (IX-RC)
037700     END-IF.
037800 EX-VAGLIA-MOVIMENTO.
