000440*     rivede e lancia con READTR3, nella stessa coda di
000450*     PROPTRAV. FUNZIONE "L": lista soglie a video.
000460*
000461*VENSETT*    15/10/26
000462*     i movimenti si leggono dal riepilogo settimanale
000463*     VENSETTF di VENSETT quando c'e' (riga ripresentata come
000464*     movimento MOVMAG, valori dalle somme del riepilogo);
000465*     senza riepilogo si torna alla scansione seriale di
000466*     MOVMAG.
000467*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
001500     SELECT OPTIONAL FILE-PROP ASSIGN TO "PROPTRAS"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-PR.
      *VENSETT*
           SELECT OPTIONAL FILE-VENSETT ASSIGN TO "VENSETTF"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHECK-VS.
      *VENSETT*
001800*
001900 DATA DIVISION.
002000 FILE SECTION.
003200*
003300 FD FILE-PROP DATA RECORD REC-PROP.
003400 01 REC-PROP               COPY YPROPTRAS.
      *VENSETT*
       FD FILE-VENSETT DATA RECORD REC-VENSETT.
       01 REC-VENSETT           COPY YVENSETT.
      *VENSETT*
003500*
003600 WORKING-STORAGE SECTION.
003700*
004600    88 MM-APERTO    VALUES ARE "05", "00".
004700 77 CHECK-PR        PIC XX.
004800    88 PR-APERTO    VALUES ARE "05", "00".
      *VENSETT*
       77 CHECK-VS        PIC XX.
          88 VS-PRESENTE  VALUE "00".
       01 FINE-VENSETT    PIC X.
       01 FONTE-MOV       PIC X VALUE "M".
          88 DA-RIEPILOGO VALUE "R".
      *VENSETT*
004900*
005000 01 OK-FINE-MM      PIC S9(4) COMP.
005100    88 LETTO-FINE-MM VALUE 1.
018600 EX-CALCOLA-SETTIMANE.
018700     EXIT.
018800*
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
              DISPLAY "MINMAX     riepilogo VENSETTF assente: "
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
018900 SCANSIONA-MOVMAG.
      *VENSETT*
           PERFORM SCANSIONA-RIEPILOGO THRU EX-SCANSIONA-RIEPILOGO.
           IF DA-RIEPILOGO
              GO TO EX-SCANSIONA-MOVMAG.
      *VENSETT*
019000     MOVE 0 TO W-VALORE-CAMPO-W.
019100     MOVE 0 TO W-STATUS-WORD-IMAGE.
019200     PERFORM LEGGI-MOVMAG-SER THRU EX-LEGGI-MOVMAG-SER
