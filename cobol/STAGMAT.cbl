000440*     che guida gli acquisti della stagione dopo; stesso
000450*     quadro anche per taglia. Tabulato QOLPPR/QWLPPR/QCLPPR.
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
001200     SELECT OPTIONAL FILE-STAG ASSIGN TO "STAGMATF"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-SG.
      *VENSETT*
           SELECT OPTIONAL FILE-VENSETT ASSIGN TO "VENSETTF"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHECK-VS.
      *VENSETT*
001500*
001600 DATA DIVISION.
001700 FILE SECTION.
002000    05 C-MAT-SF              PIC 9(15).
002100    05 TG-SF-1               PIC X.
002200    05 COD-STAG-SF           PIC X(6).
      *VENSETT*
       FD FILE-VENSETT DATA RECORD REC-VENSETT.
       01 REC-VENSETT           COPY YVENSETT.
      *VENSETT*
002300*
002400 WORKING-STORAGE SECTION.
002500*
003400*
003500 77 CHECK-SG        PIC XX.
003600    88 SG-APERTO    VALUES ARE "05", "00".
      *VENSETT*
       77 CHECK-VS        PIC XX.
          88 VS-PRESENTE  VALUE "00".
       01 FINE-VENSETT    PIC X.
       01 FONTE-MOV       PIC X VALUE "M".
          88 DA-RIEPILOGO VALUE "R".
      *VENSETT*
003700*
003800 01 OK-FINE-SG      PIC S9(4) COMP.
003900    88 LETTO-FINE-SG VALUE 1.
031800 EX-AZZERA-TAGLIE-ST.
031900     EXIT.
032000*
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
              DISPLAY "STAGMAT    riepilogo VENSETTF assente: "
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
           PERFORM VAGLIA-MOV-STAG THRU EX-VAGLIA-MOV-STAG.
       EX-LEGGI-RIEPILOGO.
           EXIT.
      *
       RIEPILOGO-IN-MOVMAG.
                    COPY PVENSMOV.
      *VENSETT*
032100 SCANSIONA-MOVMAG.
      *VENSETT*
           PERFORM SCANSIONA-RIEPILOGO THRU EX-SCANSIONA-RIEPILOGO.
           IF DA-RIEPILOGO
              GO TO EX-SCANSIONA-MOVMAG.
      *VENSETT*
032200     MOVE 0 TO W-VALORE-CAMPO-W.
032300     MOVE 0 TO W-STATUS-WORD-IMAGE.
032400     PERFORM LEGGI-MOVMAG-SER THRU EX-LEGGI-MOVMAG-SER
