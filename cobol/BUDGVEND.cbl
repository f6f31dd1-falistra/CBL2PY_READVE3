000440*     QCLPPR: ufficio acquisti e magazzino leggono gli stessi
000450*     numeri.
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
001500     SELECT OPTIONAL FILE-LOAD ASSIGN TO "BUDGLOAD"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-BL.
      *VENSETT*
           SELECT OPTIONAL FILE-VENSETT ASSIGN TO "VENSETTF"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHECK-VS.
      *VENSETT*
001800*
001900 DATA DIVISION.
002000 FILE SECTION.
003200*
003300 FD FILE-LOAD DATA RECORD REC-LOAD.
003400 01 REC-LOAD               PIC X(40).
      *VENSETT*
       FD FILE-VENSETT DATA RECORD REC-VENSETT.
       01 REC-VENSETT           COPY YVENSETT.
      *VENSETT*
003500*
003600 WORKING-STORAGE SECTION.
003700*
004700    88 BG-APERTO    VALUES ARE "05", "00".
004800 77 CHECK-BL        PIC XX.
004900    88 BL-APERTO    VALUES ARE "05", "00".
      *VENSETT*
       77 CHECK-VS        PIC XX.
          88 VS-PRESENTE  VALUE "00".
       01 FINE-VENSETT    PIC X.
       01 FONTE-MOV       PIC X VALUE "M".
          88 DA-RIEPILOGO VALUE "R".
      *VENSETT*
005000*
005100 01 OK-FINE-FILE    PIC S9(4) COMP.
005200    88 LETTO-FINE-FILE VALUE 1.
028200     EXIT.
028300*
028400*
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
              DISPLAY "BUDGVEND   riepilogo VENSETTF assente: "
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
           PERFORM VAGLIA-VENDITA THRU EX-VAGLIA-VENDITA.
       EX-LEGGI-RIEPILOGO.
           EXIT.
      *
       RIEPILOGO-IN-MOVMAG.
                    COPY PVENSMOV.
      *VENSETT*
028500 SCANSIONA-MOVMAG.
      *VENSETT*
           PERFORM SCANSIONA-RIEPILOGO THRU EX-SCANSIONA-RIEPILOGO.
           IF DA-RIEPILOGO
              GO TO EX-SCANSIONA-MOVMAG.
      *VENSETT*
028600     MOVE 0 TO W-VALORE-CAMPO-W.
028700     MOVE 0 TO W-STATUS-WORD-IMAGE.
028800     PERFORM LEGGI-MOVMAG-SER THRU EX-LEGGI-MOVMAG-SER
031200*    convenzione *VACO*: il prezzo di vendita in COSTO-STD
031300     COMPUTE VALORE-RIGA-BV = COSTO-STD OF REC-MOVMAG
031400             * QTA-RIGA-BV.
      *VENSETT*
           IF DA-RIEPILOGO
              MOVE RICAVO-VS TO VALORE-RIGA-BV.
      *VENSETT*
031500     MOVE C-MAT OF REC-MOVMAG TO C-MAT-TRANS-RID.
031600     MOVE CLASSE OF C-MAT-TRANSITO TO CLASSE-CERCA.
031700     MOVE MAGAZZINO OF REC-MOVMAG TO MAG-CERCA.
