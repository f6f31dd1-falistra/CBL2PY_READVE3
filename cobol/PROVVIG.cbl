000470*     riepilogo per l'amministrazione. Il foglio elettronico
000480*     delle provvigioni va in pensione.
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
001200     SELECT OPTIONAL FILE-RATE ASSIGN TO "PROVRATE"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-RT.
      *VENSETT*
           SELECT OPTIONAL FILE-VENSETT ASSIGN TO "VENSETTF"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHECK-VS.
      *VENSETT*
001500*
001600 DATA DIVISION.
001700 FILE SECTION.
002500    05 TG-RT-3               PIC X.
002600*   aliquota in centesimi di punto (250 = 2,50%)
002700    05 ALIQUOTA-RT           PIC 9(4).
      *VENSETT*
       FD FILE-VENSETT DATA RECORD REC-VENSETT.
       01 REC-VENSETT           COPY YVENSETT.
      *VENSETT*
002800*
002900 WORKING-STORAGE SECTION.
003000*
003800*
003900 77 CHECK-RT        PIC XX.
004000    88 RT-APERTO    VALUES ARE "05", "00".
      *VENSETT*
       77 CHECK-VS        PIC XX.
          88 VS-PRESENTE  VALUE "00".
       01 FINE-VENSETT    PIC X.
       01 FONTE-MOV       PIC X VALUE "M".
          88 DA-RIEPILOGO VALUE "R".
      *VENSETT*
004100*
004200 01 OK-FINE-RT      PIC S9(4) COMP.
004300    88 LETTO-FINE-RT VALUE 1.
024500     EXIT.
024600*
024700*
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
              DISPLAY "PROVVIG    riepilogo VENSETTF assente: "
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
024800 SCANSIONA-MOVMAG.
      *VENSETT*
           PERFORM SCANSIONA-RIEPILOGO THRU EX-SCANSIONA-RIEPILOGO.
           IF DA-RIEPILOGO
              GO TO EX-SCANSIONA-MOVMAG.
      *VENSETT*
024900     MOVE 0 TO W-VALORE-CAMPO-W.
025000     MOVE 0 TO W-STATUS-WORD-IMAGE.
025100     PERFORM LEGGI-MOVMAG-SER THRU EX-LEGGI-MOVMAG-SER
028200*    porta il prezzo di vendita
028300     COMPUTE VALORE-RIGA-PV = COSTO-STD OF REC-MOVMAG
028400             * QTA-RIGA-PV.
      *VENSETT*
           IF DA-RIEPILOGO
              MOVE RICAVO-VS TO VALORE-RIGA-PV.
      *VENSETT*
028500     PERFORM ACCUMULA-VENDITA THRU EX-ACCUMULA-VENDITA.
028600     PERFORM ACCUMULA-CLASSE THRU EX-ACCUMULA-CLASSE.
028700 EX-VAGLIA-MOVIMENTO.
035000*    sul RESC il prezzo reso sta in COSTO-STD (RESOCLI)
035100     COMPUTE VALORE-RIGA-PV = COSTO-STD OF REC-MOVMAG
035200             * QTA-RIGA-PV.
      *VENSETT*
      *    il reso e' un carico: sul riepilogo il ricavo e' negativo
           IF DA-RIEPILOGO
              COMPUTE VALORE-RIGA-PV = 0 - RICAVO-VS.
      *VENSETT*
035300     MOVE 0 TO IX-RP.
035400     PERFORM CERCA-RESO-PV THRU EX-CERCA-RESO-PV
035500        VARYING I-RP FROM 1 BY 1 UNTIL I-RP > N-RESI-PV.
