000448*     contrattato (VAL-REC "C" dal giro CONTRPRZ di CERCAPRZ)
000449*     escono in una sezione propria, sul tabulato e sul CSV.
000450*
000451*LANDCOST*   15/10/26
000452*     costo di arrivo: con METODOCST "U" o "M" al costo della
000453*     riga venduta si somma la maggiorazione unitaria degli
000454*     oneri accessori ripartiti da COSTIACC su LANDCOST (per
000455*     "U" quella dell'ultimo ricevimento del C-MAT, per "M" la
000456*     media ponderata sulle quantita' ricevute); con "S" o
000457*     senza LANDCOST il costo resta quello della riga.
000458*
000459*VENSETT*    15/10/26
00045A*     i movimenti si leggono dal riepilogo settimanale
00045B*     VENSETTF di VENSETT quando c'e' (riga ripresentata come
00045C*     movimento MOVMAG, valori dalle somme del riepilogo);
00045D*     senza riepilogo si torna alla scansione seriale di
00045E*     MOVMAG.
00045F*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
001200     SELECT OPTIONAL FILE-CSV ASSIGN TO "MARGCSV"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-CSV.
      *LANDCOST*
           SELECT OPTIONAL FILE-CSTMET ASSIGN TO "METODOCST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHECK-CM.
           SELECT OPTIONAL FILE-LANDCOST ASSIGN TO "LANDCOST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHECK-LA.
      *LANDCOST*
      *VENSETT*
           SELECT OPTIONAL FILE-VENSETT ASSIGN TO "VENSETTF"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHECK-VS.
      *VENSETT*
001500*
001600 DATA DIVISION.
001700 FILE SECTION.
003000    05 MARGINE-CSV           PIC -(9)9,99.
003100    05 T-CSV-6               PIC X.
003200    05 QTA-CIECA-CSV         PIC Z(8)9.
      *LANDCOST*
       FD FILE-CSTMET DATA RECORD REC-CSTMET.
       01 REC-CSTMET             COPY YCSTMET.
       FD FILE-LANDCOST DATA RECORD REC-LANDCOST.
       01 REC-LANDCOST           COPY YLANDCST.
      *LANDCOST*
      *VENSETT*
       FD FILE-VENSETT DATA RECORD REC-VENSETT.
       01 REC-VENSETT           COPY YVENSETT.
      *VENSETT*
003300*
003400 WORKING-STORAGE SECTION.
003500*
004300*
004400 77 CHECK-CSV       PIC XX.
004500    88 CSV-APERTO   VALUES ARE "05", "00".
      *VENSETT*
       77 CHECK-VS        PIC XX.
          88 VS-PRESENTE  VALUE "00".
       01 FINE-VENSETT    PIC X.
       01 FONTE-MOV       PIC X VALUE "M".
          88 DA-RIEPILOGO VALUE "R".
      *VENSETT*
004600*
004700 01 T-TAB           PIC X VALUE X"9".
004800*
008890   10 QTA-CIECA-ZM     PIC S9(9) COMP.
008891 01 IX-ZM           PIC S9(4) COMP.
008892*CONTRPRZ*
      *LANDCOST*
       77 CHECK-CM        PIC XX.
          88 CM-APERTO    VALUES ARE "05", "00".
       77 CHECK-LA        PIC XX.
          88 LA-APERTO    VALUES ARE "05", "00".
       01 OK-FINE-LA      PIC S9(4) COMP.
          88 LETTO-FINE-LA VALUE 1.
       01 METODO-COSTO    PIC X VALUE "S".
          88 METODO-STANDARD       VALUE "S".
          88 METODO-ULTIMO-COSTO   VALUE "U".
          88 METODO-MEDIA          VALUE "M".
      * oneri di arrivo di LANDCOST riassunti per C-MAT
       01 TAB-LANDCOST.
        05 RIGA-LA OCCURS 2000.
         10 C-MAT-TLA        PIC 9(15).
         10 ULT-SETT-TLA     PIC S9(4) COMP.
         10 ULT-MAGG-TLA     PIC S9(9) COMP.
         10 SOMMA-ONERI-TLA  PIC S9(13) COMP-3.
         10 SOMMA-QTA-TLA    PIC S9(9) COMP.
       01 N-RIGHE-LA      PIC S9(4) COMP.
       01 I-LA            PIC S9(4) COMP.
       01 IX-LA           PIC S9(4) COMP.
       01 MAGGIOR-UNIT    PIC S9(9) COMP.
       01 C-MAT-CERCA-LA  PIC 9(15).
      *LANDCOST*
008900*
009000 01 I-MG            PIC S9(4) COMP.
009100 01 IX-TROVATO-MG   PIC S9(4) COMP.
015620     PERFORM AZZERA-ORIGINE THRU EX-AZZERA-ORIGINE
015630        VARYING IX-ZM FROM 1 BY 1 UNTIL IX-ZM > 2.
015640*CONTRPRZ*
      *LANDCOST*
           PERFORM CARICA-METODO-COSTO THRU EX-CARICA-METODO-COSTO.
           MOVE 0 TO N-RIGHE-LA.
           IF NOT METODO-STANDARD
              PERFORM CARICA-LANDCOST THRU EX-CARICA-LANDCOST.
      *LANDCOST*
015700     PERFORM SCANSIONA-MOVMAG THRU EX-SCANSIONA-MOVMAG.
015800     IF VENDITE-PRESE = 0
015900        DISPLAY "Nessuna vendita nell'intervallo"
019300     EXIT.
019400*
019500*
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
              DISPLAY "RAPMARG    riepilogo VENSETTF assente: "
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
019600 SCANSIONA-MOVMAG.
      *VENSETT*
           PERFORM SCANSIONA-RIEPILOGO THRU EX-SCANSIONA-RIEPILOGO.
           IF DA-RIEPILOGO
              GO TO EX-SCANSIONA-MOVMAG.
      *VENSETT*
019700     MOVE 0 TO W-VALORE-CAMPO-W.
019800     MOVE 0 TO W-STATUS-WORD-IMAGE.
019900     PERFORM LEGGI-MOVMAG-SER THRU EX-LEGGI-MOVMAG-SER
022730*    prezzo di vendita
022800     COMPUTE RICAVO-RIGA = COSTO-STD OF REC-MOVMAG * QTA-RIGA.
022900     COMPUTE COSTO-RIGA = PREZZO OF REC-MOVMAG * QTA-RIGA.
      *VENSETT*
           IF DA-RIEPILOGO
              MOVE RICAVO-VS TO RICAVO-RIGA
              MOVE COSTO-VS TO COSTO-RIGA.
      *VENSETT*
      *LANDCOST*
           IF N-RIGHE-LA > 0 AND PREZZO OF REC-MOVMAG > 0
              PERFORM MAGGIORAZIONE-ARRIVO
                 THRU EX-MAGGIORAZIONE-ARRIVO
              COMPUTE COSTO-RIGA = COSTO-RIGA
                                 + MAGGIOR-UNIT * QTA-RIGA
           END-IF.
      *LANDCOST*
023000     MOVE C-MAT OF REC-MOVMAG TO C-MAT-TRANS-RID.
023100     PERFORM ACCUMULA-CLASSE THRU EX-ACCUMULA-CLASSE.
023200     PERFORM ACCUMULA-CONTO THRU EX-ACCUMULA-CONTO.
023330*CONTRPRZ*
023400 EX-VAGLIA-MOVIMENTO.
023500     EXIT.
      *LANDCOST*
      *
      *     maggiorazione del C-MAT venduto: ultimo ricevimento per
      *     "U", media ponderata degli oneri sulle quantita' per "M"
       MAGGIORAZIONE-ARRIVO.
           MOVE 0 TO MAGGIOR-UNIT.
           MOVE C-MAT OF REC-MOVMAG TO C-MAT-CERCA-LA.
           PERFORM TROVA-C-MAT-LA THRU EX-TROVA-C-MAT-LA.
           IF IX-LA = 0
              GO TO EX-MAGGIORAZIONE-ARRIVO.
           IF METODO-ULTIMO-COSTO
              MOVE ULT-MAGG-TLA (IX-LA) TO MAGGIOR-UNIT
           ELSE
              IF SOMMA-QTA-TLA (IX-LA) > 0
                 COMPUTE MAGGIOR-UNIT ROUNDED =
                         SOMMA-ONERI-TLA (IX-LA)
                       / SOMMA-QTA-TLA (IX-LA)
              END-IF
           END-IF.
       EX-MAGGIORAZIONE-ARRIVO.
           EXIT.
      *
       TROVA-C-MAT-LA.
           MOVE 0 TO IX-LA.
           PERFORM CONFRONTA-C-MAT-LA THRU EX-CONFRONTA-C-MAT-LA
              VARYING I-LA FROM 1 BY 1 UNTIL I-LA > N-RIGHE-LA.
       EX-TROVA-C-MAT-LA.
           EXIT.
      *
       CONFRONTA-C-MAT-LA.
           IF C-MAT-TLA (I-LA) = C-MAT-CERCA-LA
              MOVE I-LA TO IX-LA.
       EX-CONFRONTA-C-MAT-LA.
           EXIT.
      *
      *     stesso file parametro METODOCST di VALINVEN e READVE3:
      *     assente = "S"
       CARICA-METODO-COSTO.
           OPEN INPUT FILE-CSTMET.
           IF CM-APERTO
              READ FILE-CSTMET
                 AT END
                    CONTINUE
                 NOT AT END
                    IF COD-METODO-COSTO-UP = "S" OR = "U" OR = "M"
                       MOVE COD-METODO-COSTO-UP TO METODO-COSTO
                    END-IF
              END-READ
              CLOSE FILE-CSTMET
           END-IF.
       EX-CARICA-METODO-COSTO.
           EXIT.
      *
       CARICA-LANDCOST.
           OPEN INPUT FILE-LANDCOST.
           IF NOT LA-APERTO
              GO TO EX-CARICA-LANDCOST.
           MOVE 0 TO OK-FINE-LA.
           PERFORM LEGGI-RIGA-LANDCOST THRU EX-LEGGI-RIGA-LANDCOST
              UNTIL LETTO-FINE-LA.
           CLOSE FILE-LANDCOST.
       EX-CARICA-LANDCOST.
           EXIT.
      *
       LEGGI-RIGA-LANDCOST.
           READ FILE-LANDCOST
              AT END
                 MOVE 1 TO OK-FINE-LA
                 GO TO EX-LEGGI-RIGA-LANDCOST
           END-READ.
           MOVE C-MAT-LA TO C-MAT-CERCA-LA.
           PERFORM TROVA-C-MAT-LA THRU EX-TROVA-C-MAT-LA.
           IF IX-LA = 0
              IF N-RIGHE-LA NOT < 2000
                 DISPLAY "RAPMARG    TAB-LANDCOST da allargare"
                 GO TO EX-LEGGI-RIGA-LANDCOST
              END-IF
              ADD 1 TO N-RIGHE-LA
              MOVE N-RIGHE-LA TO IX-LA
              MOVE C-MAT-LA TO C-MAT-TLA (IX-LA)
              MOVE 0 TO ULT-SETT-TLA (IX-LA) ULT-MAGG-TLA (IX-LA)
                        SOMMA-ONERI-TLA (IX-LA) SOMMA-QTA-TLA (IX-LA)
           END-IF.
           IF SETTIMANA-LA NOT < ULT-SETT-TLA (IX-LA)
              MOVE SETTIMANA-LA TO ULT-SETT-TLA (IX-LA)
              MOVE MAGGIOR-LA TO ULT-MAGG-TLA (IX-LA)
           END-IF.
           ADD ONERI-LA TO SOMMA-ONERI-TLA (IX-LA).
           ADD QTA-LA TO SOMMA-QTA-TLA (IX-LA).
       EX-LEGGI-RIGA-LANDCOST.
           EXIT.
      *LANDCOST*
023600*
023700 ACCUMULA-CLASSE.
023800     MOVE 0 TO IX-TROVATO-MG.
