00044A*     transito e' il numero che serve ai contabili a fine
00044B*     periodo.
00044C*
00044D*CONTOVEN*   15/10/26
00044E*     merce in conto vendita fornitore: i capi ancora del
00044F*     fornitore al cut-off (libro CVMOVIM, carichi meno
000450*     vendite) escono dalla quantita' valorizzata del C-MAT/
000451*     magazzino e vanno in una sezione propria al costo
000452*     concordato; il DELTA col vivo SITPF li somma di nuovo,
000453*     perche' la giacenza viva li comprende.
000454*
000455*LANDCOST*   15/10/26
000456*     costo di arrivo: ai carichi con bolla fornitore si somma
000457*     la maggiorazione unitaria MAGGIOR-LA che COSTIACC ha
000458*     ripartito su LANDCOST (nolo, dazio, sdoganamento) per
000459*     bolla/C-MAT/magazzino, cosi' ultimo costo e media
000460*     ponderata valgono il costo sbarcato e non il solo prezzo
000461*     d'ordine. Il metodo S resta sul costo standard.
000462*
000463*SVALUTA*   15/10/26
000464*     ogni riga C-MAT/magazzino valorizzata esce anche su
000465*     VALINVRG (quantita', costo unitario e valore al cut-off)
000466*     per il calcolo del fondo svalutazione di SVALMAG.
000467*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
001490        ORGANIZATION IS LINE SEQUENTIAL
001491        FILE STATUS IS CHECK-CD.
001492*TRANSVAL*
001493*CONTOVEN*
001494     SELECT OPTIONAL FILE-CONTOV ASSIGN TO "CVMOVIM"
001495        ORGANIZATION IS LINE SEQUENTIAL
001496        FILE STATUS IS CHECK-LC.
001497*CONTOVEN*
      *LANDCOST*
           SELECT OPTIONAL FILE-LANDCOST ASSIGN TO "LANDCOST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHECK-LA.
      *LANDCOST*
      *SVALUTA*
           SELECT OPTIONAL FILE-VALRIGA ASSIGN TO "VALINVRG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHECK-VR.
      *SVALUTA*
001500*
001600 DATA DIVISION.
001700 FILE SECTION.
001980 01 REC-CDEP.
001990    05 MAG-CD                PIC 9(3).
001991*TRANSVAL*
001992*CONTOVEN*
001993 FD FILE-CONTOV DATA RECORD REC-CONTOV.
001994 01 REC-CONTOV             COPY YCONTOV.
001995*CONTOVEN*
      *LANDCOST*
       FD FILE-LANDCOST DATA RECORD REC-LANDCOST.
       01 REC-LANDCOST           COPY YLANDCST.
      *LANDCOST*
      *SVALUTA*
       FD FILE-VALRIGA DATA RECORD REC-VALRIGA.
       01 REC-VALRIGA            COPY YVALRIGA.
      *SVALUTA*
002000*
002100 WORKING-STORAGE SECTION.
002200*
00849C 01 I-CD            PIC S9(4) COMP.
00849D 01 MAG-E-CDEP      PIC X.
00849E*TRANSVAL*
00849F*CONTOVEN*
0084A0 77 CHECK-LC        PIC XX.
0084A1    88 LC-APERTO    VALUES ARE "05", "00".
0084A2* merce in conto vendita al cut-off per C-MAT/magazzino
0084A3 01 TAB-CONTOV.
0084A4  05 RIGA-LC OCCURS 1000.
0084A5   10 C-MAT-LC         PIC 9(15).
0084A6   10 MAG-LC           PIC 9(3).
0084A7   10 QTA-LC           PIC S9(9) COMP.
0084A8   10 VAL-LC           PIC S9(15) COMP-3.
0084A9 01 N-RIGHE-LC      PIC S9(4) COMP.
0084AA 01 I-LC            PIC S9(4) COMP.
0084AB 01 IX-LC           PIC S9(4) COMP.
0084AC 01 QTA-ESCLUSA-LC  PIC S9(9) COMP.
0084AD 01 QTA-CONTOV      PIC S9(9) COMP.
0084AE 01 VAL-CONTOV      PIC S9(15) COMP-3.
0084AF*CONTOVEN*
      *LANDCOST*
       77 CHECK-LA        PIC XX.
          88 LA-APERTO    VALUES ARE "05", "00".
      * maggiorazioni unitarie di LANDCOST per bolla/C-MAT/magazzino
       01 TAB-LANDCOST.
        05 RIGA-LA OCCURS 3000.
         10 BOLLA-TLA        PIC 9(15).
         10 C-MAT-TLA        PIC 9(15).
         10 MAG-TLA          PIC 9(3).
         10 MAGGIOR-TLA      PIC S9(9) COMP.
       01 N-RIGHE-LA      PIC S9(4) COMP.
       01 I-LA            PIC S9(4) COMP.
       01 COSTO-CARICO    PIC S9(9) COMP.
      *LANDCOST*
      *SVALUTA*
       77 CHECK-VR        PIC XX.
          88 VR-APERTO    VALUES ARE "05", "00".
       01 DATA-CUTOFF-VL  PIC 9(6).
       01 T-TAB           PIC X VALUE X"9".
      *SVALUTA*
008500*
008600 01 I-TG            PIC S9(4) COMP.
008700*
013700        GO TO FINE.
013800     PERFORM CARICA-METODO-COSTO THRU EX-CARICA-METODO-COSTO.
013900     DISPLAY "Metodo di costo: " METODO-COSTO.
      *LANDCOST*
           PERFORM CARICA-LANDCOST THRU EX-CARICA-LANDCOST.
      *LANDCOST*
014000     MOVE 0 TO N-RIGHE-VL VAL-PIENA-VL
014100               N-CLASSI-VAL N-MAG-VAL
014200               VAL-TOTALE VAL-GIAC-VIVO.
014700     IF N-RIGHE-VL = 0
014800        DISPLAY "Nessun movimento entro il cut-off"
014900        GO TO FINE.
014901*CONTOVEN*
014902     PERFORM CARICA-CONTO-VENDITA THRU EX-CARICA-CONTO-VENDITA.
014903     MOVE 0 TO QTA-CONTOV VAL-CONTOV.
014904     PERFORM ESCLUDI-CONTO-VENDITA
014905        THRU EX-ESCLUDI-CONTO-VENDITA
014906        VARYING I-LC FROM 1 BY 1 UNTIL I-LC > N-RIGHE-LC.
014907*CONTOVEN*
      *SVALUTA*
           MOVE DATA-CUTOFF-IN (5:2) TO DATA-CUTOFF-VL (1:2).
           MOVE DATA-CUTOFF-IN (3:2) TO DATA-CUTOFF-VL (3:2).
           MOVE DATA-CUTOFF-IN (1:2) TO DATA-CUTOFF-VL (5:2).
           OPEN OUTPUT FILE-VALRIGA.
      *SVALUTA*
015000     PERFORM VALORIZZA-AGGREGATO THRU EX-VALORIZZA-AGGREGATO
015100        VARYING I-VL FROM 1 BY 1 UNTIL I-VL > N-RIGHE-VL.
      *SVALUTA*
           IF VR-APERTO
              CLOSE FILE-VALRIGA.
      *SVALUTA*
015110*TRANSVAL*
015120     PERFORM VALORIZZA-TRANSITO THRU EX-VALORIZZA-TRANSITO.
015130     PERFORM CARICA-CDEP-MAGS THRU EX-CARICA-CDEP-MAGS.
023800     IF RIF-BOLLA-FORN OF REC-MOVMAG > 0
023900        AND QUANTITA OF REC-MOVMAG > 0
024000        AND COSTO-STD OF REC-MOVMAG > 0
      *LANDCOST*
              MOVE COSTO-STD OF REC-MOVMAG TO COSTO-CARICO
              PERFORM CERCA-MAGGIORAZIONE THRU EX-CERCA-MAGGIORAZIONE
                 VARYING I-LA FROM 1 BY 1 UNTIL I-LA > N-RIGHE-LA
      *LANDCOST*
024100        IF SETTIMANA OF REC-MOVMAG
024200                NOT < ULT-SETT-VL (IX-TROVATO-VL)
024300           MOVE SETTIMANA OF REC-MOVMAG
024400                TO ULT-SETT-VL (IX-TROVATO-VL)
024500           MOVE COSTO-CARICO
024600                TO ULT-COSTO-VL (IX-TROVATO-VL)
024700        END-IF
024800        COMPUTE SOMMA-CQ-VL (IX-TROVATO-VL) =
024900                SOMMA-CQ-VL (IX-TROVATO-VL)
025000              + COSTO-CARICO
025100              * QUANTITA OF REC-MOVMAG
025200        ADD QUANTITA OF REC-MOVMAG
025300            TO SOMMA-Q-VL (IX-TROVATO-VL)
025400     END-IF.
025500 EX-ACCUMULA-MOVIMENTO.
025600     EXIT.
      *LANDCOST*
      *
       CERCA-MAGGIORAZIONE.
           IF BOLLA-TLA (I-LA) = RIF-BOLLA-FORN OF REC-MOVMAG
              AND C-MAT-TLA (I-LA) = C-MAT OF REC-MOVMAG
              AND MAG-TLA (I-LA) = MAGAZZINO OF REC-MOVMAG
              COMPUTE COSTO-CARICO = COSTO-STD OF REC-MOVMAG
                                   + MAGGIOR-TLA (I-LA)
           END-IF.
       EX-CERCA-MAGGIORAZIONE.
           EXIT.
      *
      *     LANDCOST di COSTIACC: una riga per bolla/C-MAT/magazzino
      *     ripartito; file assente = nessuna maggiorazione
       CARICA-LANDCOST.
           MOVE 0 TO N-RIGHE-LA.
           OPEN INPUT FILE-LANDCOST.
           IF NOT LA-APERTO
              GO TO EX-CARICA-LANDCOST.
           MOVE 0 TO OK-FINE-TV.
           PERFORM LEGGI-RIGA-LANDCOST THRU EX-LEGGI-RIGA-LANDCOST
              UNTIL LETTO-FINE-TV.
           CLOSE FILE-LANDCOST.
       EX-CARICA-LANDCOST.
           EXIT.
      *
       LEGGI-RIGA-LANDCOST.
           READ FILE-LANDCOST
              AT END
                 MOVE 1 TO OK-FINE-TV
                 GO TO EX-LEGGI-RIGA-LANDCOST
           END-READ.
           IF N-RIGHE-LA NOT < 3000
              DISPLAY "VALINVEN   TAB-LANDCOST da allargare"
              GO TO EX-LEGGI-RIGA-LANDCOST.
           ADD 1 TO N-RIGHE-LA.
           MOVE RIF-BOLLA-LA TO BOLLA-TLA (N-RIGHE-LA).
           MOVE C-MAT-LA TO C-MAT-TLA (N-RIGHE-LA).
           MOVE MAG-LA TO MAG-TLA (N-RIGHE-LA).
           MOVE MAGGIOR-LA TO MAGGIOR-TLA (N-RIGHE-LA).
       EX-LEGGI-RIGA-LANDCOST.
           EXIT.
      *LANDCOST*
025700*
025710*
025690*     semina della lista di lavoro da SITPF: ogni situazione
028700     COMPUTE VALORE-RIGA-COM =
028800             COSTO-UNIT-COM * QTA-VL (I-VL).
028900     ADD VALORE-RIGA-COM TO VAL-TOTALE.
      *SVALUTA*
           IF VR-APERTO
              MOVE T-TAB TO TG-VR-1 TG-VR-2 TG-VR-3 TG-VR-4 TG-VR-5
                            TG-VR-6
              MOVE DATA-CUTOFF-VL TO DATA-CUTOFF-VR
              MOVE C-MAT-VL (I-VL) TO C-MAT-VR
              MOVE MAG-VL (I-VL) TO MAG-VR
              MOVE METODO-COSTO TO METODO-VR
              MOVE QTA-VL (I-VL) TO QTA-VR
              MOVE COSTO-UNIT-COM TO COSTO-VR
              MOVE VALORE-RIGA-COM TO VALORE-VR
              WRITE REC-VALRIGA
           END-IF.
      *SVALUTA*
029000     PERFORM ACCUMULA-TOTALI-VAL THRU EX-ACCUMULA-TOTALI-VAL.
029100     PERFORM LEGGI-VAL-GIAC-VIVO THRU EX-LEGGI-VAL-GIAC-VIVO.
029200 EX-VALORIZZA-AGGREGATO.
0394D1     EXIT.
0394D2*TRANSVAL*
0394D3*
      *CONTOVEN*
      *     libro CVMOVIM fino alla settimana del cut-off: capi del
      *     fornitore (carichi meno vendite) e loro valore al costo
      *     concordato per C-MAT/magazzino
       CARICA-CONTO-VENDITA.
           MOVE 0 TO N-RIGHE-LC.
           OPEN INPUT FILE-CONTOV.
           IF NOT LC-APERTO
              GO TO EX-CARICA-CONTO-VENDITA.
           MOVE 0 TO OK-FINE-TV.
           PERFORM LEGGI-RIGA-CONTOV THRU EX-LEGGI-RIGA-CONTOV
              UNTIL LETTO-FINE-TV.
           CLOSE FILE-CONTOV.
       EX-CARICA-CONTO-VENDITA.
           EXIT.
      *
       LEGGI-RIGA-CONTOV.
           READ FILE-CONTOV
              AT END
                 MOVE 1 TO OK-FINE-TV
                 GO TO EX-LEGGI-RIGA-CONTOV
           END-READ.
           IF SETTIMANA-LV > SETT-CUTOFF
              GO TO EX-LEGGI-RIGA-CONTOV.
           MOVE 0 TO IX-LC.
           PERFORM CERCA-RIGA-LC THRU EX-CERCA-RIGA-LC
              VARYING I-LC FROM 1 BY 1 UNTIL I-LC > N-RIGHE-LC.
           IF IX-LC = 0
              IF N-RIGHE-LC NOT < 1000
                 DISPLAY "VALINVEN   TAB-CONTOV da allargare"
                 GO TO EX-LEGGI-RIGA-CONTOV
              END-IF
              ADD 1 TO N-RIGHE-LC
              MOVE N-RIGHE-LC TO IX-LC
              MOVE C-MAT-LV TO C-MAT-LC (IX-LC)
              MOVE MAGAZZINO-LV TO MAG-LC (IX-LC)
              MOVE 0 TO QTA-LC (IX-LC) VAL-LC (IX-LC)
           END-IF.
           IF CARICO-LV
              ADD QTA-LV TO QTA-LC (IX-LC)
              COMPUTE VAL-LC (IX-LC) = VAL-LC (IX-LC)
                                     + QTA-LV * COSTO-LV
           ELSE
              SUBTRACT QTA-LV FROM QTA-LC (IX-LC)
              COMPUTE VAL-LC (IX-LC) = VAL-LC (IX-LC)
                                     - QTA-LV * COSTO-LV
           END-IF.
       EX-LEGGI-RIGA-CONTOV.
           EXIT.
      *
       CERCA-RIGA-LC.
           IF C-MAT-LC (I-LC) = C-MAT-LV
              AND MAG-LC (I-LC) = MAGAZZINO-LV
              MOVE I-LC TO IX-LC
           END-IF.
       EX-CERCA-RIGA-LC.
           EXIT.
      *
      *     i capi del fornitore escono dall'aggregato (al piu'
      *     quanto ne ha il C-MAT/magazzino), valore in proporzione
       ESCLUDI-CONTO-VENDITA.
           IF QTA-LC (I-LC) NOT > 0
              GO TO EX-ESCLUDI-CONTO-VENDITA.
           MOVE 0 TO IX-TROVATO-VL.
           PERFORM CERCA-VL-CONTOV THRU EX-CERCA-VL-CONTOV
              VARYING I-VL FROM 1 BY 1 UNTIL I-VL > N-RIGHE-VL.
           IF IX-TROVATO-VL = 0
              GO TO EX-ESCLUDI-CONTO-VENDITA.
           MOVE QTA-LC (I-LC) TO QTA-ESCLUSA-LC.
           IF QTA-ESCLUSA-LC > QTA-VL (IX-TROVATO-VL)
              MOVE QTA-VL (IX-TROVATO-VL) TO QTA-ESCLUSA-LC.
           IF QTA-ESCLUSA-LC NOT > 0
              GO TO EX-ESCLUDI-CONTO-VENDITA.
           SUBTRACT QTA-ESCLUSA-LC FROM QTA-VL (IX-TROVATO-VL).
           ADD QTA-ESCLUSA-LC TO QTA-CONTOV.
           COMPUTE VAL-CONTOV ROUNDED = VAL-CONTOV
                   + VAL-LC (I-LC) * QTA-ESCLUSA-LC / QTA-LC (I-LC).
       EX-ESCLUDI-CONTO-VENDITA.
           EXIT.
      *
       CERCA-VL-CONTOV.
           IF C-MAT-VL (I-VL) = C-MAT-LC (I-LC)
              AND MAG-VL (I-VL) = MAG-LC (I-LC)
              MOVE I-VL TO IX-TROVATO-VL
           END-IF.
       EX-CERCA-VL-CONTOV.
           EXIT.
      *CONTOVEN*
      *
039500 STAMPA-VALORIZZAZIONE.
039600     MOVE  136  TO LL-RIGA.
039700     MOVE 9999 TO N-MAX-RIGHE.
043200     COMPUTE VAL-VL-ST = VAL-GIAC-VIVO / 100.
043300     PERFORM SCRIVI THRU EX-SCRIVI.
043400     COMPUTE DELTA-VIVO = VAL-TOTALE - VAL-GIAC-VIVO.
043410*CONTOVEN*
043420     ADD VAL-CONTOV TO DELTA-VIVO.
043430*CONTOVEN*
043500     MOVE SPACES TO DATI-RIGA.
043600     MOVE "DELTA" TO CHIAVE-VL-ST.
043700     COMPUTE VAL-VL-ST = DELTA-VIVO / 100.
           MOVE 2 TO N-RIGA-STAMPA.
           PERFORM SCRIVI THRU EX-SCRIVI.
      *TRANSVAL*
      *CONTOVEN*
           MOVE " --- MERCE IN CONTO VENDITA FORNITORI (esclusa) ---"
             TO DATI-RIGA.
           MOVE 2 TO N-RIGA-STAMPA.
           PERFORM SCRIVI THRU EX-SCRIVI.
           MOVE SPACES TO DATI-RIGA.
           MOVE "C/VENDITA" TO CHIAVE-VL-ST.
           MOVE QTA-CONTOV TO QTA-VL-ST.
           COMPUTE VAL-VL-ST = VAL-CONTOV / 100.
           PERFORM SCRIVI THRU EX-SCRIVI.
      *CONTOVEN*
043900     CALL "QCLPPR" USING PAR-PRINT
044000                          RIGA BUFFER.
044100 EX-STAMPA-VALORIZZAZIONE.
