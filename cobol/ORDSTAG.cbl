000450*     aperto. Gli ordini della stagione escono dai fogli
000460*     elettronici e il primo negozio che scansiona smette di
000470*     vincere la merce degli altri.
000471*CALEND*   15/10/26
000472*     finestra di consegna sul calendario aziendale: la data
000473*     di inizio passa al primo giorno lavorativo del magazzino
000474*     (QDATAS funz.8) e la finestra senza giorni lavorativi e'
000475*     rifiutata; a video i giorni lavorativi della finestra.
000476*CONFORD*  15/10/26
000477*     FUNZIONE "O": conferma d'ordine numerata al cliente per
000478*     le righe inserite in un giorno (CONFORD), con revisione
000479*     delle differenze se l'ordine cambia.
000480*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
010200*
010300 01 TOT-ORDINATO    PIC S9(8) COMP.
010400 01 TOT-ASSEGNATO   PIC S9(8) COMP.
      *CALEND*
       01 PARGEN           COPY QPARGEN.
       01 PARQDATA         COPY QPARDATS.
      *
       01 DATA-DA-INT      PIC 9(6).
       01 DATA-A-INT       PIC 9(6).
       01 DATA-DA-ORIG     PIC X(6).
       01 GG-FINESTRA      PIC S9(4) COMP.
       01 GG-FINESTRA-ED   PIC ZZ9.
      *CALEND*
      *CONFORD*
       01 PAR-CONFORD      COPY PARCONFO.
      *CONFORD*
010500*
010600 LINKAGE SECTION.
010700*
012000        PERFORM ABBINA-CARICO THRU EX-ABBINA-CARICO
012100        GO TO FINE.
012200     DISPLAY "----  ORDINI STAGIONALI CLIENTI  --------".
012300     DISPLAY "Funzione (I=inserimento L=lista O=conferma) "
                   NO ADVANCING.
012400     MOVE SPACE TO FUNZIONE-IN.
012500     ACCEPT FUNZIONE-IN.
      *CONFORD*
           IF FUNZIONE-IN = "O"
              PERFORM CONFERMA-ORDINE THRU EX-CONFERMA-ORDINE
              GO TO FINE.
      *CONFORD*
012600     IF FUNZIONE-IN = "I"
012700        PERFORM INSERISCI-ORDINE THRU EX-INSERISCI-ORDINE
012800     ELSE
016700     IF DATA-DA-IN NOT NUMERIC OR DATA-A-IN NOT NUMERIC
016800        DISPLAY "Finestra di consegna non numerica"
016900        GO TO EX-INSERISCI-ORDINE.
      *CALEND*
           PERFORM FINESTRA-LAVORATIVA THRU EX-FINESTRA-LAVORATIVA.
           IF GG-FINESTRA NOT > 0
              GO TO EX-INSERISCI-ORDINE.
      *CALEND*
017000     DISPLAY "Qta per taglia (10 x 4 cifre)".
017100     MOVE ZEROS TO QTA-IN.
017200     ACCEPT QTA-IN.
021800     CLOSE FILE-ORDST.
021900 EX-SCRIVI-RIGA-ORDINE.
022000     EXIT.
      *CALEND*
      *
      *     inizio finestra al primo giorno lavorativo del
      *     magazzino MAG-IN e conteggio dei giorni lavorativi fino
      *     alla fine (QDATAS funz.8, al massimo 999); GG-FINESTRA
      *     zero = finestra da rifiutare
       FINESTRA-LAVORATIVA.
           MOVE 0 TO GG-FINESTRA.
           MOVE DATA-DA-IN TO DATA-DA-ORIG.
           MOVE DATA-A-IN TO Q-DATA-9.
           MOVE 1 TO Q-FUNZIONE OF PARGEN.
           CANCEL "QDATAS"
           CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA.
           IF Q-STATO OF PARGEN NOT = 0
              DISPLAY "Data di fine consegna non valida"
              GO TO EX-FINESTRA-LAVORATIVA.
           MOVE Q-DATA-I TO DATA-A-INT.
           MOVE DATA-DA-IN TO Q-DATA-9.
           MOVE 1 TO Q-FUNZIONE OF PARGEN.
           CANCEL "QDATAS"
           CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA.
           IF Q-STATO OF PARGEN NOT = 0
              DISPLAY "Data di inizio consegna non valida"
              GO TO EX-FINESTRA-LAVORATIVA.
           MOVE Q-DATA-I TO DATA-DA-INT.
           MOVE 0 TO Q-GG-LAVORO Q-SOC-CAL Q-VET-CAL.
           MOVE MAG-IN TO Q-MAG-CAL.
           MOVE 8 TO Q-FUNZIONE OF PARGEN.
           CANCEL "QDATAS"
           CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA
                               Q-AA-4 Q-GIORNI-SERIALE Q-CALENDARIO.
           IF Q-STATO OF PARGEN NOT = 0
              OR Q-DATA-I > DATA-A-INT
              DISPLAY "Finestra senza giorni lavorativi"
              GO TO EX-FINESTRA-LAVORATIVA.
           IF Q-DATA-I NOT = DATA-DA-INT
              MOVE Q-DATA-I TO DATA-DA-INT
              MOVE 2 TO Q-FUNZIONE OF PARGEN
              CANCEL "QDATAS"
              CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I
                                  Q-SETTIMANA
              MOVE Q-DATA-9 TO DATA-DA-IN
              DISPLAY "Inizio consegna " DATA-DA-ORIG
                      " non lavorativo, portato al " DATA-DA-IN
              MOVE DATA-DA-INT TO Q-DATA-I
           END-IF.
           MOVE 1 TO GG-FINESTRA.
           PERFORM CONTA-GG-FINESTRA THRU EX-CONTA-GG-FINESTRA
              UNTIL Q-DATA-I NOT < DATA-A-INT
                 OR Q-STATO OF PARGEN NOT = 0
                 OR GG-FINESTRA NOT < 999.
           MOVE GG-FINESTRA TO GG-FINESTRA-ED.
           DISPLAY "Giorni lavorativi nella finestra " GG-FINESTRA-ED.
       EX-FINESTRA-LAVORATIVA.
           EXIT.
      *
       CONTA-GG-FINESTRA.
           MOVE 1 TO Q-GG-LAVORO.
           MOVE 8 TO Q-FUNZIONE OF PARGEN.
           CANCEL "QDATAS"
           CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA
                               Q-AA-4 Q-GIORNI-SERIALE Q-CALENDARIO.
           IF Q-STATO OF PARGEN = 0
              AND Q-DATA-I NOT > DATA-A-INT
              ADD 1 TO GG-FINESTRA.
       EX-CONTA-GG-FINESTRA.
           EXIT.
      *CALEND*
022100*
022200*     la quantita' ordinata della riga va in QTA-ORDINATA-C
022300*     del SITPF del magazzino
050400     EXIT.
050500*
050600*
      *CONFORD*
      *     conferma al cliente: conto e data di inserimento li
      *     chiede CONFORD
       CONFERMA-ORDINE.
           MOVE "S" TO TIPO-ORD-PC OF PAR-CONFORD.
           MOVE 0 TO CONTO-PC OF PAR-CONFORD.
           MOVE SPACES TO RIF-ORD-PC OF PAR-CONFORD.
           CALL "CONFORD" USING W-COMMON PAR-CONFORD.
       EX-CONFERMA-ORDINE.
           EXIT.
      *
      *CONFORD*
050700 TTLOCK.
050800              COPY PDBLOCK.
050900*
