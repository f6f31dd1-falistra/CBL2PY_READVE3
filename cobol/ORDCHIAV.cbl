000460*     d'ufficio del saldo ordine (rilascio dell'impegno
000470*     residuo). FUNZIONE "R": tabulato ordinato/spedito/
000480*     residuo per riga sulla catena QOLPPR/QWLPPR/QCLPPR.
000481*CALEND*   15/10/26
000482*     data richiesta che cade in un giorno di chiusura del
000483*     magazzino (calendario aziendale, QDATAS funz.8) portata
000484*     al primo giorno lavorativo in acquisizione, con avviso;
000485*     sul tabulato i giorni lavorativi da oggi alla data
000486*     richiesta (colonna GG.LAV, SCAD se gia' passata).
000487*CONFORD*  15/10/26
000488*     FUNZIONE "O": conferma d'ordine numerata al cliente per
000489*     conto/numero ordine (CONFORD), con revisione delle
00048A*     differenze se l'ordine cambia (righe, chiusura).
00048B*SPEDIMP*  15/10/26
00048C*     sul tabulato, per le righe aperte, la settimana del
00048D*     primo arrivo import in viaggio per C-MAT/magazzino
00048E*     (SPEDIMP "E", colonna ARR, "TARDI" se l'ETA supera la
00048F*     data richiesta); in acquisizione lo stesso arrivo a video.
000490*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
014900 01 QTA-ED-3         PIC ZZZ9.
015000 01 TOT-ORD-RIGA     PIC S9(8) COMP.
015100 01 TOT-SPED-RIGA    PIC S9(8) COMP.
      *CALEND*
       01 DATA-RICH-LAV    PIC 9(6).
       01 DATA-RICH-INT    PIC 9(6).
       01 DATA-RICH-ORIG   PIC 9(6).
       01 OGGI-INT         PIC 9(6).
       01 GG-LAVORO-CONTA  PIC S9(4) COMP.
       01 GG-LAVORO-ED     PIC ZZ9.
      *CALEND*
      *CONFORD*
       01 PAR-CONFORD      COPY PARCONFO.
      *CONFORD*
      *SPEDIMP*
       01 PAR-SPEDIMP      COPY PARSPIMP.
       01 ETA-ARR-INT      PIC 9(6).
      *SPEDIMP*
015200*
015300 LINKAGE SECTION.
015400*
016000     PERFORM CARICA-NTG THRU EX-CARICA-NTG.
016100     DISPLAY "----  ORDINI CLIENTI CHIAVE  ------------".
016200     DISPLAY "Funzione (I=acquisizione M=riga S=spedito"
016300             " C=chiudi R=rapporto O=conferma) " NO ADVANCING.
016400     MOVE SPACE TO FUNZIONE-IN.
016500     ACCEPT FUNZIONE-IN.
016600     EVALUATE FUNZIONE-IN
017400           PERFORM CHIUDI-ORDINE THRU EX-CHIUDI-ORDINE
017500        WHEN "R"
017600           PERFORM RAPPORTO-APERTI THRU EX-RAPPORTO-APERTI
      *CONFORD*
              WHEN "O"
                 MOVE "K" TO TIPO-ORD-PC OF PAR-CONFORD
                 MOVE 0 TO CONTO-PC OF PAR-CONFORD
                 MOVE SPACES TO RIF-ORD-PC OF PAR-CONFORD
                 CALL "CONFORD" USING W-COMMON PAR-CONFORD
      *CONFORD*
017700        WHEN OTHER
017800           DISPLAY "Funzione non valida"
017900     END-EVALUATE.
022200     MOVE C-MAT-OI TO C-MAT-OK.
022300     MOVE MAG-INTAKE TO MAG-OK.
022400     MOVE DATA-RICH-OI TO DATA-RICH-OK.
      *CALEND*
           MOVE DATA-RICH-OK TO DATA-RICH-LAV.
           PERFORM ADATTA-DATA-RICH THRU EX-ADATTA-DATA-RICH.
           MOVE DATA-RICH-LAV TO DATA-RICH-OK.
      *CALEND*
022500     MOVE QTA-ORDINATE-OI TO QTA-ORDINATE-OK.
022600     MOVE ZEROS TO QTA-SPEDITE-OK.
022700     MOVE "A" TO STATO-OK.
027200     MOVE C-MAT-IN TO C-MAT-OK.
027300     MOVE MAG-IN TO MAG-OK.
027400     MOVE DATA-RICH-IN TO DATA-RICH-OK.
      *CALEND*
           MOVE MAG-IN TO MAG-INTAKE.
           MOVE DATA-RICH-OK TO DATA-RICH-LAV.
           PERFORM ADATTA-DATA-RICH THRU EX-ADATTA-DATA-RICH.
           MOVE DATA-RICH-LAV TO DATA-RICH-OK.
      *CALEND*
027500     MOVE QTA-IN TO QTA-ORDINATE-OK.
027600     MOVE ZEROS TO QTA-SPEDITE-OK.
027700     MOVE "A" TO STATO-OK.
028100     PERFORM ALLOCA-RIGA-MAN THRU EX-ALLOCA-RIGA-MAN
028200        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > NTG-NTG.
028300     DISPLAY "Riga ordine registrata".
      *SPEDIMP*
           MOVE "E" TO FUNZ-SP OF PAR-SPEDIMP.
           MOVE C-MAT-IN TO C-MAT-SP OF PAR-SPEDIMP.
           MOVE MAG-IN TO MAG-SP OF PAR-SPEDIMP.
           CALL "SPEDIMP" USING W-COMMON PAR-SPEDIMP.
           IF SPED-TROVATA OF PAR-SPEDIMP
              DISPLAY "Primo arrivo import: settimana "
                      SETT-ARR-SP OF PAR-SPEDIMP (1) " ETA "
                      ETA-ARR-SP OF PAR-SPEDIMP (1) " container "
                      CONTAINER-ARR-SP OF PAR-SPEDIMP (1).
      *SPEDIMP*
028400 EX-RIGA-MANUALE.
028500     EXIT.
028600*
029500     END-IF.
029600 EX-ALLOCA-RIGA-MAN.
029700     EXIT.
      *CALEND*
      *
      *     DATA-RICH-LAV (GGMMAA) al primo giorno lavorativo del
      *     magazzino MAG-INTAKE (QDATAS funz.1, funz.8 con zero
      *     giorni, funz.2); se spostata lo si dice a video
       ADATTA-DATA-RICH.
           MOVE DATA-RICH-LAV TO DATA-RICH-ORIG Q-DATA-9.
           MOVE 1 TO Q-FUNZIONE OF PARGEN.
           CANCEL "QDATAS"
           CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA.
           IF Q-STATO OF PARGEN NOT = 0
              GO TO EX-ADATTA-DATA-RICH.
           MOVE Q-DATA-I TO DATA-RICH-INT.
           MOVE 0 TO Q-GG-LAVORO Q-SOC-CAL Q-VET-CAL.
           MOVE MAG-INTAKE TO Q-MAG-CAL.
           MOVE 8 TO Q-FUNZIONE OF PARGEN.
           CANCEL "QDATAS"
           CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA
                               Q-AA-4 Q-GIORNI-SERIALE Q-CALENDARIO.
           IF Q-STATO OF PARGEN NOT = 0
              OR Q-DATA-I = DATA-RICH-INT
              GO TO EX-ADATTA-DATA-RICH.
           MOVE 2 TO Q-FUNZIONE OF PARGEN.
           CANCEL "QDATAS"
           CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA.
           MOVE Q-DATA-9 TO DATA-RICH-LAV.
           DISPLAY "ORDCHIAV   data richiesta " DATA-RICH-ORIG
                   " non lavorativa per il magazzino " MAG-INTAKE
                   ", portata al " DATA-RICH-LAV.
       EX-ADATTA-DATA-RICH.
           EXIT.
      *CALEND*
029800*
029900*
030000 CARICA-ORDINI.
056400     PERFORM SCRIVI THRU EX-SCRIVI.
056500     MOVE "  CONTO     ORDINE      C-MAT            RICH."
056600       &  "    ORD  SPED  RESID ST"
      *CALEND*
             &  " GG.LAV"
      *CALEND*
      *SPEDIMP*
             &  " ARR"
      *SPEDIMP*
056700       TO DATI-RIGA.
056800     MOVE 2 TO N-RIGA-STAMPA.
056900     PERFORM SCRIVI THRU EX-SCRIVI.
060100            "  " DELIMITED BY SIZE
060200            STATO-OC (I-OC) DELIMITED BY SIZE
060300        INTO DATI-RIGA.
      *CALEND*
           IF STATO-OC (I-OC) = "A"
              PERFORM CONTA-GG-LAVORO THRU EX-CONTA-GG-LAVORO.
      *CALEND*
      *SPEDIMP*
           IF STATO-OC (I-OC) = "A"
              PERFORM SETTIMANA-ARRIVO THRU EX-SETTIMANA-ARRIVO.
      *SPEDIMP*
060400     MOVE 1 TO N-RIGA-STAMPA.
060500     PERFORM SCRIVI THRU EX-SCRIVI.
060600 EX-STAMPA-RIGA-ORDINE.
061100     ADD QTA-SPED-OC (I-OC I-TG) TO TOT-SPED-RIGA.
061200 EX-SOMMA-RIGA.
061300     EXIT.
      *CALEND*
      *
      *     giorni lavorativi del magazzino da oggi alla data
      *     richiesta (QDATAS funz.8 un giorno alla volta, al
      *     massimo 999), in coda alla riga gia' composta
       CONTA-GG-LAVORO.
           MOVE DATA-RICH-OC (I-OC) TO Q-DATA-9.
           MOVE 1 TO Q-FUNZIONE OF PARGEN.
           CANCEL "QDATAS"
           CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA.
           IF Q-STATO OF PARGEN NOT = 0
              GO TO EX-CONTA-GG-LAVORO.
           MOVE Q-DATA-I TO DATA-RICH-INT.
           MOVE W-FORMATO-INTERNO TO OGGI-INT.
           IF DATA-RICH-INT < OGGI-INT
              MOVE "SCAD" TO DATI-RIGA (71:4)
              GO TO EX-CONTA-GG-LAVORO.
           MOVE 0 TO GG-LAVORO-CONTA Q-SOC-CAL Q-VET-CAL.
           MOVE MAG-OC (I-OC) TO Q-MAG-CAL.
           MOVE OGGI-INT TO Q-DATA-I.
           PERFORM AVANZA-GG-LAVORO THRU EX-AVANZA-GG-LAVORO
              UNTIL Q-DATA-I NOT < DATA-RICH-INT
                 OR Q-STATO OF PARGEN NOT = 0
                 OR GG-LAVORO-CONTA NOT < 999.
           MOVE GG-LAVORO-CONTA TO GG-LAVORO-ED.
           MOVE GG-LAVORO-ED TO DATI-RIGA (72:3).
       EX-CONTA-GG-LAVORO.
           EXIT.
      *
       AVANZA-GG-LAVORO.
           MOVE 1 TO Q-GG-LAVORO.
           MOVE 8 TO Q-FUNZIONE OF PARGEN.
           CANCEL "QDATAS"
           CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA
                               Q-AA-4 Q-GIORNI-SERIALE Q-CALENDARIO.
           IF Q-STATO OF PARGEN = 0
              ADD 1 TO GG-LAVORO-CONTA.
       EX-AVANZA-GG-LAVORO.
           EXIT.
      *CALEND*
      *SPEDIMP*
      *
      *     settimana del primo arrivo import del C-MAT nel
      *     magazzino della riga, in coda dopo GG.LAV; TARDI se
      *     l'ETA cade dopo la data richiesta
       SETTIMANA-ARRIVO.
           MOVE "E" TO FUNZ-SP OF PAR-SPEDIMP.
           MOVE C-MAT-OC (I-OC) TO C-MAT-SP OF PAR-SPEDIMP.
           MOVE MAG-OC (I-OC) TO MAG-SP OF PAR-SPEDIMP.
           CALL "SPEDIMP" USING W-COMMON PAR-SPEDIMP.
           IF NOT SPED-TROVATA OF PAR-SPEDIMP
              GO TO EX-SETTIMANA-ARRIVO.
           MOVE SETT-ARR-SP OF PAR-SPEDIMP (1) TO DATI-RIGA (78:2).
           MOVE ETA-ARR-SP OF PAR-SPEDIMP (1) TO ETA-ARR-INT.
           MOVE DATA-RICH-OC (I-OC) TO Q-DATA-9.
           MOVE 1 TO Q-FUNZIONE OF PARGEN.
           CANCEL "QDATAS"
           CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA.
           IF Q-STATO OF PARGEN NOT = 0
              GO TO EX-SETTIMANA-ARRIVO.
           IF ETA-ARR-INT > Q-DATA-I
              MOVE "TARDI" TO DATI-RIGA (81:5).
       EX-SETTIMANA-ARRIVO.
           EXIT.
      *SPEDIMP*
061400*
061500*
061600 SCRIVI.
