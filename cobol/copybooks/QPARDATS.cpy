      *2026* numero seriale dei giorni, vedi FUNZ. = 6
         05  Q-GIORNI-SERIALE        PIC S9(9)   COMP.
      *
      *2026* calendario aziendale, vedi FUNZ. = 7/8/9/10
         05  Q-CALENDARIO.
          10 Q-SOC-CAL               PIC 99.
          10 Q-MAG-CAL               PIC 9(3).
          10 Q-VET-CAL               PIC 9(8).
          10 Q-GG-LAVORO             PIC S9(4)   COMP.
          10 Q-GIORNO-SETT           PIC 9.
          10 Q-LAVORATIVO            PIC X.
             88 Q-GIORNO-LAVORATIVO  VALUE "S".
      *
      *
      *     FUNZ. = 1  Q-DATA-E  IN  Q-DATA-I
      *     FUNZ. = 2  Q-DATA-I  IN  Q-DATA-E
      *     FUNZ. = 3  Q-DATA-I  IN  Q-DATA-EE
      *     FUNZ. = 5  Q-AA (2 cifre, in Q-DATA)  IN  Q-AA-4 (4 cifre)
      *     FUNZ. = 6  Q-DATA (GGMMAA)  IN  Q-GIORNI-SERIALE (num. seriale)
      *     FUNZ. = 7  Q-DATA-I lavorativo? IN Q-LAVORATIVO (S/N) e
      *                Q-GIORNO-SETT (1=lun..7=dom)
      *     FUNZ. = 8  Q-DATA-I piu' Q-GG-LAVORO giorni lavorativi
      *                (0 = il giorno stesso o il primo lavorativo dopo)
      *     FUNZ. = 9  Q-DATA-I piu' Q-GG-LAVORO giorni di calendario,
      *                poi al primo lavorativo (scadenze)
      *     FUNZ. = 10 primo giorno lavorativo della settimana di
      *                Q-DATA-I, in Q-DATA-I
      *     per 7-10 il calendario (Q-SOC-CAL, Q-MAG-CAL, Q-VET-CAL,
      *     zero = non pertinente) e' quello di CTRLCAL; la chiamata
      *     passa tutti e sette i parametri
      *     STATO = 0  TUTTO OK
      *     STATO = -1 ERR MESE
      *     STATO = -2 ERR GIORNO
      *     STATO = -3 ERR MESE PER FUNZIONE = 3
      *     STATO = -4 ERR CAMPI NON NUMERICI
      *     STATO = -5 NESSUN GIORNO LAVORATIVO ENTRO UN ANNO
      *
      ******************************
      * La funzione 2 serve solo per capovolgere una data dal
