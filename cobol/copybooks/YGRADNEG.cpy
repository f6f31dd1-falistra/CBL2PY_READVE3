      *** RIGA ANAGRAFICA GRADO NEGOZIO (GRADNEG)               ***
      *** per magazzino/negozio il grado A/B/C e il fattore di  ***
      *** profondita' (1,00 = assortimento pieno); usata da     ***
      *** ALLOCNEG per la prima distribuzione della collezione  ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 MAG-GN                PIC 9(3).
           05 TG-GN-1               PIC X.
           05 GRADO-GN              PIC X.
              88 GRADO-A            VALUE "A".
              88 GRADO-B            VALUE "B".
              88 GRADO-C            VALUE "C".
           05 TG-GN-2               PIC X.
           05 PROFOND-GN            PIC 9V99.
      *
      *CONTROL LIST
      *
