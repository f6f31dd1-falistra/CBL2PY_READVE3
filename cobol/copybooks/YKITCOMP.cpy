      *** RIGA COMPOSIZIONE KIT TAILLEUR (KITCOMPF)              ***
      *** C-MAT del kit (FLAG6 "2" su ANAMAT), C-MAT componente ***
      *** (FLAG6 "1"), pezzi del componente per kit e, per ogni ***
      *** indice taglia TABTAGLIE del kit, l'indice taglia del  ***
      *** componente (00 = taglia del kit non prevista);        ***
      *** manutenzione e calcoli in KITTAIL                     ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 C-MAT-KIT-KC          PIC 9(15).
           05 TG-KC-1               PIC X.
           05 C-MAT-COMP-KC         PIC 9(15).
           05 TG-KC-2               PIC X.
           05 PEZZI-KC              PIC 9(2).
           05 TG-KC-3               PIC X.
           05 TAGLIA-KC-GRUPPO.
              10 TAGLIA-KC          PIC 9(2) OCCURS 10.
      *
      *CONTROL LIST
      *
