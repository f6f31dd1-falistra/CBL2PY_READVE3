      *** RIGA ANAGRAFICA CARTONE PREPACK (PREPACKF)             ***
      *** codice cartone del fornitore, C-MAT dell'assortimento,***
      *** pezzi per taglia (dieci gruppi da 3 cifre in fila, in ***
      *** ordine di indice taglia TABTAGLIE) e pezzi del        ***
      *** cartone; manutenzione ed esplosione in PREPACK        ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 COD-PACK-PP           PIC X(14).
           05 TG-PP-1               PIC X.
           05 C-MAT-PP              PIC 9(15).
           05 TG-PP-2               PIC X.
           05 QTA-TG-PP-GRUPPO.
              10 QTA-TG-PP          PIC 9(3) OCCURS 10.
           05 TG-PP-3               PIC X.
           05 PEZZI-PP              PIC 9(4).
      *
      *CONTROL LIST
      *
