      *** INCASSO NON ALLOCATO SUL CONTO DEL CLIENTE (FILE        ***
      *** INCNONAL, scritto da INCBANCA): accredito bancario di   ***
      *** un conto identificato che non corrisponde a nessuna     ***
      *** partita aperta SCADAPER. STATO-NA "A" disponibile, "E"  ***
      *** utilizzato. Date AAMMGG, importi in centesimi           ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 NUM-NA                    PIC 9(5).
           05 TG-NA-1                   PIC X.
           05 DATA-NA                   PIC 9(6).
           05 TG-NA-2                   PIC X.
           05 CONTO-NA                  PIC 9(8).
           05 TG-NA-3                   PIC X.
           05 IMPORTO-NA                PIC 9(13).
           05 TG-NA-4                   PIC X.
           05 RIF-NA                    PIC X(16).
           05 TG-NA-5                   PIC X.
           05 STATO-NA                  PIC X.
              88 DISPONIBILE-NA         VALUE "A".
              88 UTILIZZATO-NA          VALUE "E".
      *
      *CONTROL LIST
      *
