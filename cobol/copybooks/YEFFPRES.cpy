      *** RIGA DEL GIORNALE DEGLI EFFETTI (FILE EFFPRES, accodato ***
      *** da EFFETTI): una riga "P" per partita SCADAPER          ***
      *** presentata in banca con la distinta RiBa (TIPO-EP "R")  ***
      *** o SEPA SDD ("S") del giorno DATA-PRES-EP, una riga "I"  ***
      *** per l'insoluto che la riapre con SPESE-EP a carico del  ***
      *** cliente. La partita e' conto + numero + data pre-       ***
      *** fattura. Date AAMMGG, importi in centesimi              ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 DATA-PRES-EP              PIC 9(6).
           05 TG-EP-1                   PIC X.
           05 N-EFFETTO-EP              PIC 9(5).
           05 TG-EP-2                   PIC X.
           05 TIPO-EP                   PIC X.
              88 RIBA-EP                VALUE "R".
              88 SDD-EP                 VALUE "S".
           05 TG-EP-3                   PIC X.
           05 CONTO-EP                  PIC 9(8).
           05 TG-EP-4                   PIC X.
           05 NUM-PREFATT-EP            PIC 9(4).
           05 TG-EP-5                   PIC X.
           05 DATA-PREF-EP              PIC 9(6).
           05 TG-EP-6                   PIC X.
           05 SCADENZA-EP               PIC 9(6).
           05 TG-EP-7                   PIC X.
           05 IMPORTO-EP                PIC 9(13).
           05 TG-EP-8                   PIC X.
           05 STATO-EP                  PIC X.
              88 PRESENTATO-EP          VALUE "P".
              88 INSOLUTO-EP            VALUE "I".
           05 TG-EP-9                   PIC X.
           05 SPESE-EP                  PIC 9(9).
      *
      *CONTROL LIST
      *
