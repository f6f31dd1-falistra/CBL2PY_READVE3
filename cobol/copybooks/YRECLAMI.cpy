      *** RIGA DEL REGISTRO RECLAMI CLIENTE (RECLAMIF): un rigo   ***
      *** per reclamo, riscritto per intero a ogni aggiornamento  ***
      *** (RECLAMI). Lotto fornitore da LOTTRACE (baruni, se no   ***
      *** l'ultimo rigo del C-MAT/taglia del conto), fornitore    ***
      *** dal carico della bolla su MOVMAG. Chiusura "C" con      ***
      *** MODO-ACC-RC "R" = rientro del capo con RESOCLI (la nota ***
      *** segue dal RESC), "N" = accredito senza rientro per      ***
      *** VALORE-ACC-RC: lo emette NOTACRED, che scrive NOTA-RC   ***
      *** (MAG-RC, magazzino della vendita, porta la nota nel     ***
      *** registro IVA della societa' giusta)                     ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 NUMERO-RC             PIC 9(6).
           05 TR-1                  PIC X.
           05 DATA-RC               PIC 9(6).
           05 TR-2                  PIC X.
           05 CONTO-RC              PIC 9(8).
           05 TR-3                  PIC X.
           05 CANALE-RC             PIC X.
              88 RC-TELEFONO        VALUE "T".
              88 RC-EMAIL           VALUE "E".
           05 TR-4                  PIC X.
           05 BARUNI-RC             PIC X(13).
           05 TR-5                  PIC X.
           05 C-MAT-RC              PIC 9(15).
           05 TR-6                  PIC X.
           05 TAGLIA-RC             PIC 9(2).
           05 TR-7                  PIC X.
           05 DATA-DDT-RC           PIC 9(6).
           05 TR-8                  PIC X.
           05 NUMERO-DDT-RC         PIC 9(6).
           05 TR-9                  PIC X.
           05 TIPO-RC               PIC XX.
           05 TR-10                 PIC X.
           05 DESCR-RC              PIC X(60).
           05 TR-11                 PIC X.
           05 STATO-RC              PIC X.
              88 RC-APERTO          VALUE "A".
              88 RC-IN-INDAGINE     VALUE "I".
              88 RC-ACCREDITATO     VALUE "C".
              88 RC-RESPINTO        VALUE "R".
           05 TR-12                 PIC X.
           05 RESPONS-RC            PIC X(8).
           05 TR-13                 PIC X.
           05 RIF-BOLLA-FORN-RC     PIC 9(15).
           05 TR-14                 PIC X.
           05 CONTO-FORN-RC         PIC 9(8).
           05 TR-15                 PIC X.
           05 MODO-ACC-RC           PIC X.
              88 RC-CON-RESO        VALUE "R".
              88 RC-SOLO-NOTA       VALUE "N".
           05 TR-16                 PIC X.
           05 VALORE-ACC-RC         PIC 9(9).
           05 TR-17                 PIC X.
           05 DATA-CHIUSURA-RC      PIC 9(6).
           05 TR-18                 PIC X.
           05 NOTA-RC               PIC 9(6).
           05 TR-19                 PIC X.
           05 UTENTE-RC             PIC X(8).
           05 TR-20                 PIC X.
           05 MAG-RC                PIC 9(3).
      *
      *CONTROL LIST
      *
