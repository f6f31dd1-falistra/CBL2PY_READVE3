      *** STORICO DEL FONDO SVALUTAZIONE MAGAZZINO (file SVALSTOR,***
      *** scritto da SVALMAG quando il calcolo e' registrato):    ***
      *** per cut-off (AAMMGG), societa' MAGSOC e magazzino il    ***
      *** valore d'inventario e il fondo in centesimi, con data e ***
      *** operatore della registrazione. Un nuovo calcolo sullo   ***
      *** stesso cut-off sostituisce le righe precedenti.         ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 DATA-CUTOFF-SS            PIC 9(6).
           05 TG-SS-1                   PIC X.
           05 SOC-SS                    PIC 99.
           05 TG-SS-2                   PIC X.
           05 MAG-SS                    PIC 9(3).
           05 TG-SS-3                   PIC X.
           05 VALORE-SS                PIC S9(15) SIGN LEADING SEPARATE.
           05 TG-SS-4                   PIC X.
           05 FONDO-SS                 PIC S9(15) SIGN LEADING SEPARATE.
           05 TG-SS-5                   PIC X.
           05 DATA-REG-SS               PIC 9(6).
           05 TG-SS-6                   PIC X.
           05 UTENTE-SS                 PIC X(8).
      *
      *CONTROL LIST
      *
