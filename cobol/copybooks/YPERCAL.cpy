      *** RIGA DEL CALENDARIO PERIODI DI MAGAZZINO (file PERCAL, ***
      *** tenuto da PERIODI, letto da CTRLPER a ogni DBPUT su    ***
      *** MOVMAG): per societa' (SOC-PC di MAGSOC, 00 = tutte)   ***
      *** il periodo AAMM copre le settimane SETT-DA/SETT-A;     ***
      *** STATO-PC "A" aperto, "C" chiuso dopo la chiusura       ***
      *** mensile. DATA-STATO-PC/UTENTE-PC: ultimo cambio stato  ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 SOC-PC                    PIC 99.
           05 TG-PC-1                   PIC X.
           05 PERIODO-PC                PIC 9(4).
           05 TG-PC-2                   PIC X.
           05 SETT-DA-PC                PIC 9(4).
           05 TG-PC-3                   PIC X.
           05 SETT-A-PC                 PIC 9(4).
           05 TG-PC-4                   PIC X.
           05 STATO-PC                  PIC X.
              88 APERTO-PC              VALUE "A".
              88 CHIUSO-PC              VALUE "C".
           05 TG-PC-5                   PIC X.
           05 DATA-STATO-PC             PIC 9(6).
           05 TG-PC-6                   PIC X.
           05 UTENTE-PC                 PIC X(8).
      *
      *CONTROL LIST
      *
