      *** PIANO ONDE DI PRELIEVO (file ONDEPICKF, riscritto da  ***
      *** ONDEPICK a ogni pianificazione): una riga per giro di ***
      *** allocazione, nell'ordine di rilascio. ONDA-OW e' il   ***
      *** numero d'onda in sequenza di cut-off (CUTOFF-OW e     ***
      *** RITIRO-OW HHMM, 9999 = vettore non determinato);      ***
      *** letto da PICKSCAN per non aprire un giro di un'onda   ***
      *** successiva finche' le precedenti non sono prelevate.  ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 DATA-OW                   PIC 9(6).
           05 TG-OW-1                   PIC X.
           05 ONDA-OW                   PIC 9(3).
           05 TG-OW-2                   PIC X.
           05 CUTOFF-OW                 PIC 9(4).
           05 TG-OW-3                   PIC X.
           05 RITIRO-OW                 PIC 9(4).
           05 TG-OW-4                   PIC X.
           05 VETTORE-OW                PIC 9(8).
           05 TG-OW-5                   PIC X.
           05 ZONA-OW                   PIC X.
           05 TG-OW-6                   PIC X.
           05 ENTITA-OW                 PIC X(20).
           05 TG-OW-7                   PIC X.
           05 MAG-OW                    PIC 9(3).
           05 TG-OW-8                   PIC X.
           05 DESTIN-OW                 PIC 9(8).
           05 TG-OW-9                   PIC X.
           05 RIGHE-OW                  PIC 9(4).
      *
      *CONTROL LIST
      *
