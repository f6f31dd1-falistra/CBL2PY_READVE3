      *** SPEDIZIONE IMPORT IN ARRIVO (file SPEDIMPF, riscritto   ***
      *** da SPEDIMP): una riga per riga d'ordine ORDFORNF        ***
      *** caricata nel container/AWB, con i dati di testata      ***
      *** ripetuti. STATO-SI "S" spedita, "P" in porto, "D"      ***
      *** sdoganata, "C" consegnata in magazzino (ricevimento    ***
      *** atteso scritto su ASNATT), "R" ricevuta da RICEVI.     ***
      *** Date AAMMGG; ETA-ORIG-SI e' la prima ETA annunciata,   ***
      *** SETT-ETA-SI la settimana dell'ETA corrente.            ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 DATA-SI                   PIC 9(6).
           05 TG-SI-1                   PIC X.
           05 CONTAINER-SI              PIC X(20).
           05 TG-SI-2                   PIC X.
           05 SPEDIZ-SI                 PIC 9(8).
           05 TG-SI-3                   PIC X.
           05 CONTO-SI                  PIC 9(8).
           05 TG-SI-4                   PIC X.
           05 RIF-BOLLA-SI              PIC 9(15).
           05 TG-SI-5                   PIC X.
           05 DATA-PART-SI              PIC 9(6).
           05 TG-SI-6                   PIC X.
           05 ETA-ORIG-SI               PIC 9(6).
           05 TG-SI-7                   PIC X.
           05 ETA-SI                    PIC 9(6).
           05 TG-SI-8                   PIC X.
           05 SETT-ETA-SI               PIC 99.
           05 TG-SI-9                   PIC X.
           05 STATO-SI                  PIC X.
           05 TG-SI-10                  PIC X.
           05 DATA-STATO-SI             PIC 9(6).
           05 TG-SI-11                  PIC X.
           05 C-MAT-SI                  PIC 9(15).
           05 TG-SI-12                  PIC X.
           05 MAG-SI                    PIC 9(3).
           05 TG-SI-13                  PIC X.
           05 QTA-SI-GRUPPO.
              10 QTA-SI                 PIC 9(4) OCCURS 10.
      *
      *CONTROL LIST
      *
