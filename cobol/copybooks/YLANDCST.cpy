      *** RIGA COSTO DI ARRIVO (file LANDCOST, scritto da        ***
      *** COSTIACC): per bolla fornitore/C-MAT/magazzino dei     ***
      *** carichi CARF, la quota degli oneri accessori ONERIBOL  ***
      *** ripartita sulla riga (ONERI-LA) e la maggiorazione     ***
      *** unitaria MAGGIOR-LA da sommare al COSTO-STD del carico ***
      *** nei costi ultimo/medio di METODOCST (VALINVEN,         ***
      *** RAPMARG). Importi in centesimi                         ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 RIF-BOLLA-LA              PIC 9(15).
           05 TG-LA-1                   PIC X.
           05 CONTO-LA                  PIC 9(8).
           05 TG-LA-2                   PIC X.
           05 C-MAT-LA                  PIC 9(15).
           05 TG-LA-3                   PIC X.
           05 MAG-LA                    PIC 9(3).
           05 TG-LA-4                   PIC X.
           05 SETTIMANA-LA              PIC 9(4).
           05 TG-LA-5                   PIC X.
           05 QTA-LA                    PIC 9(7).
           05 TG-LA-6                   PIC X.
           05 COSTO-LA                  PIC 9(9).
           05 TG-LA-7                   PIC X.
           05 ONERI-LA                  PIC 9(11).
           05 TG-LA-8                   PIC X.
           05 MAGGIOR-LA                PIC 9(9).
      *
      *CONTROL LIST
      *
