      *** RIGA DI VALORIZZAZIONE INVENTARIO A DATA (file VALINVRG ***
      *** riscritto da VALINVEN a ogni giro): per C-MAT/magazzino ***
      *** la quantita' ricostruita al cut-off (al netto del conto ***
      *** vendita), il costo unitario del metodo METODOCST e il   ***
      *** valore, in centesimi. Lo legge SVALMAG per il fondo     ***
      *** svalutazione magazzino.                                 ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 DATA-CUTOFF-VR            PIC 9(6).
           05 TG-VR-1                   PIC X.
           05 C-MAT-VR                  PIC 9(15).
           05 TG-VR-2                   PIC X.
           05 MAG-VR                    PIC 9(3).
           05 TG-VR-3                   PIC X.
           05 METODO-VR                 PIC X.
           05 TG-VR-4                   PIC X.
           05 QTA-VR                    PIC S9(9) SIGN LEADING SEPARATE.
           05 TG-VR-5                   PIC X.
           05 COSTO-VR                  PIC S9(9) SIGN LEADING SEPARATE.
           05 TG-VR-6                   PIC X.
           05 VALORE-VR                PIC S9(15) SIGN LEADING SEPARATE.
      *
      *CONTROL LIST
      *
