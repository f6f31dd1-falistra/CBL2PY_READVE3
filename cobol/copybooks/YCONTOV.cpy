      *** RIGA DEL LIBRO MERCE IN CONTO VENDITA FORNITORE (CVMOVIM)***
      *** TIPO-LV "C" = carico in conto vendita (RICEVI), "V" =   ***
      *** venduto (READVE3; quantita' negativa = reso cliente);   ***
      *** la merce del fornitore ancora da noi = carichi meno     ***
      *** vendite per fornitore/C-MAT/magazzino. COSTO-LV e' il   ***
      *** costo unitario concordato in centesimi, RIF-LV la bolla ***
      *** fornitore del carico o il RIF-INTERNO della vendita.    ***
      *** Scrittura e liquidazione mensile in CONTOVEN, esclusione***
      *** dalla valorizzazione in VALINVEN                        ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 TIPO-LV                   PIC X.
              88 CARICO-LV              VALUE "C".
              88 VENDITA-LV             VALUE "V".
           05 TG-LV-1                   PIC X.
           05 DATA-LV                   PIC 9(6).
           05 TG-LV-2                   PIC X.
           05 SETTIMANA-LV              PIC 9(4).
           05 TG-LV-3                   PIC X.
           05 CONTO-FORN-LV             PIC 9(8).
           05 TG-LV-4                   PIC X.
           05 C-MAT-LV                  PIC 9(15).
           05 TG-LV-5                   PIC X.
           05 MAGAZZINO-LV              PIC 999.
           05 TG-LV-6                   PIC X.
           05 QTA-LV                    PIC S9(6) SIGN LEADING SEPARATE.
           05 TG-LV-7                   PIC X.
           05 COSTO-LV                  PIC 9(9).
           05 TG-LV-8                   PIC X.
           05 RIF-LV                    PIC 9(15).
           05 TG-LV-9                   PIC X.
           05 ORIGINE-LV                PIC X.
      *
      *CONTROL LIST
      *
