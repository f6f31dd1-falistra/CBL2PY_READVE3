      *** RIGA ONERI ACCESSORI DI UN RICEVIMENTO (file ONERIBOL, ***
      *** tenuto da COSTIACC; stesso tracciato per ONERIIMP, il  ***
      *** file che spedizioniere e doganalista passano da        ***
      *** importare). TIPO-OB "N" nolo, "D" dazio, "S"           ***
      *** sdoganamento, "A" altro; CRITERIO-OB di ripartizione   ***
      *** sulle righe CARF della bolla: "V" valore, "Q"          ***
      *** quantita', "P" peso PESIART. STATO-OB "R" ripartito,   ***
      *** spazio da ripartire. Importo in centesimi              ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 DATA-OB                   PIC 9(6).
           05 TG-OB-1                   PIC X.
           05 RIF-BOLLA-OB              PIC 9(15).
           05 TG-OB-2                   PIC X.
           05 TIPO-OB                   PIC X.
           05 TG-OB-3                   PIC X.
           05 IMPORTO-OB                PIC 9(11).
           05 TG-OB-4                   PIC X.
           05 CRITERIO-OB               PIC X.
           05 TG-OB-5                   PIC X.
           05 STATO-OB                  PIC X.
      *
      *CONTROL LIST
      *
