      *** RECORD DI LOG TRACCIABILITA' BARUNI->LOTTO RICEVIMENTO ***
      *** (INSERISCI-MOVSKU in READVE3)                          ***
      *** COD-PACK-LT: codice cartone prepack con cui il lotto   ***
      *** e' arrivato (PACKRIC), spazi = capi sciolti            ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
           05 MAGAZZINO-LT              PIC 999.
           05 TG-LT-6                   PIC X.
           05 RIF-BOLLA-FORN-LT         PIC 9(15).
           05 TG-LT-7                   PIC X.
           05 COD-PACK-LT               PIC X(14).
      *
      *CONTROL LIST
      *
