           05 MAG-OW                    PIC 9(3).
           05 TG-OW-4                   PIC X.
           05 RIF-ORDINE-OW             PIC X(20).
      *    negozio di ritiro (click and collect): vuoto o zero =
      *    spedizione all'indirizzo del cliente
           05 TG-OW-5                   PIC X.
           05 NEG-RITIRO-OW             PIC X(3).
              88 CONSEGNA-A-CASA-OW     VALUES ARE SPACES, "000".
           05 NEG-RITIRO-OW-R REDEFINES NEG-RITIRO-OW
                                        PIC 9(3).
      *
      *CONTROL LIST
      *
