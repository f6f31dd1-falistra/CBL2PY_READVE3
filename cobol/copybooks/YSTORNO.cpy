      *** RECORD DI LOG STORNI (TRATTA-STORNO in READVE3) ***
      *** ORA-SN/OPERATORE-SN: righe vecchie senza, a spazi   ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
           05 PREZZO-SN                 PIC S9(9).
           05 TG-SN-6                   PIC X.
           05 QTA-SN                    PIC 9(4).
      *STORNORA*
           05 TG-SN-7                   PIC X.
           05 ORA-SN                    PIC 9(6).
           05 TG-SN-8                   PIC X.
           05 OPERATORE-SN              PIC X(8).
      *STORNORA*
      *
      *CONTROL LIST
      *
