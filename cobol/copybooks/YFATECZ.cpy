      *** RIGA DELLA CODA ANOMALIE FATTURE FORNITORE (FATTECCZ), ***
      *** accodata da FATFORN nel riscontro: MOTIVO-EZ "QTA",     ***
      *** "PRZ", "MOV" o "ASN", importi in centesimi. NOTA-DEB-EZ ***
      *** e' il numero (AANNNNNN) della nota di addebito NOTADEB  ***
      *** che ha addebitato la differenza, zero se ancora aperta  ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 DATA-EZ                   PIC 9(6).
           05 TG-EZ-1                   PIC X.
           05 CONTO-EZ                  PIC 9(8).
           05 TG-EZ-2                   PIC X.
           05 NUM-FATT-EZ               PIC X(12).
           05 TG-EZ-3                   PIC X.
           05 C-MAT-EZ                  PIC 9(15).
           05 TG-EZ-4                   PIC X.
           05 MOTIVO-EZ                 PIC X(3).
           05 TG-EZ-5                   PIC X.
           05 QTA-FATT-EZ               PIC 9(6).
           05 TG-EZ-6                   PIC X.
           05 QTA-RIC-EZ                PIC 9(6).
           05 TG-EZ-7                   PIC X.
           05 IMPORTO-FATT-EZ           PIC 9(11).
           05 TG-EZ-8                   PIC X.
           05 IMPORTO-ATTESO-EZ         PIC 9(11).
           05 TG-EZ-9                   PIC X.
           05 NOTA-DEB-EZ               PIC 9(8).
      *
      *CONTROL LIST
      *
