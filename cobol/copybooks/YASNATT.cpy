      *** RIGA RICEVIMENTO ATTESO DA ASN FORNITORE (ASNATT)      ***
      *** un rigo per cartone/C-MAT della bolla annunciata, con ***
      *** i pezzi per taglia attesi; ORDINE-AN "N" = C-MAT non  ***
      *** presente fra le righe aperte ORDFORNF del fornitore.  ***
      *** STATO-AN "A" = atteso, "R" = ricevuto (bolla chiusa   ***
      *** da RICEVI); import e riscontro in ASNFORN             ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 DATA-AN                PIC 9(6).
           05 TG-AN-1                PIC X.
           05 CONTO-AN               PIC 9(8).
           05 TG-AN-2                PIC X.
           05 RIF-BOLLA-AN           PIC 9(15).
           05 TG-AN-3                PIC X.
           05 CARTONE-AN             PIC X(20).
           05 TG-AN-4                PIC X.
           05 C-MAT-AN               PIC 9(15).
           05 TG-AN-5                PIC X.
           05 QTA-AN-GRUPPO.
              10 QTA-AN              PIC 9(4) OCCURS 10.
           05 TG-AN-6                PIC X.
           05 ORDINE-AN              PIC X.
           05 TG-AN-7                PIC X.
           05 STATO-AN               PIC X.
      *
      *CONTROL LIST
      *
