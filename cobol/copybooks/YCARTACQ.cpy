      *** RIGA DEL FLUSSO DI REGOLAMENTO DELL'ACQUIRER CARTE      ***
      *** (file giornaliero ACQIN e archivio CARTEACQ, accodato   ***
      *** da QUADCART): una riga per transazione POS accreditata. ***
      *** TERMINALE-AQ e' il codice del punto cassa che ha fatto  ***
      *** la transazione, come TERMINALE-PG su PAGAMLOG. Importi  ***
      *** in centesimi; netto = lordo meno commissione. Date      ***
      *** AAMMGG                                                  ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 DATA-OPERAZ-AQ            PIC 9(6).
           05 TG-AQ-1                   PIC X.
           05 TERMINALE-AQ              PIC X(8).
           05 TG-AQ-2                   PIC X.
           05 IMPORTO-AQ                PIC 9(11).
           05 TG-AQ-3                   PIC X.
           05 COMMISSIONE-AQ            PIC 9(9).
           05 TG-AQ-4                   PIC X.
           05 NETTO-AQ                  PIC 9(11).
           05 TG-AQ-5                   PIC X.
           05 DATA-ACCREDITO-AQ         PIC 9(6).
           05 TG-AQ-6                   PIC X.
           05 RIF-AQ                    PIC X(20).
      *
      *CONTROL LIST
      *
