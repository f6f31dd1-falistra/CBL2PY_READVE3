      *** RIGA DELLO SCADENZARIO FORNITORI (file SCADFORN, tenuto ***
      *** da PAGFORN): una riga per fattura fornitore di FATFORNF ***
      *** (conto + numero), importo lordo IVA in centesimi e      ***
      *** scadenza = data fattura + GGPAG di CONFATT. STATO-SF:   ***
      *** "B" bloccata (riscontro FATFORN in anomalia o da fare), ***
      *** "A" aperta, "P" in proposta, "V" approvata dal          ***
      *** tesoriere, "S" pagata col bonifico SEPA del giorno      ***
      *** DATA-PAG-SF. Date AAMMGG                                ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 CONTO-SF                  PIC 9(8).
           05 TG-SF-1                   PIC X.
           05 NUM-FATT-SF               PIC X(12).
           05 TG-SF-2                   PIC X.
           05 DATA-FATT-SF              PIC 9(6).
           05 TG-SF-3                   PIC X.
           05 SCADENZA-SF               PIC 9(6).
           05 TG-SF-4                   PIC X.
           05 IMPORTO-SF                PIC 9(13).
           05 TG-SF-5                   PIC X.
           05 STATO-SF                  PIC X.
              88 BLOCCATA-SF            VALUE "B".
              88 APERTA-SF              VALUE "A".
              88 PROPOSTA-SF            VALUE "P".
              88 APPROVATA-SF           VALUE "V".
              88 PAGATA-SF              VALUE "S".
           05 TG-SF-6                   PIC X.
           05 DATA-PAG-SF               PIC 9(6).
      *
      *CONTROL LIST
      *
