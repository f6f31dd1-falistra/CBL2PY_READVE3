      *** RECORD DELL'ESTRATTO CONTO BANCARIO CBI (FLUSSO RH),    ***
      *** 120 CARATTERI. TIPO-RH "RH" testa, "61" saldo iniziale  ***
      *** (con il numero progressivo dell'estratto), "62"         ***
      *** movimento, "63" descrizione aggiuntiva del movimento    ***
      *** precedente, "64" saldo finale, "EF" coda. Date GGMMAA,  ***
      *** importi in centesimi. Si tracciano solo i campi usati   ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 FILLER                    PIC X.
           05 TIPO-RH                   PIC XX.
           05 PROGR-RH                  PIC 9(7).
           05 CORPO-RH                  PIC X(110).
           05 SALDO-61 REDEFINES CORPO-RH.
              10 FILLER                 PIC X(13).
              10 ABI-61                 PIC X(5).
              10 CAB-61                 PIC X(5).
              10 CONTO-CC-61            PIC X(12).
              10 FILLER                 PIC X(5).
              10 DATA-SALDO-61          PIC 9(6).
              10 FILLER                 PIC X(64).
           05 MOVIMENTO-62 REDEFINES CORPO-RH.
              10 PROGR-MOV-62           PIC 9(3).
              10 DATA-VALUTA-62         PIC 9(6).
              10 DATA-REG-62            PIC 9(6).
              10 SEGNO-62               PIC X.
                 88 ACCREDITO-62        VALUE "C".
              10 IMPORTO-62             PIC 9(15).
              10 CAUSALE-ABI-62         PIC XX.
              10 CAUSALE-INT-62         PIC XX.
              10 NUM-ASSEGNO-62         PIC X(16).
              10 RIF-BANCA-62           PIC X(16).
              10 FILLER                 PIC X(9).
              10 DESCR-62               PIC X(34).
           05 DESCRIZIONE-63 REDEFINES CORPO-RH.
              10 PROGR-MOV-63           PIC 9(3).
              10 DESCR-63               PIC X(107).
      *
      *CONTROL LIST
      *
