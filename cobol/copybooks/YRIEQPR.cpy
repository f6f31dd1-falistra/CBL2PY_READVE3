      *** PROPOSTE DI RIEQUILIBRIO TRA NEGOZI (file RIEQPROP):  ***
      *** una riga per trasferimento proposto da RIEQNEG, dal   ***
      *** negozio NEG-DA-RP al negozio NEG-A-RP. Le risposte    ***
      *** dei negozi (record "04" di DANEGIN) le registra       ***
      *** RECNEG: ESITO-DA-RP / ESITO-A-RP "A" accetta, "R"     ***
      *** rifiuta, spazio in attesa; STATO-RP passa ad "A"      ***
      *** quando accettano entrambi, a "R" al primo rifiuto.    ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 DATA-RP                   PIC 9(6).
           05 TG-RP-1                   PIC X.
           05 PROPOSTA-RP               PIC 9(6).
           05 TG-RP-2                   PIC X.
           05 NEG-DA-RP                 PIC 9(3).
           05 TG-RP-3                   PIC X.
           05 NEG-A-RP                  PIC 9(3).
           05 TG-RP-4                   PIC X.
           05 C-MAT-RP                  PIC 9(15).
           05 TG-RP-5                   PIC X.
           05 TAGLIA-RP                 PIC 99.
           05 TG-RP-6                   PIC X.
           05 QTA-RP                    PIC 9(4).
           05 TG-RP-7                   PIC X.
           05 ESITO-DA-RP               PIC X.
           05 TG-RP-8                   PIC X.
           05 ESITO-A-RP                PIC X.
           05 TG-RP-9                   PIC X.
           05 STATO-RP                  PIC X.
              88 RP-PROPOSTA            VALUE "P".
              88 RP-ACCETTATA           VALUE "A".
              88 RP-RIFIUTATA           VALUE "R".
      *
      *CONTROL LIST
      *
