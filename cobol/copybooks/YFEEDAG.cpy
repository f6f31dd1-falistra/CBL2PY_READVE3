      *** ESITO CONSEGNA FEED NOTTURNO AGENTI (FEEDAGLOG) ***
      *** scritto da FEEDAGEN, una riga per agente piu' la riga ***
      *** di fine giro (AGENTE-FA 0, ESITO "FI", RIGHE-FA =    ***
      *** agenti trattati); letto da RAPECCEZ per il digest    ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 DATA-FA                   PIC 9(6).
           05 TG-FA-1                   PIC X.
           05 AGENTE-FA                 PIC 9(8).
           05 TG-FA-2                   PIC X.
           05 ESITO-FA                  PIC XX.
              88 FA-CONSEGNATO          VALUE "OK".
              88 FA-MANCATO             VALUE "KO".
              88 FA-FINE-GIRO           VALUE "FI".
           05 TG-FA-3                   PIC X.
           05 FASE-FA                   PIC X(8).
           05 TG-FA-4                   PIC X.
           05 ERR-FA                    PIC 9(4).
           05 TG-FA-5                   PIC X.
           05 RIGHE-FA                  PIC 9(6).
      *
      *CONTROL LIST
      *
