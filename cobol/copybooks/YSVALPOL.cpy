      *** RIGA DELLA POLITICA DI SVALUTAZIONE MAGAZZINO (file    ***
      *** SVALPOL, letto da SVALMAG): percentuale di svalutazione ***
      *** del valore al cut-off per gli articoli fermi da almeno  ***
      *** FASCIA-SP giorni (dall'ultimo movimento DT-UM di SITPF),***
      *** eventualmente ristretta a una stagione/collezione       ***
      *** STAGMATF (STAG-SP, spazi = tutte) e a una classe        ***
      *** (CLASSE-SP, 00 = tutte). Vale la riga piu' specifica    ***
      *** (stagione e classe, poi stagione, poi classe, poi       ***
      *** generale) e, fra quelle, la fascia piu' alta raggiunta. ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 FASCIA-SP                 PIC 9(3).
           05 TG-SP-1                   PIC X.
           05 STAG-SP                   PIC X(6).
           05 TG-SP-2                   PIC X.
           05 CLASSE-SP                 PIC 99.
           05 TG-SP-3                   PIC X.
           05 PERC-SP                   PIC 999V99.
           05 TG-SP-4                   PIC X.
           05 DESCR-SP                  PIC X(30).
      *
      *CONTROL LIST
      *
