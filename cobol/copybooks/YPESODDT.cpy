      *** RIGA PESO/COLLI PER DDT (PESODDT) ***
      *** scritta da PRINTDDF, colli aggiornati da PACKLIST;   ***
      *** letta da MANIVETT (bordero) e EXPDESAD (DESADV)      ***
      *** CONTO-PW: cliente del DDT (0 = documento non di      ***
      *** vendita di DDTTRAS, spazi sulle righe piu' vecchie); ***
      *** serve a CONAIDIC per escludere l'export              ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
           05 COLLI-PW              PIC 9(3).
           05 TW-4                  PIC X.
           05 PESO-GRAMMI-PW        PIC 9(9).
           05 TW-5                  PIC X.
           05 CONTO-PW              PIC 9(8).
      *
      *CONTROL LIST
      *
