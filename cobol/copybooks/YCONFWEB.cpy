      *** RECORD DI CONFERMA SPEDIZIONE ORDINE MARKETPLACE     ***
      *** (TRATTA-ORDINIWEB/SCRIVI-CONFWEB in READVE3)         ***
      *** un record per riga d'ordine ORDINIWEB lavorata       ***
      *** ritiro in negozio (RITIRWEB): NUMERO-DDT-CW zero,    ***
      *** spedita = consegnata al banco; spedita e pendente    ***
      *** entrambe zero = riga annullata (ritiro scaduto)      ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
