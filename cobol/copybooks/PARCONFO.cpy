      *================================================================
      * PARCONFO - parametri di chiamata per CONFORD (conferma
      *            d'ordine numerata per ordine stagionale o cliente
      *            chiave; TIPO-ORD-PC a spazio = richiesta a video)
      *================================================================
                .
           05 TIPO-ORD-PC            PIC X.
              88 PC-STAGIONALE       VALUE "S".
              88 PC-CHIAVE           VALUE "K".
           05 CONTO-PC               PIC 9(8).
           05 RIF-ORD-PC             PIC X(10).
      *    uscita
           05 ESITO-PC               PIC S9(4) COMP.
              88 PC-EMESSA           VALUE 0.
              88 PC-INVARIATA        VALUE 1.
              88 PC-NON-TROVATO      VALUE 2.
           05 NUMERO-PC              PIC 9(6).
           05 REVISIONE-PC           PIC 99.
