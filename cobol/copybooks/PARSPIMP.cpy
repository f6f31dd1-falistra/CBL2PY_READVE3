      *================================================================
      * PARSPIMP - parametri di chiamata per SPEDIMP (spedizioni
      *           import in arrivo su SPEDIMPF): "E" restituisce le
      *           spedizioni non ancora consegnate che portano il
      *           C-MAT (MAG-SP = 0: tutti i magazzini), ordinate
      *           per ETA, con i pezzi per taglia; "B" mostra a video
      *           le spedizioni del fornitore consegnate e in attesa
      *           di ricevimento; "R" segna ricevute quelle di
      *           fornitore/bolla. Senza funzione il programma va a
      *           video (registrazione, stati, import, tabulato)
      *================================================================
                .
           05 FUNZ-SP                PIC X.
              88 SP-ATTESI           VALUE "E".
              88 SP-DA-RICEVERE      VALUE "B".
              88 SP-RICEVUTA         VALUE "R".
           05 C-MAT-SP               PIC 9(15).
           05 MAG-SP                 PIC 9(3).
           05 CONTO-SP               PIC 9(8).
           05 RIF-BOLLA-SP           PIC 9(15).
           05 N-ARRIVI-SP            PIC S9(4) COMP.
           05 ARRIVO-SP OCCURS 20.
              10 CONTAINER-ARR-SP    PIC X(20).
              10 MAGAZZINO-ARR-SP    PIC 9(3).
              10 ETA-ARR-SP          PIC 9(6).
              10 SETT-ARR-SP         PIC 99.
              10 STATO-ARR-SP        PIC X.
              10 QTA-ARR-SP          PIC S9(5) COMP OCCURS 10.
           05 ESITO-SP               PIC S9(4) COMP.
              88 SPED-TROVATA        VALUE 0.
              88 SPED-ASSENTE        VALUE 1.
