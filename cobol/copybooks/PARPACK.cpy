      *================================================================
      * PARPACK - parametri di chiamata per PREPACK (cartoni a
      *           assortimento fisso di taglie, anagrafica PREPACKF):
      *           "E" esplode il codice cartone in C-MAT e pezzi per
      *           taglia (controllati sul numero taglie NTG di
      *           TABTAGLIE); "R" registra su PACKRIC l'arrivo di
      *           CARTONI-PK cartoni con la bolla fornitore; "V" dice
      *           se il lotto RIF-BOLLA-PK del C-MAT e' arrivato in
      *           cartone (COD-PACK-PK valorizzato). Senza funzione
      *           il programma va a video per la manutenzione
      *================================================================
                .
           05 FUNZ-PK                PIC X.
              88 PK-ESPLODI          VALUE "E".
              88 PK-REGISTRA         VALUE "R".
              88 PK-VERIFICA         VALUE "V".
           05 COD-PACK-PK            PIC X(14).
           05 C-MAT-PK               PIC 9(15).
           05 QTA-PK                 PIC 9(3) OCCURS 10.
           05 PEZZI-PK               PIC 9(4).
           05 CARTONI-PK             PIC 9(4).
           05 RIF-BOLLA-PK           PIC 9(15).
           05 CONTO-PK               PIC 9(8).
           05 MAG-PK                 PIC 9(3).
           05 ESITO-PK               PIC S9(4) COMP.
              88 PACK-TROVATO        VALUE 0.
              88 PACK-IGNOTO         VALUE 1.
              88 PACK-NON-VALIDO     VALUE 2.
