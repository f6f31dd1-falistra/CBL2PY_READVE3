      *================================================================
      * PARASN  - parametri di chiamata per ASNFORN (avvisi di
      *           spedizione fornitore su ASNATT): "A" dice quanti
      *           cartoni l'ASN annuncia per fornitore/bolla; "V"
      *           verifica che il cartone sia annunciato; "R" registra
      *           su ASNRIC il ricevuto di un cartone/C-MAT; "C"
      *           chiude la bolla: stampa eccedenze, mancanze e capi
      *           non annunciati per cartone e li scrive su ASNDIFF.
      *           Senza funzione il programma va a video (import e
      *           lista)
      *================================================================
                .
           05 FUNZ-AS                PIC X.
              88 AS-APRI             VALUE "A".
              88 AS-VERIFICA         VALUE "V".
              88 AS-REGISTRA         VALUE "R".
              88 AS-CHIUDI           VALUE "C".
           05 CONTO-AS               PIC 9(8).
           05 RIF-BOLLA-AS           PIC 9(15).
           05 CARTONE-AS             PIC X(20).
           05 C-MAT-AS               PIC 9(15).
           05 QTA-AS                 PIC S9(4) COMP OCCURS 10.
           05 CARTONI-AS             PIC S9(4) COMP.
           05 DIFFERENZE-AS          PIC S9(4) COMP.
           05 ESITO-AS               PIC S9(4) COMP.
              88 ASN-OK              VALUE 0.
              88 ASN-ASSENTE         VALUE 1.
