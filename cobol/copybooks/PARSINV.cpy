      *================================================================
      * PARSINV  - parametri di chiamata per SINVETT (registro
      *            sinistri vettore: "A" apre i sinistri dei colli
      *            SMARRITO/DANNEGGIATO di TRACKDLV non ancora a
      *            registro e stampa le lettere; senza funzione il
      *            programma va a video)
      *================================================================
                .
           05 FUNZ-SV                PIC X.
              88 SV-APRI-DA-STATI    VALUE "A".
      *    uscita: sinistri aperti dalla chiamata
           05 APERTI-SV              PIC S9(4) COMP.
