      *================================================================
      * PARCOMP  - parametri di chiamata per CTRLCOMP (controllo
      *            della composizione tessile di COMPOS: esistenza,
      *            somme al 100%, sigle fibra legali su FIBRELEG;
      *            stampa delle etichette composizione/manutenzione
      *            col ponte PRTBCEU8; senza funzione il programma va
      *            a video per il rapporto per collezione)
      *================================================================
                .
      *    "V" solo verifica, "B" verifica con blocco e codice
      *    supervisore (conferma su COMPLOG), "E" etichette
           05 FUNZ-CC                PIC X.
              88 CC-VERIFICA         VALUE "V".
              88 CC-BLOCCO           VALUE "B".
              88 CC-ETICHETTE        VALUE "E".
           05 C-MAT-CC               PIC 9(15).
      *    conto di destinazione: lingue delle etichette
           05 CONTO-CC               PIC 9(8).
           05 COPIE-CC               PIC 9(4).
           05 DESTINO-CC             PIC 9(2).
      *    uscita: primo difetto trovato e quanti in tutto
           05 DIFETTO-CC             PIC X(40).
           05 N-DIFETTI-CC           PIC S9(4) COMP.
           05 ESITO-CC               PIC S9(4) COMP.
              88 CC-VALIDA           VALUE 0.
              88 CC-NON-VALIDA       VALUE 1.
              88 CC-AUTORIZZATA      VALUE 2.
              88 CC-RIFIUTATA        VALUE 3.
