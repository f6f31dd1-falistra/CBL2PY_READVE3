      *================================================================
      * PARDIPAC - parametri di chiamata per ACQDIP (acquisti del
      *           personale alla cassa outlet): "V" verifica il
      *           badge (torna nome, societa', tetto annuo e speso
      *           nell'anno), "S" da' lo sconto dipendente della
      *           CLASSE, "R" registra la riga venduta sul giornale
      *           DIPACQLOG. Senza funzione il programma va a video
      *           (anagrafica badge ed estratto mensile per la busta
      *           paga)
      *================================================================
                .
           05 FUNZ-DA                PIC X.
              88 DA-VERIFICA         VALUE "V".
              88 DA-SCONTO           VALUE "S".
              88 DA-REGISTRA         VALUE "R".
           05 BADGE-DA               PIC X(10).
           05 NOME-DA                PIC X(30).
           05 SOCIETA-DA             PIC XX.
      *    importi in centesimi
           05 TETTO-DA               PIC S9(11) COMP-3.
           05 SPESO-DA               PIC S9(11) COMP-3.
           05 CLASSE-DA              PIC 99.
           05 PERC-DA                PIC S9(4) COMP.
           05 C-MAT-DA               PIC 9(15).
           05 MAG-DA                 PIC 9(3).
           05 IMPORTO-DA             PIC S9(11) COMP-3.
           05 RIF-DA                 PIC 9(15).
           05 ESITO-DA               PIC S9(4) COMP.
              88 DA-OK               VALUE 0.
              88 DA-BADGE-IGNOTO     VALUE 1.
