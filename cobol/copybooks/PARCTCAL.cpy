      *================================================================
      * PARCTCAL - parametri di chiamata per CTRLCAL (giorno
      *            lavorativo secondo il calendario CALENDF)
      *================================================================
                .
           05 FUNZ-CC                PIC X.
              88 CC-VERIFICA         VALUE "V".
              88 CC-RICARICA         VALUE "L".
           05 DATA-CC                PIC 9(6).
           05 GIORNO-SETT-CC         PIC 9.
           05 SOC-CC                 PIC 99.
           05 MAG-CC                 PIC 9(3).
           05 VET-CC                 PIC 9(8).
           05 ESITO-CC               PIC X.
              88 LAVORATIVO-CC       VALUE "S".
