      *================================================================
      * PARTAXFR - parametri di chiamata per TAXFREE (modulo tax
      *           free per il turista extra UE alla cassa outlet):
      *           "I" azzera le righe; "A" aggiunge una riga (C-MAT
      *           e importo lordo IVA compresa), l'aliquota si legge
      *           da ALIQ-IVA di ANAMAT e l'IVA si scorpora riga per
      *           riga; "E" a fine sessione chiede, se il totale
      *           supera la soglia di legge, paese e passaporto del
      *           cliente ed emette il modulo, SCONTO-TX ripartito
      *           sulle righe. Senza funzione il programma va a video
      *           (visto doganale e situazione mensile)
      *================================================================
                .
           05 FUNZ-TX                PIC X.
              88 TX-INIZIO           VALUE "I".
              88 TX-RIGA             VALUE "A".
              88 TX-EMISSIONE        VALUE "E".
           05 CONTO-TX               PIC 9(8).
           05 MAG-TX                 PIC 9(3).
           05 RIF-TX                 PIC 9(15).
      *    documento commerciale della vendita (DOCCOMM)
           05 DOC-Z-TX               PIC 9(4).
           05 DOC-NUM-TX             PIC 9(4).
           05 C-MAT-TX               PIC 9(15).
           05 IMPORTO-TX             PIC S9(11) COMP-3.
           05 SCONTO-TX              PIC S9(11) COMP-3.
           05 N-RIGHE-TX             PIC S9(4) COMP.
           05 RIGA-TX OCCURS 100.
              10 C-MAT-RIGA-TX       PIC 9(15).
              10 ALIQ-RIGA-TX        PIC S9(4) COMP.
              10 LORDO-RIGA-TX       PIC S9(11) COMP-3.
           05 NUMERO-TX              PIC 9(6).
           05 ESITO-TX               PIC S9(4) COMP.
              88 TX-EMESSO           VALUE 0.
              88 TX-NON-EMESSO       VALUE 1.
