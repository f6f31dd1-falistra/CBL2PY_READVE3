      *================================================================
      * PARDOCCO - parametri di chiamata per DOCCOMM (documento
      *           commerciale della cassa outlet): "I" azzera il
      *           riepilogo; "A" aggiunge una riga (C-MAT e importo
      *           lordo IVA compresa) al riepilogo per aliquota
      *           ALIQ-IVA di ANAMAT tenuto in questi parametri; "V"
      *           emette il documento di vendita del terminale, "R"
      *           il reso fiscale che richiama il documento della
      *           vendita RIF-ORIG-DC. SCONTO-DC (sconto di
      *           documento, p.es. punti fidelity) si ripartisce
      *           sulle aliquote. Senza funzione il programma va a
      *           video (chiusura giornaliera e corrispettivi)
      *================================================================
                .
           05 FUNZ-DC                PIC X.
              88 DC-INIZIO           VALUE "I".
              88 DC-RIGA             VALUE "A".
              88 DC-VENDITA          VALUE "V".
              88 DC-RESO             VALUE "R".
           05 CONTO-DC               PIC 9(8).
           05 MAG-DC                 PIC 9(3).
      *    documento interno (RIF-INTERNO MOVMAG) e, sul reso,
      *    quello della vendita originale
           05 RIF-DC                 PIC 9(15).
           05 RIF-ORIG-DC            PIC 9(15).
           05 C-MAT-DC               PIC 9(15).
           05 IMPORTO-DC             PIC S9(11) COMP-3.
           05 SCONTO-DC              PIC S9(11) COMP-3.
           05 N-ALIQ-DC              PIC S9(4) COMP.
           05 RIGA-ALIQ-DC OCCURS 10.
              10 ALIQ-DC             PIC S9(4) COMP.
              10 LORDO-DC            PIC S9(11) COMP-3.
           05 NUMERO-Z-DC            PIC 9(4).
           05 NUMERO-DOC-DC          PIC 9(4).
           05 ESITO-DC               PIC S9(4) COMP.
              88 DC-EMESSO           VALUE 0.
              88 DC-NON-EMESSO       VALUE 1.
