      *================================================================
      * PARRITWB - parametri di chiamata per RITIRWEB (ordini web con
      *           ritiro in negozio): "I" acquisisce le righe con
      *           negozio di ritiro del file ORDINIWEB (impegno nel
      *           negozio o proposta di travaso PROPTRAS); "X"
      *           annulla quelle del file ANNULWEB; "A" arrivo della
      *           merce in negozio (magazzino, C-MAT e quantita'
      *           accettate per taglia): l'ordine passa pronto e
      *           parte l'avviso di ritiro; "V" rilegge l'ordine per
      *           la consegna al banco; "R" chiude l'ordine
      *           consegnato. Senza funzione il programma va a video
      *           (scadenze, arrivo confermato a mano, elenco)
      *================================================================
                .
           05 FUNZ-RW                PIC X.
              88 RW-ACQUISIZIONE     VALUE "I".
              88 RW-ANNULLO-WEB      VALUE "X".
              88 RW-ARRIVO           VALUE "A".
              88 RW-VERIFICA         VALUE "V".
              88 RW-CONSEGNA         VALUE "R".
           05 RIF-ORDINE-RW          PIC X(20).
           05 MAG-RW                 PIC 9(3).
           05 C-MAT-RW               PIC 9(15).
           05 QTA-ARRIVO-RW          PIC S9(4) COMP OCCURS 10.
           05 N-RIGHE-RW             PIC S9(4) COMP.
           05 RIGA-RW OCCURS 50.
              10 C-MAT-RIGA-RW       PIC 9(15).
              10 TAGLIA-RIGA-RW      PIC 9.
              10 QTA-RIGA-RW         PIC 9(5).
           05 ESITO-RW               PIC S9(4) COMP.
              88 RW-OK               VALUE 0.
              88 RW-NON-TROVATO      VALUE 1.
              88 RW-NON-PRONTO       VALUE 2.
              88 RW-ALTRO-NEGOZIO    VALUE 3.
              88 RW-CHIUSO           VALUE 4.
