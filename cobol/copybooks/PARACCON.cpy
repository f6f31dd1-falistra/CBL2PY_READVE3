      *================================================================
      * PARACCON - parametri di chiamata per ACCONTI (prenotazione
      *           capi con acconto alla cassa outlet): "I" azzera la
      *           prenotazione in corso; "L" aggiunge un capo e lo
      *           prenota in QTA-IMPEGNATA (IMPEWEB "P"); "C" chiede
      *           cliente e acconto, numera la prenotazione, la
      *           scrive su ACCONTIREG e stampa la cedola; "V" rilegge
      *           la cedola per il ritiro (righe e acconto versato);
      *           "R" chiude la prenotazione ritirata. Senza funzione
      *           il programma va a video (scadenze, disposizione
      *           dell'acconto, elenco aperte)
      *================================================================
                .
           05 FUNZ-AC                PIC X.
              88 AC-INIZIO           VALUE "I".
              88 AC-RIGA             VALUE "L".
              88 AC-CHIUSURA         VALUE "C".
              88 AC-VERIFICA         VALUE "V".
              88 AC-RITIRO           VALUE "R".
           05 CONTO-AC               PIC 9(8).
           05 MAG-AC                 PIC 9(3).
           05 C-MAT-AC               PIC 9(15).
           05 TAGLIA-AC              PIC 99.
           05 QTA-AC                 PIC 9(4).
           05 PREZZO-AC              PIC S9(9) COMP.
           05 NUMERO-AC              PIC 9(6).
      *    totale e acconto in centesimi
           05 TOTALE-AC              PIC S9(11) COMP-3.
           05 ACCONTO-AC             PIC S9(11) COMP-3.
           05 N-RIGHE-AC             PIC S9(4) COMP.
           05 RIGA-AC OCCURS 100.
              10 C-MAT-RIGA-AC       PIC 9(15).
              10 TAGLIA-RIGA-AC      PIC 99.
              10 QTA-RIGA-AC         PIC 9(4).
              10 PREZZO-RIGA-AC      PIC S9(9) COMP.
           05 ESITO-AC               PIC S9(4) COMP.
              88 AC-OK               VALUE 0.
              88 AC-NON-TROVATA      VALUE 1.
              88 AC-NON-APERTA       VALUE 2.
              88 AC-SCADUTA          VALUE 3.
              88 AC-RIFIUTATA        VALUE 4.
