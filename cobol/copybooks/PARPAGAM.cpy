           05 ESITO-PAG              PIC S9(4) COMP.
              88 PAG-REGISTRATO      VALUE 0.
              88 PAG-SALTATO         VALUE 1.
      *ACCDATI*
      *    carta fedelta' della sessione (0 = nessuna), riportata
      *    sul giornale PAGAMLOG per l'estrazione dati del titolare
           05 CARTA-PAG              PIC 9(13).
      *ACCDATI*
