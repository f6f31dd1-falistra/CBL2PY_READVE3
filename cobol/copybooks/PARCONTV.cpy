      *================================================================
      * PARCONTV - parametri di chiamata per CONTOVEN (merce in conto
      *           vendita fornitore, libro CVMOVIM): "A" dice se per
      *           fornitore/C-MAT c'e' un accordo su CVACCORD e a che
      *           costo; "C" registra il carico in conto vendita di
      *           RICEVI (ORIGINE-CV L = lotto dichiarato, A =
      *           accordo); "V" registra la vendita (QTA-CV negativa =
      *           reso del cliente) sulla merce in conto vendita
      *           ancora da vendere del C-MAT/magazzino e rende in
      *           QTA-CONSEGNATA-CV i capi che erano del fornitore.
      *           Senza funzione il programma va a video
      *           (liquidazione mensile e giacenza in conto vendita)
      *================================================================
                .
           05 FUNZ-CV                PIC X.
              88 CV-ACCORDO          VALUE "A".
              88 CV-CARICO           VALUE "C".
              88 CV-VENDITA          VALUE "V".
           05 CONTO-FORN-CV          PIC 9(8).
           05 C-MAT-CV               PIC 9(15).
           05 MAG-CV                 PIC 9(3).
           05 QTA-CV                 PIC S9(6) COMP.
           05 COSTO-CV               PIC S9(9) COMP.
           05 RIF-CV                 PIC 9(15).
           05 ORIGINE-CV             PIC X.
           05 QTA-CONSEGNATA-CV      PIC S9(6) COMP.
           05 ESITO-CV               PIC S9(4) COMP.
              88 CV-TROVATO          VALUE 0.
              88 CV-ASSENTE          VALUE 1.
