      *================================================================
      * PARKIT  - parametri di chiamata per KITTAIL (kit tailleur,
      *           composizione su KITCOMPF): "E" esplode il C-MAT del
      *           kit nei componenti con pezzi e mappa taglie; "D"
      *           calcola la disponibilita' del kit per magazzino e
      *           taglia dalle giacenze SITPF dei componenti (MAG-KT
      *           = 0: tutti i magazzini del primo componente).
      *           Senza funzione il programma va a video
      *           (manutenzione e tabulato kit squilibrati)
      *================================================================
                .
           05 FUNZ-KT                PIC X.
              88 KT-ESPLODI          VALUE "E".
              88 KT-DISPONIBILE      VALUE "D".
           05 C-MAT-KT               PIC 9(15).
           05 MAG-KT                 PIC 9(3).
           05 N-COMP-KT              PIC S9(4) COMP.
           05 COMP-KT OCCURS 5.
              10 C-MAT-COMP-KT       PIC 9(15).
              10 PEZZI-COMP-KT       PIC S9(4) COMP.
              10 TAGLIA-COMP-KT      PIC S9(4) COMP OCCURS 10.
           05 N-MAG-KT               PIC S9(4) COMP.
           05 MAG-DISP-KT OCCURS 20.
              10 MAGAZZINO-KT        PIC 9(3).
              10 DISP-KT             PIC S9(8) COMP OCCURS 10.
           05 ESITO-KT               PIC S9(4) COMP.
              88 KIT-TROVATO         VALUE 0.
              88 KIT-IGNOTO          VALUE 1.
