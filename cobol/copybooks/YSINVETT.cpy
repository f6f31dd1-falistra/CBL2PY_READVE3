      *** REGISTRO SINISTRI VETTORE (SINVETTF): un rigo per collo ***
      *** smarrito o danneggiato, riscritto per intero a ogni     ***
      *** aggiornamento da SINVETT. Apertura automatica dagli     ***
      *** stati TRACKDLV importati da TRACKCOL o a richiesta;     ***
      *** valore richiesto = contenuto COLLICON ai prezzi della   ***
      *** bolla (MOVMAG, catena RIF-INTR data+numero DDT), in     ***
      *** centesimi come l'importo liquidato dal vettore          ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 NUMERO-SV             PIC 9(6).
           05 TV-1                  PIC X.
           05 DATA-SV               PIC 9(6).
           05 TV-2                  PIC X.
           05 DATA-DDT-SV           PIC 9(6).
           05 TV-3                  PIC X.
           05 NUMERO-DDT-SV         PIC 9(6).
           05 TV-4                  PIC X.
           05 COLLO-SV              PIC 9(3).
           05 TV-5                  PIC X.
           05 CONTO-VET-SV          PIC 9(8).
           05 TV-6                  PIC X.
           05 TRACKING-SV           PIC X(20).
           05 TV-7                  PIC X.
      *    cliente della bolla (CONTO-PW di PESODDT)
           05 CONTO-SV              PIC 9(8).
           05 TV-8                  PIC X.
           05 TIPO-SV               PIC X.
              88 SV-SMARRITO        VALUE "S".
              88 SV-DANNEGGIATO     VALUE "D".
           05 TV-9                  PIC X.
           05 ORIGINE-SV            PIC X.
              88 SV-AUTOMATICO      VALUE "A".
              88 SV-MANUALE         VALUE "M".
           05 TV-10                 PIC X.
           05 CAPI-SV               PIC 9(5).
           05 TV-11                 PIC X.
           05 VALORE-SV             PIC 9(11).
           05 TV-12                 PIC X.
      *    "A" aperto (lettera inviata), "R" risposta del vettore,
      *    chiusi: "L" liquidato, "N" respinto dal vettore
           05 STATO-SV              PIC X.
              88 SV-APERTO          VALUE "A".
              88 SV-RISPOSTA        VALUE "R".
              88 SV-LIQUIDATO       VALUE "L".
              88 SV-RESPINTO        VALUE "N".
           05 TV-13                 PIC X.
           05 DATA-RISP-SV          PIC 9(6).
           05 TV-14                 PIC X.
           05 NOTA-RISP-SV          PIC X(40).
           05 TV-15                 PIC X.
           05 LIQUIDATO-SV          PIC 9(11).
           05 TV-16                 PIC X.
           05 DATA-LIQ-SV           PIC 9(6).
           05 TV-17                 PIC X.
           05 UTENTE-SV             PIC X(8).
      *
      *CONTROL LIST
      *
