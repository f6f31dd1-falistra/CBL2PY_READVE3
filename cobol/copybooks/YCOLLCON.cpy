      *** CONTENUTO DEI COLLI PER DDT (COLLICON): scritto da      ***
      *** PACKLIST alla chiusura dei colli, un rigo per collo/    ***
      *** C-MAT/taglia (C-MAT pieno gia' ricomposto dal barcode). ***
      *** Letto da SINVETT per valorizzare il collo smarrito o    ***
      *** danneggiato ai prezzi della bolla                       ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 DATA-CN               PIC 9(6).
           05 TN-1                  PIC X.
           05 NUMERO-DDT-CN         PIC 9(6).
           05 TN-2                  PIC X.
           05 COLLO-CN              PIC 9(3).
           05 TN-3                  PIC X.
           05 C-MAT-CN              PIC 9(15).
           05 TN-4                  PIC X.
           05 TAGLIA-CN             PIC 9.
           05 TN-5                  PIC X.
           05 QTA-CN                PIC 9(4).
           05 TN-6                  PIC X.
           05 NOME-CN               PIC X(7).
      *
      *CONTROL LIST
      *
