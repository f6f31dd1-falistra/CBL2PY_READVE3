      *** REGISTRO RICHIESTE DEI TITOLARI CARTA FEDELTA' (RICHDIR) ***
      *** scritto da DIRACCES, evaso da RETENZ per rettifiche e    ***
      *** cancellazioni: data della richiesta, scadenza a 30       ***
      *** giorni, tipo, stato ed evasione. NOME-RD e CONTATTO-RD   ***
      *** portano i dati nuovi della rettifica, a spazi negli      ***
      *** altri tipi e dopo una cancellazione della stessa carta   ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 NUMERO-RD             PIC 9(6).
           05 TG-RD-1               PIC X.
           05 DATA-RD               PIC 9(6).
           05 TG-RD-2               PIC X.
           05 SCADENZA-RD           PIC 9(6).
           05 TG-RD-3               PIC X.
           05 CARTA-RD              PIC 9(13).
           05 TG-RD-4               PIC X.
      *    A accesso ai dati, R rettifica, C cancellazione
           05 TIPO-RD               PIC X.
              88 RD-ACCESSO         VALUE "A".
              88 RD-RETTIFICA       VALUE "R".
              88 RD-CANCELLAZIONE   VALUE "C".
           05 TG-RD-5               PIC X.
      *    A aperta, E evasa
           05 STATO-RD              PIC X.
              88 RD-APERTA          VALUE "A".
              88 RD-EVASA           VALUE "E".
           05 TG-RD-6               PIC X.
           05 DATA-EVASA-RD         PIC 9(6).
           05 TG-RD-7               PIC X.
           05 OPERATORE-RD          PIC X(8).
           05 TG-RD-8               PIC X.
           05 NOME-RD               PIC X(24).
           05 TG-RD-9               PIC X.
           05 CONTATTO-RD           PIC X(40).
      *
      *CONTROL LIST
      *
