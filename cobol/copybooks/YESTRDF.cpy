      *** DEFINIZIONI DI ESTRAZIONE (file ESTRDEF): una riga per ***
      *** estrazione salvata da ESTRATTI funz. "D", rilanciabile ***
      *** per nome (funz. "E", anche da catena ORCHEOD).         ***
      *** ARCHIVIO-ES M=MOVMAG S=SITPF A=ANAMAT B=BOLLE; filtri  ***
      *** a zero/spazio = nessun filtro; settimane DA > A = a    ***
      *** cavallo d'anno; date GGMMAA; TOTALI-ES spazio nessuno, ***
      *** "T" riga di totale, "G" raggruppa sul primo campo.     ***
      *** CAMPO-ES = numero campo del catalogo di ESTRATTI.      ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 NOME-ES                   PIC X(8).
           05 TG-ES-1                   PIC X.
           05 ARCHIVIO-ES               PIC X.
              88 ES-MOVMAG              VALUE "M".
              88 ES-SITPF               VALUE "S".
              88 ES-ANAMAT              VALUE "A".
              88 ES-BOLLE               VALUE "B".
           05 TG-ES-2                   PIC X.
           05 DESCR-ES                  PIC X(30).
           05 TG-ES-3                   PIC X.
           05 SETT-DA-ES                PIC 99.
           05 TG-ES-4                   PIC X.
           05 SETT-A-ES                 PIC 99.
           05 TG-ES-5                   PIC X.
           05 DATA-DA-ES                PIC 9(6).
           05 TG-ES-6                   PIC X.
           05 DATA-A-ES                 PIC 9(6).
           05 TG-ES-7                   PIC X.
           05 CLASSE-ES                 PIC 99.
           05 TG-ES-8                   PIC X.
           05 MAG-ES                    PIC 9(3).
           05 TG-ES-9                   PIC X.
           05 CONTO-ES                  PIC 9(9).
           05 TG-ES-10                  PIC X.
           05 CAUSALE-ES                PIC X(4).
           05 TG-ES-11                  PIC X.
           05 TOTALI-ES                 PIC X.
              88 ES-TOTALE              VALUE "T".
              88 ES-RAGGRUPPA           VALUE "G".
           05 TG-ES-12                  PIC X.
           05 N-CAMPI-ES                PIC 99.
           05 CAMPI-ES OCCURS 15.
              10 TG-CAMPO-ES            PIC X.
              10 CAMPO-ES               PIC 99.
      *
      *CONTROL LIST
      *
