      *** IMBALLI SPEDITI PER DDT E SOCIETA' (IMBSPED): scritto   ***
      *** da PACKLIST alla chiusura dei colli, un rigo per        ***
      *** societa' dei capi della bolla (il collo va alla         ***
      *** societa' del suo primo capo); colli appesi = colli con  ***
      *** almeno un capo appeso, come per le grucce di VUOTIMOV.  ***
      *** Letto da CONAIDIC per la dichiarazione CONAI            ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 DATA-IS               PIC 9(6).
           05 TS-1                  PIC X.
           05 NUMERO-DDT-IS         PIC 9(6).
           05 TS-2                  PIC X.
           05 MAG-IS                PIC 9(3).
           05 TS-3                  PIC X.
           05 NEG-IS                PIC 9(3).
           05 TS-4                  PIC X.
           05 SOCIETA-IS            PIC 9.
           05 TS-5                  PIC X.
           05 COLLI-SCATOLA-IS      PIC 9(3).
           05 TS-6                  PIC X.
           05 COLLI-APPESI-IS       PIC 9(3).
           05 TS-7                  PIC X.
           05 CAPI-APPESI-IS        PIC 9(5).
           05 TS-8                  PIC X.
           05 CAPI-SCATOLA-IS       PIC 9(5).
      *
      *CONTROL LIST
      *
