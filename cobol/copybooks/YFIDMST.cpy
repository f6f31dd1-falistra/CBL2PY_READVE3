      *** ANAGRAFICA CARTE FEDELTA' (FIDELMST): mantenuta da       ***
      *** FIDELITY, letta dalla segmentazione FIDELRFM. Le carte   ***
      *** iscritte prima del consenso marketing hanno CONSENSO-FM  ***
      *** vuoto = nessun consenso                                  ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 CARTA-FM              PIC 9(13).
           05 TG-FM-1               PIC X.
           05 NOME-FM               PIC X(24).
           05 TG-FM-2               PIC X.
           05 CONTATTO-FM           PIC X(40).
           05 TG-FM-3               PIC X.
           05 PUNTI-FM              PIC 9(9).
           05 TG-FM-4               PIC X.
           05 DATA-ISCR-FM          PIC 9(6).
           05 TG-FM-5               PIC X.
      *    consenso alle comunicazioni commerciali (S/N)
           05 CONSENSO-FM           PIC X.
              88 FM-CONSENSO-MKT    VALUE "S".
           05 TG-FM-6               PIC X.
      *    data AAMMGG in cui RETENZ ha anonimizzato il titolare
      *    (nome e contatto cancellati), zero = carta in chiaro
           05 DATA-ANONIM-FM        PIC 9(6).
      *
      *CONTROL LIST
      *
