      *** RECORD DELL'ARCHIVIO ARTICOLI SFOLTITI (file SFOLTARC, ***
      *** sequenziale a lunghezza fissa come DBJOURNL; scritto   ***
      *** da SFOLTART allo sfoltimento, riletto dal reintegro):  ***
      *** un record per riga IMAGE tolta, immagine intera        ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 DATA-SA                   PIC 9(6).
      *    C-MAT senza colore (chiave ANAMAT) dell'articolo sfoltito
           05 C-MAT-SA                  PIC 9(15).
      *    nome del data-set come passato a DBPUT/DBDELETE
           05 DATASET-SA                PIC X(8).
           05 STATO-SA                  PIC X.
              88 ARCHIVIATO-SA          VALUE "A".
              88 REINTEGRATO-SA         VALUE "R".
           05 DATA-RI-SA                PIC 9(6).
           05 IMAGE-SA                  PIC X(512).
      *
      *CONTROL LIST
      *
