      *** RIGA DELLA LISTA DI SFOLTIMENTO ARTICOLI (file         ***
      *** SFOLTSEL, scritto e poi approvato da SFOLTART): per    ***
      *** articolo ANAMAT (C-MAT senza colore) senza giacenza,   ***
      *** ordinato e impegnato, senza ordini aperti e fermo da   ***
      *** ANNI-SF anni: ultima data (nascita, ultima vendita,    ***
      *** ultimo movimento SITPF) e righe SITPF vuote. STATO-SF: ***
      *** "P" proposto, "N" non approvato, "S" sfoltito (in      ***
      *** archivio SFOLTARC), "X" escluso alla verifica (MOTIVO) ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 C-MAT-SF                  PIC 9(15).
           05 TG-SF-1                   PIC X.
           05 D-MAT-SF                  PIC X(24).
           05 TG-SF-2                   PIC X.
           05 CLASSE-SF                 PIC 99.
           05 TG-SF-3                   PIC X.
           05 ULT-DATA-SF               PIC 9(6).
           05 TG-SF-4                   PIC X.
           05 RIGHE-SITPF-SF            PIC 9(4).
           05 TG-SF-5                   PIC X.
           05 ANNI-SF                   PIC 99.
           05 TG-SF-6                   PIC X.
           05 STATO-SF                  PIC X.
              88 PROPOSTO-SF            VALUE "P".
              88 NON-APPROVATO-SF       VALUE "N".
              88 SFOLTITO-SF            VALUE "S".
              88 ESCLUSO-SF             VALUE "X".
           05 TG-SF-7                   PIC X.
      *    motivo di esclusione alla verifica: G giacenza/ordinato/
      *    impegnato su SITPF, O ordine aperto, M movimento recente,
      *    A articolo non piu' su ANAMAT
           05 MOTIVO-SF                 PIC X.
      *
      *CONTROL LIST
      *
