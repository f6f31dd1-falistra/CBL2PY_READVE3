              88 LF-PER-CATEGORIA       VALUE "C".
              88 LF-PER-CONTO           VALUE "K".
              88 LF-DEFAULT             VALUE "*".
      *ETICOMP*
      *       etichette composizione/manutenzione, chiave a spazi
              88 LF-ETICH-COMPOS        VALUE "E".
      *ETICOMP*
           05 TL-LF-1                   PIC X.
           05 CHIAVE-LF                 PIC X(24).
           05 TL-LF-2                   PIC X.
