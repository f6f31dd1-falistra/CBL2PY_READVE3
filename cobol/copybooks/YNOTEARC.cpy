      *** RIGA DELL'ARCHIVIO NOTE DI ACCREDITO (file NOTEARCH,    ***
      *** accodato da NOTACRED per TUTTI i conti, anche quelli     ***
      *** fuori dalla fatturazione elettronica): una riga per      ***
      *** reso accreditato. DATA-NR e' la data di emissione della ***
      *** nota (AAMMGG), MAG-NR il magazzino del reso, PREZZO-NR  ***
      *** unitario in centesimi. CAUSALE-IVA-NR da CONFATT,       ***
      *** SPLIT-NR "A" per i conti in split payment               ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 DATA-NR                   PIC 9(6).
           05 TG-NR-1                   PIC X.
           05 CONTO-NR                  PIC 9(8).
           05 TG-NR-2                   PIC X.
           05 NUMERO-NOTA-NR            PIC 9(6).
           05 TG-NR-3                   PIC X.
           05 MAG-NR                    PIC 9(3).
           05 TG-NR-4                   PIC X.
           05 C-MAT-NR                  PIC 9(15).
           05 TG-NR-5                   PIC X.
           05 QTA-NR                    PIC 9(6).
           05 TG-NR-6                   PIC X.
           05 PREZZO-NR                 PIC 9(9).
           05 TG-NR-7                   PIC X.
           05 CAUSALE-IVA-NR            PIC 9(4).
           05 TG-NR-8                   PIC X.
           05 SPLIT-NR                  PIC X.
      *
      *CONTROL LIST
      *
