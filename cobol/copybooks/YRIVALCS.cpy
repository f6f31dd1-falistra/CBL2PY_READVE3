      *** RIGA DI PROPOSTA RIVALUTAZIONE COSTO STANDARD (file    ***
      *** RIVALPRO, scritto e poi approvato da RIVALCST): per    ***
      *** articolo ANAMAT (C-MAT senza colore) il COSTO attuale, ***
      *** il nuovo costo proposto secondo la BASE (M media dei   ***
      *** carichi dell'anno, U ultimo acquisto, C percentuale    ***
      *** per classe) e la giacenza SITPF al momento della       ***
      *** proposta. STATO-RV: "P" proposta, "A" applicata su     ***
      *** ANAMAT, "X" scartata (costo cambiato nel frattempo)    ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 C-MAT-RV                  PIC 9(15).
           05 TG-RV-1                   PIC X.
           05 CLASSE-RV                 PIC 99.
           05 TG-RV-2                   PIC X.
           05 BASE-RV                   PIC X.
           05 TG-RV-3                   PIC X.
           05 ANNO-RV                   PIC 99.
           05 TG-RV-4                   PIC X.
           05 COSTO-VEC-RV              PIC 9(9).
           05 TG-RV-5                   PIC X.
           05 COSTO-NUO-RV              PIC 9(9).
           05 TG-RV-6                   PIC X.
           05 GIAC-RV                   PIC S9(9) SIGN LEADING SEPARATE.
           05 TG-RV-7                   PIC X.
           05 STATO-RV                  PIC X.
              88 PROPOSTA-RV            VALUE "P".
              88 APPLICATA-RV           VALUE "A".
              88 SCARTATA-RV            VALUE "X".
      *
      *CONTROL LIST
      *
