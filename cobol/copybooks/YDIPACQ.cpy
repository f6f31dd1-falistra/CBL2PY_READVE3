      *** RIGA DEL GIORNALE ACQUISTI DEL PERSONALE (DIPACQLOG)    ***
      *** una riga per articolo venduto in sessione dipendente   ***
      *** (causale VDIP), col badge e la societa' del dipendente ***
      *** (sigla MAPPASOCIETA); il reso e' la riga col segno      ***
      *** meno. Importi in centesimi, date AAMMGG                ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 DATA-DQ                   PIC 9(6).
           05 TG-DQ-1                   PIC X.
           05 ORA-DQ                    PIC 9(6).
           05 TG-DQ-2                   PIC X.
           05 TERMINALE-DQ              PIC X(8).
           05 TG-DQ-3                   PIC X.
           05 BADGE-DQ                  PIC X(10).
           05 TG-DQ-4                   PIC X.
           05 SOCIETA-DQ                PIC XX.
           05 TG-DQ-5                   PIC X.
           05 C-MAT-DQ                  PIC 9(15).
           05 TG-DQ-6                   PIC X.
           05 MAGAZZINO-DQ              PIC 999.
           05 TG-DQ-7                   PIC X.
           05 IMPORTO-DQ                PIC S9(11)
                                        SIGN LEADING SEPARATE.
           05 TG-DQ-8                   PIC X.
           05 RIF-DQ                    PIC 9(15).
      *
      *CONTROL LIST
      *
