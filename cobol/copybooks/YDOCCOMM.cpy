      *** RIGA DEL GIORNALE DOCUMENTI COMMERCIALI (DOCCOMMF)      ***
      *** una riga per aliquota IVA di ogni documento; TIPO-DF    ***
      *** "V" vendita, "R" reso fiscale (importi sempre positivi, ***
      *** il tipo dice il segno). Il numero e' progressivo per    ***
      *** terminale dentro il periodo NUMERO-Z-DF, che si chiude  ***
      *** con la chiusura giornaliera (DOCCHIUS). Sul reso gli    ***
      *** ORIG- richiamano il documento di vendita. Importi in    ***
      *** centesimi, date in formato interno AAMMGG               ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 TIPO-DF                   PIC X.
              88 VENDITA-DF             VALUE "V".
              88 RESO-DF                VALUE "R".
           05 TG-DF-1                   PIC X.
           05 DATA-DF                   PIC 9(6).
           05 TG-DF-2                   PIC X.
           05 ORA-DF                    PIC 9(6).
           05 TG-DF-3                   PIC X.
           05 TERMINALE-DF              PIC X(8).
           05 TG-DF-4                   PIC X.
           05 NUMERO-Z-DF               PIC 9(4).
           05 TG-DF-5                   PIC X.
           05 NUMERO-DF                 PIC 9(4).
           05 TG-DF-6                   PIC X.
           05 RIF-DF                    PIC 9(15).
           05 TG-DF-7                   PIC X.
           05 CONTO-DF                  PIC 9(8).
           05 TG-DF-8                   PIC X.
           05 MAG-DF                    PIC 999.
           05 TG-DF-9                   PIC X.
           05 ALIQ-DF                   PIC 99.
           05 TG-DF-10                  PIC X.
           05 LORDO-DF                  PIC S9(11)
                                        SIGN LEADING SEPARATE.
           05 TG-DF-11                  PIC X.
           05 IMPONIBILE-DF             PIC S9(11)
                                        SIGN LEADING SEPARATE.
           05 TG-DF-12                  PIC X.
           05 IMPOSTA-DF                PIC S9(11)
                                        SIGN LEADING SEPARATE.
           05 TG-DF-13                  PIC X.
           05 ORIG-DATA-DF              PIC 9(6).
           05 TG-DF-14                  PIC X.
           05 ORIG-TERM-DF              PIC X(8).
           05 TG-DF-15                  PIC X.
           05 ORIG-Z-DF                 PIC 9(4).
           05 TG-DF-16                  PIC X.
           05 ORIG-NUM-DF               PIC 9(4).
      *
      *CONTROL LIST
      *
