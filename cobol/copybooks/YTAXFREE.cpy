      *** RIGA DEL REGISTRO MODULI TAX FREE (TAXFREEREG)          ***
      *** TIPO-TF "E" emissione del modulo (totali, paese e       ***
      *** passaporto, scadenza del visto doganale), "L" una riga  ***
      *** di dettaglio per articolo con l'IVA scorporata, "R"     ***
      *** rimborso confermato sul visto, "A" annullato; il modulo ***
      *** e' aperto finche' non c'e' la riga "R" o "A" con lo     ***
      *** stesso NUMERO-TF. Importi in centesimi, date AAMMGG     ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 TIPO-TF                   PIC X.
              88 EMISSIONE-TF           VALUE "E".
              88 DETTAGLIO-TF           VALUE "L".
              88 RIMBORSO-TF            VALUE "R".
              88 ANNULLO-TF             VALUE "A".
           05 TG-TF-1                   PIC X.
           05 NUMERO-TF                 PIC 9(6).
           05 TG-TF-2                   PIC X.
           05 DATA-TF                   PIC 9(6).
           05 TG-TF-3                   PIC X.
           05 ORA-TF                    PIC 9(6).
           05 TG-TF-4                   PIC X.
           05 TERMINALE-TF              PIC X(8).
           05 TG-TF-5                   PIC X.
           05 OPERATORE-TF              PIC X(8).
           05 TG-TF-6                   PIC X.
           05 RIF-TF                    PIC 9(15).
           05 TG-TF-7                   PIC X.
           05 CONTO-TF                  PIC 9(8).
           05 TG-TF-8                   PIC X.
           05 MAG-TF                    PIC 999.
           05 TG-TF-9                   PIC X.
           05 DOC-Z-TF                  PIC 9(4).
           05 TG-TF-10                  PIC X.
           05 DOC-NUM-TF                PIC 9(4).
           05 TG-TF-11                  PIC X.
           05 PAESE-TF                  PIC XX.
           05 TG-TF-12                  PIC X.
           05 PASSAPORTO-TF             PIC X(15).
           05 TG-TF-13                  PIC X.
           05 C-MAT-TF                  PIC 9(15).
           05 TG-TF-14                  PIC X.
           05 ALIQ-TF                   PIC 99.
           05 TG-TF-15                  PIC X.
           05 LORDO-TF                  PIC S9(11)
                                        SIGN LEADING SEPARATE.
           05 TG-TF-16                  PIC X.
           05 IVA-TF                    PIC S9(11)
                                        SIGN LEADING SEPARATE.
           05 TG-TF-17                  PIC X.
           05 SCADENZA-TF               PIC 9(6).
      *
      *CONTROL LIST
      *
