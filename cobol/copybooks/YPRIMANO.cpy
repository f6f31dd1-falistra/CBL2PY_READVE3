      *** RIGA DELL'ESTRATTO DI PRIMA NOTA (file PRIMANOT, scritto ***
      *** da PRIMANOT per il pacchetto di contabilita'): una riga  ***
      *** per conto movimentato; le righe di un documento (stessi  ***
      *** TIPO-DOC-PN, NUM-DOC-PN, DATA-DOC-PN) quadrano in dare  ***
      *** e avere. TIPO-DOC-PN: PREF pre-fattura, NCRE nota di     ***
      *** accredito, FATF fattura fornitore, INTC/INTR travaso     ***
      *** intercompany lato cedente/ricevente. ALIQ-PN in          ***
      *** centesimi di punto (2200 = 22%), importi in centesimi,  ***
      *** date AAMMGG                                              ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 DATA-REG-PN               PIC 9(6).
           05 TG-PN-1                   PIC X.
           05 SOC-PN                    PIC 99.
           05 TG-PN-2                   PIC X.
           05 TIPO-DOC-PN               PIC X(4).
           05 TG-PN-3                   PIC X.
           05 NUM-DOC-PN                PIC X(12).
           05 TG-PN-4                   PIC X.
           05 DATA-DOC-PN               PIC 9(6).
           05 TG-PN-5                   PIC X.
           05 RIGA-PN                   PIC 9(3).
           05 TG-PN-6                   PIC X.
           05 CONTO-PN                  PIC 9(8).
           05 TG-PN-7                   PIC X.
           05 SEGNO-PN                  PIC X.
              88 DARE-PN                VALUE "D".
              88 AVERE-PN               VALUE "A".
           05 TG-PN-8                   PIC X.
           05 IMPORTO-PN                PIC 9(13).
           05 TG-PN-9                   PIC X.
           05 ALIQ-PN                   PIC 9(4).
           05 TG-PN-10                  PIC X.
           05 CAUSALE-IVA-PN            PIC 9(4).
           05 TG-PN-11                  PIC X.
           05 DESCR-PN                  PIC X(30).
      *
      *CONTROL LIST
      *
