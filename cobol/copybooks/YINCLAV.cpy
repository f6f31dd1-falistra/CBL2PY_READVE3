      *** RIGA DELLA LISTA DI LAVORO DELL'UFFICIO CREDITI (FILE   ***
      *** INCLAVOR, scritto da INCBANCA): accrediti bancari che   ***
      *** l'abbinamento automatico alle partite SCADAPER non ha   ***
      *** potuto chiudere. MOTIVO-LV "PA" importo diverso dalle   ***
      *** pre-fatture citate (parziale o eccedente), "AM" piu'    ***
      *** partite candidate, "NI" conto non identificato          ***
      *** (CONTO-LV zero). STATO-LV "A" aperta, "E" evasa. Date   ***
      *** AAMMGG, importi in centesimi                            ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 NUM-LV                    PIC 9(5).
           05 TG-LV-1                   PIC X.
           05 DATA-LV                   PIC 9(6).
           05 TG-LV-2                   PIC X.
           05 CONTO-LV                  PIC 9(8).
           05 TG-LV-3                   PIC X.
           05 IMPORTO-LV                PIC 9(13).
           05 TG-LV-4                   PIC X.
           05 NUM-PF-LV                 PIC 9(4).
           05 TG-LV-5                   PIC X.
           05 MOTIVO-LV                 PIC XX.
              88 PARZIALE-LV            VALUE "PA".
              88 AMBIGUO-LV             VALUE "AM".
              88 NON-IDENTIFICATO-LV    VALUE "NI".
           05 TG-LV-6                   PIC X.
           05 RIF-LV                    PIC X(16).
           05 TG-LV-7                   PIC X.
           05 STATO-LV                  PIC X.
              88 APERTA-LV              VALUE "A".
              88 EVASA-LV               VALUE "E".
           05 TG-LV-8                   PIC X.
           05 DESCR-LV                  PIC X(60).
      *
      *CONTROL LIST
      *
