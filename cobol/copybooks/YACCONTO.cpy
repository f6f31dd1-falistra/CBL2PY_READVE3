      *** RIGA DEL REGISTRO PRENOTAZIONI CON ACCONTO (ACCONTIREG) ***
      *** TIPO-AP "A" apertura (cliente, totale e acconto), "L"   ***
      *** un capo prenotato (C-MAT, taglia, quantita', prezzo),   ***
      *** "R" ritirata, "S" scaduta (impegno rilasciato, acconto  ***
      *** in attesa di decisione), "D" acconto disposto: ESITO-AP ***
      *** "R" rimborsato, "I" incamerato. La prenotazione e'      ***
      *** aperta finche' non c'e' la riga "R" o "S" con lo stesso ***
      *** NUMERO-AP. Importi in centesimi, date AAMMGG            ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 TIPO-AP                   PIC X.
              88 APERTURA-AP            VALUE "A".
              88 DETTAGLIO-AP           VALUE "L".
              88 RITIRO-AP              VALUE "R".
              88 SCADENZA-AP            VALUE "S".
              88 DISPOSIZIONE-AP        VALUE "D".
           05 TG-AP-1                   PIC X.
           05 NUMERO-AP                 PIC 9(6).
           05 TG-AP-2                   PIC X.
           05 DATA-AP                   PIC 9(6).
           05 TG-AP-3                   PIC X.
           05 ORA-AP                    PIC 9(6).
           05 TG-AP-4                   PIC X.
           05 TERMINALE-AP              PIC X(8).
           05 TG-AP-5                   PIC X.
           05 OPERATORE-AP              PIC X(8).
           05 TG-AP-6                   PIC X.
           05 CONTO-AP                  PIC 9(8).
           05 TG-AP-7                   PIC X.
           05 MAG-AP                    PIC 9(3).
           05 TG-AP-8                   PIC X.
           05 CLIENTE-AP                PIC X(30).
           05 TG-AP-9                   PIC X.
           05 C-MAT-AP                  PIC 9(15).
           05 TG-AP-10                  PIC X.
           05 TAGLIA-AP                 PIC 99.
           05 TG-AP-11                  PIC X.
           05 QTA-AP                    PIC 9(4).
           05 TG-AP-12                  PIC X.
           05 IMPORTO-AP                PIC S9(11)
                                        SIGN LEADING SEPARATE.
           05 TG-AP-13                  PIC X.
           05 ACCONTO-AP                PIC 9(11).
           05 TG-AP-14                  PIC X.
           05 ESITO-AP                  PIC X.
      *CONTROL LIST
