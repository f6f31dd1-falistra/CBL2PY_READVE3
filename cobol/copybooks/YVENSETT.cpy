      *** RIGA DEL RIEPILOGO SETTIMANALE DEI MOVIMENTI (file     ***
      *** VENSETTF, ordinato per chiave, tenuto da VENSETT: la   ***
      *** notte coi movimenti MOVMAG del giornale DBJOURNL, a    ***
      *** richiesta ricostruito da MOVMAG). Una riga per         ***
      *** settimana/C-MAT/magazzino/conto/causale, spezzata per  ***
      *** TIPO (verso e bolla fornitore, come le vaglia dei      ***
      *** rapporti), origine contrattata e prezzo a zero.        ***
      *** RICAVO (COSTO-STD) e COSTO (PREZZO) sono moltiplicati  ***
      *** per la quantita' cambiata di segno: positivi sugli     ***
      *** scarichi, come nella convenzione *VACO* delle vendite  ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 CHIAVE-VS.
              10 SETT-VS                PIC 9(4).
              10 TG-VS-1                PIC X.
              10 C-MAT-VS               PIC 9(15).
              10 TG-VS-2                PIC X.
              10 MAG-VS                 PIC 9(3).
              10 TG-VS-3                PIC X.
              10 CONTO-VS               PIC 9(8).
              10 TG-VS-4                PIC X.
              10 C-OPE-VS               PIC X(4).
              10 TG-VS-5                PIC X.
      *    V scarico senza bolla fornitore (vendita), S scarico con
      *    bolla, C carico senza bolla, F carico con bolla fornitore
              10 TIPO-VS                PIC X.
                 88 VENDITA-VS          VALUE "V".
                 88 SCARICO-BOLLA-VS    VALUE "S".
                 88 CARICO-VS           VALUE "C".
                 88 CARICO-BOLLA-VS     VALUE "F".
              10 TG-VS-6                PIC X.
      *    "C" righe a prezzo contrattato (VAL-REC "C ")
              10 ORIGINE-VS             PIC X.
              10 TG-VS-7                PIC X.
      *    "S" righe con PREZZO a zero
              10 PREZZO-NULLO-VS        PIC X.
           05 TG-VS-8                   PIC X.
      *    movimenti con almeno una taglia diversa da zero
           05 N-MOV-VS                  PIC S9(7)
                                        SIGN LEADING SEPARATE.
           05 RIGA-TG-VS OCCURS 10.
              10 TG-TG-VS               PIC X.
              10 QTA-TG-VS              PIC S9(7)
                                        SIGN LEADING SEPARATE.
           05 TG-VS-9                   PIC X.
           05 QUANTITA-VS               PIC S9(9)
                                        SIGN LEADING SEPARATE.
           05 TG-VS-10                  PIC X.
           05 RICAVO-VS                 PIC S9(13)
                                        SIGN LEADING SEPARATE.
           05 TG-VS-11                  PIC X.
           05 COSTO-VS                  PIC S9(13)
                                        SIGN LEADING SEPARATE.
      *
      *CONTROL LIST
      *
