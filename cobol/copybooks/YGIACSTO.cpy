      *** RIGA DELLO STORICO GIACENZE (file GIACSTOR, accodato   ***
      *** ogni notte da FOTOGIAC): giacenza di SITPF per         ***
      *** magazzino e C-MAT alla data, quantita' e valore VAL-   ***
      *** GIAC in centesimi. TIPO-GS "G" fotografia giornaliera, ***
      *** "S" fotografia di fine settimana (oltre i 90 giorni    ***
      *** delle giornaliere resta solo l'ultima della settimana) ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 DATA-GS                   PIC 9(6).
           05 TG-GS-1                   PIC X.
           05 SETT-GS                   PIC 9(4).
           05 TG-GS-2                   PIC X.
           05 TIPO-GS                   PIC X.
              88 GIORNALIERA-GS         VALUE "G".
              88 SETTIMANALE-GS         VALUE "S".
           05 TG-GS-3                   PIC X.
           05 MAG-GS                    PIC 9(3).
           05 TG-GS-4                   PIC X.
           05 C-MAT-GS                  PIC 9(15).
           05 TG-GS-5                   PIC X.
           05 CLASSE-GS                 PIC 99.
           05 TG-GS-6                   PIC X.
           05 QTA-GS                    PIC S9(9)
                                        SIGN LEADING SEPARATE.
           05 TG-GS-7                   PIC X.
           05 VALORE-GS                 PIC S9(13)
                                        SIGN LEADING SEPARATE.
      *
      *CONTROL LIST
      *
