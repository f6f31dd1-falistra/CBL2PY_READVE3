      *** MOVIMENTO IMBALLI A RENDERE (file VUOTIMOV): grucce,    ***
      *** stender, roll container e casse che viaggiano verso i   ***
      *** negozi. "S" spedito con la bolla (scritto da PACKLIST,  ***
      *** MANUALE-VU = "S" se la quantita' calcolata dai colli e' ***
      *** stata corretta a mano), "R" reso dal negozio e "A"      ***
      *** rettifica (scritti da VUOTI). Saldo del negozio =       ***
      *** spedito - reso + rettifiche.                            ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 DATA-VU                   PIC 9(6).
           05 TV-1                      PIC X.
           05 TIPO-VU                   PIC X.
              88 SPEDITO-VU             VALUE "S".
              88 RESO-VU                VALUE "R".
              88 RETTIFICA-VU           VALUE "A".
           05 TV-2                      PIC X.
           05 NEG-VU                    PIC 9(3).
           05 TV-3                      PIC X.
           05 MAG-VU                    PIC 9(3).
           05 TV-4                      PIC X.
           05 NUMERO-DDT-VU             PIC 9(6).
           05 TV-5                      PIC X.
           05 COD-VU                    PIC XX.
              88 GRUCCE-VU              VALUE "GR".
              88 STENDER-VU             VALUE "ST".
              88 ROLL-VU                VALUE "RC".
              88 CASSE-VU               VALUE "CS".
           05 TV-6                      PIC X.
           05 QTA-VU                    PIC S9(7) SIGN LEADING SEPARATE.
           05 TV-7                      PIC X.
           05 MANUALE-VU                PIC X.
           05 TV-8                      PIC X.
           05 UTENTE-VU                 PIC X(8).
      *
      *CONTROL LIST
      *
