      *** RIGA TABELLA COEFFICIENTI DI RICARICO (COEFLIST)      ***
      *** manutenzione e uso in GENLIST: per mercato (listino), ***
      *** divisa e classe (00 = default del mercato) il         ***
      *** coefficiente sul COSTO ANAMAT e la regola di          ***
      *** arrotondamento del prezzo (9 = finale ,90  I = euro   ***
      *** intero  C = centinaia di unita', es. HUF  spazio =    ***
      *** nessuno)                                              ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 MERCATO-CF            PIC 9(4).
           05 TC-1                  PIC X.
           05 DIVISA-CF             PIC X(4).
           05 TC-2                  PIC X.
           05 CLASSE-CF             PIC 99.
           05 TC-3                  PIC X.
           05 COEF-CF               PIC 9(3)V99.
           05 TC-4                  PIC X.
           05 ARROT-CF              PIC X.
              88 ARROT-NOVANTA      VALUE "9".
              88 ARROT-INTERO       VALUE "I".
              88 ARROT-CENTINAIA    VALUE "C".
      *
      *CONTROL LIST
      *
