      *** RIGA DEL CALENDARIO AZIENDALE (file CALENDF, gestito  ***
      *** da CALENDAR, letto da CTRLCAL per QDATAS funz.7-10).  ***
      *** TIPO-CZ: "F" festivita' (SOC-CZ 00 = nazionale, MAG-  ***
      *** CZ diverso da 000 = festa locale del solo magazzino), ***
      *** "C" chiusura straordinaria del magazzino, "A"         ***
      *** apertura straordinaria del magazzino (vince su festa, ***
      *** chiusura e settimana tipo), "V" fermo del vettore     ***
      *** CONTO-VET, "S" settimana tipo (SETT-CZ lun..dom, "S"  ***
      *** lavora / "N" no) del magazzino, del vettore o, con    ***
      *** MAG-CZ e VET-CZ a zero, della societa'. DATA-CZ       ***
      *** AAMMGG; AA = 00 vale per tutti gli anni.              ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 TIPO-CZ                   PIC X.
              88 CZ-FESTIVO             VALUE "F".
              88 CZ-CHIUSURA            VALUE "C".
              88 CZ-APERTURA            VALUE "A".
              88 CZ-FERMO-VETTORE       VALUE "V".
              88 CZ-SETTIMANA           VALUE "S".
           05 TG-CZ-1                   PIC X.
           05 SOC-CZ                    PIC 99.
           05 TG-CZ-2                   PIC X.
           05 MAG-CZ                    PIC 9(3).
           05 TG-CZ-3                   PIC X.
           05 VET-CZ                    PIC 9(8).
           05 TG-CZ-4                   PIC X.
           05 DATA-CZ                   PIC 9(6).
           05 TG-CZ-5                   PIC X.
           05 SETT-CZ                   PIC X(7).
           05 TG-CZ-6                   PIC X.
           05 DESCR-CZ                  PIC X(30).
      *
      *CONTROL LIST
      *
