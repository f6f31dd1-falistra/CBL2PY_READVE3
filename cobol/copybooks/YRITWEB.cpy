      *** RIGA DEL REGISTRO ORDINI WEB CON RITIRO IN NEGOZIO     ***
      *** (RITIRWEBF, riscritto per intero da RITIRWEB): una riga ***
      *** per riga d'ordine ORDINIWEB con NEG-RITIRO-OW.          ***
      *** STATO-RT "T" in attesa del travaso da MAG-PROV-RT, "P"  ***
      *** pronta in negozio (impegnata sul negozio), "R" ritirata,***
      *** "S" scaduta non ritirata (impegno rilasciato), "A"      ***
      *** annullata dal web, "N" non evadibile (nessun magazzino  ***
      *** con disponibilita'). Date AAMMGG                        ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 RIF-ORDINE-RT             PIC X(20).
           05 TG-RT-1                   PIC X.
           05 C-MAT-RT                  PIC 9(15).
           05 TG-RT-2                   PIC X.
           05 TAGLIA-RT                 PIC 9.
           05 TG-RT-3                   PIC X.
           05 QTA-RT                    PIC 9(5).
           05 TG-RT-4                   PIC X.
           05 NEG-RT                    PIC 9(3).
           05 TG-RT-5                   PIC X.
           05 MAG-PROV-RT               PIC 9(3).
           05 TG-RT-6                   PIC X.
           05 STATO-RT                  PIC X.
              88 IN-TRAVASO-RT          VALUE "T".
              88 PRONTO-RT              VALUE "P".
              88 RITIRATO-RT            VALUE "R".
              88 SCADUTO-RT             VALUE "S".
              88 ANNULLATO-RT           VALUE "A".
              88 NON-EVADIBILE-RT       VALUE "N".
           05 TG-RT-7                   PIC X.
           05 DATA-ORDINE-RT            PIC 9(6).
           05 TG-RT-8                   PIC X.
           05 DATA-PRONTO-RT            PIC 9(6).
           05 TG-RT-9                   PIC X.
           05 DATA-CHIUSO-RT            PIC 9(6).
      *
      *CONTROL LIST
      *
