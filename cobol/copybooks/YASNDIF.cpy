      *** RIGA DIFFERENZA RICEVIMENTO CONTRO ASN (ASNDIFF)       ***
      *** scritta da ASNFORN alla chiusura della bolla in       ***
      *** RICEVI, una per cartone/C-MAT/taglia: TIPO-AD "ECC"   ***
      *** ricevuto in piu', "MAN" ricevuto in meno, "INA" capo  ***
      *** o cartone non annunciato; letta da FATFORN nel        ***
      *** riscontro fatture                                     ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 DATA-AD                PIC 9(6).
           05 TG-AD-1                PIC X.
           05 CONTO-AD               PIC 9(8).
           05 TG-AD-2                PIC X.
           05 RIF-BOLLA-AD           PIC 9(15).
           05 TG-AD-3                PIC X.
           05 CARTONE-AD             PIC X(20).
           05 TG-AD-4                PIC X.
           05 C-MAT-AD               PIC 9(15).
           05 TG-AD-5                PIC X.
           05 TAGLIA-AD              PIC 99.
           05 TG-AD-6                PIC X.
           05 QTA-ATTESA-AD          PIC 9(4).
           05 TG-AD-7                PIC X.
           05 QTA-RICEVUTA-AD        PIC 9(4).
           05 TG-AD-8                PIC X.
           05 TIPO-AD                PIC X(3).
      *
      *CONTROL LIST
      *
