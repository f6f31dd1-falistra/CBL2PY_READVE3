      *** RIGA DELL'ARCHIVIO NOTE DI ADDEBITO FORNITORE (file    ***
      *** NOTEDEBA, accodato da NOTADEB in definitiva): una riga ***
      *** per riga addebitata. NUMERO-ND AANNNNNN, TIPO-ND "R"   ***
      *** reso RESF (RIF-ND = RIF-INTERNO del movimento) o "F"   ***
      *** differenza prezzo di FATFORN (RIF-ND = numero fattura  ***
      *** fornitore). Importi in centesimi, IVA all'aliquota     ***
      *** ALIQ-ND dell'articolo                                  ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 DATA-ND                   PIC 9(6).
           05 TG-ND-1                   PIC X.
           05 CONTO-ND                  PIC 9(8).
           05 TG-ND-2                   PIC X.
           05 NUMERO-ND                 PIC 9(8).
           05 TG-ND-3                   PIC X.
           05 TIPO-ND                   PIC X.
           05 TG-ND-4                   PIC X.
           05 RIF-ND                    PIC X(15).
           05 TG-ND-5                   PIC X.
           05 C-MAT-ND                  PIC 9(15).
           05 TG-ND-6                   PIC X.
           05 QTA-ND                    PIC 9(6).
           05 TG-ND-7                   PIC X.
           05 IMPORTO-ND                PIC 9(11).
           05 TG-ND-8                   PIC X.
           05 ALIQ-ND                   PIC 99.
           05 TG-ND-9                   PIC X.
           05 IVA-ND                    PIC 9(11).
      *
      *CONTROL LIST
      *
