      *** CONFERME D'ORDINE EMESSE (CONFORDF): scritto da CONFORD ***
      *** una riga "T" per emissione (numero/revisione) seguita   ***
      *** dalle righe "R" confermate, per C-MAT/taglia; la        ***
      *** revisione successiva si confronta con l'ultima emessa   ***
      *** dello stesso ordine (TIPO-ORD-CF, CONTO-CF, RIF-ORD-CF) ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 NUMERO-CF             PIC 9(6).
           05 TF-1                  PIC X.
           05 REVISIONE-CF          PIC 99.
           05 TF-2                  PIC X.
           05 TIPO-RIGA-CF          PIC X.
              88 CF-TESTATA         VALUE "T".
              88 CF-RIGA            VALUE "R".
           05 TF-3                  PIC X.
      *    S = ordine stagionale ORDSTAGF (RIF-ORD-CF = data di
      *    inserimento AAMMGG), K = cliente chiave ORDKEYF (RIF-ORD-CF
      *    = numero ordine del cliente)
           05 TIPO-ORD-CF           PIC X.
              88 CF-STAGIONALE      VALUE "S".
              88 CF-CHIAVE          VALUE "K".
           05 TF-4                  PIC X.
           05 CONTO-CF              PIC 9(8).
           05 TF-5                  PIC X.
           05 RIF-ORD-CF            PIC X(10).
           05 TF-6                  PIC X.
           05 DATA-CF               PIC 9(6).
           05 TF-7                  PIC X.
           05 C-MAT-CF              PIC 9(15).
           05 TF-8                  PIC X.
           05 TAGLIA-CF             PIC 99.
           05 TF-9                  PIC X.
      *    riga: quantita' confermata; testata: totale capi
           05 QTA-CF                PIC 9(5).
           05 TF-10                 PIC X.
      *    prezzo unitario in centesimi (listino o contratto)
           05 PREZZO-CF             PIC 9(9).
           05 TF-11                 PIC X.
           05 CONSEGNA-DA-CF        PIC 9(6).
           05 TF-12                 PIC X.
           05 CONSEGNA-A-CF         PIC 9(6).
           05 TF-13                 PIC X.
           05 UTENTE-CF             PIC X(8).
      *
      *CONTROL LIST
      *
