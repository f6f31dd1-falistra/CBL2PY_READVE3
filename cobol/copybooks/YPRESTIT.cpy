      *** RECORD DEL REGISTRO CAMPIONARIO IN PRESTITO (PRESTREG)  ***
      *** una riga per uscita (TIPO-PR "U") e una per rientro     ***
      *** ("R"); il prestito e' aperto finche' non c'e' la riga   ***
      *** di rientro con la stessa chiave (baruni, oppure C-MAT/  ***
      *** taglia/beneficiario se il capo non ha baruni)           ***
      *** date in formato interno AAMMGG                          ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 TIPO-PR                   PIC X.
              88 USCITA-PR              VALUE "U".
              88 RIENTRO-PR             VALUE "R".
           05 TG-PR-1                   PIC X.
           05 DATA-PR                   PIC 9(6).
           05 TG-PR-2                   PIC X.
           05 ORA-PR                    PIC 9(6).
           05 TG-PR-3                   PIC X.
           05 TERMINALE-PR              PIC X(8).
           05 TG-PR-4                   PIC X.
           05 OPERATORE-PR              PIC X(8).
           05 TG-PR-5                   PIC X.
           05 BARUNI-PR                 PIC X(13).
           05 TG-PR-6                   PIC X.
           05 C-MAT-PR                  PIC 9(15).
           05 TG-PR-7                   PIC X.
           05 TAGLIA-PR                 PIC 9(2).
           05 TG-PR-8                   PIC X.
           05 MAGAZZINO-PR              PIC 999.
           05 TG-PR-9                   PIC X.
           05 BENEF-PR                  PIC X(8).
           05 TG-PR-10                  PIC X.
           05 DATA-USCITA-PR            PIC 9(6).
           05 TG-PR-11                  PIC X.
           05 RIENTRO-PREV-PR           PIC 9(6).
           05 TG-PR-12                  PIC X.
           05 SCOPO-PR                  PIC X(30).
      *
      *CONTROL LIST
      *
