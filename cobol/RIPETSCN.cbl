000455*     guasti, deve reggere il proprio). A fine giro SCANCAPT e'
000460*     vuoto: una cattura non si rigioca due volte, gli scarti
000461*     vivono solo su SCANSCAR.
000462*2026*        15/10/26
000463*     riga LOTTRACE col nuovo codice cartone prepack: il
000464*     rigiocato non ha lotto, quindi neanche cartone (spazi).
000470*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
029605     OPEN EXTEND FILE-LOTTRAC.
029606     IF LT-APERTO
029607        MOVE T-TAB TO TG-LT-1 TG-LT-2 TG-LT-3 TG-LT-4
029608                      TG-LT-5 TG-LT-6 TG-LT-7
029609        MOVE W-FORMATO-INTERNO OF W-COMMON
029610          TO DATA-LT OF REC-LOTTRAC
029611        MOVE BARUNI-RIP TO BARUNI-LT OF REC-LOTTRAC
029614        MOVE CONTO-SX TO CONTO-LT OF REC-LOTTRAC
029615        MOVE MAG-SX TO MAGAZZINO-LT OF REC-LOTTRAC
029616        MOVE 0 TO RIF-BOLLA-FORN-LT OF REC-LOTTRAC
029617        MOVE SPACES TO COD-PACK-LT OF REC-LOTTRAC
029618        WRITE REC-LOTTRAC
029619        CLOSE FILE-LOTTRAC
02961A     END-IF.
029620 EX-SCRIVI-LOTTRAC-RIP.
029621     EXIT.
029622*
