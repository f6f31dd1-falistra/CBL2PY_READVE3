000390*     A = aggiungi, E = elimina, F = fine (riscrittura del
000400*     file); ogni variazione va anche su LBLFORAUD.
000410*
000411*ETICOMP*    15/10/26
000412*     tipo "E": tracciato delle etichette composizione e
000413*     manutenzione di CTRLCOMP, senza chiave come il default.
000414*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
021600     EXIT.
021700*
021800 CHIEDI-CHIAVE.
      *ETICOMP*
           DISPLAY "Tipo (C=categoria K=conto *=default"
                   " E=composizione) " NO ADVANCING.
      *ETICOMP*
022100     MOVE SPACES TO TIPO-IN.
022200     ACCEPT TIPO-IN.
      *ETICOMP*
           IF TIPO-IN NOT = "C" AND NOT = "K" AND NOT = "*"
              AND NOT = "E"
      *ETICOMP*
022400        DISPLAY "Tipo non valido"
022500        MOVE SPACE TO TIPO-IN
022600        GO TO EX-CHIEDI-CHIAVE.
022700     MOVE SPACES TO CHIAVE-IN.
      *ETICOMP*
           IF TIPO-IN NOT = "*" AND NOT = "E"
      *ETICOMP*
022900        DISPLAY "Chiave (categoria o conto) " NO ADVANCING
023000        ACCEPT CHIAVE-IN
023100        IF CHIAVE-IN = SPACES
