000410*     tabella si carica una volta per sessione. E' la risposta
000420*     alla domanda annuale dell'audit "chi puo' fare cosa".
000430*
000440*PERIODI*    15/10/26
000450*     azione "RIAP" (riapertura di un periodo chiuso, PERIODI)
000460*     consentita solo se scritta espressamente fra le azioni
000470*     del profilo: niente "tutto consentito" per l'operatore
000480*     non censito o con la lista azioni a spazi.
000490*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
012800     MOVE 0 TO IX-PR.
012900     PERFORM CERCA-OPERATORE THRU EX-CERCA-OPERATORE
013000        VARYING I-PR FROM 1 BY 1 UNTIL I-PR > N-PROFILI.
      *PERIODI*
           IF AZIONE-PROF OF PAR-CTRLPROF = "RIAP"
              IF IX-PR = 0
                 MOVE 1 TO ESITO-PROF OF PAR-CTRLPROF
                 GO TO EX-VERIFICA-PROFILO
              END-IF
              IF AZIONI-TB (IX-PR) = SPACES
                 MOVE 1 TO ESITO-PROF OF PAR-CTRLPROF
                 GO TO EX-VERIFICA-PROFILO
              END-IF
           END-IF.
      *PERIODI*
013100     IF IX-PR = 0
013200        GO TO EX-VERIFICA-PROFILO.
013300     IF AZIONE-PROF OF PAR-CTRLPROF = "STOR"
