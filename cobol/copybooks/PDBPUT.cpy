      *IF X8=OFF
      *CONTROL NOLIST
      *IF
      *PERIODI*
      *    movimenti di magazzino: prima il calendario dei periodi
      *    (CTRLPER ridata o rifiuta quelli in un periodo chiuso)
           IF W-NOME-DATA-SET = "MOVMAG" OR "MOVMAG;"
              CALL "CTRLPER" USING BY REFERENCE W-COMMON
                                   BY CONTENT "C"
                                   BY REFERENCE AREA-REC-SET
              IF NOT W-OK-IMAGE
                 GO TO EX-TTDBPUT
              END-IF
           END-IF.
      *PERIODI*
           MOVE 1 TO W-MODO.
           CALL "DBPUT" USING W-NOME-DATA-BASE-1
                              W-NOME-DATA-SET
