000440*     anche via QELPPR come il bordero' vettore. Le scadenze
000450*     smettono di vivere solo nel sistema contabile esterno.
000460*
000461*CALEND*   15/10/26
000462*     la scadenza (emissione piu' GGPAG) che cade in un giorno
000463*     non lavorativo del calendario aziendale slitta al primo
000464*     giorno lavorativo (QDATAS funz.9) e il ritardo si conta
000465*     da li'.
000466*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
008900*
009000 01 SERIALE-OGGI    PIC S9(9) COMP.
009100 01 SERIALE-EMISS   PIC S9(9) COMP.
      *CALEND*
       01 SERIALE-SCAD    PIC S9(9) COMP.
      *CALEND*
009200*
009300* aging per conto
009400 01 TAB-AGING-SZ.
031200     MOVE Q-GIORNI-SERIALE TO SERIALE-EMISS.
031300     COMPUTE GG-RITARDO-PZ (I-PZ) = SERIALE-OGGI
031400             - SERIALE-EMISS - GGPAG-PZ (I-PZ).
      *CALEND*
      *    scadenza spostata al primo giorno lavorativo (calendario
      *    nazionale e della societa' 00), il ritardo parte da li'
           MOVE DATA-PZ (I-PZ) TO Q-DATA-I.
           MOVE GGPAG-PZ (I-PZ) TO Q-GG-LAVORO.
           MOVE 0 TO Q-SOC-CAL Q-MAG-CAL Q-VET-CAL.
           MOVE 9 TO Q-FUNZIONE OF PARGEN.
           CANCEL "QDATAS"
           CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA
                               Q-AA-4 Q-GIORNI-SERIALE Q-CALENDARIO.
           IF Q-STATO OF PARGEN NOT = 0
              GO TO EX-RITARDO-PARTITA.
           MOVE 2 TO Q-FUNZIONE OF PARGEN.
           CANCEL "QDATAS"
           CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA
                               Q-AA-4 Q-GIORNI-SERIALE.
           MOVE 6 TO Q-FUNZIONE OF PARGEN.
           CANCEL "QDATAS"
           CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA
                               Q-AA-4 Q-GIORNI-SERIALE.
           MOVE Q-GIORNI-SERIALE TO SERIALE-SCAD.
           COMPUTE GG-RITARDO-PZ (I-PZ) = SERIALE-OGGI - SERIALE-SCAD.
      *CALEND*
031500 EX-RITARDO-PARTITA.
031600     EXIT.
031700*
