      *IF X8=OFF
      *CONTROL NOLIST
      *IF
      *    riga del riepilogo VENSETTF ripresentata come movimento
      *    MOVMAG alle vaglia dei rapporti: RIF-BOLLA-FORN a 1 per
      *    i tipi con bolla fornitore, PREZZO a 1 se la riga non e'
      *    a prezzo zero; i valori veri restano in RICAVO-VS e
      *    COSTO-VS
           MOVE 0 TO RIF-INTERNO OF REC-MOVMAG
                     NUMERO-RIGA OF REC-MOVMAG
                     RIF-ORDINE OF REC-MOVMAG
                     MOD-IMPUTAZ OF REC-MOVMAG
                     FILLER-MOVMAG OF REC-MOVMAG
                     COSTO-STD OF REC-MOVMAG.
           MOVE SETT-VS TO SETTIMANA OF REC-MOVMAG.
           MOVE C-MAT-VS TO C-MAT OF REC-MOVMAG.
           MOVE MAG-VS TO MAGAZZINO OF REC-MOVMAG.
           MOVE CONTO-VS TO CONTO OF REC-MOVMAG.
           MOVE C-OPE-VS TO C-OPE OF REC-MOVMAG.
           IF SCARICO-BOLLA-VS OR CARICO-BOLLA-VS
              MOVE 1 TO RIF-BOLLA-FORN OF REC-MOVMAG
           ELSE
              MOVE 0 TO RIF-BOLLA-FORN OF REC-MOVMAG.
           IF PREZZO-NULLO-VS = "S"
              MOVE 0 TO PREZZO OF REC-MOVMAG
           ELSE
              MOVE 1 TO PREZZO OF REC-MOVMAG.
           IF ORIGINE-VS = "C"
              MOVE "C " TO VAL-REC OF REC-MOVMAG
           ELSE
              MOVE SPACES TO VAL-REC OF REC-MOVMAG.
           MOVE "EUR" TO DIVISA OF REC-MOVMAG.
           MOVE SPACES TO UN-MIS-FATT OF REC-MOVMAG.
           MOVE QUANTITA-VS TO QUANTITA OF REC-MOVMAG.
           MOVE QTA-TG-VS (1) TO QTA-TAGLIA OF REC-MOVMAG (1).
           MOVE QTA-TG-VS (2) TO QTA-TAGLIA OF REC-MOVMAG (2).
           MOVE QTA-TG-VS (3) TO QTA-TAGLIA OF REC-MOVMAG (3).
           MOVE QTA-TG-VS (4) TO QTA-TAGLIA OF REC-MOVMAG (4).
           MOVE QTA-TG-VS (5) TO QTA-TAGLIA OF REC-MOVMAG (5).
           MOVE QTA-TG-VS (6) TO QTA-TAGLIA OF REC-MOVMAG (6).
           MOVE QTA-TG-VS (7) TO QTA-TAGLIA OF REC-MOVMAG (7).
           MOVE QTA-TG-VS (8) TO QTA-TAGLIA OF REC-MOVMAG (8).
           MOVE QTA-TG-VS (9) TO QTA-TAGLIA OF REC-MOVMAG (9).
           MOVE QTA-TG-VS (10) TO QTA-TAGLIA OF REC-MOVMAG (10).
       EX-RIEPILOGO-IN-MOVMAG.
           EXIT.
      *
      *CONTROL LIST
      *
