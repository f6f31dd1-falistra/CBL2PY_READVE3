000435*     lettore finirebbe per rileggere le proprie righe
000440*     appena accodate.
000445*
000450*PERIODI*    15/10/26
000455*     il controllo dei periodi chiusi (CTRLPER) e' sospeso
000460*     durante il replay: i movimenti riapplicati erano gia'
000465*     stati accettati, o ridatati, alla prima scrittura e
000470*     vanno rimessi tali e quali.
000475*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
008500     IF CONFERMA-IN NOT = "SI"
008600        DISPLAY "Replay annullato"
008700        GO TO FINE.
      *PERIODI*
           CALL "CTRLPER" USING BY REFERENCE W-COMMON
                                BY CONTENT "S"
                                BY REFERENCE AREA-REC-SET.
      *PERIODI*
008800     MOVE 0 TO RIGHE-LETTE PUT-APPLICATE UPD-APPLICATE
008810               DEL-APPLICATE DEL-NON-RILETTE
008900               RIGHE-SALTATE UPD-NON-RILETTE ERRORI-REPLAY.
010210     DISPLAY "DEL non rilette  " DEL-NON-RILETTE.
010300     DISPLAY "errori IMAGE     " ERRORI-REPLAY.
010400 FINE.
      *PERIODI*
           CALL "CTRLPER" USING BY REFERENCE W-COMMON
                                BY CONTENT "R"
                                BY REFERENCE AREA-REC-SET.
      *PERIODI*
010500     EXIT PROGRAM.
010600*
010700*
