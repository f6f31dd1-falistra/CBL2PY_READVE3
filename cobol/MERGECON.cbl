000550*     dopo un restore rimetterebbe i record riscritti senza
000560*     togliere gli originali, raddoppiando ogni riga fusa.
000570*
000575*PERIODI*    15/10/26
000580*     la fase MOVMAG riscrive movimenti gia' registrati: il
000585*     controllo dei periodi chiusi (CTRLPER) e' sospeso per
000590*     la durata della fase, o la fusione li ridaterebbe.
000595*
000600 ENVIRONMENT DIVISION.
000700 CONFIGURATION SECTION.
000800 SOURCE-COMPUTER.  HP-3000.
011400        DISPLAY "Fusione annullata"
011500        GO TO FINE.
011600     IF FASE-FATTA < 1
      *PERIODI*
              CALL "CTRLPER" USING BY REFERENCE W-COMMON
                                   BY CONTENT "S"
                                   BY REFERENCE REC-MOVMAG
011700        PERFORM FASE-MOVMAG THRU EX-FASE-MOVMAG
              CALL "CTRLPER" USING BY REFERENCE W-COMMON
                                   BY CONTENT "R"
                                   BY REFERENCE REC-MOVMAG
      *PERIODI*
011800        MOVE 1 TO FASE-CORRENTE
011900        PERFORM SCRIVI-CHECKPOINT THRU EX-SCRIVI-CHECKPOINT.
012000     IF FASE-FATTA < 2
