000440*     migliori clienti per valore. L'outlet di Budapest ha
000450*     finalmente il suo programma fedelta'.
000460*
000461*2026*        15/10/26
000462*     tracciato FIDELMST in copy YFIDMST, con il consenso
000463*     marketing (chiesto all'iscrizione, "C" a video per
000464*     cambiarlo) e la data di anonimizzazione RETENZ; servono
000465*     alla segmentazione FIDELRFM.
000466*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
001900 DATA DIVISION.
002000 FILE SECTION.
002100 FD FILE-MST DATA RECORD REC-MST.
002200 01 REC-MST                COPY YFIDMST.
003200*
003300 FD FILE-TAR DATA RECORD REC-TAR.
003400 01 REC-TAR.
006600   10 CONTATTO-CF      PIC X(40).
006700   10 PUNTI-CF         PIC 9(9).
006800   10 DATA-ISCR-CF     PIC 9(6).
006801   10 CONSENSO-CF      PIC X.
006802   10 DATA-ANONIM-CF   PIC 9(6).
006900 01 N-CARTE-FY      PIC S9(4) COMP.
007000 01 I-CF            PIC S9(4) COMP.
007100 01 IX-CF           PIC S9(4) COMP.
008200 01 CARTA-IN        PIC X(13).
008300 01 NOME-IN         PIC X(24).
008400 01 CONTATTO-IN     PIC X(40).
008401 01 CONSENSO-IN     PIC X.
008500*
008600 01 SETT-DA         PIC S9(4) COMP.
008700 01 SETT-A          PIC S9(4) COMP.
018300              MOVE CONTATTO-FM TO CONTATTO-CF (N-CARTE-FY)
018400              MOVE PUNTI-FM TO PUNTI-CF (N-CARTE-FY)
018500              MOVE DATA-ISCR-FM TO DATA-ISCR-CF (N-CARTE-FY)
018501              MOVE "N" TO CONSENSO-CF (N-CARTE-FY)
018502              IF FM-CONSENSO-MKT
018503                 MOVE "S" TO CONSENSO-CF (N-CARTE-FY)
018504              END-IF
018505              MOVE 0 TO DATA-ANONIM-CF (N-CARTE-FY)
018506              IF DATA-ANONIM-FM NUMERIC
018507                 MOVE DATA-ANONIM-FM
018508                      TO DATA-ANONIM-CF (N-CARTE-FY)
018509              END-IF
018600           ELSE
018700              DISPLAY "FIDELITY   TAB-CARTE-FY da allargare"
018800           END-IF
029600*
029700 SCRIVI-RIGA-AGG.
029800     MOVE T-TAB TO TG-FM-1 TG-FM-2 TG-FM-3 TG-FM-4.
029801     MOVE T-TAB TO TG-FM-5 TG-FM-6.
029900     MOVE CARTA-CF (I-CF) TO CARTA-FM.
030000     MOVE NOME-CF (I-CF) TO NOME-FM.
030100     MOVE CONTATTO-CF (I-CF) TO CONTATTO-FM.
030200     MOVE PUNTI-CF (I-CF) TO PUNTI-FM.
030300     MOVE DATA-ISCR-CF (I-CF) TO DATA-ISCR-FM.
030301     MOVE CONSENSO-CF (I-CF) TO CONSENSO-FM.
030302     MOVE DATA-ANONIM-CF (I-CF) TO DATA-ANONIM-FM.
030400     WRITE REC-MST.
030500 EX-SCRIVI-RIGA-AGG.
030600     EXIT.
030800*
030900 MENU-VIDEO.
031000     DISPLAY "----  CONTI FEDELTA'  -------------------".
031100     DISPLAY "Funzione (M=iscrizione E=estratto T=top "
031101             "C=consenso) " NO ADVANCING.
031300     MOVE SPACE TO FUNZIONE-IN.
031400     ACCEPT FUNZIONE-IN.
031500     EVALUATE FUNZIONE-IN
031900           PERFORM ESTRATTO-MENSILE THRU EX-ESTRATTO-MENSILE
032000        WHEN "T"
032100           PERFORM TOP-CLIENTI THRU EX-TOP-CLIENTI
032101        WHEN "C"
032102           PERFORM CAMBIA-CONSENSO THRU EX-CAMBIA-CONSENSO
032200        WHEN OTHER
032300           DISPLAY "Funzione non valida"
032400     END-EVALUATE.
034000     ACCEPT NOME-IN.
034100     DISPLAY "Contatto                  " NO ADVANCING.
034200     ACCEPT CONTATTO-IN.
034201     PERFORM CHIEDI-CONSENSO THRU EX-CHIEDI-CONSENSO.
034300     OPEN EXTEND FILE-MST.
034400     MOVE T-TAB TO TG-FM-1 TG-FM-2 TG-FM-3 TG-FM-4.
034401     MOVE T-TAB TO TG-FM-5 TG-FM-6.
034500     MOVE CARTA-IN TO CARTA-FM.
034600     MOVE NOME-IN TO NOME-FM.
034700     MOVE CONTATTO-IN TO CONTATTO-FM.
034800     MOVE 0 TO PUNTI-FM.
034900     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-ISCR-FM.
034901     MOVE CONSENSO-IN TO CONSENSO-FM.
034902     MOVE 0 TO DATA-ANONIM-FM.
035000     WRITE REC-MST.
035100     CLOSE FILE-MST.
035200     DISPLAY "Carta iscritta".
035300 EX-ISCRIVI-CARTA.
035400     EXIT.
035401*
035402*     consenso alle comunicazioni commerciali: in mancanza di
035403*     una risposta esplicita "S" vale no
035404 CHIEDI-CONSENSO.
035405     DISPLAY "Consenso marketing (S/N)  " NO ADVANCING.
035406     MOVE SPACE TO CONSENSO-IN.
035407     ACCEPT CONSENSO-IN.
035408     IF CONSENSO-IN NOT = "S"
035409        MOVE "N" TO CONSENSO-IN.
03540A EX-CHIEDI-CONSENSO.
03540B     EXIT.
03540C*
03540D*     il titolare da' o revoca il consenso: si riscrive
03540E*     FIDELMST come per i punti
03540F CAMBIA-CONSENSO.
035410     DISPLAY "Numero carta (13 cifre)   " NO ADVANCING.
035411     ACCEPT CARTA-IN.
035412     IF CARTA-IN NOT NUMERIC
035413        DISPLAY "Numero carta non numerico"
035414        GO TO EX-CAMBIA-CONSENSO.
035415     MOVE CARTA-IN TO CARTA-FD OF PAR-FIDELITY.
035416     PERFORM CERCA-CARTA THRU EX-CERCA-CARTA.
035417     IF IX-CF = 0
035418        DISPLAY "Carta non iscritta"
035419        GO TO EX-CAMBIA-CONSENSO.
03541A     IF DATA-ANONIM-CF (IX-CF) NOT = 0
03541B        DISPLAY "Titolare anonimizzato il " DATA-ANONIM-CF (IX-CF)
03541C        GO TO EX-CAMBIA-CONSENSO.
03541D     DISPLAY "Titolare: " NOME-CF (IX-CF)
03541E             "  consenso attuale " CONSENSO-CF (IX-CF).
03541F     PERFORM CHIEDI-CONSENSO THRU EX-CHIEDI-CONSENSO.
035420     MOVE CONSENSO-IN TO CONSENSO-CF (IX-CF).
035421     PERFORM RISCRIVI-CARTE THRU EX-RISCRIVI-CARTE.
035422     DISPLAY "Consenso registrato: " CONSENSO-IN.
035423 EX-CAMBIA-CONSENSO.
035424     EXIT.
035500*
035600*
035700*     estratto del titolare: movimenti MOVMAG del periodo con
