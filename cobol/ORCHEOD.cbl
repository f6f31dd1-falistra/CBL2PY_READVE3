000450*     riassunto del mattino con stati e orari. Cosi' alle 2 di
000460*     notte si riparte dal primo passo non finito, non a
000470*     memoria.
000471*CALEND*   15/10/26
000472*     su CATENEOD, dopo il passo e un tab, quando gira: vuoto
000473*     tutti i giorni, "G" solo nei giorni lavorativi, "L" solo
000474*     nel primo giorno lavorativo della settimana (QDATAS
000475*     funz.7 e 10 sul calendario aziendale; il lunedi' di
000476*     Pasquetta passa al martedi'). Il passo che oggi non gira
000477*     e' marcato SALTATO e la catena prosegue come per OK.
000480*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
002400 FD FILE-CATENA DATA RECORD REC-CATENA.
002500 01 REC-CATENA.
002600    05 PASSO-CT              PIC X(8).
      *CALEND*
          05 TG-CT-1               PIC X.
          05 QUANDO-CT             PIC X.
      *CALEND*
002700*
002800 FD FILE-STATO DATA RECORD REC-STATO.
002900 01 REC-STATO.
006000 01 N-PASSI         PIC S9(4) COMP.
006100 01 I-PS            PIC S9(4) COMP.
006200*
      *CALEND*
       01 TAB-QUANDO.
        05 QUANDO-TB       PIC X OCCURS 30.
       01 PASSO-OGGI      PIC X.
          88 PASSO-DA-SALTARE VALUE "N".
      *
       01 PARGEN           COPY QPARGEN.
       01 PARQDATA         COPY QPARDATS.
      *CALEND*
006300* stati di oggi (riscritti per intero ad ogni avanzamento)
006400 01 TAB-STATI.
006500  05 RIGA-ST OCCURS 100.
013200           IF PASSO-CT NOT = SPACES AND N-PASSI < 30
013300              ADD 1 TO N-PASSI
013400              MOVE PASSO-CT TO PASSO-TB (N-PASSI)
      *CALEND*
                 MOVE QUANDO-CT TO QUANDO-TB (N-PASSI)
      *CALEND*
013500           END-IF
013600     END-READ.
013700 EX-LEGGI-RIGA-CATENA.
018300*
018400 TRATTA-PASSO.
018500     PERFORM CERCA-STATO-PASSO THRU EX-CERCA-STATO-PASSO.
      *CALEND*
           IF STATO-PASSO-COM = SPACES
              AND QUANDO-TB (I-PS) NOT = SPACE
              PERFORM VALUTA-QUANDO THRU EX-VALUTA-QUANDO
              IF PASSO-DA-SALTARE
                 MOVE "SALTATO " TO STATO-PASSO-COM
                 PERFORM AGGIORNA-STATO-PASSO
                    THRU EX-AGGIORNA-STATO-PASSO
                 DISPLAY "Passo " PASSO-TB (I-PS) " SALTATO oggi"
              END-IF
           END-IF.
      *CALEND*
018600     EVALUATE STATO-PASSO-COM
      *CALEND*
              WHEN "SALTATO "
      *CALEND*
018700        WHEN "OK      "
018800           CONTINUE
018900        WHEN "FALLITO "
021800 EX-CONFRONTA-STATO.
021900     EXIT.
022000*
      *CALEND*
      *
      *     il passo gira oggi? "G" se oggi e' lavorativo (funz.7),
      *     "L" se oggi e' il primo giorno lavorativo della
      *     settimana (funz.10); calendario nazionale
       VALUTA-QUANDO.
           MOVE "S" TO PASSO-OGGI.
           MOVE 0 TO Q-SOC-CAL Q-MAG-CAL Q-VET-CAL.
           MOVE W-FORMATO-INTERNO OF W-COMMON TO Q-DATA-I.
           EVALUATE QUANDO-TB (I-PS)
              WHEN "G"
                 MOVE 7 TO Q-FUNZIONE OF PARGEN
              WHEN "L"
                 MOVE 10 TO Q-FUNZIONE OF PARGEN
              WHEN OTHER
                 GO TO EX-VALUTA-QUANDO
           END-EVALUATE.
           CANCEL "QDATAS"
           CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA
                               Q-AA-4 Q-GIORNI-SERIALE Q-CALENDARIO.
           IF Q-STATO OF PARGEN NOT = 0
              GO TO EX-VALUTA-QUANDO.
           IF QUANDO-TB (I-PS) = "G"
              IF NOT Q-GIORNO-LAVORATIVO
                 MOVE "N" TO PASSO-OGGI
              END-IF
           ELSE
              IF Q-DATA-I NOT = W-FORMATO-INTERNO OF W-COMMON
                 MOVE "N" TO PASSO-OGGI
              END-IF
           END-IF.
       EX-VALUTA-QUANDO.
           EXIT.
      *CALEND*
022100*
022200*     l'esito del job sta su <passo>ESI (convenzione dei jexec
022300*     di chiusura): OK chiude il passo, KO ferma la catena,
