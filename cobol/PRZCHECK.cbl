000440*     prezzo dell'articolo transcodificato, ignoto = codice su
000450*     EANUNRES e messaggio a video.
000460*
000461*KITTAIL*    15/10/26
000462*     tailleur (FLAG6 "2" su ANAMAT): dopo il prezzo si mostra
000463*     quanti kit completi della taglia interrogata ci sono per
000464*     magazzino, dalle giacenze dei componenti (KITTAIL "D").
000465*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
002910*EANXREF*
002920 01 PAR-EANXREF      COPY PAREAN.
002930*EANXREF*
      *KITTAIL*
       01 PAR-KITTAIL      COPY PARKIT.
       01 I-MG             PIC S9(4) COMP.
       01 DISP-KIT-ED      PIC ZZZ9.
      *KITTAIL*
003000*
003100 01 CONTO-IN        PIC X(8).
003200 01 CONTO-RIC       PIC 9(8).
016500        DISPLAY "MANCA PREZZO sul listino " LISTINO-PRZ
016600                " (come in cassa)"
016700     END-IF.
      *KITTAIL*
           IF TAILLEUR OF REC-ANAMAT
              PERFORM MOSTRA-KIT THRU EX-MOSTRA-KIT.
      *KITTAIL*
016800 EX-INTERROGA-PREZZO.
016900     EXIT.
016910*
016980        DISPLAY "MANCA PREZZO sul listino " LISTINO-PRZ
016981                " (come in cassa)"
016982     END-IF.
      *KITTAIL*
           IF TAILLEUR OF REC-ANAMAT
              PERFORM MOSTRA-KIT THRU EX-MOSTRA-KIT.
      *KITTAIL*
016983 EX-INTERROGA-DA-EAN.
016984     EXIT.
016985*EANXREF*
      *KITTAIL*
      *
      *     kit completi per magazzino nella taglia interrogata
       MOSTRA-KIT.
           MOVE "D" TO FUNZ-KT OF PAR-KITTAIL.
           MOVE C-MAT-TRANS-RID TO C-MAT-KT OF PAR-KITTAIL.
           MOVE 0 TO MAG-KT OF PAR-KITTAIL.
           CALL "KITTAIL" USING W-COMMON PAR-KITTAIL.
           IF KIT-IGNOTO OF PAR-KITTAIL
              DISPLAY "Tailleur senza composizione su KITCOMPF"
              GO TO EX-MOSTRA-KIT.
           IF N-MAG-KT OF PAR-KITTAIL = 0
              DISPLAY "Tailleur: componenti senza giacenza"
              GO TO EX-MOSTRA-KIT.
           DISPLAY "Tailleur, kit completi taglia " TAGLIA-ED.
           PERFORM MOSTRA-MAG-KIT THRU EX-MOSTRA-MAG-KIT
              VARYING I-MG FROM 1 BY 1
              UNTIL I-MG > N-MAG-KT OF PAR-KITTAIL.
       EX-MOSTRA-KIT.
           EXIT.
      *
       MOSTRA-MAG-KIT.
           MOVE DISP-KT OF PAR-KITTAIL (I-MG, TAGLIA-IDX)
             TO DISP-KIT-ED.
           DISPLAY "  magazzino " MAGAZZINO-KT OF PAR-KITTAIL (I-MG)
                   "  " DISP-KIT-ED.
       EX-MOSTRA-MAG-KIT.
           EXIT.
      *KITTAIL*
017000*
017100 LEGGI-ANAMAT.
017200     MOVE SPACES TO D-MAT-MEM.
