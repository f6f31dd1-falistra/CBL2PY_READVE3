000423*     merce nel fabbricato: UBICAZ "Q" elenca gli scaffali del
000424*     C-MAT registrati su UBICAZF dal versamento di RICEVI.
000425*
000426*KITTAIL*    15/10/26
000427*     il tailleur non ha giacenza propria su SITPF: se il
000428*     C-MAT e' un kit di KITCOMPF si mostrano, per magazzino e
000429*     taglia, i kit completi ricavati dalle giacenze dei
00042A*     componenti (KITTAIL "D").
00042B*
00042C*SPEDIMP*    15/10/26
00042D*     la QTA-ORDINATA non dice quando arriva: sotto il quadro
00042E*     si mostrano le spedizioni import in viaggio col C-MAT
00042F*     (SPEDIMP "E"), per magazzino con settimana ed ETA.
000430*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
005120*UBICAZ*
005130 01 PAR-UBICAZ     COPY PARUBIC.
005140*UBICAZ*
      *KITTAIL*
       01 PAR-KITTAIL    COPY PARKIT.
       01 I-MG           PIC S9(4) COMP.
       01 TOT-KIT        PIC S9(9) COMP.
       01 RIGA-KIT       PIC X(60).
       01 DISP-KIT-ED    PIC ZZZ9.
      *KITTAIL*
      *SPEDIMP*
       01 PAR-SPEDIMP    COPY PARSPIMP.
       01 I-AR           PIC S9(4) COMP.
       01 TOT-ARRIVO     PIC S9(9) COMP.
      *SPEDIMP*
005200*
005300 LINKAGE SECTION.
005400*
           END-IF
      *UBICAZ*
007600     END-IF.
      *KITTAIL*
           MOVE "D" TO FUNZ-KT OF PAR-KITTAIL.
           MOVE C-MAT OF PAR-SITPF TO C-MAT-KT OF PAR-KITTAIL.
           MOVE 0 TO MAG-KT OF PAR-KITTAIL.
           CALL "KITTAIL" USING W-COMMON PAR-KITTAIL.
           IF KIT-TROVATO OF PAR-KITTAIL
              DISPLAY "CONSITPF   tailleur, kit completi dai "
                      "componenti"
              DISPLAY "MAG   TOT-KIT   KIT PER TAGLIA"
              PERFORM MOSTRA-DISP-KIT THRU EX-MOSTRA-DISP-KIT
                 VARYING I-MG FROM 1 BY 1
                 UNTIL I-MG > N-MAG-KT OF PAR-KITTAIL
              IF N-MAG-KT OF PAR-KITTAIL = 0
                 DISPLAY "CONSITPF   componenti senza giacenza"
              END-IF
           END-IF.
      *KITTAIL*
      *SPEDIMP*
           MOVE "E" TO FUNZ-SP OF PAR-SPEDIMP.
           MOVE C-MAT OF PAR-SITPF TO C-MAT-SP OF PAR-SPEDIMP.
           MOVE 0 TO MAG-SP OF PAR-SPEDIMP.
           CALL "SPEDIMP" USING W-COMMON PAR-SPEDIMP.
           IF SPED-TROVATA OF PAR-SPEDIMP
              DISPLAY "CONSITPF   merce in arrivo (spedizioni import)"
              DISPLAY "MAG  SET ETA    CONTAINER            ST   PEZZI"
              PERFORM MOSTRA-ARRIVO THRU EX-MOSTRA-ARRIVO
                 VARYING I-AR FROM 1 BY 1
                 UNTIL I-AR > N-ARRIVI-SP OF PAR-SPEDIMP
           END-IF.
      *SPEDIMP*
007700 FINE.
007800     EXIT PROGRAM.
007900*
014500 EX-SCRIVI-RIGA-CNS.
014600     EXIT.
014700*
      *KITTAIL*
      *
       MOSTRA-DISP-KIT.
           MOVE 0 TO TOT-KIT.
           MOVE SPACES TO RIGA-KIT.
           PERFORM MOSTRA-TAGLIA-KIT THRU EX-MOSTRA-TAGLIA-KIT
               VARYING I-TG FROM 1 BY 1 UNTIL I-TG > NTG-NTG.
           DISPLAY MAGAZZINO-KT OF PAR-KITTAIL (I-MG) "   " TOT-KIT
                   "   " RIGA-KIT.
       EX-MOSTRA-DISP-KIT.
           EXIT.
      *
       MOSTRA-TAGLIA-KIT.
           ADD DISP-KT OF PAR-KITTAIL (I-MG, I-TG) TO TOT-KIT.
           MOVE DISP-KT OF PAR-KITTAIL (I-MG, I-TG) TO DISP-KIT-ED.
           MOVE DISP-KIT-ED TO RIGA-KIT (I-TG * 5 - 4:4).
       EX-MOSTRA-TAGLIA-KIT.
           EXIT.
      *KITTAIL*
      *SPEDIMP*
      *
       MOSTRA-ARRIVO.
           MOVE 0 TO TOT-ARRIVO.
           PERFORM SOMMA-TAGLIA-ARRIVO THRU EX-SOMMA-TAGLIA-ARRIVO
               VARYING I-TG FROM 1 BY 1 UNTIL I-TG > NTG-NTG.
           DISPLAY MAGAZZINO-ARR-SP OF PAR-SPEDIMP (I-AR) "  "
                   SETT-ARR-SP OF PAR-SPEDIMP (I-AR) "  "
                   ETA-ARR-SP OF PAR-SPEDIMP (I-AR) " "
                   CONTAINER-ARR-SP OF PAR-SPEDIMP (I-AR) " "
                   STATO-ARR-SP OF PAR-SPEDIMP (I-AR) "  " TOT-ARRIVO.
       EX-MOSTRA-ARRIVO.
           EXIT.
      *
       SOMMA-TAGLIA-ARRIVO.
           ADD QTA-ARR-SP OF PAR-SPEDIMP (I-AR, I-TG) TO TOT-ARRIVO.
       EX-SOMMA-TAGLIA-ARRIVO.
           EXIT.
      *SPEDIMP*
      *
014800*      FINE PROGRAMMA    **** /K CONSITPF.COB  *****
