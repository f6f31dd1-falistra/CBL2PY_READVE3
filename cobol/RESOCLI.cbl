0004BC*     BUONIREG e la stampa del tagliando stanno in BUONOACQ,
0004BD*     PAGAMENT lo accetta poi come tipo pagamento "V".
0004BE*
0004BF*DOCCOMM*    15/10/26
0004C0*     a fine sessione il reso esce come documento commerciale
0004C1*     di reso (DOCCOMM "R"), uno per vendita originale dei capi
0004C2*     rientrati, col richiamo al documento di quella vendita.
0004C3*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
00812A 01 VALORE-RESO-SESS PIC S9(11) COMP-3 VALUE 0.
00812B 01 RISPOSTA-BUONO   PIC X.
00812C*BUONO*
00812D*DOCCOMM*
00812E 01 PAR-DOCCOMM      COPY PARDOCCO.
00812F 01 TAB-DOC-RESO.
008130  05 RIGA-DR OCCURS 200.
008131   10 RIF-VENDITA-DR PIC S9(15) COMP-3.
008132   10 C-MAT-DR       PIC 9(15).
008133   10 CONTO-DR       PIC 9(8).
008134   10 MAG-DR         PIC 9(3).
008135   10 PREZZO-DR      PIC S9(9) COMP.
008136   10 EMESSO-DR      PIC X.
008137 01 N-DOC-RESO       PIC S9(4) COMP VALUE 0.
008138 01 I-DR             PIC S9(4) COMP.
008139 01 J-DR             PIC S9(4) COMP.
00813A*DOCCOMM*
008200*
008300 01 I-TG             PIC S9(4) COMP.
008400 01 ERR-DISP         PIC -(4).
010300     PERFORM TRATTA-RESO THRU EX-TRATTA-RESO
010400        UNTIL RESO-FINE.
010500     CLOSE FILE-RESOLOG.
010501*DOCCOMM*
010502     PERFORM EMETTI-RESO-FISCALE THRU EX-EMETTI-RESO-FISCALE
010503        VARYING I-DR FROM 1 BY 1 UNTIL I-DR > N-DOC-RESO.
010504*DOCCOMM*
010510*BUONO*
010520     IF VALORE-RESO-SESS > 0
010530        PERFORM OFFRI-BUONO THRU EX-OFFRI-BUONO.
023810*BUONO*
023820     ADD PREZZO-VEND-MEM TO VALORE-RESO-SESS.
023830*BUONO*
023831*DOCCOMM*
023832     IF N-DOC-RESO < 200
023833        ADD 1 TO N-DOC-RESO
023834        MOVE RIF-VENDITA-MEM TO RIF-VENDITA-DR (N-DOC-RESO)
023835        MOVE C-MAT-RESO TO C-MAT-DR (N-DOC-RESO)
023836        MOVE CONTO-RESO TO CONTO-DR (N-DOC-RESO)
023837        MOVE MAG-RESO TO MAG-DR (N-DOC-RESO)
023838        MOVE PREZZO-VEND-MEM TO PREZZO-DR (N-DOC-RESO)
023839        MOVE "N" TO EMESSO-DR (N-DOC-RESO).
02383A*DOCCOMM*
023900     DISPLAY "Rientrato " C-MAT-RESO " tg " TAGLIA-RESO
024000             " conto " CONTO-RESO.
024100 EX-SCRIVI-MOVMAG-RESO.
0272CE EX-OFFRI-BUONO.
0272CF     EXIT.
0272D0*BUONO*
0272D1*DOCCOMM*
0272D2*     un documento di reso per ogni vendita originale: la
0272D3*     prima riga non ancora emessa raccoglie tutti i capi
0272D4*     della stessa vendita
0272D5 EMETTI-RESO-FISCALE.
0272D6     IF EMESSO-DR (I-DR) = "S"
0272D7        GO TO EX-EMETTI-RESO-FISCALE.
0272D8     MOVE "I" TO FUNZ-DC OF PAR-DOCCOMM.
0272D9     CALL "DOCCOMM" USING W-COMMON PAR-DOCCOMM.
0272DA     PERFORM RIGA-RESO-FISCALE THRU EX-RIGA-RESO-FISCALE
0272DB        VARYING J-DR FROM I-DR BY 1 UNTIL J-DR > N-DOC-RESO.
0272DC     MOVE CONTO-DR (I-DR) TO CONTO-DC OF PAR-DOCCOMM.
0272DD     MOVE MAG-DR (I-DR) TO MAG-DC OF PAR-DOCCOMM.
0272DE     MOVE RIF-DOC-RESO TO RIF-DC OF PAR-DOCCOMM.
0272DF     MOVE RIF-VENDITA-DR (I-DR) TO RIF-ORIG-DC OF PAR-DOCCOMM.
0272E0     MOVE "R" TO FUNZ-DC OF PAR-DOCCOMM.
0272E1     CALL "DOCCOMM" USING W-COMMON PAR-DOCCOMM.
0272E2 EX-EMETTI-RESO-FISCALE.
0272E3     EXIT.
0272E4*
0272E5 RIGA-RESO-FISCALE.
0272E6     IF EMESSO-DR (J-DR) = "S"
0272E7        OR RIF-VENDITA-DR (J-DR) NOT = RIF-VENDITA-DR (I-DR)
0272E8        GO TO EX-RIGA-RESO-FISCALE.
0272E9     MOVE "S" TO EMESSO-DR (J-DR).
0272EA     MOVE "A" TO FUNZ-DC OF PAR-DOCCOMM.
0272EB     MOVE C-MAT-DR (J-DR) TO C-MAT-DC OF PAR-DOCCOMM.
0272EC     MOVE PREZZO-DR (J-DR) TO IMPORTO-DC OF PAR-DOCCOMM.
0272ED     CALL "DOCCOMM" USING W-COMMON PAR-DOCCOMM.
0272EE EX-RIGA-RESO-FISCALE.
0272EF     EXIT.
0272F0*DOCCOMM*
027400*
027500 TTDBFIND.
027600              COPY PDBFIND.
