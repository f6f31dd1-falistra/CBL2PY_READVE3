000440*     anche su RESOCLILOG, cosi' il controllo del reso doppio
000450*     di RESOCLI vede anche i capi rientrati per cambio.
000460*
000461*DOCCOMM*    15/10/26
000462*     a fine sessione i capi rientrati escono come documento
000463*     commerciale di reso (DOCCOMM "R", uno per vendita
000464*     originale, col richiamo al suo documento) e i capi
000465*     sostitutivi come documento di vendita (DOCCOMM "V").
000466*
000467*ACCDATI*    15/10/26
000468*     il conguaglio su PAGAMENT va senza carta fedelta'.
000469*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
013700 01 CAPI-CAMBIATI   PIC 9(4) VALUE 0.
013800 01 VALORE-BUONO    PIC S9(11) COMP-3.
013900 01 RISPOSTA-CONF   PIC X.
013901*DOCCOMM*
013902 01 PAR-DOCCOMM      COPY PARDOCCO.
013903 01 TAB-DOC-CAMBIO.
013904  05 RIGA-DK OCCURS 200.
013905   10 RIF-VENDITA-DK  PIC S9(15) COMP-3.
013906   10 C-MAT-RESO-DK   PIC 9(15).
013907   10 PREZZO-RESO-DK  PIC S9(9) COMP.
013908   10 C-MAT-NUOVO-DK  PIC 9(15).
013909   10 PREZZO-NUOVO-DK PIC S9(9) COMP.
01390A   10 EMESSO-DK       PIC X.
01390B 01 N-DOC-CAMBIO     PIC S9(4) COMP VALUE 0.
01390C 01 I-DK             PIC S9(4) COMP.
01390D 01 J-DK             PIC S9(4) COMP.
01390E*DOCCOMM*
014000*
014100 01 PARGEN           COPY QPARGEN.
014200 01 PARQDATA         COPY QPARDATS.
017300     CLOSE FILE-RESOLOG.
017400     CLOSE FILE-CAMBLOG.
017500     PERFORM SALDA-SESSIONE THRU EX-SALDA-SESSIONE.
017501*DOCCOMM*
017502     PERFORM EMETTI-RESO-FISCALE THRU EX-EMETTI-RESO-FISCALE
017503        VARYING I-DK FROM 1 BY 1 UNTIL I-DK > N-DOC-CAMBIO.
017504     IF N-DOC-CAMBIO > 0
017505        PERFORM EMETTI-VENDITA-FISCALE
017506           THRU EX-EMETTI-VENDITA-FISCALE.
017507*DOCCOMM*
017600 FINE.
017700     EXIT PROGRAM.
017800*
024100     PERFORM SCRIVI-CAMBIOLOG THRU EX-SCRIVI-CAMBIOLOG.
024200     ADD DIFF-CAMBIO TO DIFF-SESSIONE.
024300     ADD 1 TO CAPI-CAMBIATI.
024301*DOCCOMM*
024302     IF N-DOC-CAMBIO < 200
024303        ADD 1 TO N-DOC-CAMBIO
024304        MOVE RIF-VENDITA-MEM TO RIF-VENDITA-DK (N-DOC-CAMBIO)
024305        MOVE C-MAT-RESO TO C-MAT-RESO-DK (N-DOC-CAMBIO)
024306        MOVE PREZZO-VEND-MEM TO PREZZO-RESO-DK (N-DOC-CAMBIO)
024307        MOVE C-MAT-NUOVO TO C-MAT-NUOVO-DK (N-DOC-CAMBIO)
024308        MOVE PREZZO-NUOVO TO PREZZO-NUOVO-DK (N-DOC-CAMBIO)
024309        MOVE "N" TO EMESSO-DK (N-DOC-CAMBIO).
02430A*DOCCOMM*
024400     DISPLAY "Cambiato " C-MAT-RESO " con " C-MAT-NUOVO
024500             " conto " CONTO-RESO.
024600 EX-TRATTA-CAMBIO.
054700        MOVE MAG-RESO TO MAGAZZINO-PAG OF PAR-PAGAMENT
054800        MOVE CAPI-CAMBIATI TO CAPI-PAG OF PAR-PAGAMENT
054900        MOVE DIFF-SESSIONE TO VALORE-PAG OF PAR-PAGAMENT
054901*ACCDATI*
054902        MOVE 0 TO CARTA-PAG OF PAR-PAGAMENT
054903*ACCDATI*
055000        CALL "PAGAMENT" USING W-COMMON PAR-PAGAMENT
055100        GO TO EX-SALDA-SESSIONE.
055200     COMPUTE VALORE-BUONO = 0 - DIFF-SESSIONE.
056000        DISPLAY "Buono NON emesso".
056100 EX-SALDA-SESSIONE.
056200     EXIT.
056201*DOCCOMM*
056202*
056203*     un documento di reso per ogni vendita originale dei
056204*     capi rientrati, come in RESOCLI
056205 EMETTI-RESO-FISCALE.
056206     IF EMESSO-DK (I-DK) = "S"
056207        GO TO EX-EMETTI-RESO-FISCALE.
056208     MOVE "I" TO FUNZ-DC OF PAR-DOCCOMM.
056209     CALL "DOCCOMM" USING W-COMMON PAR-DOCCOMM.
05620A     PERFORM RIGA-RESO-FISCALE THRU EX-RIGA-RESO-FISCALE
05620B        VARYING J-DK FROM I-DK BY 1 UNTIL J-DK > N-DOC-CAMBIO.
05620C     MOVE CONTO-RESO TO CONTO-DC OF PAR-DOCCOMM.
05620D     MOVE MAG-RESO TO MAG-DC OF PAR-DOCCOMM.
05620E     MOVE RIF-DOC-CAMBIO TO RIF-DC OF PAR-DOCCOMM.
05620F     MOVE RIF-VENDITA-DK (I-DK) TO RIF-ORIG-DC OF PAR-DOCCOMM.
056210     MOVE "R" TO FUNZ-DC OF PAR-DOCCOMM.
056211     CALL "DOCCOMM" USING W-COMMON PAR-DOCCOMM.
056212 EX-EMETTI-RESO-FISCALE.
056213     EXIT.
056214*
056215 RIGA-RESO-FISCALE.
056216     IF EMESSO-DK (J-DK) = "S"
056217        OR RIF-VENDITA-DK (J-DK) NOT = RIF-VENDITA-DK (I-DK)
056218        GO TO EX-RIGA-RESO-FISCALE.
056219     MOVE "S" TO EMESSO-DK (J-DK).
05621A     MOVE "A" TO FUNZ-DC OF PAR-DOCCOMM.
05621B     MOVE C-MAT-RESO-DK (J-DK) TO C-MAT-DC OF PAR-DOCCOMM.
05621C     MOVE PREZZO-RESO-DK (J-DK) TO IMPORTO-DC OF PAR-DOCCOMM.
05621D     CALL "DOCCOMM" USING W-COMMON PAR-DOCCOMM.
05621E EX-RIGA-RESO-FISCALE.
05621F     EXIT.
056220*
056221*     i capi sostitutivi in un unico documento di vendita
056222 EMETTI-VENDITA-FISCALE.
056223     MOVE "I" TO FUNZ-DC OF PAR-DOCCOMM.
056224     CALL "DOCCOMM" USING W-COMMON PAR-DOCCOMM.
056225     PERFORM RIGA-VENDITA-FISCALE THRU EX-RIGA-VENDITA-FISCALE
056226        VARYING I-DK FROM 1 BY 1 UNTIL I-DK > N-DOC-CAMBIO.
056227     MOVE CONTO-RESO TO CONTO-DC OF PAR-DOCCOMM.
056228     MOVE MAG-RESO TO MAG-DC OF PAR-DOCCOMM.
056229     MOVE RIF-DOC-CAMBIO TO RIF-DC OF PAR-DOCCOMM.
05622A     MOVE "V" TO FUNZ-DC OF PAR-DOCCOMM.
05622B     CALL "DOCCOMM" USING W-COMMON PAR-DOCCOMM.
05622C EX-EMETTI-VENDITA-FISCALE.
05622D     EXIT.
05622E*
05622F RIGA-VENDITA-FISCALE.
056230     MOVE "A" TO FUNZ-DC OF PAR-DOCCOMM.
056231     MOVE C-MAT-NUOVO-DK (I-DK) TO C-MAT-DC OF PAR-DOCCOMM.
056232     MOVE PREZZO-NUOVO-DK (I-DK) TO IMPORTO-DC OF PAR-DOCCOMM.
056233     CALL "DOCCOMM" USING W-COMMON PAR-DOCCOMM.
056234 EX-RIGA-VENDITA-FISCALE.
056235     EXIT.
056236*DOCCOMM*
056300*
056400 TTDBFIND.
056500              COPY PDBFIND.
