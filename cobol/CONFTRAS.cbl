000420*     Il file TRANSITO si rilegge in memoria e si riscrive per
000430*     intero, sullo schema di TABTAGLIE.
000440*
000450*RITIRWEB*   15/10/26
000460*     le quantita' accettate passano anche a RITIRWEB ("A"):
000470*     gli ordini web con ritiro nel negozio di destinazione
000480*     diventano pronti e parte l'avviso al cliente.
000490*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
003100 01 PARAGGPF-CF      COPY PARAGGPF.
003110*
003120 01 PAR-INTERCO      COPY PARINTER.
003130*RITIRWEB*
003140 01 PAR-RITIRWEB     COPY PARRITWB.
003150*RITIRWEB*
003200*
003300 77 CHECK-TR        PIC XX.
003400    88 TR-APERTO    VALUES ARE "05", "00".
019300           THRU EX-CARICA-SITPF-ARRIVO
019310        PERFORM FATTURA-INTERCOMPANY
019320           THRU EX-FATTURA-INTERCOMPANY
019330*RITIRWEB*
019340        PERFORM AVVISA-RITIRO-WEB
019350           THRU EX-AVVISA-RITIRO-WEB
019360*RITIRWEB*
019400     END-IF.
019500     IF TOT-AMMANCO > 0
019600        PERFORM SCRIVI-MOVMAG-AMMANCO
034764 EX-METTI-QTA-INTERC.
034765     EXIT.
034766*
034770*RITIRWEB*
034771*     merce arrivata a destinazione: RITIRWEB abbina le
034772*     quantita' accettate agli ordini web in attesa di travaso
034773*     verso questo negozio
034774 AVVISA-RITIRO-WEB.
034775     MOVE "A" TO FUNZ-RW OF PAR-RITIRWEB.
034776     MOVE MAG-D-TM (I-TM) TO MAG-RW OF PAR-RITIRWEB.
034777     MOVE C-MAT-TM (I-TM) TO C-MAT-RW OF PAR-RITIRWEB.
034778     PERFORM METTI-QTA-RITIRO THRU EX-METTI-QTA-RITIRO
034779        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
034780     CANCEL "RITIRWEB"
034781     CALL "RITIRWEB" USING W-COMMON PAR-RITIRWEB.
034782 EX-AVVISA-RITIRO-WEB.
034783     EXIT.
034784*
034785 METTI-QTA-RITIRO.
034786     MOVE QTA-ACC (I-TG) TO QTA-ARRIVO-RW OF PAR-RITIRWEB (I-TG).
034787 EX-METTI-QTA-RITIRO.
034788     EXIT.
034789*RITIRWEB*
034800*
034900 RISCRIVI-TRANSITO-MEM.
035000     OPEN OUTPUT FILE-TRANSITO.
