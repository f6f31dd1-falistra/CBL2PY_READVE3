000500*     PESIART: il documento entra nel bordero' vettori di
000510*     MANIVETT come ogni altra spedizione.
000520*
000521*LINGUE*     15/10/26
000522*     documento nella lingua del destinatario (LINGUE: stato
000523*     di INDIRIZZI del conto del magazzino di destino o del
000524*     fornitore, salvo eccezione per conto): testi fissi e
000525*     causale tradotti da TESTIDOC, sulle righe la
000526*     descrizione ANAMAT tradotta da DMATLING; senza
000527*     traduzione resta l'italiano.
000528*
000529*CONAI*      15/10/26
00052A*     rigo PESODDT col conto a zero: trasferimenti e resi a
00052B*     fornitore non sono vendite e restano fuori dalla
00052C*     dichiarazione CONAI di CONAIDIC.
00052D*
000600 ENVIRONMENT DIVISION.
000700 CONFIGURATION SECTION.
000800 SOURCE-COMPUTER.  HP-3000.
003600 01 AREA-REC-SET     PIC X(512).
003700 01 FILLER REDEFINES AREA-REC-SET.
003800  05 REC-ANACON      COPY YANACON.
003810*LINGUE*
003820 01 FILLER REDEFINES AREA-REC-SET.
003830  05 REC-ANAMAT      COPY YANAMAT.
003840*LINGUE*
003900*
004000 01 PAR-SERBOL       COPY PARSERBOL.
004100*
013000 01 QTA-ED           PIC Z(5)9.
013100 01 PESO-KG-ED       PIC Z(6)9,9.
013200*
013202*LINGUE*
013204 01 PAR-LINGUE      COPY PARLINGU.
013206*
013208* testi fissi del documento: l'originale italiano e la copia
013210* tradotta per la lingua del destinatario
013212 01 TESTI-ITALIANI-DT.
013214  05 FILLER  PIC X(40) VALUE "DDT N.".
013216  05 FILLER  PIC X(40) VALUE "DEL".
013218  05 FILLER  PIC X(40) VALUE "CAUSALE TRASPORTO:".
013220  05 FILLER  PIC X(40) VALUE "DESTINATARIO:".
013222  05 FILLER  PIC X(40) VALUE
013224     "  C-MAT            QTA     DESCRIZIONE".
013226  05 FILLER  PIC X(40) VALUE "TOTALE CAPI".
013228  05 FILLER  PIC X(40) VALUE "PESO KG".
013230  05 FILLER  PIC X(40) VALUE "TRASFERIMENTO".
013232  05 FILLER  PIC X(40) VALUE "RESO A FORNITORE".
013234  05 FILLER  PIC X(40) VALUE "NOSTRO MAGAZZINO".
013236  05 FILLER  PIC X(40) VALUE "FORNITORE NON IN ANAGRAFICA".
013238 01 FILLER REDEFINES TESTI-ITALIANI-DT.
013240  05 ITALIANO-DT     PIC X(40) OCCURS 11.
013242 01 TESTI-DOC-DT.
013244  05 TESTO-DT        PIC X(40) OCCURS 11.
013246 01 FILLER REDEFINES TESTI-DOC-DT.
013248  05 ETI-DDT-N       PIC X(40).
013250  05 ETI-DEL         PIC X(40).
013252  05 ETI-CAUSALE     PIC X(40).
013254  05 ETI-DESTINATARIO PIC X(40).
013256  05 ETI-TESTATA-RIGHE PIC X(40).
013258  05 ETI-TOTALE-CAPI PIC X(40).
013260  05 ETI-PESO-KG     PIC X(40).
013262  05 ETI-TRASFERIMENTO PIC X(40).
013264  05 ETI-RESO-FORN   PIC X(40).
013266  05 ETI-NOSTRO-MAG  PIC X(40).
013268  05 ETI-FORN-NON-ANAG PIC X(40).
013270 01 I-TX            PIC S9(4) COMP.
013272 01 D-MAT-RIGA      PIC X(24).
013274*LINGUE*
013300 LINKAGE SECTION.
013400*
013500 01 W-COMMON       COPY WCOMMONW.
019700     MOVE MAG-D-IN TO MAG-DESTINO.
019800     MOVE "TRAS" TO CAUSALE-CERCA.
019900     MOVE 0 TO CONTO-RESO.
019910*LINGUE*
019920     PERFORM PREPARA-LINGUA THRU EX-PREPARA-LINGUA.
019930*LINGUE*
020000     PERFORM RACCOGLI-RIGHE THRU EX-RACCOGLI-RIGHE.
020100     IF N-RIGHE-DT = 0
020200        DISPLAY "Nessun travaso nel giorno"
020300        GO TO EX-DOCUMENTO-TRAVASO.
020310*LINGUE*
020320     MOVE ETI-TRASFERIMENTO TO CAUSALE-DOC.
020330     MOVE SPACES TO INTESTAZIONE.
020340     STRING ETI-NOSTRO-MAG DELIMITED BY "  "
020350            " " DELIMITED BY SIZE
020360            MAG-D-IN DELIMITED BY SIZE
020370*LINGUE*
020800        INTO INTESTAZIONE.
020900     PERFORM EMETTI-DOCUMENTO THRU EX-EMETTI-DOCUMENTO.
021000 EX-DOCUMENTO-TRAVASO.
022000        GO TO EX-DOCUMENTO-RESO.
022100     MOVE MAG-P-IN TO MAG-PARTENZA.
022200     MOVE CONTO-IN TO CONTO-RESO.
022210*LINGUE*
022220     PERFORM PREPARA-LINGUA THRU EX-PREPARA-LINGUA.
022230*LINGUE*
022300     MOVE "RESF" TO CAUSALE-CERCA.
022400     PERFORM RACCOGLI-RIGHE THRU EX-RACCOGLI-RIGHE.
022500     IF N-RIGHE-DT = 0
022600        DISPLAY "Nessun reso a fornitore nel giorno"
022700        GO TO EX-DOCUMENTO-RESO.
022710*LINGUE*
022720     MOVE ETI-RESO-FORN TO CAUSALE-DOC.
022730*LINGUE*
022900     PERFORM LEGGI-INTESTAZIONE-FORN
023000         THRU EX-LEGGI-INTESTAZIONE-FORN.
023100     PERFORM EMETTI-DOCUMENTO THRU EX-EMETTI-DOCUMENTO.
024200     IF W-OK-IMAGE
024300        MOVE D-CONTO OF REC-ANACON TO INTESTAZIONE
024400     ELSE
024410*LINGUE*
024420        MOVE ETI-FORN-NON-ANAG TO INTESTAZIONE.
024430*LINGUE*
024600 EX-LEGGI-INTESTAZIONE-FORN.
024700     EXIT.
024800*
024802*LINGUE*
024804*     lingua del destinatario -- il magazzino di destino ha
024806*     il suo conto 10000000 + magazzino (come in READTR3) --
024808*     e testi fissi tradotti una volta per documento
024810 PREPARA-LINGUA.
024812     MOVE "L" TO FUNZ-LG OF PAR-LINGUE.
024814     IF CONTO-RESO NOT = 0
024816        MOVE CONTO-RESO TO CONTO-LG OF PAR-LINGUE
024818     ELSE
024820        COMPUTE CONTO-LG OF PAR-LINGUE = 10000000 + MAG-DESTINO.
024822     CALL "LINGUE" USING W-COMMON PAR-LINGUE.
024824     PERFORM TRADUCI-TESTO-DT THRU EX-TRADUCI-TESTO-DT
024826        VARYING I-TX FROM 1 BY 1 UNTIL I-TX > 11.
024828 EX-PREPARA-LINGUA.
024830     EXIT.
024832*
024834 TRADUCI-TESTO-DT.
024836     MOVE ITALIANO-DT (I-TX) TO TESTO-LG OF PAR-LINGUE.
024838     IF NOT LG-ITALIANO OF PAR-LINGUE
024840        MOVE "T" TO FUNZ-LG OF PAR-LINGUE
024842        CALL "LINGUE" USING W-COMMON PAR-LINGUE
024844     END-IF.
024846     MOVE TESTO-LG OF PAR-LINGUE TO TESTO-DT (I-TX).
024848 EX-TRADUCI-TESTO-DT.
024850     EXIT.
024852*
024854*     descrizione ANAMAT della riga, tradotta se c'e'
024856 DESCRIZIONE-RIGA.
024858     MOVE SPACES TO D-MAT-RIGA.
024860     MOVE "ANAMAT;" TO W-NOME-DATA-SET.
024862     MOVE "C-MAT;" TO W-NOME-CAMPO.
024864     MOVE C-MAT-DT (I-DT) TO W-VALORE-CAMPO.
024866     MOVE 7 TO W-MODO.
024868     PERFORM TTDBGET THRU EX-TTDBGET.
024870     IF W-OK-IMAGE
024872        MOVE D-MAT OF REC-ANAMAT TO D-MAT-RIGA.
024874     IF LG-ITALIANO OF PAR-LINGUE
024876        GO TO EX-DESCRIZIONE-RIGA.
024878     MOVE "A" TO FUNZ-LG OF PAR-LINGUE.
024880     MOVE C-MAT-DT (I-DT) TO C-MAT-LG OF PAR-LINGUE.
024882     MOVE D-MAT-RIGA TO TESTO-LG OF PAR-LINGUE.
024884     CALL "LINGUE" USING W-COMMON PAR-LINGUE.
024886     MOVE TESTO-LG OF PAR-LINGUE TO D-MAT-RIGA.
024888 EX-DESCRIZIONE-RIGA.
024890     EXIT.
024892*LINGUE*
024894*
025000*     scarichi del giorno per causale (e conto, per il reso)
025100*     dal magazzino di partenza: scansione seriale di MOVMAG
025200 RACCOGLI-RIGHE.
042300     MOVE "M" TO COMANDO.
042400     MOVE 66  TO N-RIGA-STAMPA.
042500     MOVE SPACES TO DATI-RIGA.
042510*LINGUE*
042520     STRING " " DELIMITED BY SIZE
042530            ETI-DDT-N DELIMITED BY "  "
042540            " " DELIMITED BY SIZE
042550            NUMERO-DOC DELIMITED BY SIZE
042560            "  " DELIMITED BY SIZE
042570            ETI-DEL DELIMITED BY "  "
042580            " " DELIMITED BY SIZE
042590            DATA-DOC-IN DELIMITED BY SIZE
042600*LINGUE*
043000        INTO DATI-RIGA.
043100     PERFORM SCRIVI THRU EX-SCRIVI.
043200     MOVE SPACES TO DATI-RIGA.
043210*LINGUE*
043220     STRING " " DELIMITED BY SIZE
043230            ETI-CAUSALE DELIMITED BY "  "
043240            " " DELIMITED BY SIZE
043250*LINGUE*
043400            CAUSALE-DOC DELIMITED BY SIZE
043500        INTO DATI-RIGA.
043600     MOVE 1 TO N-RIGA-STAMPA.
043700     PERFORM SCRIVI THRU EX-SCRIVI.
043800     MOVE SPACES TO DATI-RIGA.
043810*LINGUE*
043820     STRING " " DELIMITED BY SIZE
043830            ETI-DESTINATARIO DELIMITED BY "  "
043840            " " DELIMITED BY SIZE
043850*LINGUE*
044000            INTESTAZIONE DELIMITED BY SIZE
044100        INTO DATI-RIGA.
044200     MOVE 1 TO N-RIGA-STAMPA.
044300     PERFORM SCRIVI THRU EX-SCRIVI.
044310*LINGUE*
044320     MOVE ETI-TESTATA-RIGHE TO DATI-RIGA.
044330*LINGUE*
044500     MOVE 2 TO N-RIGA-STAMPA.
044600     PERFORM SCRIVI THRU EX-SCRIVI.
044700     PERFORM STAMPA-RIGA-DOC THRU EX-STAMPA-RIGA-DOC
044900     MOVE SPACES TO DATI-RIGA.
045000     COMPUTE PESO-KG-ED = PESO-DOC / 1000.
045100     MOVE CAPI-DOC TO QTA-ED.
045110*LINGUE*
045120     STRING "  " DELIMITED BY SIZE
045130            ETI-TOTALE-CAPI DELIMITED BY "  "
045140            " " DELIMITED BY SIZE
045150            QTA-ED DELIMITED BY SIZE
045160            "  " DELIMITED BY SIZE
045170            ETI-PESO-KG DELIMITED BY "  "
045180            " " DELIMITED BY SIZE
045190*LINGUE*
045500            PESO-KG-ED DELIMITED BY SIZE
045600        INTO DATI-RIGA.
045700     MOVE 2 TO N-RIGA-STAMPA.
046500     MOVE SPACES TO DATI-RIGA.
046600     MOVE C-MAT-DT (I-DT) TO C-MAT-ED.
046700     MOVE QTA-DT (I-DT) TO QTA-ED.
046710*LINGUE*
046720     PERFORM DESCRIZIONE-RIGA THRU EX-DESCRIZIONE-RIGA.
046730*LINGUE*
046800     STRING "  " DELIMITED BY SIZE
046900            C-MAT-ED DELIMITED BY SIZE
047000            "  " DELIMITED BY SIZE
047100            QTA-ED DELIMITED BY SIZE
047110*LINGUE*
047120            "  " DELIMITED BY SIZE
047130            D-MAT-RIGA DELIMITED BY SIZE
047140*LINGUE*
047200        INTO DATI-RIGA.
047300     MOVE 1 TO N-RIGA-STAMPA.
047400     PERFORM SCRIVI THRU EX-SCRIVI.
048600        MOVE CONTO-VET-DOC TO CONTO-VET-PW
048700        MOVE 0 TO COLLI-PW
048800        MOVE PESO-DOC TO PESO-GRAMMI-PW
048810*CONAI*
048820        MOVE T-TAB-PW TO TW-5
048830        MOVE 0 TO CONTO-PW
048840*CONAI*
048900        WRITE REC-PESODDT
049000        CLOSE FILE-PESODDT
049100     END-IF.
