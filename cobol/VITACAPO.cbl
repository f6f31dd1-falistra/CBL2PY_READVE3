000433*     da ARCMOVMA: LKMOVMAG estrae su MOVESTRA le righe del
000434*     C-MAT dagli archivi MOVARC<aa> e gli eventi si valutano
000435*     con lo stesso giro della catena viva.
000436*2026*        15/10/26
000437*     se il capo e' arrivato in un cartone prepack (codice
000438*     cartone su LOTTRACE) la storia lo riporta come evento.
000439*2026*        15/10/26
00043A*     uscite e rientri dal registro del campionario in
00043B*     prestito (PRESTREG di PRESTITI); se il capo e' fuori,
00043C*     la storia chiude con "IN PRESTITO A" e il beneficiario.
000440*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
001500     SELECT OPTIONAL FILE-STORNO ASSIGN TO "STORNOLOG"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-SN.
001710     SELECT OPTIONAL FILE-PREST ASSIGN TO "PRESTREG"
001720        ORGANIZATION IS LINE SEQUENTIAL
001730        FILE STATUS IS CHECK-PR.
001800*
001900 DATA DIVISION.
002000 FILE SECTION.
002410*
002420 FD FILE-ESTRA DATA RECORD REC-ESTRA.
002430 01 REC-ESTRA              COPY YMOVARCH.
002440*
002450 FD FILE-PREST DATA RECORD REC-PRESTIT.
002460 01 REC-PRESTIT            COPY YPRESTIT.
002500*
002600 WORKING-STORAGE SECTION.
002700*
003900    88 SN-APERTO    VALUES ARE "05", "00".
003910 77 CHECK-ES        PIC XX.
003920    88 ES-APERTO    VALUES ARE "05", "00".
003921 77 CHECK-PR        PIC XX.
003922    88 PR-APERTO    VALUES ARE "05", "00".
003930*
003940 01 RIGHE-ARCHIVIO  PIC S9(7) COMP.
003950 01 C-MAT-ARCHIVIO  PIC 9(15).
007400 01 SETT-ED         PIC 9(4).
007410 01 MAG-ED          PIC 9(4).
007420 01 NUM-BOLLA-ED    PIC 9(6).
007430*
007432* prestito ancora aperto alla fine del registro
007434 01 PRESTITO-APERTO PIC X.
007436    88 C-E-PRESTITO VALUE "S".
007438 01 BENEF-APERTO    PIC X(8).
007440 01 PREVISTO-APERTO PIC X(8).
007442 01 DATA-AAMMGG-VC  PIC 9(6).
007444 01 FILLER REDEFINES DATA-AAMMGG-VC.
007446    05 AA2-VC           PIC 99.
007448    05 MM2-VC           PIC 99.
007450    05 GG2-VC           PIC 99.
007452 01 DATA-ED.
007454    05 GG-ED            PIC 99.
007456    05 FILLER           PIC X VALUE "/".
007458    05 MM-ED            PIC 99.
007460    05 FILLER           PIC X VALUE "/".
007462    05 AA-ED            PIC 99.
007464 01 USCITA-ED       PIC X(8).
007500*
007600 01 I-TG            PIC S9(4) COMP.
007700*
010410     PERFORM EVENTI-DA-ARCHIVI THRU EX-EVENTI-DA-ARCHIVI.
010500     PERFORM EVENTO-BOLLA THRU EX-EVENTO-BOLLA.
010600     PERFORM EVENTI-DA-STORNOLOG THRU EX-EVENTI-DA-STORNOLOG.
010610     PERFORM EVENTI-DA-PRESTITI THRU EX-EVENTI-DA-PRESTITI.
010700     PERFORM MOSTRA-STORIA THRU EX-MOSTRA-STORIA.
010800 EX-TRATTA-CAPO.
010900     EXIT.
014200                 INTO TESTO-COM
014300              MOVE 0 TO DATA-COM
014400              PERFORM AGGIUNGI-EVENTO THRU EX-AGGIUNGI-EVENTO
014410              IF COD-PACK-LT OF REC-LOTTRAC NOT = SPACES
014420                 MOVE SPACES TO TESTO-COM
014430                 STRING "ARRIVATO IN CARTONE prepack "
014440                        DELIMITED BY SIZE
014450                        COD-PACK-LT OF REC-LOTTRAC
014460                        DELIMITED BY SIZE
014470                    INTO TESTO-COM
014480                 MOVE 0 TO DATA-COM
014490                 PERFORM AGGIUNGI-EVENTO THRU EX-AGGIUNGI-EVENTO
014495              END-IF
014500           END-IF
014600     END-READ.
014700 EX-LEGGI-RIGA-LT.
030200     END-READ.
030300 EX-LEGGI-RIGA-SN.
030400     EXIT.
030402*
030404*
030406*     uscite e rientri del baruni sul registro PRESTREG; il
030408*     prestito aperto dopo l'ultima riga chiude la storia
030410 EVENTI-DA-PRESTITI.
030412     MOVE "N" TO PRESTITO-APERTO.
030414     OPEN INPUT FILE-PREST.
030416     IF PR-APERTO
030418        MOVE 0 TO OK-FINE-FILE
030420        PERFORM LEGGI-RIGA-PR THRU EX-LEGGI-RIGA-PR
030422           UNTIL LETTO-FINE-FILE
030424        CLOSE FILE-PREST
030426     END-IF.
030428     IF C-E-PRESTITO
030430        MOVE SPACES TO TESTO-COM
030432        STRING "*** IN PRESTITO A " DELIMITED BY SIZE
030434               BENEF-APERTO DELIMITED BY SIZE
030436               " rientro previsto " DELIMITED BY SIZE
030438               PREVISTO-APERTO DELIMITED BY SIZE
030440               " ***" DELIMITED BY SIZE
030442           INTO TESTO-COM
030444        MOVE 6 TO DATA-COM
030446        PERFORM AGGIUNGI-EVENTO THRU EX-AGGIUNGI-EVENTO
030448     END-IF.
030450 EX-EVENTI-DA-PRESTITI.
030452     EXIT.
030454*
030456 LEGGI-RIGA-PR.
030458     READ FILE-PREST
030460        AT END
030462           MOVE 1 TO OK-FINE-FILE
030464        NOT AT END
030466           IF BARUNI-PR OF REC-PRESTIT = BARUNI-IN
030468              PERFORM EVENTO-PRESTITO THRU EX-EVENTO-PRESTITO
030470           END-IF
030472     END-READ.
030474 EX-LEGGI-RIGA-PR.
030476     EXIT.
030478*
030480 EVENTO-PRESTITO.
030482     MOVE DATA-USCITA-PR OF REC-PRESTIT TO DATA-AAMMGG-VC.
030484     PERFORM EDITA-DATA-VC THRU EX-EDITA-DATA-VC.
030486     MOVE DATA-ED TO USCITA-ED.
030488     MOVE RIENTRO-PREV-PR OF REC-PRESTIT TO DATA-AAMMGG-VC.
030490     PERFORM EDITA-DATA-VC THRU EX-EDITA-DATA-VC.
030492     MOVE SPACES TO TESTO-COM.
030494     IF USCITA-PR OF REC-PRESTIT
030496        MOVE "S" TO PRESTITO-APERTO
030498        MOVE BENEF-PR OF REC-PRESTIT TO BENEF-APERTO
03049A        MOVE DATA-ED TO PREVISTO-APERTO
03049B        STRING "PRESTITO a " DELIMITED BY SIZE
03049C               BENEF-PR OF REC-PRESTIT DELIMITED BY SIZE
03049D               " dal " DELIMITED BY SIZE
03049E               USCITA-ED DELIMITED BY SIZE
03049F               " mag " DELIMITED BY SIZE
0304A0               MAGAZZINO-PR OF REC-PRESTIT DELIMITED BY SIZE
0304A1               " " DELIMITED BY SIZE
0304A2               SCOPO-PR OF REC-PRESTIT DELIMITED BY SIZE
0304A3           INTO TESTO-COM
0304A4     ELSE
0304A5        MOVE "N" TO PRESTITO-APERTO
0304A6        MOVE DATA-PR OF REC-PRESTIT TO DATA-AAMMGG-VC
0304A7        PERFORM EDITA-DATA-VC THRU EX-EDITA-DATA-VC
0304A8        STRING "RIENTRO DA PRESTITO " DELIMITED BY SIZE
0304A9               BENEF-PR OF REC-PRESTIT DELIMITED BY SIZE
0304AA               " il " DELIMITED BY SIZE
0304AB               DATA-ED DELIMITED BY SIZE
0304AC               " (uscito il " DELIMITED BY SIZE
0304AD               USCITA-ED DELIMITED BY SIZE
0304AE               ")" DELIMITED BY SIZE
0304AF           INTO TESTO-COM
0304B0     END-IF.
0304B1     MOVE 5 TO DATA-COM.
0304B2     PERFORM AGGIUNGI-EVENTO THRU EX-AGGIUNGI-EVENTO.
0304B3 EX-EVENTO-PRESTITO.
0304B4     EXIT.
0304B5*
0304B6 EDITA-DATA-VC.
0304B7     MOVE GG2-VC TO GG-ED.
0304B8     MOVE MM2-VC TO MM-ED.
0304B9     MOVE AA2-VC TO AA-ED.
0304BA EX-EDITA-DATA-VC.
0304BB     EXIT.
030500*
030600*
030700*     DATA-COM ordina la storia: 0 ricevimento, 1 carico,
030800*     2 vendita, 3 bolla, 4 storni/resi, 5 prestiti, 6 capo
030810*     attualmente in prestito
030900 AGGIUNGI-EVENTO.
031000     IF N-EVENTI < 50
031100        ADD 1 TO N-EVENTI
