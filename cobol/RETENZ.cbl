000450*     certificato su RETCERT (famiglia, limite, righe
000460*     toccate) per il fascicolo di conformita'.
000470*
000471*ACCDATI*    15/10/26
000472*     prima della politica si evadono le richieste aperte di
000473*     rettifica e cancellazione dei titolari carta registrate
000474*     da DIRACCES su RICHDIR: la rettifica riscrive nome e
000475*     contatto su FIDELMST, la cancellazione li svuota, toglie
000476*     il consenso, data DATA-ANONIM-FM e azzera CLI-FINALE su
000477*     tutte le righe MOVMAG della carta. Le righe di RICHDIR
000478*     passano evase (e quelle di una carta cancellata perdono
000479*     i dati di rettifica); ogni richiesta ha il suo
00047A*     certificato su RETCERT, col numero carta in coda (zero
00047B*     per i giri di politica, assente sulle righe vecchie).
00047C*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
003000     SELECT OPTIONAL FILE-CATAL ASSIGN TO "ARCHCATAL"
003100        ORGANIZATION IS LINE SEQUENTIAL
003200        FILE STATUS IS CHECK-CT.
003201*ACCDATI*
003202     SELECT OPTIONAL FILE-MST ASSIGN TO "FIDELMST"
003203        ORGANIZATION IS LINE SEQUENTIAL
003204        FILE STATUS IS CHECK-FM.
003205     SELECT OPTIONAL FILE-RICH ASSIGN TO "RICHDIR"
003206        ORGANIZATION IS LINE SEQUENTIAL
003207        FILE STATUS IS CHECK-RD.
003208*ACCDATI*
003300*
003400 DATA DIVISION.
003500 FILE SECTION.
004800    05 LIMITE-CE             PIC 9(6).
004900    05 TG-CE-3               PIC X.
005000    05 RIGHE-CE              PIC 9(7).
005001*ACCDATI*
005002    05 TG-CE-4               PIC X.
005003    05 CARTA-CE              PIC 9(13).
005004*ACCDATI*
005100*
005200 FD FILE-LOTTRAC DATA RECORD REC-LOTTRAC.
005300 01 REC-LOTTRAC            COPY YLOTTRAC.
009600    05 TC-2                  PIC X.
009700    05 RESTO-CT              PIC X(40).
009800*
009801*ACCDATI*
009802 FD FILE-MST DATA RECORD REC-MST.
009803 01 REC-MST                COPY YFIDMST.
009804*
009805 FD FILE-RICH DATA RECORD REC-RICH.
009806 01 REC-RICH               COPY YRICHDIR.
009807*ACCDATI*
009808*
009900 WORKING-STORAGE SECTION.
010000*
010100 01 REC-MOVMAG       COPY YMOVMAG.
011800    88 GL-APERTO    VALUES ARE "05", "00".
011900 77 CHECK-CT        PIC XX.
012000    88 CT-APERTO    VALUES ARE "05", "00".
012001*ACCDATI*
012002 77 CHECK-FM        PIC XX.
012003    88 FM-APERTO    VALUES ARE "05", "00".
012004 77 CHECK-RD        PIC XX.
012005    88 RD-APERTO    VALUES ARE "05", "00".
012006*ACCDATI*
012100*
012200 01 OK-FINE-FILE    PIC S9(4) COMP.
012300    88 LETTO-FINE-FILE VALUE 1.
016500 01 ERR             PIC S9(9) COMP.
016600 01 ERR-PARM        PIC S9(9) COMP.
016700 01 ERR-DISP        PIC -(6).
016701*ACCDATI*
016702*
016703* richieste aperte di rettifica/cancellazione da RICHDIR
016704 01 TAB-RICHIESTE.
016705  05 RIGA-RI OCCURS 200.
016706   10 NUMERO-RI       PIC 9(6).
016707   10 CARTA-RI        PIC 9(13).
016708   10 TIPO-RI         PIC X.
016709   10 NOME-RI         PIC X(24).
01670A   10 CONTATTO-RI     PIC X(40).
01670B   10 RIGHE-RI        PIC S9(7) COMP.
01670C 01 N-RI            PIC S9(4) COMP.
01670D 01 I-RI            PIC S9(4) COMP.
01670E 01 IX-RI           PIC S9(4) COMP.
01670F 01 CANCELLAZIONI   PIC S9(4) COMP.
016710 01 CARTA-CERCA     PIC 9(13).
016711 01 CARTA-CERT-COM  PIC 9(13) VALUE 0.
016712* giro MOVMAG per le carte cancellate invece che per la
016713* politica
016714 01 GIRO-MOVMAG     PIC X VALUE "P".
016715    88 GIRO-CARTE   VALUE "C".
016716*ACCDATI*
016800*
016900 LINKAGE SECTION.
017000*
017400 PROCEDURE DIVISION  USING W-COMMON.
017500 INIZIO.
017600     DISPLAY "----  RITENZIONE DATI PERSONALI  --------".
017601*ACCDATI*
017602     PERFORM TRATTA-RICHIESTE THRU EX-TRATTA-RICHIESTE.
017603*ACCDATI*
017700     OPEN INPUT FILE-POLIT.
017800     IF NOT PT-APERTO
017900        DISPLAY "Politica RETPOLIT vuota o assente"
026600     IF W-OK-IMAGE
026700        MOVE AREA-REC-SET TO REC-MOVMAG
026800        ADD 1 TO RECORD-LETTI
026801*ACCDATI*
026802        IF GIRO-CARTE
026803           PERFORM ANONIMIZZA-CARTA THRU EX-ANONIMIZZA-CARTA
026804        ELSE
026900        PERFORM ANONIMIZZA-MOVIMENTO
027000            THRU EX-ANONIMIZZA-MOVIMENTO
027001        END-IF
027002*ACCDATI*
027100     END-IF.
027200 EX-LEGGI-MOVMAG-SER.
027300     EXIT.
051500        MOVE FAMIGLIA-COM TO FAMIGLIA-CE
051600        MOVE LIMITE-GGMMAA TO LIMITE-CE
051700        MOVE RIGHE-TOCCATE TO RIGHE-CE
051701*ACCDATI*
051702        MOVE T-TAB TO TG-CE-4
051703        MOVE CARTA-CERT-COM TO CARTA-CE
051704*ACCDATI*
051800        WRITE REC-CERT
051900        CLOSE FILE-CERT
052000     END-IF.
052100 EX-SCRIVI-CERTIFICATO.
052200     EXIT.
052300*
052301*ACCDATI*
052302*
052303*     richieste dei titolari carta da RICHDIR (DIRACCES):
052304*     rettifiche e cancellazioni ancora aperte
052305 TRATTA-RICHIESTE.
052306     MOVE 0 TO N-RI CANCELLAZIONI.
052307     OPEN INPUT FILE-RICH.
052308     IF NOT RD-APERTO
052309        GO TO EX-TRATTA-RICHIESTE.
05230A     MOVE 0 TO OK-FINE-FILE.
05230B     PERFORM CARICA-RICHIESTA THRU EX-CARICA-RICHIESTA
05230C        UNTIL LETTO-FINE-FILE.
05230D     CLOSE FILE-RICH.
05230E     IF N-RI = 0
05230F        GO TO EX-TRATTA-RICHIESTE.
052310     PERFORM APPLICA-FIDELMST THRU EX-APPLICA-FIDELMST.
052311     IF CANCELLAZIONI > 0
052312        MOVE "C" TO GIRO-MOVMAG
052313        PERFORM PURGA-MOVMAG THRU EX-PURGA-MOVMAG
052314        MOVE "P" TO GIRO-MOVMAG.
052315     PERFORM EVADI-RICHIESTE THRU EX-EVADI-RICHIESTE.
052316     MOVE 0 TO LIMITE-GGMMAA.
052317     PERFORM CERTIFICA-RICHIESTA THRU EX-CERTIFICA-RICHIESTA
052318        VARYING I-RI FROM 1 BY 1 UNTIL I-RI > N-RI.
052319     MOVE 0 TO CARTA-CERT-COM.
05231A EX-TRATTA-RICHIESTE.
05231B     EXIT.
05231C*
05231D CARICA-RICHIESTA.
05231E     READ FILE-RICH
05231F        AT END
052320           MOVE 1 TO OK-FINE-FILE
052321           GO TO EX-CARICA-RICHIESTA
052322     END-READ.
052323     IF NOT RD-APERTA
052324        OR NOT (RD-RETTIFICA OR RD-CANCELLAZIONE)
052325        OR CARTA-RD NOT NUMERIC
052326        GO TO EX-CARICA-RICHIESTA.
052327     IF N-RI NOT < 200
052328        DISPLAY "RETENZ     richiesta " NUMERO-RD
052329                " rinviata al prossimo giro"
05232A        GO TO EX-CARICA-RICHIESTA.
05232B     ADD 1 TO N-RI.
05232C     MOVE NUMERO-RD TO NUMERO-RI (N-RI).
05232D     MOVE CARTA-RD TO CARTA-RI (N-RI).
05232E     MOVE TIPO-RD TO TIPO-RI (N-RI).
05232F     MOVE NOME-RD TO NOME-RI (N-RI).
052330     MOVE CONTATTO-RD TO CONTATTO-RI (N-RI).
052331     MOVE 0 TO RIGHE-RI (N-RI).
052332     IF RD-CANCELLAZIONE
052333        ADD 1 TO CANCELLAZIONI.
052334 EX-CARICA-RICHIESTA.
052335     EXIT.
052336*
052337*     FIDELMST riscritto via RETLAVORO con le richieste
052338*     applicate nell'ordine del registro
052339 APPLICA-FIDELMST.
05233A     OPEN INPUT FILE-MST.
05233B     IF NOT FM-APERTO
05233C        GO TO EX-APPLICA-FIDELMST.
05233D     OPEN OUTPUT FILE-LAVORO.
05233E     MOVE 0 TO OK-FINE-FILE.
05233F     PERFORM GIRA-RIGA-MST THRU EX-GIRA-RIGA-MST
052340        UNTIL LETTO-FINE-FILE.
052341     CLOSE FILE-LAVORO.
052342     CLOSE FILE-MST.
052343     OPEN INPUT FILE-LAVORO.
052344     OPEN OUTPUT FILE-MST.
052345     MOVE 0 TO OK-FINE-FILE.
052346     PERFORM RICOPIA-RIGA-MST THRU EX-RICOPIA-RIGA-MST
052347        UNTIL LETTO-FINE-FILE.
052348     CLOSE FILE-MST.
052349     CLOSE FILE-LAVORO.
05234A EX-APPLICA-FIDELMST.
05234B     EXIT.
05234C*
05234D GIRA-RIGA-MST.
05234E     READ FILE-MST
05234F        AT END
052350           MOVE 1 TO OK-FINE-FILE
052351           GO TO EX-GIRA-RIGA-MST
052352     END-READ.
052353     PERFORM APPLICA-A-CARTA THRU EX-APPLICA-A-CARTA
052354        VARYING I-RI FROM 1 BY 1 UNTIL I-RI > N-RI.
052355     MOVE SPACES TO REC-LAVORO.
052356     MOVE REC-MST TO REC-LAVORO.
052357     WRITE REC-LAVORO.
052358 EX-GIRA-RIGA-MST.
052359     EXIT.
05235A*
05235B*     la rettifica non tocca un titolare gia' anonimizzato
05235C APPLICA-A-CARTA.
05235D     IF CARTA-RI (I-RI) NOT = CARTA-FM
05235E        GO TO EX-APPLICA-A-CARTA.
05235F     IF DATA-ANONIM-FM NOT NUMERIC
052360        MOVE 0 TO DATA-ANONIM-FM.
052361     IF DATA-ANONIM-FM NOT = 0
052362        GO TO EX-APPLICA-A-CARTA.
052363     IF TIPO-RI (I-RI) = "C"
052364        MOVE SPACES TO NOME-FM CONTATTO-FM
052365        MOVE "N" TO CONSENSO-FM
052366        MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-ANONIM-FM
052367     ELSE
052368        IF NOME-RI (I-RI) NOT = SPACES
052369           MOVE NOME-RI (I-RI) TO NOME-FM
05236A        END-IF
05236B        IF CONTATTO-RI (I-RI) NOT = SPACES
05236C           MOVE CONTATTO-RI (I-RI) TO CONTATTO-FM
05236D        END-IF
05236E     END-IF.
05236F     ADD 1 TO RIGHE-RI (I-RI).
052370 EX-APPLICA-A-CARTA.
052371     EXIT.
052372*
052373 RICOPIA-RIGA-MST.
052374     READ FILE-LAVORO
052375        AT END
052376           MOVE 1 TO OK-FINE-FILE
052377           GO TO EX-RICOPIA-RIGA-MST
052378     END-READ.
052379     MOVE REC-LAVORO TO REC-MST.
05237A     WRITE REC-MST.
05237B EX-RICOPIA-RIGA-MST.
05237C     EXIT.
05237D*
05237E*     MOVMAG: ogni riga di una carta cancellata perde il
05237F*     CLI-FINALE, di qualunque settimana
052380 ANONIMIZZA-CARTA.
052381     IF CLI-FINALE OF REC-MOVMAG NOT > 0
052382        GO TO EX-ANONIMIZZA-CARTA.
052383     MOVE CLI-FINALE OF REC-MOVMAG TO CARTA-CERCA.
052384     MOVE 0 TO IX-RI.
052385     PERFORM CERCA-CANCELLATA THRU EX-CERCA-CANCELLATA
052386        VARYING I-RI FROM 1 BY 1
052387        UNTIL I-RI > N-RI OR IX-RI NOT = 0.
052388     IF IX-RI = 0
052389        GO TO EX-ANONIMIZZA-CARTA.
05238A     MOVE 0 TO CLI-FINALE OF REC-MOVMAG.
05238B     MOVE REC-MOVMAG TO AREA-REC-SET.
05238C     PERFORM TTUPDATE THRU EX-TTUPDATE.
05238D     IF W-OK-IMAGE
05238E        ADD 1 TO RIGHE-RI (IX-RI).
05238F EX-ANONIMIZZA-CARTA.
052390     EXIT.
052391*
052392 CERCA-CANCELLATA.
052393     IF TIPO-RI (I-RI) = "C" AND CARTA-RI (I-RI) = CARTA-CERCA
052394        MOVE I-RI TO IX-RI.
052395 EX-CERCA-CANCELLATA.
052396     EXIT.
052397*
052398*     RICHDIR riscritto: le richieste trattate passano evase,
052399*     le righe di una carta cancellata perdono nome e contatto
05239A EVADI-RICHIESTE.
05239B     OPEN INPUT FILE-RICH.
05239C     IF NOT RD-APERTO
05239D        GO TO EX-EVADI-RICHIESTE.
05239E     OPEN OUTPUT FILE-LAVORO.
05239F     MOVE 0 TO OK-FINE-FILE.
0523A0     PERFORM GIRA-RIGA-RICH THRU EX-GIRA-RIGA-RICH
0523A1        UNTIL LETTO-FINE-FILE.
0523A2     CLOSE FILE-LAVORO.
0523A3     CLOSE FILE-RICH.
0523A4     OPEN INPUT FILE-LAVORO.
0523A5     OPEN OUTPUT FILE-RICH.
0523A6     MOVE 0 TO OK-FINE-FILE.
0523A7     PERFORM RICOPIA-RIGA-RICH THRU EX-RICOPIA-RIGA-RICH
0523A8        UNTIL LETTO-FINE-FILE.
0523A9     CLOSE FILE-RICH.
0523AA     CLOSE FILE-LAVORO.
0523AB EX-EVADI-RICHIESTE.
0523AC     EXIT.
0523AD*
0523AE GIRA-RIGA-RICH.
0523AF     READ FILE-RICH
0523B0        AT END
0523B1           MOVE 1 TO OK-FINE-FILE
0523B2           GO TO EX-GIRA-RIGA-RICH
0523B3     END-READ.
0523B4     MOVE 0 TO IX-RI.
0523B5     PERFORM CERCA-NUMERO-RICH THRU EX-CERCA-NUMERO-RICH
0523B6        VARYING I-RI FROM 1 BY 1
0523B7        UNTIL I-RI > N-RI OR IX-RI NOT = 0.
0523B8     IF IX-RI NOT = 0
0523B9        MOVE "E" TO STATO-RD
0523BA        MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-EVASA-RD.
0523BB     IF CARTA-RD NUMERIC
0523BC        MOVE CARTA-RD TO CARTA-CERCA
0523BD        MOVE 0 TO IX-RI
0523BE        PERFORM CERCA-CANCELLATA THRU EX-CERCA-CANCELLATA
0523BF           VARYING I-RI FROM 1 BY 1
0523C0           UNTIL I-RI > N-RI OR IX-RI NOT = 0
0523C1        IF IX-RI NOT = 0
0523C2           MOVE SPACES TO NOME-RD CONTATTO-RD
0523C3        END-IF
0523C4     END-IF.
0523C5     MOVE SPACES TO REC-LAVORO.
0523C6     MOVE REC-RICH TO REC-LAVORO.
0523C7     WRITE REC-LAVORO.
0523C8 EX-GIRA-RIGA-RICH.
0523C9     EXIT.
0523CA*
0523CB CERCA-NUMERO-RICH.
0523CC     IF NUMERO-RI (I-RI) = NUMERO-RD
0523CD        MOVE I-RI TO IX-RI.
0523CE EX-CERCA-NUMERO-RICH.
0523CF     EXIT.
0523D0*
0523D1 RICOPIA-RIGA-RICH.
0523D2     READ FILE-LAVORO
0523D3        AT END
0523D4           MOVE 1 TO OK-FINE-FILE
0523D5           GO TO EX-RICOPIA-RIGA-RICH
0523D6     END-READ.
0523D7     MOVE REC-LAVORO TO REC-RICH.
0523D8     WRITE REC-RICH.
0523D9 EX-RICOPIA-RIGA-RICH.
0523DA     EXIT.
0523DB*
0523DC*     un certificato per richiesta, col numero carta
0523DD CERTIFICA-RICHIESTA.
0523DE     IF TIPO-RI (I-RI) = "C"
0523DF        MOVE "CANCELLAZ." TO FAMIGLIA-COM
0523E0     ELSE
0523E1        MOVE "RETTIFICA " TO FAMIGLIA-COM.
0523E2     MOVE CARTA-RI (I-RI) TO CARTA-CERT-COM.
0523E3     MOVE RIGHE-RI (I-RI) TO RIGHE-TOCCATE.
0523E4     PERFORM SCRIVI-CERTIFICATO THRU EX-SCRIVI-CERTIFICATO.
0523E5     DISPLAY FAMIGLIA-COM " carta " CARTA-RI (I-RI)
0523E6             " righe toccate " RIGHE-TOCCATE.
0523E7 EX-CERTIFICA-RICHIESTA.
0523E8     EXIT.
0523E9*ACCDATI*
052400*
052500 TTDBGET.
052600              COPY PDBGET.
