000450*     soglia di margine confermate da un supervisore in
000460*     READVE3 (terminale e supervisore in classifica).
000470*
000471*FEEDAGE*   15/10/26
000472*     decimo log nel digest: FEEDAGLOG di FEEDAGEN, le consegne
000473*     mancate del feed notturno agenti (agente in classifica
000474*     conti); se il log c'e' ma manca la riga di fine giro
000475*     della data, il giro non e' stato eseguito e conta come
000476*     eccezione sul conto 0.
000477*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
003530        ORGANIZATION IS LINE SEQUENTIAL
003540        FILE STATUS IS CHECK-SO.
003550*SOTTOCOSTO*
003551*FEEDAGE*
003552     SELECT OPTIONAL FILE-FEEDAG ASSIGN TO "FEEDAGLOG"
003553        ORGANIZATION IS LINE SEQUENTIAL
003554        FILE STATUS IS CHECK-FA.
003555*FEEDAGE*
003600*
003700 DATA DIVISION.
003800 FILE SECTION.
007093    05 TO-4                  PIC X.
007094    05 FILLER                PIC X(41).
007095*SOTTOCOSTO*
007096*FEEDAGE*
007097 FD FILE-FEEDAG DATA RECORD REC-FEEDAG.
007098 01 REC-FEEDAG             COPY YFEEDAG.
007099*FEEDAGE*
007100*
007200 WORKING-STORAGE SECTION.
007300*
008920 77 CHECK-SO        PIC XX.
008930    88 SO-APERTO    VALUES ARE "05", "00".
008940*SOTTOCOSTO*
008941*FEEDAGE*
008942 77 CHECK-FA        PIC XX.
008943    88 FA-APERTO    VALUES ARE "05", "00".
008944    88 FA-ESISTE    VALUE "00".
008945 01 FINE-GIRO-FA    PIC X.
008946    88 GIRO-FEED-ESEGUITO VALUE "S".
00894A 77 LOG-FA          PIC X.
00894B    88 LOG-FA-PRESENTE VALUE "S".
008947*FEEDAGE*
009000*
009100 01 OK-FINE-FILE    PIC S9(4) COMP.
009200    88 LETTO-FINE-FILE VALUE 1.
009300*
009400* contatori per tipo di eccezione, nell'ordine dei file
009500 01 TAB-TIPI.
009600  05 RIGA-TIPO OCCURS 10.
009700   10 NOME-TIPO        PIC X(10).
009800   10 CONTA-TIPO       PIC S9(7) COMP.
009900 01 I-TIPO          PIC S9(4) COMP.
018310*SOTTOCOSTO*
018320     PERFORM LEGGI-SOTTOCLOG THRU EX-LEGGI-SOTTOCLOG.
018330*SOTTOCOSTO*
018331*FEEDAGE*
018332     PERFORM LEGGI-FEEDAGLOG THRU EX-LEGGI-FEEDAGLOG.
018333*FEEDAGE*
018400     PERFORM STAMPA-DIGEST THRU EX-STAMPA-DIGEST.
018500 FINE.
018600     EXIT PROGRAM.
018900 AZZERA-TABELLE.
019000     MOVE 0 TO N-TERMINALI N-CONTI TOT-ECCEZIONI.
019100     PERFORM AZZERA-TIPO THRU EX-AZZERA-TIPO
019200         VARYING I-TIPO FROM 1 BY 1 UNTIL I-TIPO > 10.
019300     MOVE "MANCA GIAC" TO NOME-TIPO (1).
019400     MOVE "STORNI"     TO NOME-TIPO (2).
019500     MOVE "MAX-CAPI"   TO NOME-TIPO (3).
020010*SOTTOCOSTO*
020020     MOVE "SOTTOCOSTO" TO NOME-TIPO (9).
020030*SOTTOCOSTO*
020031*FEEDAGE*
020032     MOVE "FEED AGENT" TO NOME-TIPO (10).
020033*FEEDAGE*
020100 EX-AZZERA-TABELLE.
020200     EXIT.
020300*
0422A8 EX-TRATTA-SOTTOCLOG.
0422A9     EXIT.
0422B0*SOTTOCOSTO*
0422B1*
0422B2*FEEDAGE*
0422B3*     il log c'e' (non solo OPTIONAL) ma senza riga di fine
0422B4*     giro della data: il feed agenti non e' girato
0422B5 LEGGI-FEEDAGLOG.
0422B6     MOVE "N" TO FINE-GIRO-FA LOG-FA.
0422B7     OPEN INPUT FILE-FEEDAG.
0422B8     IF FA-ESISTE
0422B9        MOVE "S" TO LOG-FA.
0422BA     IF FA-APERTO
0422BB        MOVE 0 TO OK-FINE-FILE
0422BC        PERFORM TRATTA-FEEDAGLOG THRU EX-TRATTA-FEEDAGLOG
0422BD           UNTIL LETTO-FINE-FILE
0422BE        IF LOG-FA-PRESENTE AND NOT GIRO-FEED-ESEGUITO
0422BF           MOVE 10 TO I-TIPO
0422C0           PERFORM CONTA-ECCEZIONE THRU EX-CONTA-ECCEZIONE
0422C1           MOVE 0 TO CONTO-COM
0422C2           PERFORM ACCUMULA-CONTO THRU EX-ACCUMULA-CONTO
0422C3        END-IF
0422C4        CLOSE FILE-FEEDAG
0422C5     END-IF.
0422C6 EX-LEGGI-FEEDAGLOG.
0422C7     EXIT.
0422C8*
0422C9 TRATTA-FEEDAGLOG.
0422CA     READ FILE-FEEDAG
0422CB        AT END
0422CC           MOVE 1 TO OK-FINE-FILE
0422CD        NOT AT END
0422CE           IF DATA-FA OF REC-FEEDAG = DATA-DIGEST
0422CF              IF FA-FINE-GIRO OF REC-FEEDAG
0422D0                 MOVE "S" TO FINE-GIRO-FA
0422D1              END-IF
0422D2              IF FA-MANCATO OF REC-FEEDAG
0422D3                 MOVE 10 TO I-TIPO
0422D4                 PERFORM CONTA-ECCEZIONE THRU EX-CONTA-ECCEZIONE
0422D5                 MOVE AGENTE-FA OF REC-FEEDAG TO CONTO-COM
0422D6                 PERFORM ACCUMULA-CONTO THRU EX-ACCUMULA-CONTO
0422D7              END-IF
0422D8           END-IF
0422D9     END-READ.
0422DA EX-TRATTA-FEEDAGLOG.
0422DB     EXIT.
0422DC*FEEDAGE*
042300*
042400*
042500 CONTA-ECCEZIONE.
050100     MOVE 2 TO N-RIGA-STAMPA.
050200     PERFORM SCRIVI THRU EX-SCRIVI.
050300     PERFORM STAMPA-RIGA-TIPO THRU EX-STAMPA-RIGA-TIPO
050400         VARYING I-TIPO FROM 1 BY 1 UNTIL I-TIPO > 10.
050500*
050600     MOVE " --- PER TERMINALE ---" TO DATI-RIGA.
050700     MOVE 2 TO N-RIGA-STAMPA.
