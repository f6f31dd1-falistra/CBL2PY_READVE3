000435*     negozio come record "93" col motivo sul file di scambio
000436*     DANEGOUT.
000437*
000438*RIEQNEG*    15/10/26
000439*     record "04": risposta del negozio a una proposta di
00043A*     riequilibrio di RIEQNEG (numero proposta, esito "A"
00043B*     accetta / "R" rifiuta); l'esito va sulla parte del
00043C*     negozio -- cedente o ricevente -- della riga RIEQPROP,
00043D*     riscritta per intero come WRESLOG: accettata quando
00043E*     hanno accettato tutti e due, rifiutata al primo no.
00043F*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
002330        ORGANIZATION IS LINE SEQUENTIAL
002340        FILE STATUS IS CHECK-DO.
002350*CAMPRESI*
002351*RIEQNEG*
002352     SELECT OPTIONAL FILE-PROP ASSIGN TO "RIEQPROP"
002353        ORGANIZATION IS LINE SEQUENTIAL
002354        FILE STATUS IS CHECK-PP.
002355*RIEQNEG*
002400*
002500 DATA DIVISION.
002600 FILE SECTION.
003700    05 QTA-DN                PIC 9(4).
003800    05 TESTO-DN              PIC X(30).
003900    05 FILLER                PIC X(14).
003901*RIEQNEG*
003902 01 REC-DN-04 REDEFINES REC-DANEGIN.
003903    05 FILLER                PIC X(5).
003904    05 PROPOSTA-DN           PIC 9(6).
003905    05 ESITO-DN              PIC X.
003906    05 FILLER                PIC X(68).
003907*RIEQNEG*
004000*
004100 FD FILE-EXPLOG DATA RECORD REC-LOG.
004200 01 REC-LOG COPY WRESLOG.
006970    05 MOTIVO-DO             PIC X(20).
006980    05 FILLER                PIC X(36).
006990*CAMPRESI*
006991*RIEQNEG*
006992 FD FILE-PROP DATA RECORD REC-PROP.
006993 01 REC-PROP               COPY YRIEQPR.
006994*RIEQNEG*
007400 WORKING-STORAGE SECTION.
007500*
007600 77 CHECK-DN        PIC XX.
008344 01 PARQDATA        COPY QPARDATS.
008350 01 RESI-RIFIUTATI  PIC S9(4) COMP VALUE 0.
008360*CAMPRESI*
008361*RIEQNEG*
008362 77 CHECK-PP        PIC XX.
008363    88 PP-APERTO    VALUES ARE "05", "00".
008364* risposte raccolte dal file negozi
008365 01 TAB-RISPOSTE.
008366  05 RIGA-RS OCCURS 500.
008367   10 NEGOZIO-RS      PIC 9(3).
008368   10 PROPOSTA-RS     PIC 9(6).
008369   10 ESITO-RS        PIC X.
00836A 01 N-RISPOSTE      PIC S9(4) COMP VALUE 0.
00836B 01 I-RS            PIC S9(4) COMP.
00836C* RIEQPROP in memoria per la riscrittura
00836D 01 TAB-RIEQPROP.
00836E  05 RIGA-PP         PIC X(60) OCCURS 2000.
00836F 01 N-RIGHE-PP      PIC S9(4) COMP.
008370 01 PP-PIENO        PIC S9(4) COMP.
008371 01 I-PP            PIC S9(4) COMP.
008372 01 OK-FINE-PP      PIC S9(4) COMP.
008373    88 LETTO-FINE-PP VALUE 1.
008374 01 RISPOSTE-APPLICATE PIC S9(4) COMP VALUE 0.
008375*RIEQNEG*
008400*
008500 01 OK-FINE-DN      PIC S9(4) COMP.
008600    88 LETTO-FINE-DN VALUE 1.
012900     IF N-CONFERME > 0
013000        PERFORM APPLICA-CONFERME THRU EX-APPLICA-CONFERME
013100     END-IF.
013101*RIEQNEG*
013102     IF N-RISPOSTE > 0
013103        PERFORM APPLICA-RISPOSTE THRU EX-APPLICA-RISPOSTE
013104        DISPLAY "RECNEG     risposte riequilibrio "
013105                RISPOSTE-APPLICATE
013106     END-IF.
013107*RIEQNEG*
013200     DISPLAY "RECNEG     conferme " CONFERMATE
013300             " discrepanze " DISCREPANZE
013400             " resi annunciati " RESI-REGISTRATI.
015500              THRU EX-SCRIVI-DISCREPANZA
015600        WHEN "03"
015700           PERFORM REGISTRA-RESO THRU EX-REGISTRA-RESO
015701*RIEQNEG*
015702        WHEN "04"
015703           PERFORM RACCOGLI-RISPOSTA THRU EX-RACCOGLI-RISPOSTA
015704*RIEQNEG*
015800        WHEN OTHER
015900           DISPLAY "RECNEG     tipo record ignoto: " TIPO-DN
016000     END-EVALUATE.
021899 EX-RESPINGI-ANNUNCIO.
0218A0     EXIT.
0218A1*CAMPRESI*
0218A2*
0218A3*RIEQNEG*
0218A4 RACCOGLI-RISPOSTA.
0218A5     IF PROPOSTA-DN NOT NUMERIC OR NEGOZIO-DN NOT NUMERIC
0218A6        OR (ESITO-DN NOT = "A" AND ESITO-DN NOT = "R")
0218A7        DISPLAY "RECNEG     risposta riequilibrio scartata neg "
0218A8                NEGOZIO-DN
0218A9        GO TO EX-RACCOGLI-RISPOSTA.
0218AA     IF N-RISPOSTE < 500
0218AB        ADD 1 TO N-RISPOSTE
0218AC        MOVE NEGOZIO-DN TO NEGOZIO-RS (N-RISPOSTE)
0218AD        MOVE PROPOSTA-DN TO PROPOSTA-RS (N-RISPOSTE)
0218AE        MOVE ESITO-DN TO ESITO-RS (N-RISPOSTE)
0218AF     END-IF.
0218B0 EX-RACCOGLI-RISPOSTA.
0218B1     EXIT.
0218B2*
0218B3*     stessa riscrittura integrale di APPLICA-CONFERME; con la
0218B4*     tabella piena RIEQPROP non si tocca
0218B5 APPLICA-RISPOSTE.
0218B6     MOVE 0 TO N-RIGHE-PP PP-PIENO OK-FINE-PP.
0218B7     OPEN INPUT FILE-PROP.
0218B8     IF NOT PP-APERTO
0218B9        DISPLAY "RECNEG     RIEQPROP assente"
0218BA        GO TO EX-APPLICA-RISPOSTE.
0218BB     PERFORM LEGGI-RIGA-PP THRU EX-LEGGI-RIGA-PP
0218BC        UNTIL LETTO-FINE-PP.
0218BD     CLOSE FILE-PROP.
0218BE     IF PP-PIENO NOT = 0
0218BF        DISPLAY "RECNEG     TAB-RIEQPROP da allargare: "
0218C0                "RIEQPROP NON toccato"
0218C1        GO TO EX-APPLICA-RISPOSTE.
0218C2     PERFORM RISPOSTA-RIGA-PP THRU EX-RISPOSTA-RIGA-PP
0218C3        VARYING I-PP FROM 1 BY 1 UNTIL I-PP > N-RIGHE-PP.
0218C4     OPEN OUTPUT FILE-PROP.
0218C5     PERFORM SCRIVI-RIGA-PP THRU EX-SCRIVI-RIGA-PP
0218C6        VARYING I-PP FROM 1 BY 1 UNTIL I-PP > N-RIGHE-PP.
0218C7     CLOSE FILE-PROP.
0218C8 EX-APPLICA-RISPOSTE.
0218C9     EXIT.
0218CA*
0218CB LEGGI-RIGA-PP.
0218CC     READ FILE-PROP
0218CD        AT END
0218CE           MOVE 1 TO OK-FINE-PP
0218CF        NOT AT END
0218D0           IF N-RIGHE-PP < 2000
0218D1              ADD 1 TO N-RIGHE-PP
0218D2              MOVE REC-PROP TO RIGA-PP (N-RIGHE-PP)
0218D3           ELSE
0218D4              MOVE 1 TO PP-PIENO
0218D5           END-IF
0218D6     END-READ.
0218D7 EX-LEGGI-RIGA-PP.
0218D8     EXIT.
0218D9*
0218DA RISPOSTA-RIGA-PP.
0218DB     MOVE RIGA-PP (I-PP) TO REC-PROP.
0218DC     IF NOT RP-PROPOSTA
0218DD        GO TO EX-RISPOSTA-RIGA-PP.
0218DE     PERFORM CERCA-RISPOSTA THRU EX-CERCA-RISPOSTA
0218DF        VARYING I-RS FROM 1 BY 1 UNTIL I-RS > N-RISPOSTE.
0218E0     IF ESITO-DA-RP = "R" OR ESITO-A-RP = "R"
0218E1        MOVE "R" TO STATO-RP
0218E2     ELSE
0218E3        IF ESITO-DA-RP = "A" AND ESITO-A-RP = "A"
0218E4           MOVE "A" TO STATO-RP
0218E5        END-IF
0218E6     END-IF.
0218E7     MOVE REC-PROP TO RIGA-PP (I-PP).
0218E8 EX-RISPOSTA-RIGA-PP.
0218E9     EXIT.
0218EA*
0218EB CERCA-RISPOSTA.
0218EC     IF PROPOSTA-RS (I-RS) NOT = PROPOSTA-RP
0218ED        GO TO EX-CERCA-RISPOSTA.
0218EE     IF NEGOZIO-RS (I-RS) = NEG-DA-RP
0218EF        MOVE ESITO-RS (I-RS) TO ESITO-DA-RP
0218F0        ADD 1 TO RISPOSTE-APPLICATE
0218F1     ELSE
0218F2        IF NEGOZIO-RS (I-RS) = NEG-A-RP
0218F3           MOVE ESITO-RS (I-RS) TO ESITO-A-RP
0218F4           ADD 1 TO RISPOSTE-APPLICATE
0218F5        END-IF
0218F6     END-IF.
0218F7 EX-CERCA-RISPOSTA.
0218F8     EXIT.
0218F9*
0218FA SCRIVI-RIGA-PP.
0218FB     MOVE RIGA-PP (I-PP) TO REC-PROP.
0218FC     WRITE REC-PROP.
0218FD EX-SCRIVI-RIGA-PP.
0218FE     EXIT.
0218FF*RIEQNEG*
021900*
022000*
022100*     le conferme passano su WRESLOG: il file si rilegge per
