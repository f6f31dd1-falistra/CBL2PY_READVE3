000464*     C-MAT/magazzino; lotto fermo = scansione rifiutata e
000465*     tentativo su PICKERRLOG con motivo FERMO-LOTTO.
000466*
000467*ONDE*       15/10/26
000468*     rilascio per onde: se il giro e' nel piano di oggi di
000469*     ONDEPICK (ONDEPICKF) la sessione si apre solo quando i
00046A*     giri delle onde precedenti (cut-off prima) hanno la loro
00046B*     conferma su PICKCONF; altrimenti rifiuto a video, con
00046C*     il giro che blocca, e tentativo su PICKERRLOG con motivo
00046D*     ONDA-BLOCCO. Giro fuori piano: nessun vincolo.
00046E*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
001800     SELECT OPTIONAL FILE-CONF ASSIGN TO "PICKCONF"
001900        ORGANIZATION IS LINE SEQUENTIAL
002000        FILE STATUS IS CHECK-PC.
002001*ONDE*
002002     SELECT OPTIONAL FILE-ONDE ASSIGN TO "ONDEPICKF"
002003        ORGANIZATION IS LINE SEQUENTIAL
002004        FILE STATUS IS CHECK-OW.
002005*ONDE*
002100*
002200 DATA DIVISION.
002300 FILE SECTION.
006700    05 TG-PC-8               PIC X.
006800    05 STATO-PC              PIC X.
006900*
006901*ONDE*
006902 FD FILE-ONDE DATA RECORD REC-ONDE.
006903 01 REC-ONDE               COPY YONDEPK.
006904*ONDE*
006905*
007000 WORKING-STORAGE SECTION.
007100 77 WK-TIME-PK      PIC 9(8).
007200*
008100    88 PX-APERTO    VALUES ARE "05", "00".
008200 77 CHECK-PC        PIC XX.
008300    88 PC-APERTO    VALUES ARE "05", "00".
008301*ONDE*
008302 77 CHECK-OW        PIC XX.
008303    88 OW-APERTO    VALUES ARE "05", "00".
008304*ONDE*
008400*
008500 01 T-TAB           PIC X VALUE X"9".
008600*
011650*LOTHOLD*
011660 01 PAR-LOTHOLD    COPY PARLHOLD.
011670*LOTHOLD*
011671*ONDE*
011672* piano onde di oggi e onda del giro della sessione
011673 01 TAB-ONDE-PK.
011674  05 RIGA-OB OCCURS 300.
011675    10 ENTITA-OB       PIC X(20).
011676    10 MAG-OB          PIC 9(3).
011677    10 ONDA-OB         PIC 9(3).
011678    10 CUTOFF-OB       PIC 9(4).
011679    10 PRELEVATO-OB    PIC X.
01167A 01 N-OB            PIC S9(4) COMP.
01167B 01 I-OB            PIC S9(4) COMP.
01167C 01 IX-OB           PIC S9(4) COMP.
01167D 01 ONDA-GIRO       PIC 9(3).
01167E 01 FINE-ONDE       PIC X.
01167F    88 ONDE-FINITE  VALUE "S".
011680*ONDE*
011700 01 COD-PICK        COPY DANCODBC.
011800 01 COD-TRANS-PICK  COPY DANCODMT.
011900 01 CMATSET-SCAN    PIC X(12).
014500        DISPLAY "Magazzino non numerico"
014600        GO TO FINE.
014700     MOVE MAG-IN TO MAG-SESSIONE.
014701*ONDE*
014702     PERFORM VERIFICA-ONDA THRU EX-VERIFICA-ONDA.
014703     IF IX-OB > 0
014704        DISPLAY "*** GIRO DELL'ONDA " ONDA-GIRO
014705                " NON ANCORA RILASCIATO"
014706        DISPLAY "    prima il giro " ENTITA-OB (IX-OB)
014707                " mag " MAG-OB (IX-OB) " onda " ONDA-OB (IX-OB)
014708                " cut-off " CUTOFF-OB (IX-OB)
014709        MOVE SPACES TO COD-IN
01470A        PERFORM SCRIVI-ERRLOG-ONDA THRU EX-SCRIVI-ERRLOG-ONDA
01470B        GO TO FINE.
01470C*ONDE*
014800     PERFORM LEGGI-ALLOCAZIONI THRU EX-LEGGI-ALLOCAZIONI.
014900     IF N-ALLO = 0
015000        DISPLAY "Nessuna allocazione per il giro"
026498 EX-SCRIVI-ERRLOG-FERMO.
026499     EXIT.
0264A0*LOTHOLD*
0264A1*
0264A2*ONDE*
0264A3 SCRIVI-ERRLOG-ONDA.
0264A4     OPEN EXTEND FILE-ERRLOG.
0264A5     IF PE-APERTO
0264A6        MOVE T-TAB TO TG-PE-1 TG-PE-2 TG-PE-3 TG-PE-4 TG-PE-5
0264A7        MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-PE
0264A8        ACCEPT WK-TIME-PK FROM TIME
0264A9        MOVE WK-TIME-PK (1:6) TO ORA-PE
0264AA        MOVE ENTITA-IN TO ENTITA-PE
0264AB        MOVE W-SIGLA-UTENTE OF W-COMMON TO OPERATORE-PE
0264AC        MOVE SPACES TO BARUNI-PE
0264AD        MOVE "ONDA-BLOCCO" TO MOTIVO-PE
0264AE        WRITE REC-ERRLOG
0264AF        CLOSE FILE-ERRLOG
0264B0     END-IF.
0264B1 EX-SCRIVI-ERRLOG-ONDA.
0264B2     EXIT.
0264B3*
0264B4*     onda del giro nel piano di oggi; IX-OB = primo giro di
0264B5*     un'onda precedente ancora senza conferma PICKCONF
0264B6 VERIFICA-ONDA.
0264B7     MOVE 0 TO N-OB IX-OB ONDA-GIRO.
0264B8     MOVE "N" TO FINE-ONDE.
0264B9     OPEN INPUT FILE-ONDE.
0264BA     IF NOT OW-APERTO
0264BB        GO TO EX-VERIFICA-ONDA.
0264BC     PERFORM LEGGI-ONDA THRU EX-LEGGI-ONDA
0264BD        UNTIL ONDE-FINITE.
0264BE     CLOSE FILE-ONDE.
0264BF     IF ONDA-GIRO = 0
0264C0        GO TO EX-VERIFICA-ONDA.
0264C1     MOVE "N" TO FINE-ONDE.
0264C2     OPEN INPUT FILE-CONF.
0264C3     IF PC-APERTO
0264C4        PERFORM LEGGI-CONF-ONDA THRU EX-LEGGI-CONF-ONDA
0264C5           UNTIL ONDE-FINITE
0264C6        CLOSE FILE-CONF
0264C7     END-IF.
0264C8     PERFORM CERCA-BLOCCO-ONDA THRU EX-CERCA-BLOCCO-ONDA
0264C9        VARYING I-OB FROM 1 BY 1
0264CA           UNTIL I-OB > N-OB OR IX-OB > 0.
0264CB EX-VERIFICA-ONDA.
0264CC     EXIT.
0264CD*
0264CE LEGGI-ONDA.
0264CF     READ FILE-ONDE AT END
0264D0        MOVE "S" TO FINE-ONDE
0264D1        GO TO EX-LEGGI-ONDA.
0264D2     IF DATA-OW NOT = W-FORMATO-INTERNO OF W-COMMON
0264D3        OR N-OB NOT < 300
0264D4        GO TO EX-LEGGI-ONDA.
0264D5     ADD 1 TO N-OB.
0264D6     MOVE ENTITA-OW TO ENTITA-OB (N-OB).
0264D7     MOVE MAG-OW TO MAG-OB (N-OB).
0264D8     MOVE ONDA-OW TO ONDA-OB (N-OB).
0264D9     MOVE CUTOFF-OW TO CUTOFF-OB (N-OB).
0264DA     MOVE "N" TO PRELEVATO-OB (N-OB).
0264DB     IF ENTITA-OW = ENTITA-IN AND MAG-OW = MAG-SESSIONE
0264DC        MOVE ONDA-OW TO ONDA-GIRO.
0264DD EX-LEGGI-ONDA.
0264DE     EXIT.
0264DF*
0264E0 LEGGI-CONF-ONDA.
0264E1     READ FILE-CONF AT END
0264E2        MOVE "S" TO FINE-ONDE
0264E3        GO TO EX-LEGGI-CONF-ONDA.
0264E4     PERFORM SEGNA-PRELEVATO THRU EX-SEGNA-PRELEVATO
0264E5        VARYING I-OB FROM 1 BY 1 UNTIL I-OB > N-OB.
0264E6 EX-LEGGI-CONF-ONDA.
0264E7     EXIT.
0264E8*
0264E9 SEGNA-PRELEVATO.
0264EA     IF ENTITA-OB (I-OB) = ENTITA-PC AND MAG-OB (I-OB) = MAG-PC
0264EB        AND DATA-PC = W-FORMATO-INTERNO OF W-COMMON
0264EC        MOVE "S" TO PRELEVATO-OB (I-OB).
0264ED EX-SEGNA-PRELEVATO.
0264EE     EXIT.
0264EF*
0264F0 CERCA-BLOCCO-ONDA.
0264F1     IF ONDA-OB (I-OB) < ONDA-GIRO
0264F2        AND PRELEVATO-OB (I-OB) = "N"
0264F3        MOVE I-OB TO IX-OB
0264F4     END-IF.
0264F5 EX-CERCA-BLOCCO-ONDA.
0264F6     EXIT.
0264F7*ONDE*
026500*
026600*
026700*     chiusura: righe rimaste a zero = mancanze su PICKEXC,
