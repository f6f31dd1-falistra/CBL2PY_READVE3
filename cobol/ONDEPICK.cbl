000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. ONDEPICK.
000310*2026*        15/10/26
000320*     onde di prelievo per cut-off vettore: PICKSCAN lavora un
000330*     giro alla volta nell'ordine in cui lo sceglie chi sta al
000340*     magazzino, e i giri del vettore che ritira per primo
000350*     finiscono in coda. FUNZIONE "P" pianifica: prende i giri
000360*     della tavola ALLOCAZIONI (stessa BULK SELECT di RAPALLO),
000370*     risale dal giro al destinatario e dal destinatario al
000380*     vettore (righe "G" e "D" di ONDEPAR), prende ora di
000390*     ritiro e cut-off del vettore (righe "V") e la zona di
000400*     magazzino prevalente del giro (prima lettera
000410*     dell'ubicazione UBICAZF delle sue righe); raggruppa in
000420*     onde per cut-off, ritiro, vettore e zona, le numera in
000430*     ordine di cut-off e riscrive il piano su ONDEPICKF
000440*     (YONDEPK), da cui PICKSCAN rilascia i giri in quell'
000450*     ordine. I giri senza vettore vanno nell'ultima onda
000460*     (cut-off 9999) e sono elencati a video. FUNZIONE "T" e'
000470*     il tabellone: per onda e per cut-off i giri e le righe
000480*     del piano contro le conferme PICKCONF (giri prelevati,
000490*     capi, righe ancora da prelevare), con segnalazione del
00049A*     cut-off superato con righe ancora aperte.
00049B*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-PAR ASSIGN TO "ONDEPAR"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-OP.
001500     SELECT OPTIONAL FILE-UBI ASSIGN TO "UBICAZF"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-UB.
001800     SELECT OPTIONAL FILE-CONF ASSIGN TO "PICKCONF"
001900        ORGANIZATION IS LINE SEQUENTIAL
002000        FILE STATUS IS CHECK-PC.
002100     SELECT OPTIONAL FILE-ONDE ASSIGN TO "ONDEPICKF"
002200        ORGANIZATION IS LINE SEQUENTIAL
002300        FILE STATUS IS CHECK-OW.
002400*
002500 DATA DIVISION.
002600 FILE SECTION.
002700*     parametri onde, una riga per tipo:
002800*     "V" CHIAVE = conto vettore, RITIRO/CUTOFF HHMM
002900*     "D" CHIAVE = conto destinatario, CONTO = suo vettore
003000*     "G" CHIAVE = giro (ENTITA), CONTO = destinatario
003100 FD FILE-PAR DATA RECORD REC-PAR.
003200 01 REC-PAR.
003300    05 TIPO-OP               PIC X.
003400       88 OP-VETTORE         VALUE "V".
003500       88 OP-DESTINO         VALUE "D".
003600       88 OP-GIRO            VALUE "G".
003700    05 TG-OP-1               PIC X.
003800    05 CHIAVE-OP             PIC X(20).
003900    05 TG-OP-2               PIC X.
004000    05 CONTO-OP              PIC 9(8).
004100    05 TG-OP-3               PIC X.
004200    05 RITIRO-OP             PIC 9(4).
004300    05 TG-OP-4               PIC X.
004400    05 CUTOFF-OP             PIC 9(4).
004500*
004600 FD FILE-UBI DATA RECORD REC-UBI.
004700 01 REC-UBI.
004800    05 MAG-UF                PIC 9(3).
004900    05 TG-UF-1               PIC X.
005000    05 UBICAZIONE-UF         PIC X(8).
005100    05 TG-UF-2               PIC X.
005200    05 C-MAT-UF              PIC 9(15).
005300    05 TG-UF-3               PIC X.
005400    05 TAGLIA-UF             PIC 99.
005500    05 TG-UF-4               PIC X.
005600    05 QTA-UF                PIC 9(4).
005700*
005800 FD FILE-CONF DATA RECORD REC-CONF.
005900 01 REC-CONF.
006000    05 DATA-PC               PIC 9(6).
006100    05 TG-PC-1               PIC X.
006200    05 ORA-PC                PIC 9(6).
006300    05 TG-PC-2               PIC X.
006400    05 ENTITA-PC             PIC X(20).
006500    05 TG-PC-3               PIC X.
006600    05 MAG-PC                PIC 9(3).
006700    05 TG-PC-4               PIC X.
006800    05 OPERATORE-PC          PIC X(8).
006900    05 TG-PC-5               PIC X.
007000    05 CAPI-PC               PIC 9(5).
007100    05 TG-PC-6               PIC X.
007200    05 RIGHE-PC              PIC 9(4).
007300    05 TG-PC-7               PIC X.
007400    05 MANCANTI-PC           PIC 9(4).
007500    05 TG-PC-8               PIC X.
007600    05 STATO-PC              PIC X.
007700*
007800 FD FILE-ONDE DATA RECORD REC-ONDE.
007900 01 REC-ONDE               COPY YONDEPK.
008000*
008100 WORKING-STORAGE SECTION.
008200 77 WK-TIME-OW      PIC 9(8).
008300 77 ORA-ADESSO      PIC 9(4).
008400*
008500*ESTETA*
008600     COPY NTG.
008700*
008800 01 PAR-TABTAGLIE          COPY PARTAGLIE.
008900*
009000 77 CHECK-OP        PIC XX.
009100    88 OP-APERTO    VALUES ARE "05", "00".
009200 77 CHECK-UB        PIC XX.
009300    88 UB-APERTO    VALUES ARE "05", "00".
009400 77 CHECK-PC        PIC XX.
009500    88 PC-APERTO    VALUES ARE "05", "00".
009600 77 CHECK-OW        PIC XX.
009700    88 OW-APERTO    VALUES ARE "05", "00".
009800*
009900 01 OK-FINE-FILE    PIC S9(4) COMP.
010000    88 LETTO-FINE-FILE VALUE 1.
010100*
010200 01 T-TAB           PIC X VALUE X"9".
010300*
010400*SQL
010500 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
010600 01 TAB-REG-ALLO.
010700    05 REG-ALLO OCCURS 500.
010800       10 REC-ALLO-ENTITA   PIC X(20).
010900       10 REC-ALLO-CMATSET  PIC X(12).
011000       10 REC-ALLO-MAG      PIC 999.
011100       10 REC-ALLO-TIPO     PIC X.
011200       10 REC-ALLO-ENTITA-R PIC S9(15) COMP-3.
011300       10 REC-ALLO-TSNAS    PIC X(19).
011400       10 REC-ALLO-TSVAR    PIC X(19).
011500 EXEC SQL END DECLARE SECTION END-EXEC.
011600 01 SQLCODE-MEM     PIC S9(4).
011700*SQL
011800*
011900 01 N-ALLO          PIC S9(4) COMP.
012000 01 I-AL            PIC S9(4) COMP.
012100*
012200 01 FUNZIONE-IN     PIC X.
012300*
012400* vettori: ora di ritiro e cut-off di prelievo
012500 01 TAB-VET.
012600  05 RIGA-VT OCCURS 50.
012700    10 CONTO-VT     PIC 9(8).
012800    10 RITIRO-VT    PIC 9(4).
012900    10 CUTOFF-VT    PIC 9(4).
013000 01 N-VT            PIC S9(4) COMP.
013100 01 I-VT            PIC S9(4) COMP.
013200 01 IX-VT           PIC S9(4) COMP.
013300*
013400* destinatario -> vettore
013500 01 TAB-DEST.
013600  05 RIGA-DS OCCURS 2000.
013700    10 CONTO-DS     PIC 9(8).
013800    10 VETTORE-DS   PIC 9(8).
013900 01 N-DS            PIC S9(4) COMP.
014000 01 I-DS            PIC S9(4) COMP.
014100 01 IX-DS           PIC S9(4) COMP.
014200*
014300* giro -> destinatario
014400 01 TAB-GIRO-DEST.
014500  05 RIGA-GD OCCURS 1000.
014600    10 ENTITA-GD    PIC X(20).
014700    10 DESTIN-GD    PIC 9(8).
014800 01 N-GD            PIC S9(4) COMP.
014900 01 I-GD            PIC S9(4) COMP.
015000 01 IX-GD           PIC S9(4) COMP.
015100*
015200* ubicazioni (come UBICAZ, 3000 righe)
015300 01 TAB-UBI.
015400  05 RIGA-UZ OCCURS 3000.
015500    10 MAG-UZ       PIC 9(3).
015600    10 UBICAZIONE-UZ PIC X(8).
015700    10 CMATSET-UZ   PIC X(12).
015800 01 N-UZ            PIC S9(4) COMP.
015900 01 I-UZ            PIC S9(4) COMP.
016000 01 ZONA-RIGA       PIC X.
016100*
016200* giri di allocazione della tavola, con le zone delle righe
016300 01 TAB-GIRI.
016400  05 RIGA-GR OCCURS 300.
016500    10 ENTITA-GR    PIC X(20).
016600    10 MAG-GR       PIC 9(3).
016700    10 RIGHE-GR     PIC 9(4).
016800    10 DESTIN-GR    PIC 9(8).
016900    10 VETTORE-GR   PIC 9(8).
017000    10 RITIRO-GR    PIC 9(4).
017100    10 CUTOFF-GR    PIC 9(4).
017200    10 ZONA-GR      PIC X.
017300    10 ONDA-GR      PIC S9(4) COMP.
017400    10 N-ZN-GR      PIC S9(4) COMP.
017500    10 ZONE-GR OCCURS 10.
017600       15 ZONA-ZN   PIC X.
017700       15 RIGHE-ZN  PIC S9(4) COMP.
017800 01 N-GR            PIC S9(4) COMP.
017900 01 I-GR            PIC S9(4) COMP.
018000 01 IX-GR           PIC S9(4) COMP.
018100 01 I-ZN            PIC S9(4) COMP.
018200 01 IX-ZN           PIC S9(4) COMP.
018300*
018400* onde: chiave cut-off/ritiro/vettore/zona
018500 01 TAB-ONDE.
018600  05 RIGA-ON OCCURS 100.
018700    10 CHIAVE-ON.
018800       15 CUTOFF-ON  PIC 9(4).
018900       15 RITIRO-ON  PIC 9(4).
019000       15 VETTORE-ON PIC 9(8).
019100       15 ZONA-ON    PIC X.
019200    10 SEQ-ON       PIC S9(4) COMP.
019300 01 N-ON            PIC S9(4) COMP.
019400 01 I-ON            PIC S9(4) COMP.
019500 01 IX-ON           PIC S9(4) COMP.
019600 01 SEQ-CORR        PIC S9(4) COMP.
019700 01 CHIAVE-CERCA.
019800    05 CUTOFF-CK    PIC 9(4).
019900    05 RITIRO-CK    PIC 9(4).
020000    05 VETTORE-CK   PIC 9(8).
020100    05 ZONA-CK      PIC X.
020200*
020300 01 GIRI-SENZA-VET  PIC S9(4) COMP.
020400 01 RIGHE-SCRITTE   PIC S9(4) COMP.
020500*
020600* conferme di prelievo PICKCONF
020700 01 TAB-CONF.
020800  05 RIGA-CF OCCURS 2000.
020900    10 ENTITA-CF    PIC X(20).
021000    10 MAG-CF       PIC 9(3).
021100    10 CAPI-CF      PIC 9(5).
021200 01 N-CF            PIC S9(4) COMP.
021300 01 I-CF            PIC S9(4) COMP.
021400 01 IX-CF           PIC S9(4) COMP.
021500*
021600* tabellone: totali d'onda e di cut-off
021700 01 ONDA-PREC       PIC 9(3).
021800 01 CUTOFF-PREC     PIC 9(4).
021900 01 TOTALI-ONDA.
022000    05 GIRI-TO      PIC S9(5) COMP.
022100    05 GIRI-PREL-TO PIC S9(5) COMP.
022200    05 RIGHE-TO     PIC S9(7) COMP.
022300    05 RIGHE-APE-TO PIC S9(7) COMP.
022400    05 CAPI-TO      PIC S9(7) COMP.
022500 01 TOTALI-CUTOFF.
022600    05 GIRI-TC      PIC S9(5) COMP.
022700    05 GIRI-PREL-TC PIC S9(5) COMP.
022800    05 RIGHE-TC     PIC S9(7) COMP.
022900    05 RIGHE-APE-TC PIC S9(7) COMP.
023000    05 CAPI-TC      PIC S9(7) COMP.
023100 01 RIGA-TAB.
023200    05 ONDA-TB      PIC ZZ9.
023300    05 FILLER       PIC X VALUE SPACE.
023400    05 CUTOFF-TB    PIC 99B99.
023500    05 FILLER       PIC X VALUE SPACE.
023600    05 RITIRO-TB    PIC 99B99.
023700    05 FILLER       PIC X VALUE SPACE.
023800    05 VETTORE-TB   PIC Z(7)9.
023900    05 FILLER       PIC XX VALUE SPACES.
024000    05 ZONA-TB      PIC X.
024100    05 FILLER       PIC X VALUE SPACE.
024200    05 GIRI-TB      PIC ZZZ9.
024300    05 FILLER       PIC X VALUE SPACE.
024400    05 GIRI-PREL-TB PIC ZZZ9.
024500    05 FILLER       PIC X VALUE SPACE.
024600    05 RIGHE-TB     PIC ZZZZ9.
024700    05 FILLER       PIC X VALUE SPACE.
024800    05 RIGHE-APE-TB PIC ZZZZ9.
024900    05 FILLER       PIC X VALUE SPACE.
025000    05 CAPI-TB      PIC ZZZZZ9.
025100    05 FILLER       PIC X VALUE SPACE.
025200    05 NOTA-TB      PIC X(13).
025300*
025400 LINKAGE SECTION.
025500*
025600 01 W-COMMON       COPY WCOMMONW.
025700 EXEC SQL INCLUDE SQLCA END-EXEC.
025800*
025900*PAGE
026000 PROCEDURE DIVISION  USING W-COMMON SQLCA.
026100 INIZIO.
026200     PERFORM CARICA-NTG THRU EX-CARICA-NTG.
026300     DISPLAY "----  ONDE DI PRELIEVO PER CUT-OFF  -----".
026400     DISPLAY "Funzione (P=pianifica T=tabellone) " NO ADVANCING.
026500     ACCEPT FUNZIONE-IN.
026600     EVALUATE FUNZIONE-IN
026700        WHEN "P"
026800           PERFORM PIANIFICA THRU EX-PIANIFICA
026900        WHEN "T"
027000           PERFORM TABELLONE THRU EX-TABELLONE
027100        WHEN OTHER
027200           DISPLAY "Funzione non valida"
027300     END-EVALUATE.
027400 FINE.
027500     EXIT PROGRAM.
027600*
027700*
027800 CARICA-NTG.
027900     COPY PNTGLOAD.
028000*
028100*
028200*     pianificazione: giri della tavola -> onde -> ONDEPICKF
028300 PIANIFICA.
028400     PERFORM LEGGI-ALLOCAZIONI THRU EX-LEGGI-ALLOCAZIONI.
028500     IF N-ALLO = 0
028600        DISPLAY "Nessuna allocazione in tavola"
028700        GO TO EX-PIANIFICA.
028800     PERFORM CARICA-PARAMETRI THRU EX-CARICA-PARAMETRI.
028900     PERFORM CARICA-UBICAZIONI THRU EX-CARICA-UBICAZIONI.
029000     MOVE 0 TO N-GR.
029100     PERFORM ACCUMULA-GIRO THRU EX-ACCUMULA-GIRO
029200        VARYING I-AL FROM 1 BY 1 UNTIL I-AL > N-ALLO.
029300     MOVE 0 TO N-ON GIRI-SENZA-VET.
029400     PERFORM ASSEGNA-ONDA THRU EX-ASSEGNA-ONDA
029500        VARYING I-GR FROM 1 BY 1 UNTIL I-GR > N-GR.
029600     MOVE 0 TO SEQ-CORR.
029700     PERFORM NUMERA-ONDA THRU EX-NUMERA-ONDA
029800        VARYING I-ON FROM 1 BY 1 UNTIL I-ON > N-ON.
029900     PERFORM SCRIVI-PIANO THRU EX-SCRIVI-PIANO.
030000     DISPLAY "Giri pianificati: " N-GR "  onde: " N-ON.
030100     IF GIRI-SENZA-VET > 0
030200        DISPLAY "Giri senza vettore (ultima onda): "
030300                GIRI-SENZA-VET.
030400 EX-PIANIFICA.
030500     EXIT.
030600*
030700*     tutte le righe della tavola in un colpo (stessa BULK
030800*     SELECT di RAPALLO, senza filtro)
030900 LEGGI-ALLOCAZIONI.
031000     EXEC SQL
031100     BULK   SELECT ENTITA,CMATSET,MAG,TIPO,ENTITA_REALE,TS_NAS,
031200                   TS_UV
031300            INTO
031400                  :TAB-REG-ALLO
031500            FROM   ALLOCAZIONI
031600     END-EXEC.
031700     MOVE SQLCODE TO SQLCODE-MEM.
031800     MOVE SQLERRD (3) TO N-ALLO.
031900     IF SQLCODE-MEM NOT = 0
032000        MOVE 0 TO N-ALLO
032100     END-IF.
032200     PERFORM S-COMMIT THRU S-COMMIT-EX.
032300 EX-LEGGI-ALLOCAZIONI.
032400     EXIT.
032500*
032600 S-COMMIT.
032700     EXEC SQL
032800        COMMIT WORK
032900     END-EXEC.
033000 S-COMMIT-EX.
033100     EXIT.
033200*
033300*
033400 CARICA-PARAMETRI.
033500     MOVE 0 TO N-VT N-DS N-GD OK-FINE-FILE.
033600     OPEN INPUT FILE-PAR.
033700     IF NOT OP-APERTO
033800        DISPLAY "ONDEPICK   ONDEPAR non apribile " CHECK-OP
033900        GO TO EX-CARICA-PARAMETRI.
034000     PERFORM LEGGI-PARAMETRO THRU EX-LEGGI-PARAMETRO
034100        UNTIL LETTO-FINE-FILE.
034200     CLOSE FILE-PAR.
034300 EX-CARICA-PARAMETRI.
034400     EXIT.
034500*
034600 LEGGI-PARAMETRO.
034700     READ FILE-PAR AT END
034800        MOVE 1 TO OK-FINE-FILE
034900        GO TO EX-LEGGI-PARAMETRO.
035000     IF CONTO-OP NOT NUMERIC
035100        MOVE 0 TO CONTO-OP.
035200     IF RITIRO-OP NOT NUMERIC
035300        MOVE 9999 TO RITIRO-OP.
035400     IF CUTOFF-OP NOT NUMERIC OR CUTOFF-OP = 0
035500        MOVE RITIRO-OP TO CUTOFF-OP.
035600     IF OP-VETTORE AND CHIAVE-OP (1:8) NUMERIC
035700        AND N-VT < 50
035800        ADD 1 TO N-VT
035900        MOVE CHIAVE-OP (1:8) TO CONTO-VT (N-VT)
036000        MOVE RITIRO-OP TO RITIRO-VT (N-VT)
036100        MOVE CUTOFF-OP TO CUTOFF-VT (N-VT)
036200        GO TO EX-LEGGI-PARAMETRO.
036300     IF OP-DESTINO AND CHIAVE-OP (1:8) NUMERIC
036400        AND N-DS < 2000
036500        ADD 1 TO N-DS
036600        MOVE CHIAVE-OP (1:8) TO CONTO-DS (N-DS)
036700        MOVE CONTO-OP TO VETTORE-DS (N-DS)
036800        GO TO EX-LEGGI-PARAMETRO.
036900     IF OP-GIRO AND N-GD < 1000
037000        ADD 1 TO N-GD
037100        MOVE CHIAVE-OP TO ENTITA-GD (N-GD)
037200        MOVE CONTO-OP TO DESTIN-GD (N-GD).
037300 EX-LEGGI-PARAMETRO.
037400     EXIT.
037500*
037600 CARICA-UBICAZIONI.
037700     MOVE 0 TO N-UZ OK-FINE-FILE.
037800     OPEN INPUT FILE-UBI.
037900     IF NOT UB-APERTO
038000        GO TO EX-CARICA-UBICAZIONI.
038100     PERFORM LEGGI-UBICAZIONE THRU EX-LEGGI-UBICAZIONE
038200        UNTIL LETTO-FINE-FILE.
038300     CLOSE FILE-UBI.
038400 EX-CARICA-UBICAZIONI.
038500     EXIT.
038600*
038700 LEGGI-UBICAZIONE.
038800     READ FILE-UBI AT END
038900        MOVE 1 TO OK-FINE-FILE
039000        GO TO EX-LEGGI-UBICAZIONE.
039100     IF N-UZ NOT < 3000
039200        GO TO EX-LEGGI-UBICAZIONE.
039300     ADD 1 TO N-UZ.
039400     MOVE MAG-UF TO MAG-UZ (N-UZ).
039500     MOVE UBICAZIONE-UF TO UBICAZIONE-UZ (N-UZ).
039600     MOVE C-MAT-UF (1:12) TO CMATSET-UZ (N-UZ).
039700 EX-LEGGI-UBICAZIONE.
039800     EXIT.
039900*
040000*
040100*     una riga di allocazione: giro (ENTITA+MAG) e zona della
040200*     prima ubicazione UBICAZF dell'articolo in quel magazzino
040300 ACCUMULA-GIRO.
040400     MOVE 0 TO IX-GR.
040500     PERFORM CERCA-GIRO THRU EX-CERCA-GIRO
040600        VARYING I-GR FROM 1 BY 1
040700           UNTIL I-GR > N-GR OR IX-GR > 0.
040800     IF IX-GR = 0
040900        IF N-GR NOT < 300
041000           GO TO EX-ACCUMULA-GIRO
041100        END-IF
041200        ADD 1 TO N-GR
041300        MOVE N-GR TO IX-GR
041400        MOVE REC-ALLO-ENTITA (I-AL) TO ENTITA-GR (IX-GR)
041500        MOVE REC-ALLO-MAG (I-AL) TO MAG-GR (IX-GR)
041600        MOVE 0 TO RIGHE-GR (IX-GR) N-ZN-GR (IX-GR)
041700                  ONDA-GR (IX-GR)
041800     END-IF.
041900     ADD 1 TO RIGHE-GR (IX-GR).
042000     MOVE "?" TO ZONA-RIGA.
042100     PERFORM CERCA-ZONA THRU EX-CERCA-ZONA
042200        VARYING I-UZ FROM 1 BY 1
042300           UNTIL I-UZ > N-UZ OR ZONA-RIGA NOT = "?".
042400     MOVE 0 TO IX-ZN.
042500     PERFORM CERCA-ZONA-GIRO THRU EX-CERCA-ZONA-GIRO
042600        VARYING I-ZN FROM 1 BY 1
042700           UNTIL I-ZN > N-ZN-GR (IX-GR) OR IX-ZN > 0.
042800     IF IX-ZN = 0
042900        IF N-ZN-GR (IX-GR) NOT < 10
043000           GO TO EX-ACCUMULA-GIRO
043100        END-IF
043200        ADD 1 TO N-ZN-GR (IX-GR)
043300        MOVE N-ZN-GR (IX-GR) TO IX-ZN
043400        MOVE ZONA-RIGA TO ZONA-ZN (IX-GR, IX-ZN)
043500        MOVE 0 TO RIGHE-ZN (IX-GR, IX-ZN)
043600     END-IF.
043700     ADD 1 TO RIGHE-ZN (IX-GR, IX-ZN).
043800 EX-ACCUMULA-GIRO.
043900     EXIT.
044000*
044100 CERCA-GIRO.
044200     IF ENTITA-GR (I-GR) = REC-ALLO-ENTITA (I-AL)
044300        AND MAG-GR (I-GR) = REC-ALLO-MAG (I-AL)
044400        MOVE I-GR TO IX-GR
044500     END-IF.
044600 EX-CERCA-GIRO.
044700     EXIT.
044800*
044900 CERCA-ZONA.
045000     IF MAG-UZ (I-UZ) = REC-ALLO-MAG (I-AL)
045100        AND CMATSET-UZ (I-UZ) = REC-ALLO-CMATSET (I-AL)
045200        MOVE UBICAZIONE-UZ (I-UZ) (1:1) TO ZONA-RIGA
045300     END-IF.
045400 EX-CERCA-ZONA.
045500     EXIT.
045600*
045700 CERCA-ZONA-GIRO.
045800     IF ZONA-ZN (IX-GR, I-ZN) = ZONA-RIGA
045900        MOVE I-ZN TO IX-ZN
046000     END-IF.
046100 EX-CERCA-ZONA-GIRO.
046200     EXIT.
046300*
046400*
046500*     giro -> destinatario -> vettore -> ritiro/cut-off; zona
046600*     prevalente; onda = prima con la stessa chiave o nuova
046700 ASSEGNA-ONDA.
046800     MOVE 0 TO DESTIN-GR (I-GR) VETTORE-GR (I-GR).
046900     MOVE 9999 TO RITIRO-GR (I-GR) CUTOFF-GR (I-GR).
047000     MOVE 0 TO IX-GD IX-DS IX-VT.
047100     PERFORM CERCA-GIRO-DEST THRU EX-CERCA-GIRO-DEST
047200        VARYING I-GD FROM 1 BY 1
047300           UNTIL I-GD > N-GD OR IX-GD > 0.
047400     IF IX-GD > 0
047500        MOVE DESTIN-GD (IX-GD) TO DESTIN-GR (I-GR)
047600        PERFORM CERCA-DEST THRU EX-CERCA-DEST
047700           VARYING I-DS FROM 1 BY 1
047800              UNTIL I-DS > N-DS OR IX-DS > 0
047900     END-IF.
048000     IF IX-DS > 0
048100        MOVE VETTORE-DS (IX-DS) TO VETTORE-GR (I-GR)
048200        PERFORM CERCA-VETTORE THRU EX-CERCA-VETTORE
048300           VARYING I-VT FROM 1 BY 1
048400              UNTIL I-VT > N-VT OR IX-VT > 0
048500     END-IF.
048600     IF IX-VT > 0
048700        MOVE RITIRO-VT (IX-VT) TO RITIRO-GR (I-GR)
048800        MOVE CUTOFF-VT (IX-VT) TO CUTOFF-GR (I-GR)
048900     ELSE
049000        ADD 1 TO GIRI-SENZA-VET
049100        DISPLAY "Senza vettore: giro " ENTITA-GR (I-GR)
049200                " mag " MAG-GR (I-GR)
049300                " destinatario " DESTIN-GR (I-GR)
049400     END-IF.
049500     MOVE "?" TO ZONA-GR (I-GR).
049600     MOVE 0 TO IX-ZN.
049700     PERFORM ZONA-PREVALENTE THRU EX-ZONA-PREVALENTE
049800        VARYING I-ZN FROM 1 BY 1 UNTIL I-ZN > N-ZN-GR (I-GR).
049900     MOVE CUTOFF-GR (I-GR) TO CUTOFF-CK.
050000     MOVE RITIRO-GR (I-GR) TO RITIRO-CK.
050100     MOVE VETTORE-GR (I-GR) TO VETTORE-CK.
050200     MOVE ZONA-GR (I-GR) TO ZONA-CK.
050300     MOVE 0 TO IX-ON.
050400     PERFORM CERCA-ONDA THRU EX-CERCA-ONDA
050500        VARYING I-ON FROM 1 BY 1
050600           UNTIL I-ON > N-ON OR IX-ON > 0.
050700     IF IX-ON = 0
050800        IF N-ON NOT < 100
050900           MOVE N-ON TO IX-ON
051000        ELSE
051100           ADD 1 TO N-ON
051200           MOVE N-ON TO IX-ON
051300           MOVE CHIAVE-CERCA TO CHIAVE-ON (IX-ON)
051400           MOVE 0 TO SEQ-ON (IX-ON)
051500        END-IF
051600     END-IF.
051700     MOVE IX-ON TO ONDA-GR (I-GR).
051800 EX-ASSEGNA-ONDA.
051900     EXIT.
052000*
052100 CERCA-GIRO-DEST.
052200     IF ENTITA-GD (I-GD) = ENTITA-GR (I-GR)
052300        MOVE I-GD TO IX-GD
052400     END-IF.
052500 EX-CERCA-GIRO-DEST.
052600     EXIT.
052700*
052800 CERCA-DEST.
052900     IF CONTO-DS (I-DS) = DESTIN-GR (I-GR)
053000        MOVE I-DS TO IX-DS
053100     END-IF.
053200 EX-CERCA-DEST.
053300     EXIT.
053400*
053500 CERCA-VETTORE.
053600     IF CONTO-VT (I-VT) = VETTORE-GR (I-GR)
053700        MOVE I-VT TO IX-VT
053800     END-IF.
053900 EX-CERCA-VETTORE.
054000     EXIT.
054100*
054200*     zona con piu' righe; a parita' la prima incontrata
054300 ZONA-PREVALENTE.
054400     IF IX-ZN = 0
054500        MOVE I-ZN TO IX-ZN
054600     ELSE
054700        IF RIGHE-ZN (I-GR, I-ZN) > RIGHE-ZN (I-GR, IX-ZN)
054800           MOVE I-ZN TO IX-ZN
054900        END-IF
055000     END-IF.
055100     MOVE ZONA-ZN (I-GR, IX-ZN) TO ZONA-GR (I-GR).
055200 EX-ZONA-PREVALENTE.
055300     EXIT.
055400*
055500 CERCA-ONDA.
055600     IF CHIAVE-ON (I-ON) = CHIAVE-CERCA
055700        MOVE I-ON TO IX-ON
055800     END-IF.
055900 EX-CERCA-ONDA.
056000     EXIT.
056100*
056200*
056300*     numero d'onda = posizione della chiave (cut-off, ritiro,
056400*     vettore, zona) in ordine crescente: si sceglie ogni volta
056500*     la chiave piu' bassa non ancora numerata
056600 NUMERA-ONDA.
056700     MOVE 0 TO IX-ON.
056800     PERFORM CERCA-MINIMO THRU EX-CERCA-MINIMO
056900        VARYING I-ON FROM 1 BY 1 UNTIL I-ON > N-ON.
057000     ADD 1 TO SEQ-CORR.
057100     MOVE SEQ-CORR TO SEQ-ON (IX-ON).
057200 EX-NUMERA-ONDA.
057300     EXIT.
057400*
057500 CERCA-MINIMO.
057600     IF SEQ-ON (I-ON) NOT = 0
057700        GO TO EX-CERCA-MINIMO.
057800     IF IX-ON = 0
057900        MOVE I-ON TO IX-ON
058000        GO TO EX-CERCA-MINIMO.
058100     IF CHIAVE-ON (I-ON) < CHIAVE-ON (IX-ON)
058200        MOVE I-ON TO IX-ON.
058300 EX-CERCA-MINIMO.
058400     EXIT.
058500*
058600*
058700*     il piano si riscrive per intero, onda per onda
058800 SCRIVI-PIANO.
058900     MOVE 0 TO RIGHE-SCRITTE.
059000     OPEN OUTPUT FILE-ONDE.
059100     IF NOT OW-APERTO
059200        DISPLAY "ONDEPICK   ONDEPICKF non apribile " CHECK-OW
059300        GO TO EX-SCRIVI-PIANO.
059400     PERFORM SCRIVI-ONDA THRU EX-SCRIVI-ONDA
059500        VARYING SEQ-CORR FROM 1 BY 1 UNTIL SEQ-CORR > N-ON.
059600     CLOSE FILE-ONDE.
059700 EX-SCRIVI-PIANO.
059800     EXIT.
059900*
060000 SCRIVI-ONDA.
060100     PERFORM SCRIVI-GIRO-ONDA THRU EX-SCRIVI-GIRO-ONDA
060200        VARYING I-GR FROM 1 BY 1 UNTIL I-GR > N-GR.
060300 EX-SCRIVI-ONDA.
060400     EXIT.
060500*
060600 SCRIVI-GIRO-ONDA.
060700     MOVE ONDA-GR (I-GR) TO IX-ON.
060800     IF SEQ-ON (IX-ON) NOT = SEQ-CORR
060900        GO TO EX-SCRIVI-GIRO-ONDA.
061000     MOVE T-TAB TO TG-OW-1 TG-OW-2 TG-OW-3 TG-OW-4 TG-OW-5
061100                   TG-OW-6 TG-OW-7 TG-OW-8 TG-OW-9.
061200     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-OW.
061300     MOVE SEQ-CORR TO ONDA-OW.
061400     MOVE CUTOFF-ON (IX-ON) TO CUTOFF-OW.
061500     MOVE RITIRO-ON (IX-ON) TO RITIRO-OW.
061600     MOVE VETTORE-ON (IX-ON) TO VETTORE-OW.
061700     MOVE ZONA-ON (IX-ON) TO ZONA-OW.
061800     MOVE ENTITA-GR (I-GR) TO ENTITA-OW.
061900     MOVE MAG-GR (I-GR) TO MAG-OW.
062000     MOVE DESTIN-GR (I-GR) TO DESTIN-OW.
062100     MOVE RIGHE-GR (I-GR) TO RIGHE-OW.
062200     WRITE REC-ONDE.
062300     ADD 1 TO RIGHE-SCRITTE.
062400 EX-SCRIVI-GIRO-ONDA.
062500     EXIT.
062600*
062700*
062800*     tabellone: piano di oggi contro le conferme PICKCONF,
062900*     una riga per onda e il totale a ogni cambio di cut-off
063000 TABELLONE.
063100     PERFORM CARICA-CONFERME THRU EX-CARICA-CONFERME.
063200     ACCEPT WK-TIME-OW FROM TIME.
063300     MOVE WK-TIME-OW (1:4) TO ORA-ADESSO.
063400     MOVE 0 TO OK-FINE-FILE ONDA-PREC CUTOFF-PREC.
063500     INITIALIZE TOTALI-ONDA TOTALI-CUTOFF.
063600     OPEN INPUT FILE-ONDE.
063700     IF NOT OW-APERTO
063800        DISPLAY "ONDEPICK   ONDEPICKF non apribile " CHECK-OW
063900        GO TO EX-TABELLONE.
064000     DISPLAY "ONDA CUTOF RITIR VETTORE  Z GIRI PREL RIGHE"
064100             " APERT   CAPI".
064200     PERFORM LEGGI-PIANO THRU EX-LEGGI-PIANO
064300        UNTIL LETTO-FINE-FILE.
064400     CLOSE FILE-ONDE.
064500     IF ONDA-PREC = 0
064600        DISPLAY "Nessuna onda pianificata oggi"
064700        GO TO EX-TABELLONE.
064800     PERFORM STAMPA-ONDA THRU EX-STAMPA-ONDA.
064900     PERFORM STAMPA-CUTOFF THRU EX-STAMPA-CUTOFF.
065000 EX-TABELLONE.
065100     EXIT.
065200*
065300 LEGGI-PIANO.
065400     READ FILE-ONDE AT END
065500        MOVE 1 TO OK-FINE-FILE
065600        GO TO EX-LEGGI-PIANO.
065700     IF DATA-OW NOT = W-FORMATO-INTERNO OF W-COMMON
065800        GO TO EX-LEGGI-PIANO.
065900     IF ONDA-OW NOT = ONDA-PREC AND ONDA-PREC NOT = 0
066000        PERFORM STAMPA-ONDA THRU EX-STAMPA-ONDA
066100        IF CUTOFF-OW NOT = CUTOFF-PREC
066200           PERFORM STAMPA-CUTOFF THRU EX-STAMPA-CUTOFF
066300        END-IF
066400     END-IF.
066500     IF ONDA-OW NOT = ONDA-PREC
066600        MOVE ONDA-OW TO ONDA-TB
066700        MOVE CUTOFF-OW TO CUTOFF-TB
066800        MOVE RITIRO-OW TO RITIRO-TB
066900        MOVE VETTORE-OW TO VETTORE-TB
067000        MOVE ZONA-OW TO ZONA-TB
067100     END-IF.
067200     MOVE ONDA-OW TO ONDA-PREC.
067300     MOVE CUTOFF-OW TO CUTOFF-PREC.
067400     ADD 1 TO GIRI-TO.
067500     ADD RIGHE-OW TO RIGHE-TO.
067600     MOVE 0 TO IX-CF.
067700     PERFORM CERCA-CONFERMA THRU EX-CERCA-CONFERMA
067800        VARYING I-CF FROM 1 BY 1
067900           UNTIL I-CF > N-CF OR IX-CF > 0.
068000     IF IX-CF > 0
068100        ADD 1 TO GIRI-PREL-TO
068200        ADD CAPI-CF (IX-CF) TO CAPI-TO
068300     ELSE
068400        ADD RIGHE-OW TO RIGHE-APE-TO
068500     END-IF.
068600 EX-LEGGI-PIANO.
068700     EXIT.
068800*
068900 CERCA-CONFERMA.
069000     IF ENTITA-CF (I-CF) = ENTITA-OW
069100        AND MAG-CF (I-CF) = MAG-OW
069200        MOVE I-CF TO IX-CF
069300     END-IF.
069400 EX-CERCA-CONFERMA.
069500     EXIT.
069600*
069700 STAMPA-ONDA.
069800     MOVE GIRI-TO TO GIRI-TB.
069900     MOVE GIRI-PREL-TO TO GIRI-PREL-TB.
070000     MOVE RIGHE-TO TO RIGHE-TB.
070100     MOVE RIGHE-APE-TO TO RIGHE-APE-TB.
070200     MOVE CAPI-TO TO CAPI-TB.
070300     MOVE SPACES TO NOTA-TB.
070400     IF RIGHE-APE-TO = 0
070500        MOVE "PRELEVATA" TO NOTA-TB.
070600     DISPLAY RIGA-TAB.
070700     ADD GIRI-TO TO GIRI-TC.
070800     ADD GIRI-PREL-TO TO GIRI-PREL-TC.
070900     ADD RIGHE-TO TO RIGHE-TC.
071000     ADD RIGHE-APE-TO TO RIGHE-APE-TC.
071100     ADD CAPI-TO TO CAPI-TC.
071200     INITIALIZE TOTALI-ONDA.
071300 EX-STAMPA-ONDA.
071400     EXIT.
071500*
071600*     totale del cut-off; superato con righe aperte = ritardo
071700 STAMPA-CUTOFF.
071800     MOVE SPACES TO RIGA-TAB.
071900     MOVE CUTOFF-PREC TO CUTOFF-TB.
072000     MOVE GIRI-TC TO GIRI-TB.
072100     MOVE GIRI-PREL-TC TO GIRI-PREL-TB.
072200     MOVE RIGHE-TC TO RIGHE-TB.
072300     MOVE RIGHE-APE-TC TO RIGHE-APE-TB.
072400     MOVE CAPI-TC TO CAPI-TB.
072500     MOVE "TOT.CUT-OFF" TO NOTA-TB.
072600     IF RIGHE-APE-TC > 0 AND CUTOFF-PREC NOT = 9999
072700        AND ORA-ADESSO > CUTOFF-PREC
072800        MOVE "** RITARDO **" TO NOTA-TB.
072900     DISPLAY RIGA-TAB.
073000     DISPLAY " ".
073100     INITIALIZE TOTALI-CUTOFF.
073200 EX-STAMPA-CUTOFF.
073300     EXIT.
073400*
073500 CARICA-CONFERME.
073600     MOVE 0 TO N-CF OK-FINE-FILE.
073700     OPEN INPUT FILE-CONF.
073800     IF NOT PC-APERTO
073900        GO TO EX-CARICA-CONFERME.
074000     PERFORM LEGGI-CONFERMA THRU EX-LEGGI-CONFERMA
074100        UNTIL LETTO-FINE-FILE.
074200     CLOSE FILE-CONF.
074300 EX-CARICA-CONFERME.
074400     EXIT.
074500*
074600 LEGGI-CONFERMA.
074700     READ FILE-CONF AT END
074800        MOVE 1 TO OK-FINE-FILE
074900        GO TO EX-LEGGI-CONFERMA.
074910     IF DATA-PC NOT = W-FORMATO-INTERNO OF W-COMMON
074920        GO TO EX-LEGGI-CONFERMA.
075000     IF N-CF NOT < 2000
075100        GO TO EX-LEGGI-CONFERMA.
075200     ADD 1 TO N-CF.
075300     MOVE ENTITA-PC TO ENTITA-CF (N-CF).
075400     MOVE MAG-PC TO MAG-CF (N-CF).
075500     MOVE CAPI-PC TO CAPI-CF (N-CF).
075600 EX-LEGGI-CONFERMA.
075700     EXIT.
075800*
075900*      FINE PROGRAMMA    **** /K ONDEPICK.COB  *****
