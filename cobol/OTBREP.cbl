000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. OTBREP.
000310*2026*        15/10/26
000320*     open-to-buy per classe/magazzino/mese: quanto si puo'
000330*     ancora comprare. Piano vendite da BUDGVENF (settimane
000340*     portate a mese col calendario 4-4-5), giacenza da SITPF
000350*     QTA-GIAC, ordinato fornitori aperto da ORDFORNF (tutto
000360*     atteso nel primo mese), impegni dei clienti da ORDSTAGF
000370*     sul mese di fine finestra di consegna; QTA-ORDINATA e
000380*     QTA-ORDINATA-C di SITPF si stampano come riscontro.
000390*     Scorta finale pianificata = piano del mese dopo
000400*     (copertura un mese); proiettata = inizio + arrivi -
000410*     piano - impegni; OTB = pianificata - proiettata. Valori
000420*     al prezzo medio del piano della classe/magazzino.
000430*     Tabulato QOLPPR/QWLPPR/QCLPPR e copia su OTBCSV.
000440*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-BUDG ASSIGN TO "BUDGVENF"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-BG.
001500     SELECT OPTIONAL FILE-ORDF ASSIGN TO "ORDFORNF"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-OF.
001800     SELECT OPTIONAL FILE-ORDST ASSIGN TO "ORDSTAGF"
001900        ORGANIZATION IS LINE SEQUENTIAL
002000        FILE STATUS IS CHECK-OS.
002100     SELECT OPTIONAL FILE-CSV ASSIGN TO "OTBCSV"
002200        ORGANIZATION IS LINE SEQUENTIAL
002300        FILE STATUS IS CHECK-CSV.
002400*
002500 DATA DIVISION.
002600 FILE SECTION.
002700 FD FILE-BUDG DATA RECORD REC-BUDG.
002800 01 REC-BUDG.
002900    05 CLASSE-BG             PIC 99.
003000    05 TG-BG-1               PIC X.
003100    05 MAG-BG                PIC 9(3).
003200    05 TG-BG-2               PIC X.
003300    05 SETTIMANA-BG          PIC 9(4).
003400    05 TG-BG-3               PIC X.
003500    05 QTA-PIANO-BG          PIC 9(6).
003600    05 TG-BG-4               PIC X.
003700    05 VALORE-PIANO-BG       PIC 9(11).
003800*
003900 FD FILE-ORDF DATA RECORD REC-ORDF.
004000 01 REC-ORDF.
004100    05 DATA-OD               PIC 9(6).
004200    05 TG-OD-1               PIC X.
004300    05 CONTO-OD              PIC 9(8).
004400    05 TG-OD-2               PIC X.
004500    05 C-MAT-OD              PIC 9(15).
004600    05 TG-OD-3               PIC X.
004700    05 MAG-OD                PIC 9(3).
004800    05 TG-OD-4               PIC X.
004900    05 QTA-ORDINATE-OD.
005000     10 QTA-ORD-OD           PIC 9(4) OCCURS 10.
005100    05 TG-OD-5               PIC X.
005200    05 QTA-RICEVUTE-OD.
005300     10 QTA-RIC-OD           PIC 9(4) OCCURS 10.
005400    05 TG-OD-6               PIC X.
005500    05 STATO-OD              PIC X.
005600*
005700 FD FILE-ORDST DATA RECORD REC-ORDST.
005800 01 REC-ORDST.
005900    05 DATA-OR               PIC 9(6).
006000    05 TG-OR-1               PIC X.
006100    05 CONTO-OR              PIC 9(8).
006200    05 TG-OR-2               PIC X.
006300    05 C-MAT-OR              PIC 9(15).
006400    05 TG-OR-3               PIC X.
006500    05 MAG-OR                PIC 9(3).
006600    05 TG-OR-4               PIC X.
006700    05 DATA-DA-OR            PIC 9(6).
006800    05 TG-OR-5               PIC X.
006900    05 DATA-A-OR             PIC 9(6).
007000    05 DATA-A-OR-X REDEFINES DATA-A-OR.
007100     10 GG-A-OR              PIC 99.
007200     10 MM-A-OR              PIC 99.
007300     10 AA-A-OR              PIC 99.
007400    05 TG-OR-6               PIC X.
007500    05 QTA-ORDINATE-OR.
007600     10 QTA-ORD-OR           PIC 9(4) OCCURS 10.
007700    05 TG-OR-7               PIC X.
007800    05 QTA-ASSEGNATE-OR.
007900     10 QTA-ASS-OR           PIC 9(4) OCCURS 10.
008000    05 TG-OR-8               PIC X.
008100    05 STATO-OR              PIC X.
008200*
008300 FD FILE-CSV DATA RECORD REC-CSV.
008400 01 REC-CSV.
008500    05 CLASSE-CSV            PIC 99.
008600    05 T-CSV-1               PIC X.
008700    05 MAG-CSV               PIC 9(3).
008800    05 T-CSV-2               PIC X.
008900    05 MESE-CSV              PIC 99.
009000    05 T-CSV-3               PIC X.
009100    05 SF-PIANO-Q-CSV        PIC -(8)9.
009200    05 T-CSV-4               PIC X.
009300    05 SF-PIANO-V-CSV        PIC -(10)9,99.
009400    05 T-CSV-5               PIC X.
009500    05 SF-PROIET-Q-CSV       PIC -(8)9.
009600    05 T-CSV-6               PIC X.
009700    05 SF-PROIET-V-CSV       PIC -(10)9,99.
009800    05 T-CSV-7               PIC X.
009900    05 ORD-FORN-Q-CSV        PIC -(8)9.
010000    05 T-CSV-8               PIC X.
010100    05 IMP-CLI-Q-CSV         PIC -(8)9.
010200    05 T-CSV-9               PIC X.
010300    05 IMPEGNI-V-CSV         PIC -(10)9,99.
010400    05 T-CSV-10              PIC X.
010500    05 OTB-Q-CSV             PIC -(8)9.
010600    05 T-CSV-11              PIC X.
010700    05 OTB-V-CSV             PIC -(10)9,99.
010800*
010900 WORKING-STORAGE SECTION.
011000*
011100*ESTETA*
011200     COPY NTG.
011300*
011400 01 PAR-TABTAGLIE          COPY PARTAGLIE.
011500*
011600 01 REC-SITPF        COPY YSITPF.
011700 01 AREA-REC-SET     PIC X(512).
011800*
011900 01 COD-OTB          COPY DANCODMT.
012000*
012100 77 CHECK-BG        PIC XX.
012200    88 BG-APERTO    VALUES ARE "05", "00".
012300 77 CHECK-OF        PIC XX.
012400    88 OF-APERTO    VALUES ARE "05", "00".
012500 77 CHECK-OS        PIC XX.
012600    88 OS-APERTO    VALUES ARE "05", "00".
012700 77 CHECK-CSV       PIC XX.
012800    88 CSV-APERTO   VALUES ARE "05", "00".
012900*
013000 01 OK-FINE-FILE    PIC S9(4) COMP.
013100    88 LETTO-FINE-FILE VALUE 1.
013200*
013300 01 T-TAB           PIC X VALUE X"9".
013400*
013500 01 MESE-DA-IN      PIC XX.
013600 01 MESE-A-IN       PIC XX.
013700 01 MESE-DA         PIC S9(4) COMP.
013800 01 MESE-A          PIC S9(4) COMP.
013900*
014000* calendario 4-4-5: ultima settimana di ogni mese
014100 01 TAB-FINE-MESE-V.
014200  05 FILLER          PIC X(24)
014300                     VALUE "040813172126303439434752".
014400 01 FILLER REDEFINES TAB-FINE-MESE-V.
014500  05 SETT-FINE-MESE  PIC 99 OCCURS 12.
014600*
014700* classe/magazzino con piano, posizione e impegni per mese
014800 01 TAB-OTB.
014900  05 RIGA-OT OCCURS 500.
015000   10 CLASSE-OT         PIC 99.
015100   10 MAG-OT            PIC 9(3).
015200   10 GIAC-OT           PIC S9(9) COMP.
015300   10 ORD-SITPF-OT      PIC S9(9) COMP.
015400   10 ORD-C-SITPF-OT    PIC S9(9) COMP.
015500   10 ORD-FORN-OT       PIC S9(9) COMP.
015600   10 PIANO-QTA-ANNO-OT PIC S9(9) COMP.
015700   10 PIANO-VAL-ANNO-OT PIC S9(13) COMP-3.
015800   10 MESE-OT OCCURS 12.
015900    15 PIANO-QTA-OT     PIC S9(9) COMP.
016000    15 IMP-CLI-OT       PIC S9(9) COMP.
016100 01 N-OTB           PIC S9(4) COMP.
016200 01 I-OT            PIC S9(4) COMP.
016300 01 IX-OT           PIC S9(4) COMP.
016400 01 I-MM            PIC S9(4) COMP.
016500 01 MESE-CALC       PIC S9(4) COMP.
016600 01 I-TG            PIC S9(4) COMP.
016700*
016800 01 CLASSE-CERCA    PIC 99.
016900 01 AGGIUNGI-SW     PIC X.
017000    88 AGGIUNGI-RIGHE VALUE "S".
017100 01 MAG-CERCA       PIC 9(3).
017200 01 C-MAT-DISP      PIC 9(15).
017300*
017400* posizione del mese in corso di calcolo
017500 01 INIZIO-QTA      PIC S9(9) COMP.
017600 01 ARRIVI-QTA      PIC S9(9) COMP.
017700 01 SF-PIANO-QTA    PIC S9(9) COMP.
017800 01 SF-PROIET-QTA   PIC S9(9) COMP.
017900 01 OTB-QTA         PIC S9(9) COMP.
018000 01 PREZZO-MEDIO    PIC S9(9) COMP.
018100 01 QTA-RIGA        PIC S9(9) COMP.
018200*
018300 01 TOT-OTB-QTA     PIC S9(9) COMP.
018400 01 TOT-OTB-VAL     PIC S9(13) COMP-3.
018500*
018600 01  PAR-PRINT.
018700  05  STATO         PIC S9(4) COMP.
018800  05  LL-RIGA       PIC  9(4) COMP.
018900  05  N-MAX-RIGHE   PIC  9(4) COMP.
019000  05  FLAG-ROUTINE  PIC  9(4) COMP.
019100  05  NUM-FILE-ID   PIC  9(4) COMP.
019200  05  NOME-FILE.
019300   10 PRE-NOME-FILE     PIC X.
019400   10 TERM-N-FILE       PIC 9(6).
019500   10 FILLER            PIC XXX VALUE ".ST".
019600*
019700 01  RIGA.
019800  05  N-STAMPANTE   PIC 9.
019900  05  COMANDO       PIC X.
020000  05  N-RIGA-STAMPA PIC 9(4) COMP.
020100  05  DATI-RIGA     PIC X(132).
020200  05 RIGA-DETT-OT REDEFINES DATI-RIGA.
020300    10 FILLER        PIC X(2).
020400    10 CLASSE-OT-ST  PIC 99.
020500    10 FILLER        PIC X(2).
020600    10 MAG-OT-ST     PIC 9(3).
020700    10 FILLER        PIC X(2).
020800    10 MESE-OT-ST    PIC 99.
020900    10 FILLER        PIC X(2).
021000    10 SF-PIANO-Q-ST PIC -(6)9.
021100    10 FILLER        PIC X.
021200    10 SF-PIANO-V-ST PIC -(9)9.
021300    10 FILLER        PIC X(2).
021400    10 SF-PROIET-Q-ST PIC -(6)9.
021500    10 FILLER        PIC X.
021600    10 SF-PROIET-V-ST PIC -(9)9.
021700    10 FILLER        PIC X(2).
021800    10 ORD-FORN-Q-ST PIC -(6)9.
021900    10 FILLER        PIC X.
022000    10 IMP-CLI-Q-ST  PIC -(6)9.
022100    10 FILLER        PIC X.
022200    10 IMPEGNI-V-ST  PIC -(9)9.
022300    10 FILLER        PIC X(2).
022400    10 OTB-Q-ST      PIC -(6)9.
022500    10 FILLER        PIC X.
022600    10 OTB-V-ST      PIC -(9)9.
022700*
022800 01 BUFFER.
022900  05 N-BUF               PIC S9(4) COMP VALUE 37.
023000  05 FILLER              PIC XX.
023100  05 FILLER              PIC X(5120).
023200*
023300 01 STATO-DISPLAY    PIC ZZZZ-.
023400 01 QTA-ED-1         PIC -(8)9.
023500 01 QTA-ED-2         PIC -(8)9.
023600 01 QTA-ED-3         PIC -(8)9.
023700 01 VALORE-ED        PIC -(10)9.
023800*
023900 LINKAGE SECTION.
024000*
024100 01 W-COMMON       COPY WCOMMONW.
024200*
024300*PAGE
024400 PROCEDURE DIVISION  USING W-COMMON.
024500 INIZIO.
024600     DISPLAY "----  OPEN-TO-BUY  ----------------------".
024700     PERFORM CARICA-NTG THRU EX-CARICA-NTG.
024800     DISPLAY "Mese da (2 cifre) " NO ADVANCING.
024900     MOVE SPACES TO MESE-DA-IN.
025000     ACCEPT MESE-DA-IN.
025100     DISPLAY "Mese a  (2 cifre) " NO ADVANCING.
025200     MOVE SPACES TO MESE-A-IN.
025300     ACCEPT MESE-A-IN.
025400     IF MESE-DA-IN NOT NUMERIC OR MESE-A-IN NOT NUMERIC
025500        DISPLAY "Mesi non numerici"
025600        GO TO FINE.
025700     MOVE MESE-DA-IN TO MESE-DA.
025800     MOVE MESE-A-IN TO MESE-A.
025900     IF MESE-DA < 1 OR MESE-A > 12 OR MESE-DA > MESE-A
026000        DISPLAY "Intervallo di mesi non valido"
026100        GO TO FINE.
026200     MOVE 0 TO N-OTB.
026300     PERFORM CARICA-PIANO THRU EX-CARICA-PIANO.
026400     IF N-OTB = 0
026500        DISPLAY "Nessun piano su BUDGVENF"
026600        GO TO FINE.
026700     PERFORM SCANSIONA-SITPF THRU EX-SCANSIONA-SITPF.
026800     PERFORM CARICA-ORDFORN THRU EX-CARICA-ORDFORN.
026900     PERFORM CARICA-ORDSTAG THRU EX-CARICA-ORDSTAG.
027000     PERFORM STAMPA-OTB THRU EX-STAMPA-OTB.
027100 FINE.
027200     EXIT PROGRAM.
027300*
027400*
027500 CARICA-NTG.
027600     COPY PNTGLOAD.
027700*
027800*
027900*     piano dell'anno intero: serve anche il mese dopo
028000*     l'ultimo chiesto per la scorta finale pianificata
028100 CARICA-PIANO.
028200     MOVE "N" TO AGGIUNGI-SW.
028300     OPEN INPUT FILE-BUDG.
028400     IF NOT BG-APERTO
028500        GO TO EX-CARICA-PIANO.
028600     MOVE 0 TO OK-FINE-FILE.
028700     MOVE "S" TO AGGIUNGI-SW.
028800     PERFORM LEGGI-RIGA-PIANO THRU EX-LEGGI-RIGA-PIANO
028900        UNTIL LETTO-FINE-FILE.
029000     MOVE "N" TO AGGIUNGI-SW.
029100     CLOSE FILE-BUDG.
029200 EX-CARICA-PIANO.
029300     EXIT.
029400*
029500 LEGGI-RIGA-PIANO.
029600     READ FILE-BUDG
029700        AT END
029800           MOVE 1 TO OK-FINE-FILE
029900           GO TO EX-LEGGI-RIGA-PIANO
030000     END-READ.
030100     IF CLASSE-BG NOT NUMERIC OR SETTIMANA-BG NOT NUMERIC
030200        GO TO EX-LEGGI-RIGA-PIANO.
030300     MOVE CLASSE-BG TO CLASSE-CERCA.
030400     MOVE MAG-BG TO MAG-CERCA.
030500     PERFORM TROVA-RIGA-OT THRU EX-TROVA-RIGA-OT.
030600     IF IX-OT = 0
030700        GO TO EX-LEGGI-RIGA-PIANO.
030800     MOVE 0 TO MESE-CALC.
030900     PERFORM MESE-DA-SETTIMANA THRU EX-MESE-DA-SETTIMANA
031000        VARYING I-MM FROM 12 BY -1 UNTIL I-MM < 1.
031100     IF MESE-CALC = 0
031200        MOVE 12 TO MESE-CALC.
031300     ADD QTA-PIANO-BG TO PIANO-QTA-OT (IX-OT, MESE-CALC)
031400                         PIANO-QTA-ANNO-OT (IX-OT).
031500     ADD VALORE-PIANO-BG TO PIANO-VAL-ANNO-OT (IX-OT).
031600 EX-LEGGI-RIGA-PIANO.
031700     EXIT.
031800*
031900*    la settimana 53 ricade sull'ultimo mese
032000 MESE-DA-SETTIMANA.
032100     IF SETTIMANA-BG NOT > SETT-FINE-MESE (I-MM)
032200        MOVE I-MM TO MESE-CALC.
032300 EX-MESE-DA-SETTIMANA.
032400     EXIT.
032500*
032600*     le classi/magazzini senza piano non entrano: senza
032700*     piano non c'e' budget da spendere
032800 TROVA-RIGA-OT.
032900     MOVE 0 TO IX-OT.
033000     PERFORM CERCA-RIGA-OT THRU EX-CERCA-RIGA-OT
033100        VARYING I-OT FROM 1 BY 1 UNTIL I-OT > N-OTB.
033200     IF IX-OT = 0 AND N-OTB < 500
033300        AND AGGIUNGI-RIGHE
033400        ADD 1 TO N-OTB
033500        MOVE CLASSE-CERCA TO CLASSE-OT (N-OTB)
033600        MOVE MAG-CERCA TO MAG-OT (N-OTB)
033700        MOVE 0 TO GIAC-OT (N-OTB) ORD-SITPF-OT (N-OTB)
033800                  ORD-C-SITPF-OT (N-OTB) ORD-FORN-OT (N-OTB)
033900                  PIANO-QTA-ANNO-OT (N-OTB)
034000                  PIANO-VAL-ANNO-OT (N-OTB)
034100        PERFORM AZZERA-MESE-OT THRU EX-AZZERA-MESE-OT
034200           VARYING I-MM FROM 1 BY 1 UNTIL I-MM > 12
034300        MOVE N-OTB TO IX-OT
034400     END-IF.
034500 EX-TROVA-RIGA-OT.
034600     EXIT.
034700*
034800 CERCA-RIGA-OT.
034900     IF CLASSE-OT (I-OT) = CLASSE-CERCA
035000        AND MAG-OT (I-OT) = MAG-CERCA
035100        MOVE I-OT TO IX-OT
035200     END-IF.
035300 EX-CERCA-RIGA-OT.
035400     EXIT.
035500*
035600 AZZERA-MESE-OT.
035700     MOVE 0 TO PIANO-QTA-OT (N-OTB, I-MM)
035800               IMP-CLI-OT (N-OTB, I-MM).
035900 EX-AZZERA-MESE-OT.
036000     EXIT.
036100*
036200*
036300*     giacenza e ordinati di riscontro: scansione seriale di
036400*     SITPF, solo classi/magazzini pianificati
036500 SCANSIONA-SITPF.
036600     MOVE 0 TO W-VALORE-CAMPO-W.
036700     MOVE 0 TO W-STATUS-WORD-IMAGE.
036800     PERFORM LEGGI-SITPF-SER THRU EX-LEGGI-SITPF-SER
036900        UNTIL W-FUORI-FILE.
037000 EX-SCANSIONA-SITPF.
037100     EXIT.
037200*
037300 LEGGI-SITPF-SER.
037400     ADD 1 TO W-VALORE-CAMPO-W.
037500     MOVE 2 TO W-MODO.
037600     MOVE "SITPF;"     TO W-NOME-DATA-SET.
037700     PERFORM TTDBGET THRU EX-TTDBGET.
037800     IF W-OK-IMAGE
037900        MOVE AREA-REC-SET TO REC-SITPF
038000        PERFORM ACCUMULA-SITPF THRU EX-ACCUMULA-SITPF
038100     END-IF.
038200 EX-LEGGI-SITPF-SER.
038300     EXIT.
038400*
038500 ACCUMULA-SITPF.
038600     MOVE C-MAT OF REC-SITPF TO C-MAT-DISP.
038700     MOVE C-MAT-DISP TO C-MAT-TRANS-RID.
038800     MOVE CLASSE OF C-MAT-TRANSITO TO CLASSE-CERCA.
038900     MOVE MAGAZZINO OF REC-SITPF TO MAG-CERCA.
039000     PERFORM TROVA-RIGA-OT THRU EX-TROVA-RIGA-OT.
039100     IF IX-OT = 0
039200        GO TO EX-ACCUMULA-SITPF.
039300     PERFORM SOMMA-TAGLIA-SITPF THRU EX-SOMMA-TAGLIA-SITPF
039400        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > NTG-NTG.
039500 EX-ACCUMULA-SITPF.
039600     EXIT.
039700*
039800 SOMMA-TAGLIA-SITPF.
039900     ADD QTA-GIAC-PF OF REC-SITPF (I-TG) TO GIAC-OT (IX-OT).
040000     ADD QTA-ORD OF REC-SITPF (I-TG) TO ORD-SITPF-OT (IX-OT).
040100     ADD QTA-ORD-C OF REC-SITPF (I-TG)
040200       TO ORD-C-SITPF-OT (IX-OT).
040300 EX-SOMMA-TAGLIA-SITPF.
040400     EXIT.
040500*
040600*
040700*     ordinato fornitori ancora da ricevere, righe aperte
040800 CARICA-ORDFORN.
040900     OPEN INPUT FILE-ORDF.
041000     IF NOT OF-APERTO
041100        GO TO EX-CARICA-ORDFORN.
041200     MOVE 0 TO OK-FINE-FILE.
041300     PERFORM LEGGI-RIGA-ORDF THRU EX-LEGGI-RIGA-ORDF
041400        UNTIL LETTO-FINE-FILE.
041500     CLOSE FILE-ORDF.
041600 EX-CARICA-ORDFORN.
041700     EXIT.
041800*
041900 LEGGI-RIGA-ORDF.
042000     READ FILE-ORDF
042100        AT END
042200           MOVE 1 TO OK-FINE-FILE
042300           GO TO EX-LEGGI-RIGA-ORDF
042400     END-READ.
042500     IF STATO-OD NOT = "A"
042600        GO TO EX-LEGGI-RIGA-ORDF.
042700     MOVE C-MAT-OD TO C-MAT-TRANS-RID.
042800     MOVE CLASSE OF C-MAT-TRANSITO TO CLASSE-CERCA.
042900     MOVE MAG-OD TO MAG-CERCA.
043000     PERFORM TROVA-RIGA-OT THRU EX-TROVA-RIGA-OT.
043100     IF IX-OT = 0
043200        GO TO EX-LEGGI-RIGA-ORDF.
043300     PERFORM SOMMA-TAGLIA-ORDF THRU EX-SOMMA-TAGLIA-ORDF
043400        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > NTG-NTG.
043500 EX-LEGGI-RIGA-ORDF.
043600     EXIT.
043700*
043800 SOMMA-TAGLIA-ORDF.
043900     IF QTA-ORD-OD (I-TG) > QTA-RIC-OD (I-TG)
044000        COMPUTE QTA-RIGA = QTA-ORD-OD (I-TG) - QTA-RIC-OD (I-TG)
044100        ADD QTA-RIGA TO ORD-FORN-OT (IX-OT)
044200     END-IF.
044300 EX-SOMMA-TAGLIA-ORDF.
044400     EXIT.
044500*
044600*
044700*     impegni dei clienti ancora da assegnare, sul mese di
044800*     fine finestra; quelli gia' scaduti pesano sul primo mese
044900 CARICA-ORDSTAG.
045000     OPEN INPUT FILE-ORDST.
045100     IF NOT OS-APERTO
045200        GO TO EX-CARICA-ORDSTAG.
045300     MOVE 0 TO OK-FINE-FILE.
045400     PERFORM LEGGI-RIGA-ORDST THRU EX-LEGGI-RIGA-ORDST
045500        UNTIL LETTO-FINE-FILE.
045600     CLOSE FILE-ORDST.
045700 EX-CARICA-ORDSTAG.
045800     EXIT.
045900*
046000 LEGGI-RIGA-ORDST.
046100     READ FILE-ORDST
046200        AT END
046300           MOVE 1 TO OK-FINE-FILE
046400           GO TO EX-LEGGI-RIGA-ORDST
046500     END-READ.
046600     IF STATO-OR NOT = "A"
046700        GO TO EX-LEGGI-RIGA-ORDST.
046800     MOVE C-MAT-OR TO C-MAT-TRANS-RID.
046900     MOVE CLASSE OF C-MAT-TRANSITO TO CLASSE-CERCA.
047000     MOVE MAG-OR TO MAG-CERCA.
047100     PERFORM TROVA-RIGA-OT THRU EX-TROVA-RIGA-OT.
047200     IF IX-OT = 0
047300        GO TO EX-LEGGI-RIGA-ORDST.
047400     MOVE MM-A-OR TO MESE-CALC.
047500     IF MESE-CALC < MESE-DA OR MESE-CALC > 12
047600        MOVE MESE-DA TO MESE-CALC.
047700     PERFORM SOMMA-TAGLIA-ORDST THRU EX-SOMMA-TAGLIA-ORDST
047800        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > NTG-NTG.
047900 EX-LEGGI-RIGA-ORDST.
048000     EXIT.
048100*
048200 SOMMA-TAGLIA-ORDST.
048300     IF QTA-ORD-OR (I-TG) > QTA-ASS-OR (I-TG)
048400        COMPUTE QTA-RIGA = QTA-ORD-OR (I-TG) - QTA-ASS-OR (I-TG)
048500        ADD QTA-RIGA TO IMP-CLI-OT (IX-OT, MESE-CALC)
048600     END-IF.
048700 EX-SOMMA-TAGLIA-ORDST.
048800     EXIT.
048900*
049000*
049100 STAMPA-OTB.
049200     OPEN OUTPUT FILE-CSV.
049300     MOVE  136  TO LL-RIGA.
049400     MOVE 9999 TO N-MAX-RIGHE.
049500     MOVE "O" TO PRE-NOME-FILE.
049600     MOVE W-FORMATO-INTERNO TO TERM-N-FILE.
049700     CALL "QOLPPR" USING PAR-PRINT
049800                          RIGA BUFFER.
049900     MOVE 0   TO N-STAMPANTE.
050000     MOVE "M" TO COMANDO.
050100     MOVE 66  TO N-RIGA-STAMPA.
050200     MOVE SPACES TO DATI-RIGA.
050300     STRING " OPEN-TO-BUY MESI " DELIMITED BY SIZE
050400            MESE-DA-IN DELIMITED BY SIZE
050500            "-" DELIMITED BY SIZE
050600            MESE-A-IN DELIMITED BY SIZE
050700            "   (VALORI AL PREZZO MEDIO DEL PIANO)"
050800               DELIMITED BY SIZE
050900        INTO DATI-RIGA.
051000     PERFORM SCRIVI THRU EX-SCRIVI.
051100     MOVE "  CL  MAG  ME   SF.PIANO PZ     VALORE  SF.PROIET"
051200       &  " PZ     VALORE  ORD.FORN IMP.CLI    IMPEGNI    OTB"
051300       &  " PZ     VALORE" TO DATI-RIGA.
051400     MOVE 2 TO N-RIGA-STAMPA.
051500     PERFORM SCRIVI THRU EX-SCRIVI.
051600     MOVE 0 TO TOT-OTB-QTA TOT-OTB-VAL.
051700     PERFORM STAMPA-CLASSE-MAG THRU EX-STAMPA-CLASSE-MAG
051800        VARYING I-OT FROM 1 BY 1 UNTIL I-OT > N-OTB.
051900     MOVE TOT-OTB-QTA TO QTA-ED-1.
052000     COMPUTE VALORE-ED = TOT-OTB-VAL / 100.
052100     STRING " TOTALE OTB PEZZI " DELIMITED BY SIZE
052200            QTA-ED-1 DELIMITED BY SIZE
052300            "  VALORE " DELIMITED BY SIZE
052400            VALORE-ED DELIMITED BY SIZE
052500        INTO DATI-RIGA.
052600     MOVE 2 TO N-RIGA-STAMPA.
052700     PERFORM SCRIVI THRU EX-SCRIVI.
052800     CALL "QCLPPR" USING PAR-PRINT
052900                          RIGA BUFFER.
053000     IF CSV-APERTO
053100        CLOSE FILE-CSV.
053200 EX-STAMPA-OTB.
053300     EXIT.
053400*
053500*     una riga di riscontro SITPF e poi un mese per riga; il
053600*     mese dopo parte dalla scorta pianificata se l'OTB si
053700*     compra, da quella proiettata se si e' gia' sopra
053800 STAMPA-CLASSE-MAG.
053900     MOVE 0 TO PREZZO-MEDIO.
054000     IF PIANO-QTA-ANNO-OT (I-OT) > 0
054100        COMPUTE PREZZO-MEDIO = PIANO-VAL-ANNO-OT (I-OT)
054200                / PIANO-QTA-ANNO-OT (I-OT).
054300     MOVE GIAC-OT (I-OT) TO QTA-ED-1.
054400     MOVE ORD-SITPF-OT (I-OT) TO QTA-ED-2.
054500     MOVE ORD-C-SITPF-OT (I-OT) TO QTA-ED-3.
054600     STRING "  CL " DELIMITED BY SIZE
054700            CLASSE-OT (I-OT) DELIMITED BY SIZE
054800            " MAG " DELIMITED BY SIZE
054900            MAG-OT (I-OT) DELIMITED BY SIZE
055000            "  SITPF GIACENZA " DELIMITED BY SIZE
055100            QTA-ED-1 DELIMITED BY SIZE
055200            "  ORDINATA " DELIMITED BY SIZE
055300            QTA-ED-2 DELIMITED BY SIZE
055400            "  ORDINATA-C " DELIMITED BY SIZE
055500            QTA-ED-3 DELIMITED BY SIZE
055600        INTO DATI-RIGA.
055700     MOVE 2 TO N-RIGA-STAMPA.
055800     PERFORM SCRIVI THRU EX-SCRIVI.
055900     MOVE GIAC-OT (I-OT) TO INIZIO-QTA.
056000     PERFORM STAMPA-MESE-OTB THRU EX-STAMPA-MESE-OTB
056100        VARYING I-MM FROM MESE-DA BY 1 UNTIL I-MM > MESE-A.
056200 EX-STAMPA-CLASSE-MAG.
056300     EXIT.
056400*
056500 STAMPA-MESE-OTB.
056600     MOVE 0 TO ARRIVI-QTA.
056700     IF I-MM = MESE-DA
056800        MOVE ORD-FORN-OT (I-OT) TO ARRIVI-QTA.
056900     IF I-MM < 12
057000        MOVE PIANO-QTA-OT (I-OT, I-MM + 1) TO SF-PIANO-QTA
057100     ELSE
057200        MOVE PIANO-QTA-OT (I-OT, I-MM) TO SF-PIANO-QTA.
057300     COMPUTE SF-PROIET-QTA = INIZIO-QTA + ARRIVI-QTA
057400             - PIANO-QTA-OT (I-OT, I-MM)
057500             - IMP-CLI-OT (I-OT, I-MM).
057600     COMPUTE OTB-QTA = SF-PIANO-QTA - SF-PROIET-QTA.
057700     MOVE SPACES TO DATI-RIGA.
057800     MOVE CLASSE-OT (I-OT) TO CLASSE-OT-ST.
057900     MOVE MAG-OT (I-OT) TO MAG-OT-ST.
058000     MOVE I-MM TO MESE-OT-ST.
058100     MOVE SF-PIANO-QTA TO SF-PIANO-Q-ST.
058200     COMPUTE SF-PIANO-V-ST = SF-PIANO-QTA * PREZZO-MEDIO / 100.
058300     MOVE SF-PROIET-QTA TO SF-PROIET-Q-ST.
058400     COMPUTE SF-PROIET-V-ST =
058500             SF-PROIET-QTA * PREZZO-MEDIO / 100.
058600     MOVE ARRIVI-QTA TO ORD-FORN-Q-ST.
058700     MOVE IMP-CLI-OT (I-OT, I-MM) TO IMP-CLI-Q-ST.
058800     COMPUTE IMPEGNI-V-ST = (ARRIVI-QTA
058900             + IMP-CLI-OT (I-OT, I-MM)) * PREZZO-MEDIO / 100.
059000     MOVE OTB-QTA TO OTB-Q-ST.
059100     COMPUTE OTB-V-ST = OTB-QTA * PREZZO-MEDIO / 100.
059200     PERFORM SCRIVI-RIGA-CSV THRU EX-SCRIVI-RIGA-CSV.
059300     PERFORM SCRIVI THRU EX-SCRIVI.
059400     IF OTB-QTA > 0
059500        ADD OTB-QTA TO TOT-OTB-QTA
059600        COMPUTE TOT-OTB-VAL = TOT-OTB-VAL
059700                + OTB-QTA * PREZZO-MEDIO
059800        MOVE SF-PIANO-QTA TO INIZIO-QTA
059900     ELSE
060000        MOVE SF-PROIET-QTA TO INIZIO-QTA
060100     END-IF.
060200 EX-STAMPA-MESE-OTB.
060300     EXIT.
060400*
060500 SCRIVI-RIGA-CSV.
060600     IF NOT CSV-APERTO
060700        GO TO EX-SCRIVI-RIGA-CSV.
060800     MOVE T-TAB TO T-CSV-1 T-CSV-2 T-CSV-3 T-CSV-4 T-CSV-5
060900                   T-CSV-6 T-CSV-7 T-CSV-8 T-CSV-9 T-CSV-10
061000                   T-CSV-11.
061100     MOVE CLASSE-OT (I-OT) TO CLASSE-CSV.
061200     MOVE MAG-OT (I-OT) TO MAG-CSV.
061300     MOVE I-MM TO MESE-CSV.
061400     MOVE SF-PIANO-QTA TO SF-PIANO-Q-CSV.
061500     COMPUTE SF-PIANO-V-CSV = SF-PIANO-QTA * PREZZO-MEDIO / 100.
061600     MOVE SF-PROIET-QTA TO SF-PROIET-Q-CSV.
061700     COMPUTE SF-PROIET-V-CSV =
061800             SF-PROIET-QTA * PREZZO-MEDIO / 100.
061900     MOVE ARRIVI-QTA TO ORD-FORN-Q-CSV.
062000     MOVE IMP-CLI-OT (I-OT, I-MM) TO IMP-CLI-Q-CSV.
062100     COMPUTE IMPEGNI-V-CSV = (ARRIVI-QTA
062200             + IMP-CLI-OT (I-OT, I-MM)) * PREZZO-MEDIO / 100.
062300     MOVE OTB-QTA TO OTB-Q-CSV.
062400     COMPUTE OTB-V-CSV = OTB-QTA * PREZZO-MEDIO / 100.
062500     WRITE REC-CSV.
062600 EX-SCRIVI-RIGA-CSV.
062700     EXIT.
062800*
062900*
063000 SCRIVI.
063100     CALL "QWLPPR" USING PAR-PRINT
063200                         RIGA BUFFER.
063300     IF STATO OF PAR-PRINT NOT = 0
063400        MOVE STATO OF PAR-PRINT TO STATO-DISPLAY
063500        DISPLAY "OTBREP     ERRORE QPRINT CON STATO : "
063600                STATO-DISPLAY
063700     END-IF.
063800     MOVE SPACES TO DATI-RIGA.
063900     MOVE "S" TO COMANDO.
064000     MOVE 0 TO N-RIGA-STAMPA.
064100 EX-SCRIVI.
064200     EXIT.
064300*
064400*
064500 TTDBGET.
064600              COPY PDBGET.
064700*
064800*      FINE PROGRAMMA    **** /K OTBREP.COB  *****
