000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. FEEDAGEN.
000310*2026*        15/10/26
000320*     feed notturno per gli agenti di vendita: gli agenti
000330*     telefonavano in sede tutto il giorno per ordini,
000340*     spedizioni e insoluti dei loro clienti. Il portafoglio
000350*     di ogni agente viene da INDIRIZZI (CAMPO-AGE, CONTO-
000360*     PROVV e PERC-PROVV, scansione seriale come CTRLREF);
000370*     per ogni agente un file a campi separati da tabulatore
000380*     con record tipo come il DESADV di EXPDESAD:
000390*       00 testata (agente, nome da ANACON, data, giorni)
000400*       10 righe d'ordine aperte di ORDSTAGF (S, servito =
000410*          assegnato al ricevimento) e ORDKEYF (K, servito =
000420*          spedito), con ordinato/servito/residuo
000430*       20 DDT degli ultimi N giorni da PESODDT (cliente
000440*          CONTO-PW), una riga per collo col tracking di
000450*          TRACKREF (collo 0 se non ancora catturato)
000460*       30 partite aperte SCADAPER con i giorni di ritardo
000470*          contati come SCADENZ (scadenza al primo giorno
000480*          lavorativo, QDATAS funz.9)
000490*       40 provvigioni dell'anno per conto: fatturato e
00049A*          incassato (partite "P") dell'anno su SCADAPER per
00049B*          PERC-PROVV in centesimi di punto; 49 il totale
00049C*       99 coda con il numero di righe per tipo
00049D*     Il file atterra nella directory dell'agente (COMMAND2
00049E*     "FILE", gruppo A<agente>, nome F<data>) e parte per la
00049F*     via COMMAND2 SFTP di EXPDESAD. L'esito per agente va su
00049G*     FEEDAGLOG (YFEEDAG), con la riga di fine giro: RAPECCEZ
00049H*     segnala nel digest del mattino le consegne mancate e il
00049I*     giro non eseguito. Giorni dei DDT chiesti all'avvio
00049J*     (vuoto = 7), la catena ORCHEOD li passa come risposta.
00049K*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-FEED ASSIGN TO "FEEDAGE"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-FD.
001500     SELECT OPTIONAL FILE-LOG ASSIGN TO "FEEDAGLOG"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-FL.
001800     SELECT OPTIONAL FILE-ORDST ASSIGN TO "ORDSTAGF"
001900        ORGANIZATION IS LINE SEQUENTIAL
002000        FILE STATUS IS CHECK-OS.
002100     SELECT OPTIONAL FILE-ORDK ASSIGN TO "ORDKEYF"
002200        ORGANIZATION IS LINE SEQUENTIAL
002300        FILE STATUS IS CHECK-OK.
002400     SELECT OPTIONAL FILE-PESODDT ASSIGN TO "PESODDT"
002500        ORGANIZATION IS LINE SEQUENTIAL
002600        FILE STATUS IS CHECK-PW.
002700     SELECT OPTIONAL FILE-REF ASSIGN TO "TRACKREF"
002800        ORGANIZATION IS LINE SEQUENTIAL
002900        FILE STATUS IS CHECK-TR.
003000     SELECT OPTIONAL FILE-SCAD ASSIGN TO "SCADAPER"
003100        ORGANIZATION IS LINE SEQUENTIAL
003200        FILE STATUS IS CHECK-SC.
003300*
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD FILE-FEED DATA RECORD REC-FEED.
003700 01 REC-FEED                PIC X(160).
003800 01 REC-FEED-00 REDEFINES REC-FEED.
003900    05 TIPO-REC-00           PIC XX.
004000    05 T-00-1                PIC X.
004100    05 AGENTE-00             PIC 9(8).
004200    05 T-00-2                PIC X.
004300    05 NOME-00               PIC X(24).
004400    05 T-00-3                PIC X.
004500    05 DATA-00               PIC 9(6).
004600    05 T-00-4                PIC X.
004700    05 GIORNI-00             PIC 9(3).
004800    05 FILLER                PIC X(113).
004900 01 REC-FEED-10 REDEFINES REC-FEED.
005000    05 TIPO-REC-10           PIC XX.
005100    05 T-10-1                PIC X.
005200    05 ORIGINE-10            PIC X.
005300    05 T-10-2                PIC X.
005400    05 CONTO-10              PIC 9(8).
005500    05 T-10-3                PIC X.
005600    05 ORDINE-10             PIC X(10).
005700    05 T-10-4                PIC X.
005800    05 C-MAT-10              PIC 9(15).
005900    05 T-10-5                PIC X.
006000    05 MAG-10                PIC 9(3).
006100    05 T-10-6                PIC X.
006200    05 CONSEGNA-10           PIC 9(6).
006300    05 T-10-7                PIC X.
006400    05 ORDINATO-10           PIC 9(6).
006500    05 T-10-8                PIC X.
006600    05 SERVITO-10            PIC 9(6).
006700    05 T-10-9                PIC X.
006800    05 RESIDUO-10            PIC 9(6).
006900    05 FILLER                PIC X(88).
007000 01 REC-FEED-20 REDEFINES REC-FEED.
007100    05 TIPO-REC-20           PIC XX.
007200    05 T-20-1                PIC X.
007300    05 DATA-DDT-20           PIC 9(6).
007400    05 T-20-2                PIC X.
007500    05 NUMERO-DDT-20         PIC 9(6).
007600    05 T-20-3                PIC X.
007700    05 CONTO-20              PIC 9(8).
007800    05 T-20-4                PIC X.
007900    05 VETTORE-20            PIC 9(8).
008000    05 T-20-5                PIC X.
008100    05 COLLI-20              PIC 9(3).
008200    05 T-20-6                PIC X.
008300    05 COLLO-20              PIC 9(3).
008400    05 T-20-7                PIC X.
008500    05 TRACKING-20           PIC X(20).
008600    05 FILLER                PIC X(97).
008700 01 REC-FEED-30 REDEFINES REC-FEED.
008800    05 TIPO-REC-30           PIC XX.
008900    05 T-30-1                PIC X.
009000    05 CONTO-30              PIC 9(8).
009100    05 T-30-2                PIC X.
009200    05 NUM-PREFATT-30        PIC 9(4).
009300    05 T-30-3                PIC X.
009400    05 DATA-PREF-30          PIC 9(6).
009500    05 T-30-4                PIC X.
009600    05 GGPAG-30              PIC 9(3).
009700    05 T-30-5                PIC X.
009800    05 IMPORTO-30            PIC Z(10)9,99.
009900    05 T-30-6                PIC X.
010000    05 RITARDO-30            PIC -(4)9.
010100    05 FILLER                PIC X(112).
010200 01 REC-FEED-40 REDEFINES REC-FEED.
010300    05 TIPO-REC-40           PIC XX.
010400    05 T-40-1                PIC X.
010500    05 CONTO-40              PIC 9(8).
010600    05 T-40-2                PIC X.
010700    05 PERC-40               PIC ZZ9,99.
010800    05 T-40-3                PIC X.
010900    05 FATTURATO-40          PIC Z(10)9,99.
011000    05 T-40-4                PIC X.
011100    05 INCASSATO-40          PIC Z(10)9,99.
011200    05 T-40-5                PIC X.
011300    05 PROVV-FATT-40         PIC Z(10)9,99.
011400    05 T-40-6                PIC X.
011500    05 PROVV-INC-40          PIC Z(10)9,99.
011600    05 FILLER                PIC X(79).
011700 01 REC-FEED-99 REDEFINES REC-FEED.
011800    05 TIPO-REC-99           PIC XX.
011900    05 T-99-1                PIC X.
012000    05 N-10-99               PIC 9(6).
012100    05 T-99-2                PIC X.
012200    05 N-20-99               PIC 9(6).
012300    05 T-99-3                PIC X.
012400    05 N-30-99               PIC 9(6).
012500    05 T-99-4                PIC X.
012600    05 N-40-99               PIC 9(6).
012700    05 FILLER                PIC X(125).
012800*
012900 FD FILE-LOG DATA RECORD REC-FEEDLOG.
013000 01 REC-FEEDLOG            COPY YFEEDAG.
013100*
013200 FD FILE-ORDST DATA RECORD REC-ORDST.
013300 01 REC-ORDST.
013400    05 DATA-OR               PIC 9(6).
013500    05 TG-OR-1               PIC X.
013600    05 CONTO-OR              PIC 9(8).
013700    05 TG-OR-2               PIC X.
013800    05 C-MAT-OR              PIC 9(15).
013900    05 TG-OR-3               PIC X.
014000    05 MAG-OR                PIC 9(3).
014100    05 TG-OR-4               PIC X.
014200    05 DATA-DA-OR            PIC 9(6).
014300    05 TG-OR-5               PIC X.
014400    05 DATA-A-OR             PIC 9(6).
014500    05 TG-OR-6               PIC X.
014600    05 QTA-ORDINATE-OR.
014700     10 QTA-ORD-OR           PIC 9(4) OCCURS 10.
014800    05 TG-OR-7               PIC X.
014900    05 QTA-ASSEGNATE-OR.
015000     10 QTA-ASS-OR           PIC 9(4) OCCURS 10.
015100    05 TG-OR-8               PIC X.
015200    05 STATO-OR              PIC X.
015300*
015400 FD FILE-ORDK DATA RECORD REC-ORDK.
015500 01 REC-ORDK.
015600    05 CONTO-OK              PIC 9(8).
015700    05 TG-OK-1               PIC X.
015800    05 NUM-ORDINE-OK         PIC X(10).
015900    05 TG-OK-2               PIC X.
016000    05 C-MAT-OK              PIC 9(15).
016100    05 TG-OK-3               PIC X.
016200    05 MAG-OK                PIC 9(3).
016300    05 TG-OK-4               PIC X.
016400    05 DATA-RICH-OK          PIC 9(6).
016500    05 TG-OK-5               PIC X.
016600    05 QTA-ORDINATE-OK.
016700     10 QTA-ORD-OK           PIC 9(4) OCCURS 10.
016800    05 TG-OK-6               PIC X.
016900    05 QTA-SPEDITE-OK.
017000     10 QTA-SPED-OK          PIC 9(4) OCCURS 10.
017100    05 TG-OK-7               PIC X.
017200    05 STATO-OK              PIC X.
017300*
017400 FD FILE-PESODDT DATA RECORD REC-PESODDT.
017500 01 REC-PESODDT            COPY YPESODDT.
017600*
017700 FD FILE-REF DATA RECORD REC-REF.
017800 01 REC-REF.
017900    05 DATA-TR               PIC 9(6).
018000    05 TG-TR-1               PIC X.
018100    05 NUMERO-DDT-TR         PIC 9(6).
018200    05 TG-TR-2               PIC X.
018300    05 COLLO-TR              PIC 9(3).
018400    05 TG-TR-3               PIC X.
018500    05 CONTO-VET-TR          PIC 9(8).
018600    05 TG-TR-4               PIC X.
018700    05 TRACKING-TR           PIC X(20).
018800*
018900 FD FILE-SCAD DATA RECORD REC-SCAD.
019000 01 REC-SCAD.
019100    05 DATA-PREF-SC          PIC 9(6).
019200    05 TG-SC-1               PIC X.
019300    05 CONTO-SC              PIC 9(8).
019400    05 TG-SC-2               PIC X.
019500    05 NUM-PREFATT-SC        PIC 9(4).
019600    05 TG-SC-3               PIC X.
019700    05 GGPAG-SC              PIC 9(3).
019800    05 TG-SC-4               PIC X.
019900    05 N-BOLLE-SC            PIC 9(4).
020000    05 TG-SC-5               PIC X.
020100    05 IMPORTO-SC            PIC 9(13).
020200    05 TG-SC-6               PIC X.
020300    05 STATO-SC              PIC X.
020400*
020500 WORKING-STORAGE SECTION.
020600*
020700 01 AREA-REC-SET     PIC X(512).
020800 01 FILLER REDEFINES AREA-REC-SET.
020900  05 REC-ANACON      COPY YANACON.
021000 01 FILLER REDEFINES AREA-REC-SET.
021100  05 REC-INDIRIZZI   COPY YINDIRIZ.
021200*
021300 77 CHECK-FD        PIC XX.
021400    88 FD-APERTO    VALUES ARE "05", "00".
021500 77 CHECK-FL        PIC XX.
021600    88 FL-APERTO    VALUES ARE "05", "00".
021700 77 CHECK-OS        PIC XX.
021800    88 OS-APERTO    VALUES ARE "05", "00".
021900 77 CHECK-OK        PIC XX.
022000    88 OK-APERTO    VALUES ARE "05", "00".
022100 77 CHECK-PW        PIC XX.
022200    88 PW-APERTO    VALUES ARE "05", "00".
022300 77 CHECK-TR        PIC XX.
022400    88 TR-APERTO    VALUES ARE "05", "00".
022500 77 CHECK-SC        PIC XX.
022600    88 SC-APERTO    VALUES ARE "05", "00".
022700*
022800 01 OK-FINE-FILE    PIC S9(4) COMP.
022900    88 LETTO-FINE-FILE VALUE 1.
023000 01 OK-FINE-SET     PIC S9(4) COMP.
023100    88 LETTO-FINE-SET VALUE 1.
023200 01 NUM-REC-SET     PIC S9(9) COMP.
023300*
023400 01 T-TAB           PIC X VALUE X"9".
023500*
023600 01 PARGEN           COPY QPARGEN.
023700 01 PARQDATA         COPY QPARDATS.
023800*
023900 01 GIORNI-IN       PIC X(3).
024000 01 GIORNI-DDT      PIC 9(3).
024100 01 DATA-OGGI-FA    PIC 9(6).
024200 01 DATA-OGGI-X REDEFINES DATA-OGGI-FA.
024300  05 AA-OGGI        PIC 99.
024400  05 FILLER         PIC X(4).
024500 01 SERIALE-OGGI    PIC S9(9) COMP.
024600 01 SERIALE-LIMITE  PIC S9(9) COMP.
024700 01 SERIALE-SCAD    PIC S9(9) COMP.
024800 01 DATA-COM        PIC 9(6).
024900 01 DATA-COM-X REDEFINES DATA-COM.
025000  05 AA-COM         PIC 99.
025100  05 FILLER         PIC X(4).
025200 01 SERIALE-COM     PIC S9(9) COMP.
025300*
025400* portafoglio: coppie agente/conto da INDIRIZZI
025500 01 TAB-PORTAF-FA.
025600  05 RIGA-PF OCCURS 3000.
025700   10 AGENTE-PF        PIC 9(8).
025800   10 CONTO-PF         PIC 9(8).
025900   10 PERC-PF          PIC S9(4) COMP.
026000 01 N-PORTAF-FA     PIC S9(4) COMP.
026100 01 I-PF            PIC S9(4) COMP.
026200 01 IX-PF           PIC S9(4) COMP.
026300 01 K-AGE           PIC S9(4) COMP.
026400*
026500 01 TAB-AGENTI-FA.
026600  05 AGENTE-AG OCCURS 200  PIC 9(8).
026700 01 N-AGENTI-FA     PIC S9(4) COMP.
026800 01 I-AG            PIC S9(4) COMP.
026900 01 IX-AG           PIC S9(4) COMP.
027000 01 AGENTE-COR      PIC 9(8).
027100 01 CONTO-CERCA     PIC 9(8).
027200*
027300* DDT della finestra (PESODDT) e colli catturati (TRACKREF)
027400 01 TAB-DDT-FA.
027500  05 RIGA-DT OCCURS 2000.
027600   10 DATA-DT          PIC 9(6).
027700   10 NUMERO-DDT-DT    PIC 9(6).
027800   10 CONTO-DT         PIC 9(8).
027900   10 CONTO-VET-DT     PIC 9(8).
028000   10 COLLI-DT         PIC 9(3).
028100 01 N-DDT-FA        PIC S9(4) COMP.
028200 01 I-DT            PIC S9(4) COMP.
028300*
028400 01 TAB-TRACK-FA.
028500  05 RIGA-TK OCCURS 2000.
028600   10 DATA-TK          PIC 9(6).
028700   10 NUMERO-DDT-TK    PIC 9(6).
028800   10 COLLO-TK         PIC 9(3).
028900   10 TRACKING-TK      PIC X(20).
029000 01 N-TRACK-FA      PIC S9(4) COMP.
029100 01 I-TK            PIC S9(4) COMP.
029200 01 COLLI-SCRITTI   PIC S9(4) COMP.
029300*
029400* partite SCADAPER (aperte e incassate)
029500 01 TAB-PARTITE-FA.
029600  05 RIGA-PZ OCCURS 1000.
029700   10 DATA-PZ          PIC 9(6).
029800   10 CONTO-PZ         PIC 9(8).
029900   10 NUM-PZ           PIC 9(4).
030000   10 GGPAG-PZ         PIC 9(3).
030100   10 IMPORTO-PZ       PIC 9(13).
030200   10 STATO-PZ         PIC X.
030300   10 GG-RITARDO-PZ    PIC S9(5) COMP.
030400 01 N-PARTITE-FA    PIC S9(4) COMP.
030500 01 I-PZ            PIC S9(4) COMP.
030600*
030700 01 FATTURATO-CONTO PIC S9(15) COMP-3.
030800 01 INCASSATO-CONTO PIC S9(15) COMP-3.
030900 01 PROVV-FATT-CONTO PIC S9(15) COMP-3.
031000 01 PROVV-INC-CONTO PIC S9(15) COMP-3.
031100 01 FATTURATO-AGE   PIC S9(15) COMP-3.
031200 01 INCASSATO-AGE   PIC S9(15) COMP-3.
031300 01 PROVV-FATT-AGE  PIC S9(15) COMP-3.
031400 01 PROVV-INC-AGE   PIC S9(15) COMP-3.
031500*
031600 01 QTA-ORD-TOT     PIC S9(7) COMP.
031700 01 QTA-SERV-TOT    PIC S9(7) COMP.
031800 01 I-TG            PIC S9(4) COMP.
031900*
032000 01 RIGHE-10        PIC S9(5) COMP.
032100 01 RIGHE-20        PIC S9(5) COMP.
032200 01 RIGHE-30        PIC S9(5) COMP.
032300 01 RIGHE-40        PIC S9(5) COMP.
032400 01 CONSEGNATI      PIC S9(4) COMP.
032500 01 MANCATI         PIC S9(4) COMP.
032600 01 CONTA-ED        PIC ZZZ9.
032700*
032800 01 COMANDO-FILE-FA.
032900  05 FILLER          PIC X(80).
033000 01 COMANDO-SFTP-FA.
033100  05 FILLER      PIC X(12) VALUE "SFTP FEEDAGE".
033200  05 FILLER      PIC X     VALUE X"13".
033300  05 FILLER      PIC X(27) VALUE SPACES.
033400 01 CARRIAGE-RETURN  PIC X VALUE X"13".
033500 01 ERR              PIC S9(4) COMP VALUE 0.
033600 01 ERR-PARM         PIC S9(4) COMP VALUE 0.
033700 01 ERR-DISP         PIC -(4).
033800*
033900 LINKAGE SECTION.
034000*
034100 01 W-COMMON       COPY WCOMMONW.
034200*
034300*PAGE
034400 PROCEDURE DIVISION  USING W-COMMON.
034500 INIZIO.
034600     DISPLAY "----  FEED NOTTURNO AGENTI  -------------".
034700     DISPLAY "Giorni di DDT (vuoto = 7)  " NO ADVANCING.
034800     MOVE SPACES TO GIORNI-IN.
034900     ACCEPT GIORNI-IN.
035000     IF GIORNI-IN = SPACES
035100        MOVE 7 TO GIORNI-DDT
035200     ELSE
035300        IF GIORNI-IN NUMERIC
035400           MOVE GIORNI-IN TO GIORNI-DDT
035500        ELSE
035600           DISPLAY "Giorni non numerici"
035700           GO TO FINE.
035800     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-OGGI-FA.
035900     MOVE DATA-OGGI-FA TO DATA-COM.
036000     PERFORM SERIALE-DATA THRU EX-SERIALE-DATA.
036100     MOVE SERIALE-COM TO SERIALE-OGGI.
036200     COMPUTE SERIALE-LIMITE = SERIALE-OGGI - GIORNI-DDT.
036300     PERFORM CARICA-PORTAFOGLIO THRU EX-CARICA-PORTAFOGLIO.
036400     PERFORM CARICA-DDT THRU EX-CARICA-DDT.
036500     PERFORM CARICA-TRACKING THRU EX-CARICA-TRACKING.
036600     PERFORM CARICA-PARTITE THRU EX-CARICA-PARTITE.
036700     MOVE 0 TO CONSEGNATI MANCATI.
036800     OPEN EXTEND FILE-LOG.
036900     PERFORM TRATTA-AGENTE THRU EX-TRATTA-AGENTE
037000        VARYING I-AG FROM 1 BY 1 UNTIL I-AG > N-AGENTI-FA.
037100     IF FL-APERTO
037200        MOVE SPACES TO REC-FEEDLOG
037300        MOVE T-TAB TO TG-FA-1 TG-FA-2 TG-FA-3 TG-FA-4 TG-FA-5
037400        MOVE DATA-OGGI-FA TO DATA-FA
037500        MOVE 0 TO AGENTE-FA ERR-FA
037600        MOVE "FI" TO ESITO-FA
037700        MOVE "FINE" TO FASE-FA
037800        MOVE N-AGENTI-FA TO RIGHE-FA
037900        WRITE REC-FEEDLOG
038000        CLOSE FILE-LOG
038100     END-IF.
038200     MOVE CONSEGNATI TO CONTA-ED.
038300     DISPLAY "Feed consegnati           " CONTA-ED.
038400     MOVE MANCATI TO CONTA-ED.
038500     DISPLAY "Consegne mancate          " CONTA-ED.
038600 FINE.
038700     EXIT PROGRAM.
038800*
038900*
039000*     numero seriale del giorno DATA-COM (AAMMGG): QDATAS
039100*     funz.2 per capovolgerla, funz.6 per il seriale
039200 SERIALE-DATA.
039300     MOVE DATA-COM TO Q-DATA-I.
039400     MOVE 2 TO Q-FUNZIONE OF PARGEN.
039500     CANCEL "QDATAS"
039600     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA
039700                         Q-AA-4 Q-GIORNI-SERIALE.
039800     MOVE 6 TO Q-FUNZIONE OF PARGEN.
039900     CANCEL "QDATAS"
040000     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA
040100                         Q-AA-4 Q-GIORNI-SERIALE.
040200     MOVE Q-GIORNI-SERIALE TO SERIALE-COM.
040300 EX-SERIALE-DATA.
040400     EXIT.
040500*
040600*
040700******************************************************
040800*  PORTAFOGLIO AGENTI DA INDIRIZZI                    *
040900******************************************************
041000 CARICA-PORTAFOGLIO.
041100     MOVE 0 TO N-PORTAF-FA N-AGENTI-FA.
041200     MOVE 0 TO NUM-REC-SET OK-FINE-SET.
041300     MOVE 0 TO W-STATUS-WORD-IMAGE.
041400     PERFORM LEGGI-INDIRIZZI-SER THRU EX-LEGGI-INDIRIZZI-SER
041500        UNTIL LETTO-FINE-SET.
041600 EX-CARICA-PORTAFOGLIO.
041700     EXIT.
041800*
041900 LEGGI-INDIRIZZI-SER.
042000     ADD 1 TO NUM-REC-SET.
042100     MOVE NUM-REC-SET TO W-VALORE-CAMPO-W.
042200     MOVE 2 TO W-MODO.
042300     MOVE "INDIRIZ;"   TO W-NOME-DATA-SET.
042400     PERFORM TTDBGET THRU EX-TTDBGET.
042500     IF W-FUORI-FILE OR W-FINE-FILE
042600        MOVE 1 TO OK-FINE-SET
042700        GO TO EX-LEGGI-INDIRIZZI-SER.
042800     IF NOT W-OK-IMAGE
042900        GO TO EX-LEGGI-INDIRIZZI-SER.
043000     IF ANNULLATO OF REC-INDIRIZZI
043100        GO TO EX-LEGGI-INDIRIZZI-SER.
043200     PERFORM METTI-AGENTE THRU EX-METTI-AGENTE
043300        VARYING K-AGE FROM 1 BY 1 UNTIL K-AGE > 3.
043400 EX-LEGGI-INDIRIZZI-SER.
043500     EXIT.
043600*
043700*     una coppia agente/conto sola anche se il conto ha piu'
043800*     indirizzi (vale la percentuale del primo)
043900 METTI-AGENTE.
044000     IF CONTO-PROVV OF REC-INDIRIZZI (K-AGE) NOT > 0
044100        GO TO EX-METTI-AGENTE.
044200     MOVE CONTO-PROVV OF REC-INDIRIZZI (K-AGE) TO AGENTE-COR.
044300     MOVE CONTO OF REC-INDIRIZZI TO CONTO-CERCA.
044400     PERFORM CERCA-PORTAF THRU EX-CERCA-PORTAF.
044500     IF IX-PF NOT = 0
044600        GO TO EX-METTI-AGENTE.
044700     IF N-PORTAF-FA NOT < 3000
044800        DISPLAY "FEEDAGEN   TAB-PORTAF-FA da allargare"
044900        GO TO EX-METTI-AGENTE.
045000     ADD 1 TO N-PORTAF-FA.
045100     MOVE AGENTE-COR TO AGENTE-PF (N-PORTAF-FA).
045200     MOVE CONTO-CERCA TO CONTO-PF (N-PORTAF-FA).
045300     MOVE PERC-PROVV OF REC-INDIRIZZI (K-AGE)
045400       TO PERC-PF (N-PORTAF-FA).
045500     MOVE 0 TO IX-AG.
045600     PERFORM CERCA-AGENTE THRU EX-CERCA-AGENTE
045700        VARYING I-AG FROM 1 BY 1 UNTIL I-AG > N-AGENTI-FA.
045800     IF IX-AG = 0
045900        IF N-AGENTI-FA < 200
046000           ADD 1 TO N-AGENTI-FA
046100           MOVE AGENTE-COR TO AGENTE-AG (N-AGENTI-FA)
046200        ELSE
046300           DISPLAY "FEEDAGEN   TAB-AGENTI-FA da allargare"
046400        END-IF
046500     END-IF.
046600 EX-METTI-AGENTE.
046700     EXIT.
046800*
046900 CERCA-AGENTE.
047000     IF AGENTE-AG (I-AG) = AGENTE-COR
047100        MOVE I-AG TO IX-AG.
047200 EX-CERCA-AGENTE.
047300     EXIT.
047400*
047500*     il conto CONTO-CERCA e' nel portafoglio di AGENTE-COR?
047600 CERCA-PORTAF.
047700     MOVE 0 TO IX-PF.
047800     PERFORM CONFRONTA-PORTAF THRU EX-CONFRONTA-PORTAF
047900        VARYING I-PF FROM 1 BY 1
048000        UNTIL I-PF > N-PORTAF-FA OR IX-PF NOT = 0.
048100 EX-CERCA-PORTAF.
048200     EXIT.
048300*
048400 CONFRONTA-PORTAF.
048500     IF AGENTE-PF (I-PF) = AGENTE-COR
048600        AND CONTO-PF (I-PF) = CONTO-CERCA
048700        MOVE I-PF TO IX-PF.
048800 EX-CONFRONTA-PORTAF.
048900     EXIT.
049000*
049100*
049200******************************************************
049300*  DDT, TRACKING E PARTITE IN MEMORIA                 *
049400******************************************************
049500*     DDT di vendita (CONTO-PW valorizzato) degli ultimi
049600*     GIORNI-DDT giorni
049700 CARICA-DDT.
049800     MOVE 0 TO N-DDT-FA.
049900     OPEN INPUT FILE-PESODDT.
050000     IF NOT PW-APERTO
050100        GO TO EX-CARICA-DDT.
050200     MOVE 0 TO OK-FINE-FILE.
050300     PERFORM LEGGI-RIGA-PW THRU EX-LEGGI-RIGA-PW
050400        UNTIL LETTO-FINE-FILE.
050500     CLOSE FILE-PESODDT.
050600 EX-CARICA-DDT.
050700     EXIT.
050800*
050900 LEGGI-RIGA-PW.
051000     READ FILE-PESODDT
051100        AT END
051200           MOVE 1 TO OK-FINE-FILE
051300           GO TO EX-LEGGI-RIGA-PW
051400     END-READ.
051500     IF DATA-PW NOT NUMERIC OR CONTO-PW NOT NUMERIC
051600        GO TO EX-LEGGI-RIGA-PW.
051700     IF CONTO-PW = 0 OR DATA-PW > DATA-OGGI-FA
051800        GO TO EX-LEGGI-RIGA-PW.
051900     MOVE DATA-PW TO DATA-COM.
052000     PERFORM SERIALE-DATA THRU EX-SERIALE-DATA.
052100     IF SERIALE-COM < SERIALE-LIMITE
052200        GO TO EX-LEGGI-RIGA-PW.
052300     IF N-DDT-FA NOT < 2000
052400        DISPLAY "FEEDAGEN   TAB-DDT-FA da allargare"
052500        GO TO EX-LEGGI-RIGA-PW.
052600     ADD 1 TO N-DDT-FA.
052700     MOVE DATA-PW TO DATA-DT (N-DDT-FA).
052800     MOVE NUMERO-DDT-PW TO NUMERO-DDT-DT (N-DDT-FA).
052900     MOVE CONTO-PW TO CONTO-DT (N-DDT-FA).
053000     MOVE CONTO-VET-PW TO CONTO-VET-DT (N-DDT-FA).
053100     MOVE COLLI-PW TO COLLI-DT (N-DDT-FA).
053200 EX-LEGGI-RIGA-PW.
053300     EXIT.
053400*
053500*     colli catturati non prima del DDT piu' vecchio in finestra
053600 CARICA-TRACKING.
053700     MOVE 0 TO N-TRACK-FA.
053800     IF N-DDT-FA = 0
053900        GO TO EX-CARICA-TRACKING.
054000     OPEN INPUT FILE-REF.
054100     IF NOT TR-APERTO
054200        GO TO EX-CARICA-TRACKING.
054300     MOVE 0 TO OK-FINE-FILE.
054400     PERFORM LEGGI-RIGA-TR THRU EX-LEGGI-RIGA-TR
054500        UNTIL LETTO-FINE-FILE.
054600     CLOSE FILE-REF.
054700 EX-CARICA-TRACKING.
054800     EXIT.
054900*
055000 LEGGI-RIGA-TR.
055100     READ FILE-REF
055200        AT END
055300           MOVE 1 TO OK-FINE-FILE
055400           GO TO EX-LEGGI-RIGA-TR
055500     END-READ.
055600     IF DATA-TR NOT NUMERIC OR NUMERO-DDT-TR NOT NUMERIC
055700        GO TO EX-LEGGI-RIGA-TR.
055800     MOVE DATA-TR TO DATA-COM.
055900     PERFORM SERIALE-DATA THRU EX-SERIALE-DATA.
056000     IF SERIALE-COM < SERIALE-LIMITE
056100        GO TO EX-LEGGI-RIGA-TR.
056200     IF N-TRACK-FA NOT < 2000
056300        DISPLAY "FEEDAGEN   TAB-TRACK-FA da allargare"
056400        GO TO EX-LEGGI-RIGA-TR.
056500     ADD 1 TO N-TRACK-FA.
056600     MOVE DATA-TR TO DATA-TK (N-TRACK-FA).
056700     MOVE NUMERO-DDT-TR TO NUMERO-DDT-TK (N-TRACK-FA).
056800     MOVE COLLO-TR TO COLLO-TK (N-TRACK-FA).
056900     MOVE TRACKING-TR TO TRACKING-TK (N-TRACK-FA).
057000 EX-LEGGI-RIGA-TR.
057100     EXIT.
057200*
057300 CARICA-PARTITE.
057400     MOVE 0 TO N-PARTITE-FA.
057500     OPEN INPUT FILE-SCAD.
057600     IF NOT SC-APERTO
057700        GO TO EX-CARICA-PARTITE.
057800     MOVE 0 TO OK-FINE-FILE.
057900     PERFORM LEGGI-RIGA-SCAD THRU EX-LEGGI-RIGA-SCAD
058000        UNTIL LETTO-FINE-FILE.
058100     CLOSE FILE-SCAD.
058200 EX-CARICA-PARTITE.
058300     EXIT.
058400*
058500 LEGGI-RIGA-SCAD.
058600     READ FILE-SCAD
058700        AT END
058800           MOVE 1 TO OK-FINE-FILE
058900           GO TO EX-LEGGI-RIGA-SCAD
059000     END-READ.
059100     IF N-PARTITE-FA NOT < 1000
059200        DISPLAY "FEEDAGEN   TAB-PARTITE-FA da allargare"
059300        GO TO EX-LEGGI-RIGA-SCAD.
059400     ADD 1 TO N-PARTITE-FA.
059500     MOVE DATA-PREF-SC TO DATA-PZ (N-PARTITE-FA).
059600     MOVE CONTO-SC TO CONTO-PZ (N-PARTITE-FA).
059700     MOVE NUM-PREFATT-SC TO NUM-PZ (N-PARTITE-FA).
059800     MOVE GGPAG-SC TO GGPAG-PZ (N-PARTITE-FA).
059900     MOVE IMPORTO-SC TO IMPORTO-PZ (N-PARTITE-FA).
060000     MOVE STATO-SC TO STATO-PZ (N-PARTITE-FA).
060100     MOVE 0 TO GG-RITARDO-PZ (N-PARTITE-FA).
060200     IF STATO-SC = "A"
060300        MOVE N-PARTITE-FA TO I-PZ
060400        PERFORM RITARDO-PARTITA THRU EX-RITARDO-PARTITA.
060500 EX-LEGGI-RIGA-SCAD.
060600     EXIT.
060700*
060800*     come SCADENZ: scadenza = emissione piu' GGPAG portata al
060900*     primo giorno lavorativo, ritardo da li' a oggi
061000 RITARDO-PARTITA.
061100     MOVE DATA-PZ (I-PZ) TO Q-DATA-I.
061200     MOVE GGPAG-PZ (I-PZ) TO Q-GG-LAVORO.
061300     MOVE 0 TO Q-SOC-CAL Q-MAG-CAL Q-VET-CAL.
061400     MOVE 9 TO Q-FUNZIONE OF PARGEN.
061500     CANCEL "QDATAS"
061600     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA
061700                         Q-AA-4 Q-GIORNI-SERIALE Q-CALENDARIO.
061800     IF Q-STATO OF PARGEN NOT = 0
061900        GO TO EX-RITARDO-PARTITA.
062000     MOVE Q-DATA-I TO DATA-COM.
062100     PERFORM SERIALE-DATA THRU EX-SERIALE-DATA.
062200     MOVE SERIALE-COM TO SERIALE-SCAD.
062300     COMPUTE GG-RITARDO-PZ (I-PZ) = SERIALE-OGGI - SERIALE-SCAD.
062400 EX-RITARDO-PARTITA.
062500     EXIT.
062600*
062700*
062800******************************************************
062900*  FEED DI UN AGENTE                                  *
063000******************************************************
063100 TRATTA-AGENTE.
063200     MOVE AGENTE-AG (I-AG) TO AGENTE-COR.
063300     MOVE 0 TO RIGHE-10 RIGHE-20 RIGHE-30 RIGHE-40 ERR.
063400     PERFORM AGGANCIA-FILE-AGENTE THRU EX-AGGANCIA-FILE-AGENTE.
063500     IF ERR NOT = 0
063600        MOVE "FILE" TO FASE-FA
063700        GO TO MANCATA-CONSEGNA.
063800     OPEN OUTPUT FILE-FEED.
063900     IF NOT FD-APERTO
064000        MOVE "APERTURA" TO FASE-FA
064100        MOVE 0 TO ERR
064200        GO TO MANCATA-CONSEGNA.
064300     PERFORM SCRIVI-TESTATA THRU EX-SCRIVI-TESTATA.
064400     PERFORM SCRIVI-ORDINI THRU EX-SCRIVI-ORDINI.
064500     PERFORM SCRIVI-DDT-AGE THRU EX-SCRIVI-DDT-AGE
064600        VARYING I-DT FROM 1 BY 1 UNTIL I-DT > N-DDT-FA.
064700     PERFORM SCRIVI-PARTITA THRU EX-SCRIVI-PARTITA
064800        VARYING I-PZ FROM 1 BY 1 UNTIL I-PZ > N-PARTITE-FA.
064900     PERFORM SCRIVI-PROVVIGIONI THRU EX-SCRIVI-PROVVIGIONI.
065000     MOVE SPACES TO REC-FEED.
065100     MOVE "99" TO TIPO-REC-99.
065200     MOVE T-TAB TO T-99-1 T-99-2 T-99-3 T-99-4.
065300     MOVE RIGHE-10 TO N-10-99.
065400     MOVE RIGHE-20 TO N-20-99.
065500     MOVE RIGHE-30 TO N-30-99.
065600     MOVE RIGHE-40 TO N-40-99.
065700     WRITE REC-FEED.
065800     CLOSE FILE-FEED.
065900     PERFORM CONSEGNA-SFTP THRU EX-CONSEGNA-SFTP.
066000     IF ERR NOT = 0
066100        MOVE "SFTP" TO FASE-FA
066200        GO TO MANCATA-CONSEGNA.
066300     ADD 1 TO CONSEGNATI.
066400     MOVE "OK" TO ESITO-FA.
066500     MOVE "SFTP" TO FASE-FA.
066600     GO TO REGISTRA-ESITO.
066700 MANCATA-CONSEGNA.
066800     ADD 1 TO MANCATI.
066900     MOVE "KO" TO ESITO-FA.
067000     DISPLAY "FEEDAGEN   consegna mancata agente " AGENTE-COR
067100             " fase " FASE-FA.
067200 REGISTRA-ESITO.
067300     IF NOT FL-APERTO
067400        GO TO EX-TRATTA-AGENTE.
067500     MOVE T-TAB TO TG-FA-1 TG-FA-2 TG-FA-3 TG-FA-4 TG-FA-5.
067600     MOVE DATA-OGGI-FA TO DATA-FA.
067700     MOVE AGENTE-COR TO AGENTE-FA.
067800     IF ERR < 0
067900        COMPUTE ERR-FA = 0 - ERR
068000     ELSE
068100        MOVE ERR TO ERR-FA.
068200     COMPUTE RIGHE-FA = RIGHE-10 + RIGHE-20 + RIGHE-30
068300                        + RIGHE-40.
068400     WRITE REC-FEEDLOG.
068500 EX-TRATTA-AGENTE.
068600     EXIT.
068700*
068800*     il file atterra nella directory dell'agente: gruppo
068900*     A<agente>, nome F<data> (COMMAND2 "FILE" come EXPDESAD)
069000 AGGANCIA-FILE-AGENTE.
069100     MOVE SPACES TO COMANDO-FILE-FA.
069200     STRING "FILE FEEDAGE=F" DELIMITED BY SIZE
069300            DATA-OGGI-FA DELIMITED BY SIZE
069400            ".A" DELIMITED BY SIZE
069500            AGENTE-COR DELIMITED BY SIZE
069600            CARRIAGE-RETURN DELIMITED BY SIZE
069700        INTO COMANDO-FILE-FA.
069800     CANCEL "COMMAND2"
069900     CALL "COMMAND2" USING COMANDO-FILE-FA ERR ERR-PARM.
070000     IF ERR NOT = 0
070100        MOVE ERR TO ERR-DISP
070200        DISPLAY "FEEDAGEN   err COMMAND2 " ERR-DISP
070300     END-IF.
070400 EX-AGGANCIA-FILE-AGENTE.
070500     EXIT.
070600*
070700 CONSEGNA-SFTP.
070800     CANCEL "COMMAND2"
070900     CALL "COMMAND2" USING COMANDO-SFTP-FA ERR ERR-PARM.
071000     IF ERR NOT = 0
071100        MOVE ERR TO ERR-DISP
071200        DISPLAY "FEEDAGEN   err SFTP " ERR-DISP
071300     END-IF.
071400 EX-CONSEGNA-SFTP.
071500     EXIT.
071600*
071700 SCRIVI-TESTATA.
071800     MOVE SPACES TO REC-FEED.
071900     MOVE "00" TO TIPO-REC-00.
072000     MOVE T-TAB TO T-00-1 T-00-2 T-00-3 T-00-4.
072100     MOVE AGENTE-COR TO AGENTE-00.
072200     MOVE SPACES TO NOME-00.
072300     MOVE "ANACON;"    TO W-NOME-DATA-SET.
072400     MOVE "CONTO;"     TO W-NOME-CAMPO.
072500     MOVE AGENTE-COR TO W-VALORE-CAMPO-W.
072600     MOVE 7 TO W-MODO.
072700     PERFORM TTDBGET THRU EX-TTDBGET.
072800     IF W-OK-IMAGE
072900        MOVE D-CONTO OF REC-ANACON TO NOME-00.
073000     MOVE DATA-OGGI-FA TO DATA-00.
073100     MOVE GIORNI-DDT TO GIORNI-00.
073200     WRITE REC-FEED.
073300 EX-SCRIVI-TESTATA.
073400     EXIT.
073500*
073600*
073700*     righe aperte dei due portafogli ordini
073800 SCRIVI-ORDINI.
073900     OPEN INPUT FILE-ORDST.
074000     IF OS-APERTO
074100        MOVE 0 TO OK-FINE-FILE
074200        PERFORM LEGGI-RIGA-ORDST THRU EX-LEGGI-RIGA-ORDST
074300           UNTIL LETTO-FINE-FILE
074400        CLOSE FILE-ORDST
074500     END-IF.
074600     OPEN INPUT FILE-ORDK.
074700     IF OK-APERTO
074800        MOVE 0 TO OK-FINE-FILE
074900        PERFORM LEGGI-RIGA-ORDK THRU EX-LEGGI-RIGA-ORDK
075000           UNTIL LETTO-FINE-FILE
075100        CLOSE FILE-ORDK
075200     END-IF.
075300 EX-SCRIVI-ORDINI.
075400     EXIT.
075500*
075600 LEGGI-RIGA-ORDST.
075700     READ FILE-ORDST
075800        AT END
075900           MOVE 1 TO OK-FINE-FILE
076000           GO TO EX-LEGGI-RIGA-ORDST
076100     END-READ.
076200     IF STATO-OR NOT = "A" OR CONTO-OR NOT NUMERIC
076300        GO TO EX-LEGGI-RIGA-ORDST.
076400     MOVE CONTO-OR TO CONTO-CERCA.
076500     PERFORM CERCA-PORTAF THRU EX-CERCA-PORTAF.
076600     IF IX-PF = 0
076700        GO TO EX-LEGGI-RIGA-ORDST.
076800     MOVE 0 TO QTA-ORD-TOT QTA-SERV-TOT.
076900     PERFORM SOMMA-QTA-ORDST THRU EX-SOMMA-QTA-ORDST
077000        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
077100     PERFORM PREPARA-RIGA-10 THRU EX-PREPARA-RIGA-10.
077200     MOVE "S" TO ORIGINE-10.
077300     MOVE CONTO-OR TO CONTO-10.
077400     MOVE DATA-OR TO ORDINE-10.
077500     MOVE C-MAT-OR TO C-MAT-10.
077600     MOVE MAG-OR TO MAG-10.
077700     MOVE DATA-A-OR TO CONSEGNA-10.
077800     PERFORM SCRIVI-RIGA-10 THRU EX-SCRIVI-RIGA-10.
077900 EX-LEGGI-RIGA-ORDST.
078000     EXIT.
078100*
078200 SOMMA-QTA-ORDST.
078300     ADD QTA-ORD-OR (I-TG) TO QTA-ORD-TOT.
078400     ADD QTA-ASS-OR (I-TG) TO QTA-SERV-TOT.
078500 EX-SOMMA-QTA-ORDST.
078600     EXIT.
078700*
078800 LEGGI-RIGA-ORDK.
078900     READ FILE-ORDK
079000        AT END
079100           MOVE 1 TO OK-FINE-FILE
079200           GO TO EX-LEGGI-RIGA-ORDK
079300     END-READ.
079400     IF STATO-OK NOT = "A" OR CONTO-OK NOT NUMERIC
079500        GO TO EX-LEGGI-RIGA-ORDK.
079600     MOVE CONTO-OK TO CONTO-CERCA.
079700     PERFORM CERCA-PORTAF THRU EX-CERCA-PORTAF.
079800     IF IX-PF = 0
079900        GO TO EX-LEGGI-RIGA-ORDK.
080000     MOVE 0 TO QTA-ORD-TOT QTA-SERV-TOT.
080100     PERFORM SOMMA-QTA-ORDK THRU EX-SOMMA-QTA-ORDK
080200        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
080300     PERFORM PREPARA-RIGA-10 THRU EX-PREPARA-RIGA-10.
080400     MOVE "K" TO ORIGINE-10.
080500     MOVE CONTO-OK TO CONTO-10.
080600     MOVE NUM-ORDINE-OK TO ORDINE-10.
080700     MOVE C-MAT-OK TO C-MAT-10.
080800     MOVE MAG-OK TO MAG-10.
080900     MOVE DATA-RICH-OK TO CONSEGNA-10.
081000     PERFORM SCRIVI-RIGA-10 THRU EX-SCRIVI-RIGA-10.
081100 EX-LEGGI-RIGA-ORDK.
081200     EXIT.
081300*
081400 SOMMA-QTA-ORDK.
081500     ADD QTA-ORD-OK (I-TG) TO QTA-ORD-TOT.
081600     ADD QTA-SPED-OK (I-TG) TO QTA-SERV-TOT.
081700 EX-SOMMA-QTA-ORDK.
081800     EXIT.
081900*
082000 PREPARA-RIGA-10.
082100     MOVE SPACES TO REC-FEED.
082200     MOVE "10" TO TIPO-REC-10.
082300     MOVE T-TAB TO T-10-1 T-10-2 T-10-3 T-10-4 T-10-5 T-10-6
082400                   T-10-7 T-10-8 T-10-9.
082500 EX-PREPARA-RIGA-10.
082600     EXIT.
082700*
082800 SCRIVI-RIGA-10.
082900     MOVE QTA-ORD-TOT TO ORDINATO-10.
083000     MOVE QTA-SERV-TOT TO SERVITO-10.
083100     IF QTA-SERV-TOT < QTA-ORD-TOT
083200        COMPUTE RESIDUO-10 = QTA-ORD-TOT - QTA-SERV-TOT
083300     ELSE
083400        MOVE 0 TO RESIDUO-10.
083500     WRITE REC-FEED.
083600     ADD 1 TO RIGHE-10.
083700 EX-SCRIVI-RIGA-10.
083800     EXIT.
083900*
084000*
084100*     DDT dei clienti dell'agente, una riga per collo catturato
084200 SCRIVI-DDT-AGE.
084300     MOVE CONTO-DT (I-DT) TO CONTO-CERCA.
084400     PERFORM CERCA-PORTAF THRU EX-CERCA-PORTAF.
084500     IF IX-PF = 0
084600        GO TO EX-SCRIVI-DDT-AGE.
084700     MOVE 0 TO COLLI-SCRITTI.
084800     PERFORM SCRIVI-COLLO-DDT THRU EX-SCRIVI-COLLO-DDT
084900        VARYING I-TK FROM 1 BY 1 UNTIL I-TK > N-TRACK-FA.
085000     IF COLLI-SCRITTI = 0
085100        PERFORM PREPARA-RIGA-20 THRU EX-PREPARA-RIGA-20
085200        MOVE 0 TO COLLO-20
085300        MOVE SPACES TO TRACKING-20
085400        WRITE REC-FEED
085500        ADD 1 TO RIGHE-20.
085600 EX-SCRIVI-DDT-AGE.
085700     EXIT.
085800*
085900 SCRIVI-COLLO-DDT.
086000     IF NUMERO-DDT-TK (I-TK) NOT = NUMERO-DDT-DT (I-DT)
086100        OR DATA-TK (I-TK) < DATA-DT (I-DT)
086200        GO TO EX-SCRIVI-COLLO-DDT.
086300     PERFORM PREPARA-RIGA-20 THRU EX-PREPARA-RIGA-20.
086400     MOVE COLLO-TK (I-TK) TO COLLO-20.
086500     MOVE TRACKING-TK (I-TK) TO TRACKING-20.
086600     WRITE REC-FEED.
086700     ADD 1 TO RIGHE-20.
086800     ADD 1 TO COLLI-SCRITTI.
086900 EX-SCRIVI-COLLO-DDT.
087000     EXIT.
087100*
087200 PREPARA-RIGA-20.
087300     MOVE SPACES TO REC-FEED.
087400     MOVE "20" TO TIPO-REC-20.
087500     MOVE T-TAB TO T-20-1 T-20-2 T-20-3 T-20-4 T-20-5 T-20-6
087600                   T-20-7.
087700     MOVE DATA-DT (I-DT) TO DATA-DDT-20.
087800     MOVE NUMERO-DDT-DT (I-DT) TO NUMERO-DDT-20.
087900     MOVE CONTO-DT (I-DT) TO CONTO-20.
088000     MOVE CONTO-VET-DT (I-DT) TO VETTORE-20.
088100     MOVE COLLI-DT (I-DT) TO COLLI-20.
088200 EX-PREPARA-RIGA-20.
088300     EXIT.
088400*
088500*
088600 SCRIVI-PARTITA.
088700     IF STATO-PZ (I-PZ) NOT = "A"
088800        GO TO EX-SCRIVI-PARTITA.
088900     MOVE CONTO-PZ (I-PZ) TO CONTO-CERCA.
089000     PERFORM CERCA-PORTAF THRU EX-CERCA-PORTAF.
089100     IF IX-PF = 0
089200        GO TO EX-SCRIVI-PARTITA.
089300     MOVE SPACES TO REC-FEED.
089400     MOVE "30" TO TIPO-REC-30.
089500     MOVE T-TAB TO T-30-1 T-30-2 T-30-3 T-30-4 T-30-5 T-30-6.
089600     MOVE CONTO-PZ (I-PZ) TO CONTO-30.
089700     MOVE NUM-PZ (I-PZ) TO NUM-PREFATT-30.
089800     MOVE DATA-PZ (I-PZ) TO DATA-PREF-30.
089900     MOVE GGPAG-PZ (I-PZ) TO GGPAG-30.
090000     COMPUTE IMPORTO-30 = IMPORTO-PZ (I-PZ) / 100.
090100     MOVE GG-RITARDO-PZ (I-PZ) TO RITARDO-30.
090200     WRITE REC-FEED.
090300     ADD 1 TO RIGHE-30.
090400 EX-SCRIVI-PARTITA.
090500     EXIT.
090600*
090700*
090800*     provvigioni dell'anno in corso per ogni conto del
090900*     portafoglio: PERC-PROVV in centesimi di punto sul
091000*     fatturato (tutte le partite) e sull'incassato ("P")
091100 SCRIVI-PROVVIGIONI.
091200     MOVE 0 TO FATTURATO-AGE INCASSATO-AGE PROVV-FATT-AGE
091300               PROVV-INC-AGE.
091400     PERFORM PROVVIGIONI-CONTO THRU EX-PROVVIGIONI-CONTO
091500        VARYING I-PF FROM 1 BY 1 UNTIL I-PF > N-PORTAF-FA.
091600     PERFORM PREPARA-RIGA-40 THRU EX-PREPARA-RIGA-40.
091700     MOVE "49" TO TIPO-REC-40.
091800     MOVE 0 TO CONTO-40 PERC-40.
091900     COMPUTE FATTURATO-40 = FATTURATO-AGE / 100.
092000     COMPUTE INCASSATO-40 = INCASSATO-AGE / 100.
092100     COMPUTE PROVV-FATT-40 = PROVV-FATT-AGE / 100.
092200     COMPUTE PROVV-INC-40 = PROVV-INC-AGE / 100.
092300     WRITE REC-FEED.
092400     ADD 1 TO RIGHE-40.
092500 EX-SCRIVI-PROVVIGIONI.
092600     EXIT.
092700*
092800 PROVVIGIONI-CONTO.
092900     IF AGENTE-PF (I-PF) NOT = AGENTE-COR
093000        GO TO EX-PROVVIGIONI-CONTO.
093100     MOVE 0 TO FATTURATO-CONTO INCASSATO-CONTO.
093200     PERFORM SOMMA-PARTITA-CONTO THRU EX-SOMMA-PARTITA-CONTO
093300        VARYING I-PZ FROM 1 BY 1 UNTIL I-PZ > N-PARTITE-FA.
093400     COMPUTE PROVV-FATT-CONTO ROUNDED =
093500             FATTURATO-CONTO * PERC-PF (I-PF) / 10000.
093600     COMPUTE PROVV-INC-CONTO ROUNDED =
093700             INCASSATO-CONTO * PERC-PF (I-PF) / 10000.
093800     ADD FATTURATO-CONTO TO FATTURATO-AGE.
093900     ADD INCASSATO-CONTO TO INCASSATO-AGE.
094000     ADD PROVV-FATT-CONTO TO PROVV-FATT-AGE.
094100     ADD PROVV-INC-CONTO TO PROVV-INC-AGE.
094200     PERFORM PREPARA-RIGA-40 THRU EX-PREPARA-RIGA-40.
094300     MOVE CONTO-PF (I-PF) TO CONTO-40.
094400     COMPUTE PERC-40 = PERC-PF (I-PF) / 100.
094500     COMPUTE FATTURATO-40 = FATTURATO-CONTO / 100.
094600     COMPUTE INCASSATO-40 = INCASSATO-CONTO / 100.
094700     COMPUTE PROVV-FATT-40 = PROVV-FATT-CONTO / 100.
094800     COMPUTE PROVV-INC-40 = PROVV-INC-CONTO / 100.
094900     WRITE REC-FEED.
095000     ADD 1 TO RIGHE-40.
095100 EX-PROVVIGIONI-CONTO.
095200     EXIT.
095300*
095400 SOMMA-PARTITA-CONTO.
095500     IF CONTO-PZ (I-PZ) NOT = CONTO-PF (I-PF)
095600        GO TO EX-SOMMA-PARTITA-CONTO.
095700     MOVE DATA-PZ (I-PZ) TO DATA-COM.
095800     IF AA-COM NOT = AA-OGGI
095900        GO TO EX-SOMMA-PARTITA-CONTO.
096000     ADD IMPORTO-PZ (I-PZ) TO FATTURATO-CONTO.
096100     IF STATO-PZ (I-PZ) = "P"
096200        ADD IMPORTO-PZ (I-PZ) TO INCASSATO-CONTO.
096300 EX-SOMMA-PARTITA-CONTO.
096400     EXIT.
096500*
096600 PREPARA-RIGA-40.
096700     MOVE SPACES TO REC-FEED.
096800     MOVE "40" TO TIPO-REC-40.
096900     MOVE T-TAB TO T-40-1 T-40-2 T-40-3 T-40-4 T-40-5 T-40-6.
097000 EX-PREPARA-RIGA-40.
097100     EXIT.
097200*
097300*
097400 TTDBGET.
097500              COPY PDBGET.
097600*
097700*      FINE PROGRAMMA    **** /K FEEDAGEN.COB  *****
