000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. SINVETT.
000310*2026*        15/10/26
000320*     sinistri vettore per colli smarriti o danneggiati: la
000330*     pratica al corriere si preparava a mano dal DDT. Con
000340*     FUNZIONE "A" (chiamata da TRACKCOL a fine import stati,
000350*     o a video) ogni collo SMARRITO/DANNEGGIATO di TRACKDLV
000360*     non ancora a registro apre un sinistro; a video anche
000370*     l'apertura a richiesta per DDT/collo. Il collo si
000380*     valorizza dal contenuto registrato da PACKLIST su
000390*     COLLICON ai prezzi della bolla (catena RIF-INTR di
000400*     MOVMAG con data+numero DDT, come PRINTDDF); la data del
000410*     DDT e il cliente vengono da PESODDT, vettore e data di
000420*     cattura da TRACKREF. La lettera di richiesta col
000430*     riferimento di tracking esce sul tabulato. Si tengono
000440*     risposta del vettore e importo liquidato; il rapporto
000450*     da' i sinistri aperti e il tasso di recupero per
000460*     CONTO-VET. Registro SINVETTF riscritto per intero.
000470*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-SINV ASSIGN TO "SINVETTF"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-SV.
001500     SELECT OPTIONAL FILE-CON ASSIGN TO "COLLICON"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-CN.
001800     SELECT OPTIONAL FILE-PESODDT ASSIGN TO "PESODDT"
001900        ORGANIZATION IS LINE SEQUENTIAL
002000        FILE STATUS IS CHECK-PW.
002100     SELECT OPTIONAL FILE-REF ASSIGN TO "TRACKREF"
002200        ORGANIZATION IS LINE SEQUENTIAL
002300        FILE STATUS IS CHECK-TR.
002400     SELECT OPTIONAL FILE-DLV ASSIGN TO "TRACKDLV"
002500        ORGANIZATION IS LINE SEQUENTIAL
002600        FILE STATUS IS CHECK-TD.
002700*
002800 DATA DIVISION.
002900 FILE SECTION.
003000 FD FILE-SINV DATA RECORD REC-SINV.
003100 01 REC-SINV               COPY YSINVETT.
003200 FD FILE-CON DATA RECORD REC-CON.
003300 01 REC-CON                COPY YCOLLCON.
003400 FD FILE-PESODDT DATA RECORD REC-PESODDT.
003500 01 REC-PESODDT            COPY YPESODDT.
003600* stessi tracciati di TRACKCOL
003700 FD FILE-REF DATA RECORD REC-REF.
003800 01 REC-REF.
003900    05 DATA-TR               PIC 9(6).
004000    05 TG-TR-1               PIC X.
004100    05 NUMERO-DDT-TR         PIC 9(6).
004200    05 TG-TR-2               PIC X.
004300    05 COLLO-TR              PIC 9(3).
004400    05 TG-TR-3               PIC X.
004500    05 CONTO-VET-TR          PIC 9(8).
004600    05 TG-TR-4               PIC X.
004700    05 TRACKING-TR           PIC X(20).
004800 FD FILE-DLV DATA RECORD REC-DLV.
004900 01 REC-DLV.
005000    05 NUMERO-DDT-TD         PIC 9(6).
005100    05 TG-TD-1               PIC X.
005200    05 COLLO-TD              PIC 9(3).
005300    05 TG-TD-2               PIC X.
005400    05 TRACKING-TD           PIC X(20).
005500    05 TG-TD-3               PIC X.
005600    05 STATO-TD              PIC X(12).
005700       88 TD-SMARRITO        VALUE "SMARRITO".
005800       88 TD-DANNEGGIATO     VALUE "DANNEGGIATO".
005900    05 TG-TD-4               PIC X.
006000    05 DATA-STATO-TD         PIC 9(6).
006100*
006200 WORKING-STORAGE SECTION.
006300*
006400 01 REC-MOVMAG       COPY YMOVMAG.
006500 01 AREA-REC-SET     PIC X(512).
006600 01 FILLER REDEFINES AREA-REC-SET.
006700  05 REC-ANACON      COPY YANACON.
006800*
006900 77 CHECK-SV        PIC XX.
007000    88 SV-APERTO-F  VALUES ARE "05", "00".
007100 77 CHECK-CN        PIC XX.
007200    88 CN-APERTO    VALUES ARE "05", "00".
007300 77 CHECK-PW        PIC XX.
007400    88 PW-APERTO    VALUES ARE "05", "00".
007500 77 CHECK-TR        PIC XX.
007600    88 TR-APERTO    VALUES ARE "05", "00".
007700 77 CHECK-TD        PIC XX.
007800    88 TD-APERTO    VALUES ARE "05", "00".
007900*
008000 01 OK-FINE-FILE    PIC S9(4) COMP.
008100    88 LETTO-FINE-FILE VALUE 1.
008200*
008300 01 T-TAB           PIC X VALUE X"9".
008400*
008500* sinistro in lavoro
008600 01 REC-SV-W         COPY YSINVETT.
008700*
008800* registro in memoria, righe intere
008900 01 TAB-SINISTRI.
009000  05 RIGA-SM         PIC X(170) OCCURS 1000.
009100 01 N-SINISTRI      PIC S9(4) COMP.
009200 01 I-SM            PIC S9(4) COMP.
009300 01 IX-SM           PIC S9(4) COMP.
009400 01 ULTIMO-NUMERO   PIC 9(6).
009500 01 REGISTRO-PIENO  PIC X.
009600 01 REGISTRO-MODIF  PIC X.
009700*
009800* colli SMARRITO/DANNEGGIATO di TRACKDLV senza sinistro
009900 01 TAB-CANDIDATI.
010000  05 RIGA-CD OCCURS 200.
010100   10 NUMERO-DDT-CD    PIC 9(6).
010200   10 COLLO-CD         PIC 9(3).
010300   10 TRACKING-CD      PIC X(20).
010400   10 TIPO-CD          PIC X.
010500   10 CONTO-VET-CD     PIC 9(8).
010600   10 DATA-RIF-CD      PIC 9(6).
010700 01 N-CANDIDATI     PIC S9(4) COMP.
010800 01 I-CD            PIC S9(4) COMP.
010900 01 IX-CD           PIC S9(4) COMP.
011000*
011100* contenuto del collo con i prezzi della bolla
011200 01 TAB-CONTENUTO-SV.
011300  05 RIGA-CT OCCURS 200.
011400   10 C-MAT-CT         PIC 9(15).
011500   10 TAGLIA-CT        PIC 9.
011600   10 NOME-CT          PIC X(7).
011700   10 QTA-CT           PIC S9(5) COMP.
011800   10 PREZZO-CT        PIC S9(9) COMP.
011900 01 N-CONTENUTO     PIC S9(4) COMP.
012000 01 I-CT            PIC S9(4) COMP.
012100 01 DATA-MIGLIORE   PIC 9(6).
012200 01 DATA-RIF        PIC 9(6).
012300 01 CAPI-SENZA-PREZZO PIC S9(5) COMP.
012400 01 VALORE-RIGA     PIC S9(11) COMP.
012500*
012600* rapporto per vettore
012700 01 TAB-VETTORI.
012800  05 RIGA-VT OCCURS 50.
012900   10 CONTO-VET-VT     PIC 9(8).
013000   10 N-VT             PIC S9(5) COMP.
013100   10 APERTI-VT        PIC S9(5) COMP.
013200   10 VAL-APERTI-VT    PIC S9(13) COMP.
013300   10 CHIUSI-VT        PIC S9(5) COMP.
013400   10 RICHIESTO-VT     PIC S9(13) COMP.
013500   10 LIQUIDATO-VT     PIC S9(13) COMP.
013600 01 N-VETTORI       PIC S9(4) COMP.
013700 01 I-VT            PIC S9(4) COMP.
013800 01 IX-VT           PIC S9(4) COMP.
013900 01 TASSO-RECUPERO  PIC S9(3)V9 COMP.
014000*
014100 01 COMANDO-SV      PIC X.
014200    88 SV-CMD-AUTO     VALUE "A".
014300    88 SV-CMD-NUOVO    VALUE "N".
014400    88 SV-CMD-RISPOSTA VALUE "R".
014500    88 SV-CMD-LETTERA  VALUE "L".
014600    88 SV-CMD-RAPPORTO VALUE "S".
014700    88 SV-CMD-FINE     VALUE "F".
014800*
014900 01 DDT-IN          PIC X(6).
015000 01 COLLO-IN        PIC X(3).
015100 01 VETTORE-IN      PIC X(8).
015200 01 TRACKING-IN     PIC X(20).
015300 01 TIPO-IN         PIC X.
015400 01 NUMERO-IN       PIC X(6).
015500 01 STATO-IN        PIC X.
015600 01 NOTA-IN         PIC X(40).
015700 01 IMPORTO-IN      PIC X(11).
015800 01 APERTI-QUI      PIC S9(4) COMP.
015900*
016000 01  PAR-PRINT.
016100  05  STATO-PR      PIC S9(4) COMP.
016200  05  LL-RIGA       PIC  9(4) COMP.
016300  05  N-MAX-RIGHE   PIC  9(4) COMP.
016400  05  FLAG-ROUTINE  PIC  9(4) COMP.
016500  05  NUM-FILE-ID   PIC  9(4) COMP.
016600  05  NOME-FILE.
016700   10 PRE-NOME-FILE     PIC X.
016800   10 TERM-N-FILE       PIC 9(6).
016900   10 FILLER            PIC XXX VALUE ".ST".
017000 01 TABULATO-APERTO PIC X VALUE "N".
017100*
017200 01  RIGA.
017300  05  N-STAMPANTE   PIC 9.
017400  05  COMANDO       PIC X.
017500  05  N-RIGA-STAMPA PIC 9(4) COMP.
017600  05  DATI-RIGA     PIC X(132).
017700  05 RIGA-CONT-ST REDEFINES DATI-RIGA.
017800    10 FILLER        PIC X(4).
017900    10 C-MAT-ST      PIC 9(15).
018000    10 FILLER        PIC XX.
018100    10 NOME-ST       PIC X(7).
018200    10 FILLER        PIC XX.
018300    10 TAGLIA-ST     PIC 9.
018400    10 FILLER        PIC XX.
018500    10 QTA-ST        PIC Z(3)9.
018600    10 FILLER        PIC XX.
018700    10 PREZZO-ST     PIC Z(6)9,99.
018800    10 FILLER        PIC XX.
018900    10 VALORE-ST     PIC Z(8)9,99.
019000  05 RIGA-APERTO-ST REDEFINES DATI-RIGA.
019100    10 FILLER        PIC XX.
019200    10 NUMERO-AP-ST  PIC 9(6).
019300    10 FILLER        PIC XX.
019400    10 DATA-AP-ST    PIC 9(6).
019500    10 FILLER        PIC XX.
019600    10 VET-AP-ST     PIC 9(8).
019700    10 FILLER        PIC XX.
019800    10 DDT-AP-ST     PIC 9(6).
019900    10 FILLER        PIC X.
020000    10 COLLO-AP-ST   PIC 9(3).
020100    10 FILLER        PIC XX.
020200    10 TRACK-AP-ST   PIC X(20).
020300    10 FILLER        PIC XX.
020400    10 TIPO-AP-ST    PIC X.
020500    10 FILLER        PIC XX.
020600    10 STATO-AP-ST   PIC X.
020700    10 FILLER        PIC XX.
020800    10 VALORE-AP-ST  PIC Z(8)9,99.
020900  05 RIGA-VET-ST REDEFINES DATI-RIGA.
021000    10 FILLER        PIC XX.
021100    10 VET-VT-ST     PIC 9(8).
021200    10 FILLER        PIC XX.
021300    10 D-VET-VT-ST   PIC X(24).
021400    10 N-VT-ST       PIC Z(4)9.
021500    10 FILLER        PIC XX.
021600    10 APERTI-VT-ST  PIC Z(4)9.
021700    10 FILLER        PIC XX.
021800    10 VAL-AP-VT-ST  PIC Z(9)9,99.
021900    10 FILLER        PIC XX.
022000    10 CHIUSI-VT-ST  PIC Z(4)9.
022100    10 FILLER        PIC XX.
022200    10 RICH-VT-ST    PIC Z(9)9,99.
022300    10 FILLER        PIC XX.
022400    10 LIQ-VT-ST     PIC Z(9)9,99.
022500    10 FILLER        PIC XX.
022600    10 TASSO-VT-ST   PIC ZZ9,9.
022700*
022800 01 BUFFER.
022900  05 N-BUF               PIC S9(4) COMP VALUE 37.
023000  05 FILLER              PIC XX.
023100  05 FILLER              PIC X(5120).
023200*
023300 01 STATO-DISPLAY    PIC ZZZZ-.
023400 01 VALORE-DISPLAY   PIC Z(8)9,99.
023500*
023600 LINKAGE SECTION.
023700*
023800 01 W-COMMON       COPY WCOMMONW.
023900*
024000 01 PAR-SINVETT    COPY PARSINV.
024100*
024200*PAGE
024300 PROCEDURE DIVISION  USING W-COMMON
024400                           PAR-SINVETT.
024500 INIZIO.
024600     MOVE 0 TO APERTI-SV OF PAR-SINVETT APERTI-QUI.
024700     PERFORM CARICA-REGISTRO THRU EX-CARICA-REGISTRO.
024800     MOVE "N" TO REGISTRO-MODIF TABULATO-APERTO.
024900     IF SV-APRI-DA-STATI OF PAR-SINVETT
025000        PERFORM APRI-DA-STATI THRU EX-APRI-DA-STATI
025100     ELSE
025200        DISPLAY "----  SINISTRI VETTORE  -----------------"
025300        MOVE SPACES TO COMANDO-SV
025400        PERFORM CHIEDI-COMANDO THRU EX-CHIEDI-COMANDO
025500           UNTIL SV-CMD-FINE
025600     END-IF.
025700     IF REGISTRO-MODIF = "S"
025800        PERFORM RISCRIVI-REGISTRO THRU EX-RISCRIVI-REGISTRO.
025900     IF TABULATO-APERTO = "S"
026000        CALL "QCLPPR" USING PAR-PRINT
026100                             RIGA BUFFER.
026200     MOVE APERTI-QUI TO APERTI-SV OF PAR-SINVETT.
026300 FINE.
026400     EXIT PROGRAM.
026500*
026600*
026700 CHIEDI-COMANDO.
026800     DISPLAY "Comando: A=apri da stati N=nuovo R=risposta "
026900             "L=lettera S=rapporto F=fine " NO ADVANCING.
027000     ACCEPT COMANDO-SV.
027100     EVALUATE TRUE
027200        WHEN SV-CMD-AUTO
027300           PERFORM APRI-DA-STATI THRU EX-APRI-DA-STATI
027400        WHEN SV-CMD-NUOVO
027500           PERFORM NUOVO-SINISTRO THRU EX-NUOVO-SINISTRO
027600        WHEN SV-CMD-RISPOSTA
027700           PERFORM RISPOSTA-VETTORE THRU EX-RISPOSTA-VETTORE
027800        WHEN SV-CMD-LETTERA
027900           PERFORM RISTAMPA-LETTERA THRU EX-RISTAMPA-LETTERA
028000        WHEN SV-CMD-RAPPORTO
028100           PERFORM RAPPORTO-VETTORI THRU EX-RAPPORTO-VETTORI
028200        WHEN SV-CMD-FINE
028300           CONTINUE
028400        WHEN OTHER
028500           DISPLAY "Comando non valido"
028600     END-EVALUATE.
028700 EX-CHIEDI-COMANDO.
028800     EXIT.
028900*
029000*
029100******************************************************
029200*  REGISTRO IN MEMORIA                                *
029300******************************************************
029400 CARICA-REGISTRO.
029500     MOVE 0 TO N-SINISTRI ULTIMO-NUMERO.
029600     MOVE "N" TO REGISTRO-PIENO.
029700     OPEN INPUT FILE-SINV.
029800     IF NOT SV-APERTO-F
029900        GO TO EX-CARICA-REGISTRO.
030000     MOVE 0 TO OK-FINE-FILE.
030100     PERFORM LEGGI-RIGA-SINV THRU EX-LEGGI-RIGA-SINV
030200        UNTIL LETTO-FINE-FILE.
030300     CLOSE FILE-SINV.
030400 EX-CARICA-REGISTRO.
030500     EXIT.
030600*
030700 LEGGI-RIGA-SINV.
030800     READ FILE-SINV
030900        AT END
031000           MOVE 1 TO OK-FINE-FILE
031100           GO TO EX-LEGGI-RIGA-SINV
031200     END-READ.
031300*    oltre la tabella il registro resta in sola lettura
031400     IF N-SINISTRI NOT < 1000
031500        MOVE "S" TO REGISTRO-PIENO
031600        GO TO EX-LEGGI-RIGA-SINV.
031700     ADD 1 TO N-SINISTRI.
031800     MOVE REC-SINV TO RIGA-SM (N-SINISTRI).
031900     IF NUMERO-SV OF REC-SINV NUMERIC
032000        AND NUMERO-SV OF REC-SINV > ULTIMO-NUMERO
032100        MOVE NUMERO-SV OF REC-SINV TO ULTIMO-NUMERO.
032200 EX-LEGGI-RIGA-SINV.
032300     EXIT.
032400*
032500 RISCRIVI-REGISTRO.
032600     IF REGISTRO-PIENO = "S"
032700        DISPLAY "SINVETT    registro oltre 1000 righe: non"
032800                " riscritto, archiviare i sinistri chiusi"
032900        GO TO EX-RISCRIVI-REGISTRO.
033000     OPEN OUTPUT FILE-SINV.
033100     PERFORM SCRIVI-RIGA-SINV THRU EX-SCRIVI-RIGA-SINV
033200        VARYING I-SM FROM 1 BY 1 UNTIL I-SM > N-SINISTRI.
033300     CLOSE FILE-SINV.
033400 EX-RISCRIVI-REGISTRO.
033500     EXIT.
033600*
033700 SCRIVI-RIGA-SINV.
033800     MOVE RIGA-SM (I-SM) TO REC-SINV.
033900     WRITE REC-SINV.
034000 EX-SCRIVI-RIGA-SINV.
034100     EXIT.
034200*
034300*     sinistro del tracking TRACKING-IN gia' a registro
034400 CERCA-SINISTRO-TRACKING.
034500     MOVE 0 TO IX-SM.
034600     PERFORM CONFRONTA-TRACKING-SM THRU EX-CONFRONTA-TRACKING-SM
034700        VARYING I-SM FROM 1 BY 1 UNTIL I-SM > N-SINISTRI.
034800 EX-CERCA-SINISTRO-TRACKING.
034900     EXIT.
035000*
035100 CONFRONTA-TRACKING-SM.
035200     MOVE RIGA-SM (I-SM) TO REC-SV-W.
035300     IF TRACKING-SV OF REC-SV-W = TRACKING-IN
035400        MOVE I-SM TO IX-SM.
035500 EX-CONFRONTA-TRACKING-SM.
035600     EXIT.
035700*
035800*
035900******************************************************
036000*  APERTURA DAGLI STATI DEL CORRIERE                  *
036100******************************************************
036200 APRI-DA-STATI.
036300     IF REGISTRO-PIENO = "S"
036400        DISPLAY "SINVETT    registro pieno: archiviare i"
036500                " sinistri chiusi"
036600        GO TO EX-APRI-DA-STATI.
036700     MOVE 0 TO N-CANDIDATI.
036800     OPEN INPUT FILE-DLV.
036900     IF NOT TD-APERTO
037000        GO TO EX-APRI-DA-STATI.
037100     MOVE 0 TO OK-FINE-FILE.
037200     PERFORM LEGGI-RIGA-DLV-SV THRU EX-LEGGI-RIGA-DLV-SV
037300        UNTIL LETTO-FINE-FILE.
037400     CLOSE FILE-DLV.
037500     IF N-CANDIDATI = 0
037600        GO TO EX-APRI-DA-STATI.
037700*    vettore e data di cattura dal riferimento (l'ultimo vince)
037800     OPEN INPUT FILE-REF.
037900     IF TR-APERTO
038000        MOVE 0 TO OK-FINE-FILE
038100        PERFORM LEGGI-RIGA-REF-SV THRU EX-LEGGI-RIGA-REF-SV
038200           UNTIL LETTO-FINE-FILE
038300        CLOSE FILE-REF
038400     END-IF.
038500     PERFORM APRI-CANDIDATO THRU EX-APRI-CANDIDATO
038600        VARYING I-CD FROM 1 BY 1 UNTIL I-CD > N-CANDIDATI.
038700 EX-APRI-DA-STATI.
038800     EXIT.
038900*
039000 LEGGI-RIGA-DLV-SV.
039100     READ FILE-DLV
039200        AT END
039300           MOVE 1 TO OK-FINE-FILE
039400           GO TO EX-LEGGI-RIGA-DLV-SV
039500     END-READ.
039600     IF NOT TD-SMARRITO AND NOT TD-DANNEGGIATO
039700        GO TO EX-LEGGI-RIGA-DLV-SV.
039800     MOVE TRACKING-TD TO TRACKING-IN.
039900     PERFORM CERCA-SINISTRO-TRACKING
040000         THRU EX-CERCA-SINISTRO-TRACKING.
040100     IF IX-SM NOT = 0
040200        GO TO EX-LEGGI-RIGA-DLV-SV.
040300     MOVE 0 TO IX-CD.
040400     PERFORM CONFRONTA-CANDIDATO THRU EX-CONFRONTA-CANDIDATO
040500        VARYING I-CD FROM 1 BY 1 UNTIL I-CD > N-CANDIDATI.
040600     IF IX-CD NOT = 0
040700        GO TO EX-LEGGI-RIGA-DLV-SV.
040800     IF N-CANDIDATI NOT < 200
040900        DISPLAY "SINVETT    TAB-CANDIDATI da allargare"
041000        GO TO EX-LEGGI-RIGA-DLV-SV.
041100     ADD 1 TO N-CANDIDATI.
041200     MOVE NUMERO-DDT-TD TO NUMERO-DDT-CD (N-CANDIDATI).
041300     MOVE COLLO-TD TO COLLO-CD (N-CANDIDATI).
041400     MOVE TRACKING-TD TO TRACKING-CD (N-CANDIDATI).
041500     IF TD-SMARRITO
041600        MOVE "S" TO TIPO-CD (N-CANDIDATI)
041700     ELSE
041800        MOVE "D" TO TIPO-CD (N-CANDIDATI).
041900     MOVE 0 TO CONTO-VET-CD (N-CANDIDATI).
042000     MOVE W-FORMATO-INTERNO OF W-COMMON
042100          TO DATA-RIF-CD (N-CANDIDATI).
042200 EX-LEGGI-RIGA-DLV-SV.
042300     EXIT.
042400*
042500 CONFRONTA-CANDIDATO.
042600     IF TRACKING-CD (I-CD) = TRACKING-IN
042700        MOVE I-CD TO IX-CD.
042800 EX-CONFRONTA-CANDIDATO.
042900     EXIT.
043000*
043100 LEGGI-RIGA-REF-SV.
043200     READ FILE-REF
043300        AT END
043400           MOVE 1 TO OK-FINE-FILE
043500           GO TO EX-LEGGI-RIGA-REF-SV
043600     END-READ.
043700     MOVE TRACKING-TR TO TRACKING-IN.
043800     MOVE 0 TO IX-CD.
043900     PERFORM CONFRONTA-CANDIDATO THRU EX-CONFRONTA-CANDIDATO
044000        VARYING I-CD FROM 1 BY 1 UNTIL I-CD > N-CANDIDATI.
044100     IF IX-CD = 0
044200        GO TO EX-LEGGI-RIGA-REF-SV.
044300     MOVE CONTO-VET-TR TO CONTO-VET-CD (IX-CD).
044400     MOVE DATA-TR TO DATA-RIF-CD (IX-CD).
044500 EX-LEGGI-RIGA-REF-SV.
044600     EXIT.
044700*
044800 APRI-CANDIDATO.
044900     IF N-SINISTRI NOT < 1000
045000        DISPLAY "SINVETT    registro pieno, collo "
045100                TRACKING-CD (I-CD) " non aperto"
045200        GO TO EX-APRI-CANDIDATO.
045300     PERFORM PREPARA-SINISTRO THRU EX-PREPARA-SINISTRO.
045400     MOVE NUMERO-DDT-CD (I-CD) TO NUMERO-DDT-SV OF REC-SV-W.
045500     MOVE COLLO-CD (I-CD) TO COLLO-SV OF REC-SV-W.
045600     MOVE TRACKING-CD (I-CD) TO TRACKING-SV OF REC-SV-W.
045700     MOVE TIPO-CD (I-CD) TO TIPO-SV OF REC-SV-W.
045800     MOVE CONTO-VET-CD (I-CD) TO CONTO-VET-SV OF REC-SV-W.
045900     MOVE "A" TO ORIGINE-SV OF REC-SV-W.
046000     MOVE DATA-RIF-CD (I-CD) TO DATA-RIF.
046100     PERFORM APRI-SINISTRO THRU EX-APRI-SINISTRO.
046200 EX-APRI-CANDIDATO.
046300     EXIT.
046400*
046500*
046600******************************************************
046700*  APERTURA A RICHIESTA                               *
046800******************************************************
046900 NUOVO-SINISTRO.
047000     IF REGISTRO-PIENO = "S" OR N-SINISTRI NOT < 1000
047100        DISPLAY "Registro pieno: archiviare i sinistri chiusi"
047200        GO TO EX-NUOVO-SINISTRO.
047300     DISPLAY "Numero DDT (6 cifre)      " NO ADVANCING.
047400     MOVE SPACES TO DDT-IN.
047500     ACCEPT DDT-IN.
047600     DISPLAY "Numero collo (3 cifre)    " NO ADVANCING.
047700     MOVE SPACES TO COLLO-IN.
047800     ACCEPT COLLO-IN.
047900     IF DDT-IN NOT NUMERIC OR COLLO-IN NOT NUMERIC
048000        DISPLAY "Dati non validi"
048100        GO TO EX-NUOVO-SINISTRO.
048200     PERFORM PREPARA-SINISTRO THRU EX-PREPARA-SINISTRO.
048300     MOVE DDT-IN TO NUMERO-DDT-SV OF REC-SV-W.
048400     MOVE COLLO-IN TO COLLO-SV OF REC-SV-W.
048500     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-RIF.
048600*    vettore e tracking dal riferimento catturato al banco
048700     OPEN INPUT FILE-REF.
048800     IF TR-APERTO
048900        MOVE 0 TO OK-FINE-FILE
049000        PERFORM CERCA-COLLO-REF THRU EX-CERCA-COLLO-REF
049100           UNTIL LETTO-FINE-FILE
049200        CLOSE FILE-REF
049300     END-IF.
049400     IF TRACKING-SV OF REC-SV-W = SPACES
049500        DISPLAY "Collo non su TRACKREF"
049600        DISPLAY "CONTO vettore (8 cifre)   " NO ADVANCING
049700        MOVE SPACES TO VETTORE-IN
049800        ACCEPT VETTORE-IN
049900        DISPLAY "Riferimento corriere      " NO ADVANCING
050000        MOVE SPACES TO TRACKING-IN
050100        ACCEPT TRACKING-IN
050200        IF VETTORE-IN NOT NUMERIC OR TRACKING-IN = SPACES
050300           DISPLAY "Dati non validi"
050400           GO TO EX-NUOVO-SINISTRO
050500        END-IF
050600        MOVE VETTORE-IN TO CONTO-VET-SV OF REC-SV-W
050700        MOVE TRACKING-IN TO TRACKING-SV OF REC-SV-W
050800     END-IF.
050900     MOVE TRACKING-SV OF REC-SV-W TO TRACKING-IN.
051000     PERFORM CERCA-SINISTRO-TRACKING
051100         THRU EX-CERCA-SINISTRO-TRACKING.
051200     IF IX-SM NOT = 0
051300        MOVE RIGA-SM (IX-SM) TO REC-SV-W
051400        DISPLAY "Collo gia' a registro, sinistro "
051500                NUMERO-SV OF REC-SV-W
051600        GO TO EX-NUOVO-SINISTRO.
051700     DISPLAY "S=smarrito D=danneggiato  " NO ADVANCING.
051800     MOVE SPACES TO TIPO-IN.
051900     ACCEPT TIPO-IN.
052000     IF TIPO-IN NOT = "S" AND NOT = "D"
052100        DISPLAY "Tipo non valido"
052200        GO TO EX-NUOVO-SINISTRO.
052300     MOVE TIPO-IN TO TIPO-SV OF REC-SV-W.
052400     MOVE "M" TO ORIGINE-SV OF REC-SV-W.
052500     PERFORM APRI-SINISTRO THRU EX-APRI-SINISTRO.
052600 EX-NUOVO-SINISTRO.
052700     EXIT.
052800*
052900 CERCA-COLLO-REF.
053000     READ FILE-REF
053100        AT END
053200           MOVE 1 TO OK-FINE-FILE
053300           GO TO EX-CERCA-COLLO-REF
053400     END-READ.
053500     IF NUMERO-DDT-TR = NUMERO-DDT-SV OF REC-SV-W
053600        AND COLLO-TR = COLLO-SV OF REC-SV-W
053700        MOVE CONTO-VET-TR TO CONTO-VET-SV OF REC-SV-W
053800        MOVE TRACKING-TR TO TRACKING-SV OF REC-SV-W
053900        MOVE DATA-TR TO DATA-RIF.
054000 EX-CERCA-COLLO-REF.
054100     EXIT.
054200*
054300*
054400******************************************************
054500*  APERTURA E VALORIZZAZIONE DEL COLLO                *
054600******************************************************
054700 PREPARA-SINISTRO.
054800     INITIALIZE REC-SV-W.
054900     MOVE T-TAB TO TV-1 OF REC-SV-W TV-2 OF REC-SV-W
055000                   TV-3 OF REC-SV-W TV-4 OF REC-SV-W
055100                   TV-5 OF REC-SV-W TV-6 OF REC-SV-W
055200                   TV-7 OF REC-SV-W TV-8 OF REC-SV-W
055300                   TV-9 OF REC-SV-W TV-10 OF REC-SV-W
055400                   TV-11 OF REC-SV-W TV-12 OF REC-SV-W
055500                   TV-13 OF REC-SV-W TV-14 OF REC-SV-W
055600                   TV-15 OF REC-SV-W TV-16 OF REC-SV-W
055700                   TV-17 OF REC-SV-W.
055800 EX-PREPARA-SINISTRO.
055900     EXIT.
056000*
056100*     con DDT, collo, vettore, tracking e tipo gia' messi:
056200*     bolla da PESODDT, contenuto da COLLICON, prezzi dalla
056300*     catena della bolla, poi registro e lettera
056400 APRI-SINISTRO.
056500     PERFORM CERCA-BOLLA-PW THRU EX-CERCA-BOLLA-PW.
056600     PERFORM CARICA-CONTENUTO-SV THRU EX-CARICA-CONTENUTO-SV.
056700     IF N-CONTENUTO > 0 AND DATA-DDT-SV OF REC-SV-W NOT = 0
056800        PERFORM PREZZA-CONTENUTO THRU EX-PREZZA-CONTENUTO.
056900     MOVE 0 TO CAPI-SV OF REC-SV-W VALORE-SV OF REC-SV-W
057000               CAPI-SENZA-PREZZO.
057100     PERFORM SOMMA-CONTENUTO THRU EX-SOMMA-CONTENUTO
057200        VARYING I-CT FROM 1 BY 1 UNTIL I-CT > N-CONTENUTO.
057300     ADD 1 TO ULTIMO-NUMERO.
057400     MOVE ULTIMO-NUMERO TO NUMERO-SV OF REC-SV-W.
057500     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-SV OF REC-SV-W.
057600     MOVE "A" TO STATO-SV OF REC-SV-W.
057700     MOVE W-SIGLA-UTENTE OF W-COMMON TO UTENTE-SV OF REC-SV-W.
057800     ADD 1 TO N-SINISTRI.
057900     MOVE REC-SV-W TO RIGA-SM (N-SINISTRI).
058000     MOVE "S" TO REGISTRO-MODIF.
058100     ADD 1 TO APERTI-QUI.
058200     COMPUTE VALORE-DISPLAY = VALORE-SV OF REC-SV-W / 100.
058300     DISPLAY "Sinistro " NUMERO-SV OF REC-SV-W " DDT "
058400             NUMERO-DDT-SV OF REC-SV-W " collo "
058500             COLLO-SV OF REC-SV-W " valore " VALORE-DISPLAY.
058600     IF N-CONTENUTO = 0
058700        DISPLAY "  contenuto del collo non su COLLICON: "
058800                "valore da completare"
058900     ELSE
059000        IF CAPI-SENZA-PREZZO > 0
059100           DISPLAY "  capi senza prezzo di bolla "
059200                   CAPI-SENZA-PREZZO
059300        END-IF
059400     END-IF.
059500     PERFORM STAMPA-LETTERA THRU EX-STAMPA-LETTERA.
059600 EX-APRI-SINISTRO.
059700     EXIT.
059800*
059900*     la bolla col numero del collo piu' recente non oltre la
060000*     data di riferimento (cattura al banco o oggi)
060100 CERCA-BOLLA-PW.
060200     MOVE 0 TO DATA-MIGLIORE.
060300     OPEN INPUT FILE-PESODDT.
060400     IF NOT PW-APERTO
060500        GO TO EX-CERCA-BOLLA-PW.
060600     MOVE 0 TO OK-FINE-FILE.
060700     PERFORM LEGGI-RIGA-PW-SV THRU EX-LEGGI-RIGA-PW-SV
060800        UNTIL LETTO-FINE-FILE.
060900     CLOSE FILE-PESODDT.
061000     MOVE DATA-MIGLIORE TO DATA-DDT-SV OF REC-SV-W.
061100 EX-CERCA-BOLLA-PW.
061200     EXIT.
061300*
061400 LEGGI-RIGA-PW-SV.
061500     READ FILE-PESODDT
061600        AT END
061700           MOVE 1 TO OK-FINE-FILE
061800           GO TO EX-LEGGI-RIGA-PW-SV
061900     END-READ.
062000     IF NUMERO-DDT-PW NOT = NUMERO-DDT-SV OF REC-SV-W
062100        OR DATA-PW NOT NUMERIC
062200        OR DATA-PW > DATA-RIF
062300        OR DATA-PW < DATA-MIGLIORE
062400        GO TO EX-LEGGI-RIGA-PW-SV.
062500     MOVE DATA-PW TO DATA-MIGLIORE.
062600     MOVE 0 TO CONTO-SV OF REC-SV-W.
062700     IF CONTO-PW NUMERIC
062800        MOVE CONTO-PW TO CONTO-SV OF REC-SV-W.
062900     IF CONTO-VET-SV OF REC-SV-W = 0
063000        MOVE CONTO-VET-PW TO CONTO-VET-SV OF REC-SV-W.
063100 EX-LEGGI-RIGA-PW-SV.
063200     EXIT.
063300*
063400*     righe COLLICON del DDT/collo; senza rigo PESODDT vale
063500*     la data piu' recente non oltre il riferimento
063600 CARICA-CONTENUTO-SV.
063700     MOVE 0 TO N-CONTENUTO.
063800     MOVE DATA-DDT-SV OF REC-SV-W TO DATA-MIGLIORE.
063900     OPEN INPUT FILE-CON.
064000     IF NOT CN-APERTO
064100        GO TO EX-CARICA-CONTENUTO-SV.
064200     MOVE 0 TO OK-FINE-FILE.
064300     PERFORM LEGGI-RIGA-CON-SV THRU EX-LEGGI-RIGA-CON-SV
064400        UNTIL LETTO-FINE-FILE.
064500     CLOSE FILE-CON.
064600     MOVE DATA-MIGLIORE TO DATA-DDT-SV OF REC-SV-W.
064700 EX-CARICA-CONTENUTO-SV.
064800     EXIT.
064900*
065000 LEGGI-RIGA-CON-SV.
065100     READ FILE-CON
065200        AT END
065300           MOVE 1 TO OK-FINE-FILE
065400           GO TO EX-LEGGI-RIGA-CON-SV
065500     END-READ.
065600     IF NUMERO-DDT-CN NOT = NUMERO-DDT-SV OF REC-SV-W
065700        OR COLLO-CN NOT = COLLO-SV OF REC-SV-W
065800        OR DATA-CN NOT NUMERIC
065900        OR QTA-CN NOT NUMERIC
066000        GO TO EX-LEGGI-RIGA-CON-SV.
066100     IF DATA-DDT-SV OF REC-SV-W NOT = 0
066200        IF DATA-CN NOT = DATA-DDT-SV OF REC-SV-W
066300           GO TO EX-LEGGI-RIGA-CON-SV
066400        END-IF
066500     ELSE
066600        IF DATA-CN > DATA-RIF OR DATA-CN < DATA-MIGLIORE
066700           GO TO EX-LEGGI-RIGA-CON-SV
066800        END-IF
066900        IF DATA-CN > DATA-MIGLIORE
067000           MOVE DATA-CN TO DATA-MIGLIORE
067100           MOVE 0 TO N-CONTENUTO
067200        END-IF
067300     END-IF.
067400     IF N-CONTENUTO NOT < 200
067500        DISPLAY "SINVETT    TAB-CONTENUTO-SV da allargare"
067600        GO TO EX-LEGGI-RIGA-CON-SV.
067700     ADD 1 TO N-CONTENUTO.
067800     MOVE C-MAT-CN TO C-MAT-CT (N-CONTENUTO).
067900     MOVE TAGLIA-CN TO TAGLIA-CT (N-CONTENUTO).
068000     MOVE NOME-CN TO NOME-CT (N-CONTENUTO).
068100     MOVE QTA-CN TO QTA-CT (N-CONTENUTO).
068200     MOVE 0 TO PREZZO-CT (N-CONTENUTO).
068300 EX-LEGGI-RIGA-CON-SV.
068400     EXIT.
068500*
068600*     catena RIF-INTR della bolla (data+numero come
068700*     RIF-BOLLA-DDT di PRINTDDF): il PREZZO della riga del
068800*     C-MAT venduto al cliente della bolla
068900 PREZZA-CONTENUTO.
069000     MOVE "MOVMAG;" TO W-NOME-DATA-SET.
069100     MOVE "RIF-INTR;" TO W-NOME-CAMPO.
069200     COMPUTE W-VALORE-CAMPO = DATA-DDT-SV OF REC-SV-W * 1000000
069300                            + NUMERO-DDT-SV OF REC-SV-W.
069400     PERFORM TTDBFIND THRU EX-TTDBFIND.
069500     IF NOT W-OK-IMAGE
069600        GO TO EX-PREZZA-CONTENUTO.
069700     PERFORM DBGET-MOVMAG-SV THRU EX-DBGET-MOVMAG-SV.
069800     PERFORM ESAMINA-RIGA-BOLLA THRU EX-ESAMINA-RIGA-BOLLA
069900        UNTIL W-FINE-CATENA OR NOT W-OK-IMAGE.
070000 EX-PREZZA-CONTENUTO.
070100     EXIT.
070200*
070300 DBGET-MOVMAG-SV.
070400     MOVE 5 TO W-MODO.
070500     PERFORM TTDBGET THRU EX-TTDBGET.
070600     MOVE AREA-REC-SET TO REC-MOVMAG.
070700 EX-DBGET-MOVMAG-SV.
070800     EXIT.
070900*
071000 ESAMINA-RIGA-BOLLA.
071100     IF PREZZO OF REC-MOVMAG > 0
071200        AND (CONTO-SV OF REC-SV-W = 0
071300             OR CONTO OF REC-MOVMAG = CONTO-SV OF REC-SV-W)
071400        PERFORM METTI-PREZZO-CT THRU EX-METTI-PREZZO-CT
071500           VARYING I-CT FROM 1 BY 1 UNTIL I-CT > N-CONTENUTO.
071600     PERFORM DBGET-MOVMAG-SV THRU EX-DBGET-MOVMAG-SV.
071700 EX-ESAMINA-RIGA-BOLLA.
071800     EXIT.
071900*
072000 METTI-PREZZO-CT.
072100     IF C-MAT-CT (I-CT) = C-MAT OF REC-MOVMAG
072200        AND PREZZO-CT (I-CT) = 0
072300        MOVE PREZZO OF REC-MOVMAG TO PREZZO-CT (I-CT).
072400 EX-METTI-PREZZO-CT.
072500     EXIT.
072600*
072700 SOMMA-CONTENUTO.
072800     ADD QTA-CT (I-CT) TO CAPI-SV OF REC-SV-W.
072900     COMPUTE VALORE-SV OF REC-SV-W = VALORE-SV OF REC-SV-W
073000             + QTA-CT (I-CT) * PREZZO-CT (I-CT).
073100     IF PREZZO-CT (I-CT) = 0
073200        ADD QTA-CT (I-CT) TO CAPI-SENZA-PREZZO.
073300 EX-SOMMA-CONTENUTO.
073400     EXIT.
073500*
073600*
073700******************************************************
073800*  RISPOSTA DEL VETTORE E LIQUIDAZIONE                *
073900******************************************************
074000 RISPOSTA-VETTORE.
074100     PERFORM CHIEDI-NUMERO THRU EX-CHIEDI-NUMERO.
074200     IF IX-SM = 0
074300        GO TO EX-RISPOSTA-VETTORE.
074400     IF SV-LIQUIDATO OF REC-SV-W OR SV-RESPINTO OF REC-SV-W
074500        DISPLAY "Sinistro gia' chiuso"
074600        GO TO EX-RISPOSTA-VETTORE.
074700     DISPLAY "R=risposta L=liquidato N=respinto " NO ADVANCING.
074800     MOVE SPACES TO STATO-IN.
074900     ACCEPT STATO-IN.
075000     IF STATO-IN NOT = "R" AND NOT = "L" AND NOT = "N"
075100        DISPLAY "Stato non valido"
075200        GO TO EX-RISPOSTA-VETTORE.
075300     DISPLAY "Nota risposta (vuoto = invariata) " NO ADVANCING.
075400     MOVE SPACES TO NOTA-IN.
075500     ACCEPT NOTA-IN.
075600     IF STATO-IN = "L"
075700        DISPLAY "Importo liquidato in centesimi (11 cifre) "
075800                NO ADVANCING
075900        MOVE SPACES TO IMPORTO-IN
076000        ACCEPT IMPORTO-IN
076100        IF IMPORTO-IN NOT NUMERIC
076200           DISPLAY "Importo non numerico"
076300           GO TO EX-RISPOSTA-VETTORE
076400        END-IF
076500        MOVE IMPORTO-IN TO LIQUIDATO-SV OF REC-SV-W
076600        MOVE W-FORMATO-INTERNO OF W-COMMON
076700             TO DATA-LIQ-SV OF REC-SV-W
076800     END-IF.
076900     IF STATO-IN = "N"
077000        MOVE 0 TO LIQUIDATO-SV OF REC-SV-W
077100        MOVE W-FORMATO-INTERNO OF W-COMMON
077200             TO DATA-LIQ-SV OF REC-SV-W.
077300     IF NOTA-IN NOT = SPACES
077400        MOVE NOTA-IN TO NOTA-RISP-SV OF REC-SV-W.
077500     IF DATA-RISP-SV OF REC-SV-W = 0
077600        MOVE W-FORMATO-INTERNO OF W-COMMON
077700             TO DATA-RISP-SV OF REC-SV-W.
077800     MOVE STATO-IN TO STATO-SV OF REC-SV-W.
077900     MOVE REC-SV-W TO RIGA-SM (IX-SM).
078000     MOVE "S" TO REGISTRO-MODIF.
078100 EX-RISPOSTA-VETTORE.
078200     EXIT.
078300*
078400 CHIEDI-NUMERO.
078500     DISPLAY "Numero sinistro (6 cifre) " NO ADVANCING.
078600     MOVE SPACES TO NUMERO-IN.
078700     ACCEPT NUMERO-IN.
078800     MOVE 0 TO IX-SM.
078900     IF NUMERO-IN NOT NUMERIC
079000        DISPLAY "Numero non valido"
079100        GO TO EX-CHIEDI-NUMERO.
079200     PERFORM CERCA-NUMERO-SM THRU EX-CERCA-NUMERO-SM
079300        VARYING I-SM FROM 1 BY 1 UNTIL I-SM > N-SINISTRI.
079400     IF IX-SM = 0
079500        DISPLAY "Sinistro non trovato"
079600        GO TO EX-CHIEDI-NUMERO.
079700     MOVE RIGA-SM (IX-SM) TO REC-SV-W.
079800     COMPUTE VALORE-DISPLAY = VALORE-SV OF REC-SV-W / 100.
079900     DISPLAY NUMERO-SV OF REC-SV-W " del " DATA-SV OF REC-SV-W
080000             " vettore " CONTO-VET-SV OF REC-SV-W
080100             " DDT " NUMERO-DDT-SV OF REC-SV-W
080200             " collo " COLLO-SV OF REC-SV-W
080300             " stato " STATO-SV OF REC-SV-W
080400             " valore " VALORE-DISPLAY.
080500 EX-CHIEDI-NUMERO.
080600     EXIT.
080700*
080800 CERCA-NUMERO-SM.
080900     IF RIGA-SM (I-SM) (1:6) = NUMERO-IN
081000        MOVE I-SM TO IX-SM.
081100 EX-CERCA-NUMERO-SM.
081200     EXIT.
081300*
081400*     la lettera si ristampa dal contenuto di oggi: se
081500*     COLLICON o i prezzi sono cambiati il valore si aggiorna
081600 RISTAMPA-LETTERA.
081700     PERFORM CHIEDI-NUMERO THRU EX-CHIEDI-NUMERO.
081800     IF IX-SM = 0
081900        GO TO EX-RISTAMPA-LETTERA.
082000     MOVE DATA-DDT-SV OF REC-SV-W TO DATA-RIF.
082100     IF DATA-RIF = 0
082200        MOVE DATA-SV OF REC-SV-W TO DATA-RIF.
082300     PERFORM CARICA-CONTENUTO-SV THRU EX-CARICA-CONTENUTO-SV.
082400     IF N-CONTENUTO > 0 AND DATA-DDT-SV OF REC-SV-W NOT = 0
082500        PERFORM PREZZA-CONTENUTO THRU EX-PREZZA-CONTENUTO.
082600     IF SV-APERTO OF REC-SV-W OR SV-RISPOSTA OF REC-SV-W
082700        MOVE 0 TO CAPI-SV OF REC-SV-W VALORE-SV OF REC-SV-W
082800                  CAPI-SENZA-PREZZO
082900        PERFORM SOMMA-CONTENUTO THRU EX-SOMMA-CONTENUTO
083000           VARYING I-CT FROM 1 BY 1 UNTIL I-CT > N-CONTENUTO
083100        MOVE REC-SV-W TO RIGA-SM (IX-SM)
083200        MOVE "S" TO REGISTRO-MODIF
083300     END-IF.
083400     PERFORM STAMPA-LETTERA THRU EX-STAMPA-LETTERA.
083500 EX-RISTAMPA-LETTERA.
083600     EXIT.
083700*
083800*
083900******************************************************
084000*  LETTERA DI RICHIESTA AL VETTORE                    *
084100******************************************************
084200 STAMPA-LETTERA.
084300     PERFORM APRI-TABULATO THRU EX-APRI-TABULATO.
084400     MOVE "M" TO COMANDO.
084500     MOVE 66  TO N-RIGA-STAMPA.
084600     MOVE SPACES TO DATI-RIGA.
084700     MOVE "ANACON;" TO W-NOME-DATA-SET.
084800     MOVE "CONTO;" TO W-NOME-CAMPO.
084900     MOVE CONTO-VET-SV OF REC-SV-W TO W-VALORE-CAMPO-W.
085000     MOVE 7 TO W-MODO.
085100     PERFORM TTDBGET THRU EX-TTDBGET.
085200     IF W-OK-IMAGE
085300        STRING "      SPETT.LE " DELIMITED BY SIZE
085400               D-CONTO OF REC-ANACON DELIMITED BY SIZE
085500           INTO DATI-RIGA
085600     ELSE
085700        STRING "      SPETT.LE VETTORE CONTO " DELIMITED BY SIZE
085800               CONTO-VET-SV OF REC-SV-W DELIMITED BY SIZE
085900           INTO DATI-RIGA.
086000     PERFORM SCRIVI THRU EX-SCRIVI.
086100     MOVE 3 TO N-RIGA-STAMPA.
086200     IF SV-SMARRITO OF REC-SV-W
086300        MOVE "      OGGETTO: RICHIESTA DI RISARCIMENTO PER COLLO"
086400          & " SMARRITO" TO DATI-RIGA
086500     ELSE
086600        MOVE "      OGGETTO: RICHIESTA DI RISARCIMENTO PER COLLO"
086700          & " DANNEGGIATO" TO DATI-RIGA.
086800     PERFORM SCRIVI THRU EX-SCRIVI.
086900     STRING "      NOSTRO RIFERIMENTO SINISTRO N. "
087000               DELIMITED BY SIZE
087100            NUMERO-SV OF REC-SV-W DELIMITED BY SIZE
087200            " DEL " DELIMITED BY SIZE
087300            DATA-SV OF REC-SV-W DELIMITED BY SIZE
087400        INTO DATI-RIGA.
087500     PERFORM SCRIVI THRU EX-SCRIVI.
087600     MOVE 2 TO N-RIGA-STAMPA.
087700     STRING "      CON RIFERIMENTO AL NOSTRO DDT N. "
087800               DELIMITED BY SIZE
087900            NUMERO-DDT-SV OF REC-SV-W DELIMITED BY SIZE
088000            " DEL " DELIMITED BY SIZE
088100            DATA-DDT-SV OF REC-SV-W DELIMITED BY SIZE
088200            ", COLLO N. " DELIMITED BY SIZE
088300            COLLO-SV OF REC-SV-W DELIMITED BY SIZE
088400        INTO DATI-RIGA.
088500     PERFORM SCRIVI THRU EX-SCRIVI.
088600     STRING "      AFFIDATO ALLA VS. SPEDIZIONE CON RIFERIMENTO "
088700               DELIMITED BY SIZE
088800            TRACKING-SV OF REC-SV-W DELIMITED BY SIZE
088900        INTO DATI-RIGA.
089000     PERFORM SCRIVI THRU EX-SCRIVI.
089100     IF SV-SMARRITO OF REC-SV-W
089200        MOVE "      E RISULTATO SMARRITO, VI CHIEDIAMO IL RISARC"
089300          & "IMENTO DELLA MERCE CONTENUTA:" TO DATI-RIGA
089400     ELSE
089500        MOVE "      E CONSEGNATO DANNEGGIATO, VI CHIEDIAMO IL RI"
089600          & "SARCIMENTO DELLA MERCE CONTENUTA:" TO DATI-RIGA.
089700     PERFORM SCRIVI THRU EX-SCRIVI.
089800     MOVE 2 TO N-RIGA-STAMPA.
089900     MOVE "    C-MAT            ARTIC.  TG   QTA      PREZZO  "
090000       & "       VALORE" TO DATI-RIGA.
090100     PERFORM SCRIVI THRU EX-SCRIVI.
090200     PERFORM STAMPA-RIGA-CONTENUTO
090300         THRU EX-STAMPA-RIGA-CONTENUTO
090400        VARYING I-CT FROM 1 BY 1 UNTIL I-CT > N-CONTENUTO.
090500     MOVE 2 TO N-RIGA-STAMPA.
090600     MOVE "    TOTALE CAPI" TO DATI-RIGA.
090700     MOVE CAPI-SV OF REC-SV-W TO QTA-ST.
090800     COMPUTE VALORE-ST = VALORE-SV OF REC-SV-W / 100.
090900     PERFORM SCRIVI THRU EX-SCRIVI.
091000     MOVE 3 TO N-RIGA-STAMPA.
091100     MOVE "      IN ATTESA DI UN VS. CORTESE RISCONTRO PORGIAMO"
091200       & " DISTINTI SALUTI." TO DATI-RIGA.
091300     PERFORM SCRIVI THRU EX-SCRIVI.
091400 EX-STAMPA-LETTERA.
091500     EXIT.
091600*
091700 STAMPA-RIGA-CONTENUTO.
091800     MOVE SPACES TO DATI-RIGA.
091900     MOVE C-MAT-CT (I-CT) TO C-MAT-ST.
092000     MOVE NOME-CT (I-CT) TO NOME-ST.
092100     MOVE TAGLIA-CT (I-CT) TO TAGLIA-ST.
092200     MOVE QTA-CT (I-CT) TO QTA-ST.
092300     COMPUTE PREZZO-ST = PREZZO-CT (I-CT) / 100.
092400     COMPUTE VALORE-RIGA = QTA-CT (I-CT) * PREZZO-CT (I-CT).
092500     COMPUTE VALORE-ST = VALORE-RIGA / 100.
092600     PERFORM SCRIVI THRU EX-SCRIVI.
092700 EX-STAMPA-RIGA-CONTENUTO.
092800     EXIT.
092900*
093000*
093100******************************************************
093200*  RAPPORTO: SINISTRI APERTI E RECUPERO PER VETTORE   *
093300******************************************************
093400 RAPPORTO-VETTORI.
093500     IF N-SINISTRI = 0
093600        DISPLAY "Nessun sinistro a registro"
093700        GO TO EX-RAPPORTO-VETTORI.
093800     MOVE 0 TO N-VETTORI.
093900     PERFORM APRI-TABULATO THRU EX-APRI-TABULATO.
094000     MOVE "M" TO COMANDO.
094100     MOVE 66  TO N-RIGA-STAMPA.
094200     MOVE " SINISTRI VETTORE APERTI" TO DATI-RIGA.
094300     PERFORM SCRIVI THRU EX-SCRIVI.
094400     MOVE "  NUMERO  DATA    VETTORE   DDT    COL  TRACKING    "
094500       & "          T  S       VALORE" TO DATI-RIGA.
094600     MOVE 2 TO N-RIGA-STAMPA.
094700     PERFORM SCRIVI THRU EX-SCRIVI.
094800     PERFORM ACCUMULA-SINISTRO THRU EX-ACCUMULA-SINISTRO
094900        VARYING I-SM FROM 1 BY 1 UNTIL I-SM > N-SINISTRI.
095000     MOVE " RECUPERO PER VETTORE (CHIUSI = LIQUIDATI + RESPINTI"
095100       & ")" TO DATI-RIGA.
095200     MOVE 3 TO N-RIGA-STAMPA.
095300     PERFORM SCRIVI THRU EX-SCRIVI.
095400     MOVE "  VETTORE                           SIN. APERTI   VAL"
095500       & ". APERTI CHIUSI     RICHIESTO     LIQUIDATO  % REC."
095600       TO DATI-RIGA.
095700     PERFORM SCRIVI THRU EX-SCRIVI.
095800     PERFORM STAMPA-RIGA-VETTORE THRU EX-STAMPA-RIGA-VETTORE
095900        VARYING I-VT FROM 1 BY 1 UNTIL I-VT > N-VETTORI.
096000     DISPLAY "SINVETT    rapporto su tabulato, vettori "
096100             N-VETTORI.
096200 EX-RAPPORTO-VETTORI.
096300     EXIT.
096400*
096500 ACCUMULA-SINISTRO.
096600     MOVE RIGA-SM (I-SM) TO REC-SV-W.
096700     IF VALORE-SV OF REC-SV-W NOT NUMERIC
096800        OR LIQUIDATO-SV OF REC-SV-W NOT NUMERIC
096900        GO TO EX-ACCUMULA-SINISTRO.
097000     IF SV-APERTO OF REC-SV-W OR SV-RISPOSTA OF REC-SV-W
097100        MOVE SPACES TO DATI-RIGA
097200        MOVE NUMERO-SV OF REC-SV-W TO NUMERO-AP-ST
097300        MOVE DATA-SV OF REC-SV-W TO DATA-AP-ST
097400        MOVE CONTO-VET-SV OF REC-SV-W TO VET-AP-ST
097500        MOVE NUMERO-DDT-SV OF REC-SV-W TO DDT-AP-ST
097600        MOVE COLLO-SV OF REC-SV-W TO COLLO-AP-ST
097700        MOVE TRACKING-SV OF REC-SV-W TO TRACK-AP-ST
097800        MOVE TIPO-SV OF REC-SV-W TO TIPO-AP-ST
097900        MOVE STATO-SV OF REC-SV-W TO STATO-AP-ST
098000        COMPUTE VALORE-AP-ST = VALORE-SV OF REC-SV-W / 100
098100        PERFORM SCRIVI THRU EX-SCRIVI
098200     END-IF.
098300     MOVE 0 TO IX-VT.
098400     PERFORM CERCA-VETTORE-VT THRU EX-CERCA-VETTORE-VT
098500        VARYING I-VT FROM 1 BY 1 UNTIL I-VT > N-VETTORI.
098600     IF IX-VT = 0
098700        IF N-VETTORI NOT < 50
098800           DISPLAY "SINVETT    TAB-VETTORI da allargare"
098900           GO TO EX-ACCUMULA-SINISTRO
099000        END-IF
099100        ADD 1 TO N-VETTORI
099200        MOVE N-VETTORI TO IX-VT
099300        MOVE CONTO-VET-SV OF REC-SV-W TO CONTO-VET-VT (IX-VT)
099400        MOVE 0 TO N-VT (IX-VT) APERTI-VT (IX-VT)
099500                  VAL-APERTI-VT (IX-VT) CHIUSI-VT (IX-VT)
099600                  RICHIESTO-VT (IX-VT) LIQUIDATO-VT (IX-VT)
099700     END-IF.
099800     ADD 1 TO N-VT (IX-VT).
099900     IF SV-APERTO OF REC-SV-W OR SV-RISPOSTA OF REC-SV-W
100000        ADD 1 TO APERTI-VT (IX-VT)
100100        ADD VALORE-SV OF REC-SV-W TO VAL-APERTI-VT (IX-VT)
100200     ELSE
100300        ADD 1 TO CHIUSI-VT (IX-VT)
100400        ADD VALORE-SV OF REC-SV-W TO RICHIESTO-VT (IX-VT)
100500        ADD LIQUIDATO-SV OF REC-SV-W TO LIQUIDATO-VT (IX-VT).
100600 EX-ACCUMULA-SINISTRO.
100700     EXIT.
100800*
100900 CERCA-VETTORE-VT.
101000     IF CONTO-VET-VT (I-VT) = CONTO-VET-SV OF REC-SV-W
101100        MOVE I-VT TO IX-VT.
101200 EX-CERCA-VETTORE-VT.
101300     EXIT.
101400*
101500 STAMPA-RIGA-VETTORE.
101600     MOVE SPACES TO DATI-RIGA.
101700     MOVE CONTO-VET-VT (I-VT) TO VET-VT-ST.
101800     MOVE "ANACON;" TO W-NOME-DATA-SET.
101900     MOVE "CONTO;" TO W-NOME-CAMPO.
102000     MOVE CONTO-VET-VT (I-VT) TO W-VALORE-CAMPO-W.
102100     MOVE 7 TO W-MODO.
102200     PERFORM TTDBGET THRU EX-TTDBGET.
102300     IF W-OK-IMAGE
102400        MOVE D-CONTO OF REC-ANACON TO D-VET-VT-ST.
102500     MOVE N-VT (I-VT) TO N-VT-ST.
102600     MOVE APERTI-VT (I-VT) TO APERTI-VT-ST.
102700     COMPUTE VAL-AP-VT-ST = VAL-APERTI-VT (I-VT) / 100.
102800     MOVE CHIUSI-VT (I-VT) TO CHIUSI-VT-ST.
102900     COMPUTE RICH-VT-ST = RICHIESTO-VT (I-VT) / 100.
103000     COMPUTE LIQ-VT-ST = LIQUIDATO-VT (I-VT) / 100.
103100     MOVE 0 TO TASSO-RECUPERO.
103200     IF RICHIESTO-VT (I-VT) > 0
103300        COMPUTE TASSO-RECUPERO ROUNDED =
103400                LIQUIDATO-VT (I-VT) * 100 / RICHIESTO-VT (I-VT).
103500     MOVE TASSO-RECUPERO TO TASSO-VT-ST.
103600     PERFORM SCRIVI THRU EX-SCRIVI.
103700 EX-STAMPA-RIGA-VETTORE.
103800     EXIT.
103900*
104000*
104100 APRI-TABULATO.
104200     IF TABULATO-APERTO = "S"
104300        GO TO EX-APRI-TABULATO.
104400     MOVE  136  TO LL-RIGA.
104500     MOVE 9999 TO N-MAX-RIGHE.
104600     MOVE "V" TO PRE-NOME-FILE.
104700     MOVE W-FORMATO-INTERNO OF W-COMMON TO TERM-N-FILE.
104800     CALL "QOLPPR" USING PAR-PRINT
104900                          RIGA BUFFER.
105000     MOVE 0   TO N-STAMPANTE.
105100     MOVE "S" TO TABULATO-APERTO.
105200 EX-APRI-TABULATO.
105300     EXIT.
105400*
105500 SCRIVI.
105600     CALL "QWLPPR" USING PAR-PRINT
105700                         RIGA BUFFER.
105800     IF STATO-PR OF PAR-PRINT NOT = 0
105900        MOVE STATO-PR OF PAR-PRINT TO STATO-DISPLAY
106000        DISPLAY "SINVETT    ERRORE QPRINT CON STATO : "
106100                STATO-DISPLAY
106200     END-IF.
106300     MOVE SPACES TO DATI-RIGA.
106400     MOVE "S" TO COMANDO.
106500     MOVE 1 TO N-RIGA-STAMPA.
106600 EX-SCRIVI.
106700     EXIT.
106800*
106900*
107000 TTDBFIND.
107100              COPY PDBFIND.
107200*
107300 TTDBGET.
107400              COPY PDBGET.
107500*
107600*      FINE PROGRAMMA    **** /K SINVETT.COB  *****
