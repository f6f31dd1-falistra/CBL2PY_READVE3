000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. DBJSTOR.
000310*2026*        15/10/26
000320*     storia delle variazioni anagrafiche dal giornale
000330*     DBJOURNL: il giornale porta l'immagine intera di ogni
000340*     DBPUT/DBUPDATE riuscita con data, ora, terminale e
000350*     utente, quindi il "prima" di una riscrittura e'
000360*     l'immagine giornalata precedente dello stesso record.
000370*     Si leggono prima le copie archiviate del giornale,
000380*     elencate in ordine cronologico su DBJARLST (un nome
000390*     file per riga, aperte una alla volta con COMMAND2
000400*     "FILE DBJARCH="), poi il DBJOURNL corrente; per
000410*     ANACON, CONFATT, INDIRIZ e ANAMAT si confrontano le
000420*     due immagini campo per campo (i saldi e le date di
000430*     ultimo movimento/variazione no, cambiano a ogni
000440*     scrittura). Una riscrittura senza immagine precedente
000450*     nel giornale letto si segnala come non confrontabile.
000460*     FUNZIONE "I": interrogazione a video per archivio e
000470*     chiave (conto, oppure C-MAT per ANAMAT; su INDIRIZ
000480*     tutti gli indirizzi del conto) con data, ora,
000490*     terminale, utente e ogni campo prima/dopo.
00049A*     FUNZIONE "S": rapporto settimanale per il controllo
00049B*     crediti sul tabulato QOLPPR/QWLPPR/QCLPPR: le
00049C*     variazioni dei sette giorni fino alla data chiesta
00049D*     (vuoto = oggi) ai campi sensibili -- FIDO e DATA-FIDO
00049E*     di ANACON, condizioni di pagamento, LISTINO, listini
00049F*     per linea e banca d'appoggio di CONFATT, coordinate
00049G*     bancarie (D-AGG) e conto di fatturazione di INDIRIZ;
00049H*     e' pensata come passo settimanale della catena ORCHEOD.
00049I*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-JRNL ASSIGN TO "DBJOURNL"
001300        ORGANIZATION IS SEQUENTIAL
001400        FILE STATUS IS CHECK-JR.
001500     SELECT OPTIONAL FILE-ARCH ASSIGN TO "DBJARCH"
001600        ORGANIZATION IS SEQUENTIAL
001700        FILE STATUS IS CHECK-JA.
001800     SELECT OPTIONAL FILE-LISTA ASSIGN TO "DBJARLST"
001900        ORGANIZATION IS LINE SEQUENTIAL
002000        FILE STATUS IS CHECK-JL.
002100*
002200 DATA DIVISION.
002300 FILE SECTION.
002400* stesso tracciato YDBJRNL (in WORKING REC-GIORNALE)
002500 FD FILE-JRNL DATA RECORD REC-JRNL.
002600 01 REC-JRNL                 PIC X(578).
002700*
002800 FD FILE-ARCH DATA RECORD REC-ARCH.
002900 01 REC-ARCH                 PIC X(578).
003000*
003100* nomi delle copie archiviate di DBJOURNL, dalla piu' vecchia
003200 FD FILE-LISTA DATA RECORD REC-LISTA.
003300 01 REC-LISTA                PIC X(26).
003400*
003500 WORKING-STORAGE SECTION.
003600*
003700 01 REC-GIORNALE     COPY YDBJRNL.
003800*
003900 01 PRIMA-ANACON     COPY YANACON.
004000 01 DOPO-ANACON      COPY YANACON.
004100 01 PRIMA-CONFATT    COPY YCONFAT.
004200 01 DOPO-CONFATT     COPY YCONFAT.
004300 01 PRIMA-INDIRIZ    COPY YINDIRIZ.
004400 01 DOPO-INDIRIZ     COPY YINDIRIZ.
004500 01 PRIMA-ANAMAT.
004600  05 REC-ANAMAT      COPY YANAMAT.
004700 01 DOPO-ANAMAT.
004800  05 REC-ANAMAT      COPY YANAMAT.
004900*
005000 77 CHECK-JR        PIC XX.
005100    88 JR-APERTO    VALUES ARE "05", "00".
005200 77 CHECK-JA        PIC XX.
005300    88 JA-APERTO    VALUES ARE "05", "00".
005400 77 CHECK-JL        PIC XX.
005500    88 JL-APERTO    VALUES ARE "05", "00".
005600*
005700 01 OK-FINE-FILE    PIC S9(4) COMP.
005800    88 LETTO-FINE-FILE VALUE 1.
005900 01 OK-FINE-LISTA   PIC S9(4) COMP.
006000    88 LETTO-FINE-LISTA VALUE 1.
006100*
006200 01 FUNZIONE-IN     PIC X.
006300 01 ARCHIVIO-IN     PIC X.
006400 01 CHIAVE-IN       PIC X(15).
006500 01 DATA-IN         PIC X(6).
006600*
006700 01 PARGEN           COPY QPARGEN.
006800 01 PARQDATA-RIGA    COPY QPARDATS.
006900*
007000* modo di lavoro: I interrogazione, S rapporto settimanale
007100 01 MODO-STORIA     PIC X.
007200    88 INTERROGAZIONE  VALUE "I".
007300    88 SETTIMANALE     VALUE "S".
007400*
007500* archivio della riga di giornale: A ANACON, C CONFATT,
007600* I INDIRIZ, M ANAMAT
007700 01 NOME-DS         PIC X(8).
007800 01 ARCHIVIO-DS     PIC X.
007900    88 DS-ANACON    VALUE "A".
008000    88 DS-CONFATT   VALUE "C".
008100    88 DS-INDIRIZ   VALUE "I".
008200    88 DS-ANAMAT    VALUE "M".
008300 01 ARCHIVIO-CHIESTO PIC X.
008400 01 CHIAVE-CHIESTA  PIC X(15).
008500*
008600* chiave del record: conto (8), conto/tipo indirizzo,
008700* C-MAT (15)
008800 01 CHIAVE-COM      PIC X(20).
008900 01 CONTO-ED        PIC 9(8).
009000 01 C-MAT-ED        PIC 9(15).
009100*
009200* ultima immagine giornalata di ogni record incontrato
009300 01 TAB-IMMAGINI.
009400  05 RIGA-IM OCCURS 2000.
009500   10 ARCHIVIO-IM      PIC X.
009600   10 CHIAVE-IM        PIC X(20).
009700   10 IMMAGINE-IM      PIC X(512).
009800 01 N-IM            PIC S9(4) COMP.
009900 01 I-IM            PIC S9(4) COMP.
010000 01 IX-IM           PIC S9(4) COMP.
010100 01 IMMAGINI-PERSE  PIC S9(9) COMP.
010200*
010300* periodo del rapporto settimanale (numeri seriali)
010400 01 DATA-FINE-INT   PIC S9(8) COMP.
010500 01 SERIALE-DA      PIC S9(9) COMP.
010600 01 SERIALE-A       PIC S9(9) COMP.
010700 01 DATA-PREC       PIC 9(8).
010800 01 SERIALE-PREC    PIC S9(9) COMP.
010900 01 NEL-PERIODO     PIC X.
011000    88 DATA-NEL-PERIODO VALUE "S".
011100*
011200* variazione da emettere
011300 01 CAMPO-VAR       PIC X(16).
011400 01 SENSIBILE       PIC X.
011500    88 CAMPO-SENSIBILE VALUE "S".
011600 01 TESTO-PRIMA     PIC X(66).
011700 01 TESTO-DOPO      PIC X(66).
011800 01 VALORE-PRIMA    PIC S9(15) COMP-3.
011900 01 VALORE-DOPO     PIC S9(15) COMP-3.
012000 01 VALORE-NUM      PIC S9(15) COMP-3.
012100 01 TESTO-COM       PIC X(66).
012200 01 NUMERO-ED       PIC -(15)9.
012300 01 SPAZI-ED        PIC S9(4) COMP.
012400 01 I-OC            PIC S9(4) COMP.
012500 01 OC-ED           PIC 9.
012600 01 LISTINO-ED      PIC 9(4).
012700*
012800* data e ora della riga di giornale
012900 01 DATA-GIRO       PIC 9(6).
013000 01 FILLER REDEFINES DATA-GIRO.
013100  05 AA-GIRO        PIC 99.
013200  05 MM-GIRO        PIC 99.
013300  05 GG-GIRO        PIC 99.
013400 01 ORA-GIRO        PIC 9(8).
013500 01 FILLER REDEFINES ORA-GIRO.
013600  05 HH-GIRO        PIC 99.
013700  05 MI-GIRO        PIC 99.
013800  05 FILLER         PIC 9(4).
013900 01 DATA-ORA-ED     PIC X(14).
014000*
014100 01 COMANDO-FILE-JA  PIC X(50).
014200 01 CARRIAGE-RETURN  PIC X VALUE X"13".
014300 01 ERR          PIC S9(9) COMP.
014400 01 ERR-PARM     PIC S9(9) COMP.
014500 01 ERR-DISP     PIC -(6).
014600*
014700 01 RIGHE-LETTE     PIC S9(9) COMP.
014800 01 ARCHIVI-LETTI   PIC S9(9) COMP.
014900 01 VARIAZIONI      PIC S9(9) COMP.
015000 01 CONTA-ED        PIC Z(8)9.
015100*
015200 01 STATO-DISPLAY    PIC ZZZZ-.
015300*
015400 01  PAR-PRINT.
015500  05  STATO         PIC S9(4) COMP.
015600  05  LL-RIGA       PIC  9(4) COMP.
015700  05  N-MAX-RIGHE   PIC  9(4) COMP.
015800  05  FLAG-ROUTINE  PIC  9(4) COMP.
015900  05  NUM-FILE-ID   PIC  9(4) COMP.
016000  05  NOME-FILE.
016100   10 PRE-NOME-FILE     PIC X.
016200   10 TERM-N-FILE       PIC 9(6).
016300   10 FILLER            PIC XXX VALUE ".ST".
016400*
016500 01  RIGA.
016600  05  N-STAMPANTE   PIC 9.
016700  05  COMANDO       PIC X.
016800  05  N-RIGA-STAMPA PIC 9(4) COMP.
016900  05  DATI-RIGA     PIC X(132).
017000  05 RIGA-VAR-JS REDEFINES DATI-RIGA.
017100   10 FILLER          PIC X.
017200   10 DATA-ORA-ST     PIC X(14).
017300   10 FILLER          PIC X.
017400   10 TERMINALE-ST    PIC X(8).
017500   10 FILLER          PIC X.
017600   10 UTENTE-ST       PIC X(8).
017700   10 FILLER          PIC X.
017800   10 ARCHIVIO-ST     PIC X(8).
017900   10 FILLER          PIC X.
018000   10 CHIAVE-ST       PIC X(20).
018100   10 FILLER          PIC X.
018200   10 CAMPO-ST        PIC X(16).
018300   10 FILLER          PIC X(51).
018400  05 RIGA-VAL-JS REDEFINES DATI-RIGA.
018500   10 FILLER          PIC X(5).
018600   10 ETICHETTA-ST    PIC X(7).
018700   10 VALORE-ST       PIC X(66).
018800   10 FILLER          PIC X(54).
018900*
019000 01 BUFFER.
019100  05 N-BUF               PIC S9(4) COMP VALUE 37.
019200  05 FILLER              PIC XX.
019300  05 FILLER              PIC X(5120).
019400*
019500 LINKAGE SECTION.
019600*
019700 01 W-COMMON       COPY WCOMMONW.
019800*
019900*PAGE
020000 PROCEDURE DIVISION  USING W-COMMON.
020100 INIZIO.
020200     DISPLAY "----  STORIA VARIAZIONI ANAGRAFICHE  ----".
020300     DISPLAY "Funzione (I=interrogazione S=settimanale) "
020400             NO ADVANCING.
020500     MOVE SPACE TO FUNZIONE-IN.
020600     ACCEPT FUNZIONE-IN.
020700     MOVE FUNZIONE-IN TO MODO-STORIA.
020800     EVALUATE TRUE
020900        WHEN INTERROGAZIONE
021000           PERFORM INTERROGA THRU EX-INTERROGA
021100        WHEN SETTIMANALE
021200           PERFORM RAPPORTO THRU EX-RAPPORTO
021300        WHEN OTHER
021400           DISPLAY "Funzione non valida"
021500     END-EVALUATE.
021600 FINE.
021700     EXIT PROGRAM.
021800*
021900*
022000******************************************************
022100*  INTERROGAZIONE A VIDEO                            *
022200******************************************************
022300 INTERROGA.
022400     DISPLAY "Archivio (A=ANACON C=CONFATT I=INDIRIZ "
022500             "M=ANAMAT) " NO ADVANCING.
022600     MOVE SPACE TO ARCHIVIO-IN.
022700     ACCEPT ARCHIVIO-IN.
022800     MOVE ARCHIVIO-IN TO ARCHIVIO-DS.
022900     IF NOT DS-ANACON AND NOT DS-CONFATT AND NOT DS-INDIRIZ
023000        AND NOT DS-ANAMAT
023100        DISPLAY "Archivio non valido"
023200        GO TO EX-INTERROGA.
023300     MOVE ARCHIVIO-IN TO ARCHIVIO-CHIESTO.
023400     IF DS-ANAMAT
023500        DISPLAY "C-MAT (15 cifre) " NO ADVANCING
023600     ELSE
023700        DISPLAY "Conto (8 cifre) " NO ADVANCING.
023800     MOVE SPACES TO CHIAVE-IN.
023900     ACCEPT CHIAVE-IN.
024000     IF DS-ANAMAT
024100        IF CHIAVE-IN NOT NUMERIC
024200           DISPLAY "C-MAT non numerico"
024300           GO TO EX-INTERROGA
024400        END-IF
024500        MOVE CHIAVE-IN TO CHIAVE-CHIESTA
024600     ELSE
024700        IF CHIAVE-IN (1:8) NOT NUMERIC
024800           OR CHIAVE-IN (9:7) NOT = SPACES
024900           DISPLAY "Conto non numerico"
025000           GO TO EX-INTERROGA
025100        END-IF
025200        MOVE CHIAVE-IN (1:8) TO CHIAVE-CHIESTA
025300     END-IF.
025400     PERFORM LEGGI-GIORNALI THRU EX-LEGGI-GIORNALI.
025500     MOVE VARIAZIONI TO CONTA-ED.
025600     DISPLAY "Variazioni trovate    " CONTA-ED.
025700     MOVE ARCHIVI-LETTI TO CONTA-ED.
025800     DISPLAY "Giornali archiviati   " CONTA-ED.
025900 EX-INTERROGA.
026000     EXIT.
026100*
026200*
026300******************************************************
026400*  RAPPORTO SETTIMANALE DEI CAMPI SENSIBILI          *
026500******************************************************
026600 RAPPORTO.
026700     DISPLAY "Settimana fino al (AAMMGG, vuoto = oggi) "
026800             NO ADVANCING.
026900     MOVE SPACES TO DATA-IN.
027000     ACCEPT DATA-IN.
027100     IF DATA-IN = SPACES
027200        MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-FINE-INT
027300     ELSE
027400        IF DATA-IN NOT NUMERIC
027500           DISPLAY "Data non numerica"
027600           GO TO EX-RAPPORTO
027700        END-IF
027800        MOVE DATA-IN TO DATA-FINE-INT
027900     END-IF.
028000     MOVE DATA-FINE-INT TO DATA-PREC.
028100     PERFORM SERIALE-GIORNO THRU EX-SERIALE-GIORNO.
028200     MOVE SERIALE-PREC TO SERIALE-A.
028300     COMPUTE SERIALE-DA = SERIALE-A - 6.
028400     MOVE 0 TO DATA-PREC.
028500     MOVE SPACE TO ARCHIVIO-CHIESTO.
028600     MOVE  136  TO LL-RIGA.
028700     MOVE 9999 TO N-MAX-RIGHE.
028800     MOVE "J" TO PRE-NOME-FILE.
028900     MOVE W-FORMATO-INTERNO OF W-COMMON TO TERM-N-FILE.
029000     CALL "QOLPPR" USING PAR-PRINT
029100                         RIGA BUFFER.
029200     MOVE 0   TO N-STAMPANTE.
029300     MOVE "M" TO COMANDO.
029400     MOVE 66  TO N-RIGA-STAMPA.
029500     MOVE SPACES TO DATI-RIGA.
029600     MOVE DATA-FINE-INT TO DATA-GIRO.
029700     STRING " VARIAZIONI AI CAMPI SENSIBILI DI ANACON, CONFATT"
029800            " E INDIRIZ NEI 7 GIORNI FINO AL "
029900            GG-GIRO "/" MM-GIRO "/" AA-GIRO
030000            DELIMITED BY SIZE INTO DATI-RIGA.
030100     PERFORM SCRIVI THRU EX-SCRIVI.
030200     MOVE " DATA     ORA  TERMINAL UTENTE   ARCHIVIO CHIAVE"
030300       & "               CAMPO" TO DATI-RIGA.
030400     MOVE 2 TO N-RIGA-STAMPA.
030500     PERFORM SCRIVI THRU EX-SCRIVI.
030600     PERFORM LEGGI-GIORNALI THRU EX-LEGGI-GIORNALI.
030700     MOVE VARIAZIONI TO CONTA-ED.
030800     STRING " VARIAZIONI DA VERIFICARE " CONTA-ED
030900            DELIMITED BY SIZE INTO DATI-RIGA.
031000     MOVE 2 TO N-RIGA-STAMPA.
031100     PERFORM SCRIVI THRU EX-SCRIVI.
031200     MOVE ARCHIVI-LETTI TO CONTA-ED.
031300     STRING " GIORNALI ARCHIVIATI LETTI " CONTA-ED
031400            " PIU' IL DBJOURNL CORRENTE"
031500            DELIMITED BY SIZE INTO DATI-RIGA.
031600     PERFORM SCRIVI THRU EX-SCRIVI.
031700     IF IMMAGINI-PERSE NOT = 0
031800        MOVE IMMAGINI-PERSE TO CONTA-ED
031900        STRING " RECORD OLTRE LA CAPIENZA (NON CONFRONTATI) "
032000               CONTA-ED
032100               DELIMITED BY SIZE INTO DATI-RIGA
032200        PERFORM SCRIVI THRU EX-SCRIVI
032300     END-IF.
032400     CALL "QCLPPR" USING PAR-PRINT
032500                         RIGA BUFFER.
032600     MOVE VARIAZIONI TO CONTA-ED.
032700     DISPLAY "Variazioni sensibili  " CONTA-ED.
032800 EX-RAPPORTO.
032900     EXIT.
033000*
033100*     giorno seriale di DATA-PREC (AAMMGG) in SERIALE-PREC
033200*     (QDATAS funz.2 poi funz.6)
033300 SERIALE-GIORNO.
033400     MOVE DATA-PREC TO Q-DATA-I OF PARQDATA-RIGA.
033500     MOVE 2 TO Q-FUNZIONE OF PARGEN.
033600     CANCEL "QDATAS"
033700     CALL "QDATAS" USING PARGEN
033800                         Q-DATA-E OF PARQDATA-RIGA
033900                         Q-DATA-I OF PARQDATA-RIGA
034000                         Q-SETTIMANA OF PARQDATA-RIGA
034100                         Q-AA-4 OF PARQDATA-RIGA
034200                         Q-GIORNI-SERIALE OF PARQDATA-RIGA.
034300     MOVE 6 TO Q-FUNZIONE OF PARGEN.
034400     CANCEL "QDATAS"
034500     CALL "QDATAS" USING PARGEN
034600                         Q-DATA-E OF PARQDATA-RIGA
034700                         Q-DATA-I OF PARQDATA-RIGA
034800                         Q-SETTIMANA OF PARQDATA-RIGA
034900                         Q-AA-4 OF PARQDATA-RIGA
035000                         Q-GIORNI-SERIALE OF PARQDATA-RIGA.
035100     MOVE Q-GIORNI-SERIALE OF PARQDATA-RIGA TO SERIALE-PREC.
035200 EX-SERIALE-GIORNO.
035300     EXIT.
035400*
035500*
035600******************************************************
035700*  LETTURA DEI GIORNALI, DAL PIU' VECCHIO            *
035800******************************************************
035900 LEGGI-GIORNALI.
036000     MOVE 0 TO N-IM IMMAGINI-PERSE RIGHE-LETTE ARCHIVI-LETTI
036100               VARIAZIONI.
036200     MOVE 0 TO OK-FINE-LISTA.
036300     OPEN INPUT FILE-LISTA.
036400     IF JL-APERTO
036500        PERFORM LEGGI-LISTA THRU EX-LEGGI-LISTA
036600           UNTIL LETTO-FINE-LISTA
036700        CLOSE FILE-LISTA
036800     END-IF.
036900     MOVE 0 TO OK-FINE-FILE.
037000     OPEN INPUT FILE-JRNL.
037100     IF NOT JR-APERTO
037200        DISPLAY "DBJSTOR    DBJOURNL non apribile " CHECK-JR
037300        GO TO EX-LEGGI-GIORNALI.
037400     PERFORM LEGGI-JRNL THRU EX-LEGGI-JRNL
037500        UNTIL LETTO-FINE-FILE.
037600     CLOSE FILE-JRNL.
037700 EX-LEGGI-GIORNALI.
037800     EXIT.
037900*
038000 LEGGI-LISTA.
038100     READ FILE-LISTA
038200        AT END
038300           MOVE 1 TO OK-FINE-LISTA
038400           GO TO EX-LEGGI-LISTA.
038500     IF REC-LISTA = SPACES
038600        GO TO EX-LEGGI-LISTA.
038700     MOVE SPACES TO COMANDO-FILE-JA.
038800     STRING "FILE DBJARCH=" DELIMITED BY SIZE
038900            REC-LISTA DELIMITED BY SPACE
039000            CARRIAGE-RETURN DELIMITED BY SIZE
039100        INTO COMANDO-FILE-JA.
039200     CANCEL "COMMAND2"
039300     CALL "COMMAND2" USING COMANDO-FILE-JA ERR ERR-PARM.
039400     IF ERR NOT = 0
039500        MOVE ERR TO ERR-DISP
039600        DISPLAY "DBJSTOR    err COMMAND2 " REC-LISTA " "
039700                ERR-DISP
039800        GO TO EX-LEGGI-LISTA.
039900     MOVE 0 TO OK-FINE-FILE.
040000     OPEN INPUT FILE-ARCH.
040100     IF NOT JA-APERTO
040200        DISPLAY "DBJSTOR    giornale archiviato non apribile "
040300                REC-LISTA " " CHECK-JA
040400        GO TO EX-LEGGI-LISTA.
040500     PERFORM LEGGI-ARCH THRU EX-LEGGI-ARCH
040600        UNTIL LETTO-FINE-FILE.
040700     CLOSE FILE-ARCH.
040800     ADD 1 TO ARCHIVI-LETTI.
040900 EX-LEGGI-LISTA.
041000     EXIT.
041100*
041200 LEGGI-ARCH.
041300     READ FILE-ARCH
041400        AT END
041500           MOVE 1 TO OK-FINE-FILE
041600           GO TO EX-LEGGI-ARCH.
041700     MOVE REC-ARCH TO REC-GIORNALE.
041800     PERFORM TRATTA-SCRITTURA THRU EX-TRATTA-SCRITTURA.
041900 EX-LEGGI-ARCH.
042000     EXIT.
042100*
042200 LEGGI-JRNL.
042300     READ FILE-JRNL
042400        AT END
042500           MOVE 1 TO OK-FINE-FILE
042600           GO TO EX-LEGGI-JRNL.
042700     MOVE REC-JRNL TO REC-GIORNALE.
042800     PERFORM TRATTA-SCRITTURA THRU EX-TRATTA-SCRITTURA.
042900 EX-LEGGI-JRNL.
043000     EXIT.
043100*
043200*     una riga di giornale: archivio e chiave, poi confronto
043300*     con l'immagine precedente dello stesso record
043400 TRATTA-SCRITTURA.
043500     ADD 1 TO RIGHE-LETTE.
043600     MOVE DATASET-JR TO NOME-DS.
043700     INSPECT NOME-DS REPLACING ALL ";" BY SPACE.
043800     EVALUATE NOME-DS
043900        WHEN "ANACON"
044000           MOVE "A" TO ARCHIVIO-DS
044100        WHEN "CONFATT"
044200           MOVE "C" TO ARCHIVIO-DS
044300        WHEN "INDIRIZ"
044400           MOVE "I" TO ARCHIVIO-DS
044500        WHEN "ANAMAT"
044600           MOVE "M" TO ARCHIVIO-DS
044700        WHEN OTHER
044800           GO TO EX-TRATTA-SCRITTURA
044900     END-EVALUATE.
045000     IF SETTIMANALE AND DS-ANAMAT
045100        GO TO EX-TRATTA-SCRITTURA.
045200     IF INTERROGAZIONE AND ARCHIVIO-DS NOT = ARCHIVIO-CHIESTO
045300        GO TO EX-TRATTA-SCRITTURA.
045400     PERFORM CHIAVE-SCRITTURA THRU EX-CHIAVE-SCRITTURA.
045500     IF INTERROGAZIONE
045600        AND CHIAVE-COM (1:15) NOT = CHIAVE-CHIESTA
045700        AND (DS-ANAMAT OR CHIAVE-COM (1:8) NOT =
045800             CHIAVE-CHIESTA (1:8))
045900        GO TO EX-TRATTA-SCRITTURA.
046000     MOVE "S" TO NEL-PERIODO.
046100     IF SETTIMANALE
046200        PERFORM VERIFICA-PERIODO THRU EX-VERIFICA-PERIODO.
046300     MOVE DATA-JR TO DATA-GIRO.
046400     MOVE ORA-JR TO ORA-GIRO.
046500     MOVE SPACES TO DATA-ORA-ED.
046600     STRING GG-GIRO "/" MM-GIRO "/" AA-GIRO " "
046700            HH-GIRO ":" MI-GIRO
046800            DELIMITED BY SIZE INTO DATA-ORA-ED.
046900     MOVE 0 TO IX-IM.
047000     PERFORM CERCA-IMMAGINE THRU EX-CERCA-IMMAGINE
047100        VARYING I-IM FROM 1 BY 1
047200        UNTIL I-IM > N-IM OR IX-IM NOT = 0.
047300     IF VERBO-JR = "D"
047400        PERFORM TRATTA-CANCELLAZIONE
047500           THRU EX-TRATTA-CANCELLAZIONE
047600        GO TO EX-TRATTA-SCRITTURA.
047700     IF IX-IM = 0
047800        PERFORM TRATTA-SENZA-PRIMA THRU EX-TRATTA-SENZA-PRIMA
047900     ELSE
048000        IF DATA-NEL-PERIODO
048100           PERFORM CONFRONTA-IMMAGINI
048200              THRU EX-CONFRONTA-IMMAGINI
048300        END-IF
048400        MOVE IMAGE-JR TO IMMAGINE-IM (IX-IM)
048500     END-IF.
048600 EX-TRATTA-SCRITTURA.
048700     EXIT.
048800*
048900 CHIAVE-SCRITTURA.
049000     MOVE SPACES TO CHIAVE-COM.
049100     EVALUATE TRUE
049200        WHEN DS-ANACON
049300           MOVE IMAGE-JR TO DOPO-ANACON
049400           MOVE CONTO OF DOPO-ANACON TO CONTO-ED
049500           MOVE CONTO-ED TO CHIAVE-COM
049600        WHEN DS-CONFATT
049700           MOVE IMAGE-JR TO DOPO-CONFATT
049800           MOVE CONTO OF DOPO-CONFATT TO CONTO-ED
049900           MOVE CONTO-ED TO CHIAVE-COM
050000        WHEN DS-INDIRIZ
050100           MOVE IMAGE-JR TO DOPO-INDIRIZ
050200           MOVE CONTO OF DOPO-INDIRIZ TO CONTO-ED
050300           STRING CONTO-ED "/"
050400                  TIPO-INDIRIZZO OF DOPO-INDIRIZ
050500                  DELIMITED BY SIZE INTO CHIAVE-COM
050600        WHEN OTHER
050700           MOVE IMAGE-JR TO DOPO-ANAMAT
050800           MOVE C-MAT OF DOPO-ANAMAT TO C-MAT-ED
050900           MOVE C-MAT-ED TO CHIAVE-COM
051000     END-EVALUATE.
051100 EX-CHIAVE-SCRITTURA.
051200     EXIT.
051300*
051400*     il giornale e' in ordine di scrittura: il seriale si
051500*     ricalcola solo al cambio di data
051600 VERIFICA-PERIODO.
051700     IF DATA-JR NOT = DATA-PREC
051800        MOVE DATA-JR TO DATA-PREC
051900        PERFORM SERIALE-GIORNO THRU EX-SERIALE-GIORNO
052000     END-IF.
052100     IF SERIALE-PREC < SERIALE-DA OR SERIALE-PREC > SERIALE-A
052200        MOVE "N" TO NEL-PERIODO.
052300 EX-VERIFICA-PERIODO.
052400     EXIT.
052500*
052600 CERCA-IMMAGINE.
052700     IF ARCHIVIO-IM (I-IM) = ARCHIVIO-DS
052800        AND CHIAVE-IM (I-IM) = CHIAVE-COM
052900        MOVE I-IM TO IX-IM.
053000 EX-CERCA-IMMAGINE.
053100     EXIT.
053200*
053300*     primo incontro del record: inserimento, oppure
053400*     riscrittura il cui prima sta in giornali non letti
053500 TRATTA-SENZA-PRIMA.
053600     IF N-IM < 2000
053700        ADD 1 TO N-IM
053800        MOVE ARCHIVIO-DS TO ARCHIVIO-IM (N-IM)
053900        MOVE CHIAVE-COM TO CHIAVE-IM (N-IM)
054000        MOVE IMAGE-JR TO IMMAGINE-IM (N-IM)
054100     ELSE
054200        ADD 1 TO IMMAGINI-PERSE
054300     END-IF.
054400     IF NOT DATA-NEL-PERIODO
054500        GO TO EX-TRATTA-SENZA-PRIMA.
054600     MOVE SPACES TO TESTO-PRIMA TESTO-DOPO.
054700     MOVE "S" TO SENSIBILE.
054800     IF VERBO-JR = "P"
054900        MOVE "*INSERITO*" TO CAMPO-VAR
055000     ELSE
055100        MOVE "*NON CONFRONT.*" TO CAMPO-VAR
055200        MOVE "immagine precedente non nei giornali letti"
055300          TO TESTO-PRIMA
055400     END-IF.
055500     PERFORM EMETTI-VARIAZIONE THRU EX-EMETTI-VARIAZIONE.
055600     MOVE "N" TO SENSIBILE.
055700 EX-TRATTA-SENZA-PRIMA.
055800     EXIT.
055900*
056000 TRATTA-CANCELLAZIONE.
056100     IF IX-IM NOT = 0
056200        MOVE SPACES TO CHIAVE-IM (IX-IM).
056300     IF NOT DATA-NEL-PERIODO
056400        GO TO EX-TRATTA-CANCELLAZIONE.
056500     MOVE SPACES TO TESTO-PRIMA TESTO-DOPO.
056600     MOVE "S" TO SENSIBILE.
056700     MOVE "*CANCELLATO*" TO CAMPO-VAR.
056800     PERFORM EMETTI-VARIAZIONE THRU EX-EMETTI-VARIAZIONE.
056900     MOVE "N" TO SENSIBILE.
057000 EX-TRATTA-CANCELLAZIONE.
057100     EXIT.
057200*
057300*
057400******************************************************
057500*  CONFRONTO CAMPO PER CAMPO                         *
057600******************************************************
057700 CONFRONTA-IMMAGINI.
057800     MOVE "N" TO SENSIBILE.
057900     MOVE SPACES TO TESTO-PRIMA TESTO-DOPO.
058000     EVALUATE TRUE
058100        WHEN DS-ANACON
058200           MOVE IMMAGINE-IM (IX-IM) TO PRIMA-ANACON
058300           PERFORM CONFRONTA-ANACON THRU EX-CONFRONTA-ANACON
058400        WHEN DS-CONFATT
058500           MOVE IMMAGINE-IM (IX-IM) TO PRIMA-CONFATT
058600           PERFORM CONFRONTA-CONFATT THRU EX-CONFRONTA-CONFATT
058700        WHEN DS-INDIRIZ
058800           MOVE IMMAGINE-IM (IX-IM) TO PRIMA-INDIRIZ
058900           PERFORM CONFRONTA-INDIRIZ THRU EX-CONFRONTA-INDIRIZ
059000        WHEN OTHER
059100           MOVE IMMAGINE-IM (IX-IM) TO PRIMA-ANAMAT
059200           PERFORM CONFRONTA-ANAMAT THRU EX-CONFRONTA-ANAMAT
059300     END-EVALUATE.
059400 EX-CONFRONTA-IMMAGINI.
059500     EXIT.
059600*
059700*     saldi progressivi e date ultimo movimento esclusi
059800 CONFRONTA-ANACON.
059900     IF D-CONTO OF PRIMA-ANACON NOT = D-CONTO OF DOPO-ANACON
060000        MOVE "D-CONTO" TO CAMPO-VAR
060100        MOVE D-CONTO OF PRIMA-ANACON TO TESTO-PRIMA
060200        MOVE D-CONTO OF DOPO-ANACON TO TESTO-DOPO
060300        PERFORM VARIAZIONE-ALFA THRU EX-VARIAZIONE-ALFA.
060400     IF FLAGS OF PRIMA-ANACON NOT = FLAGS OF DOPO-ANACON
060500        MOVE "FLAGS" TO CAMPO-VAR
060600        MOVE FLAGS OF PRIMA-ANACON TO TESTO-PRIMA
060700        MOVE FLAGS OF DOPO-ANACON TO TESTO-DOPO
060800        PERFORM VARIAZIONE-ALFA THRU EX-VARIAZIONE-ALFA.
060900     PERFORM CONFRONTA-RAGG THRU EX-CONFRONTA-RAGG
061000        VARYING I-OC FROM 1 BY 1 UNTIL I-OC > 2.
061100     IF FIDO OF PRIMA-ANACON NOT = FIDO OF DOPO-ANACON
061200        MOVE "FIDO" TO CAMPO-VAR
061300        MOVE FIDO OF PRIMA-ANACON TO VALORE-PRIMA
061400        MOVE FIDO OF DOPO-ANACON TO VALORE-DOPO
061500        MOVE "S" TO SENSIBILE
061600        PERFORM VARIAZIONE-NUM THRU EX-VARIAZIONE-NUM.
061700     IF DATA-FIDO OF PRIMA-ANACON NOT = DATA-FIDO OF DOPO-ANACON
061800        MOVE "DATA-FIDO" TO CAMPO-VAR
061900        MOVE DATA-FIDO OF PRIMA-ANACON TO VALORE-PRIMA
062000        MOVE DATA-FIDO OF DOPO-ANACON TO VALORE-DOPO
062100        MOVE "S" TO SENSIBILE
062200        PERFORM VARIAZIONE-NUM THRU EX-VARIAZIONE-NUM.
062300     IF TIPO-CONTO OF PRIMA-ANACON NOT =
062400        TIPO-CONTO OF DOPO-ANACON
062500        MOVE "TIPO-CONTO" TO CAMPO-VAR
062600        MOVE TIPO-CONTO OF PRIMA-ANACON TO TESTO-PRIMA
062700        MOVE TIPO-CONTO OF DOPO-ANACON TO TESTO-DOPO
062800        PERFORM VARIAZIONE-ALFA THRU EX-VARIAZIONE-ALFA.
062900     IF VALIDITA-REC OF PRIMA-ANACON NOT =
063000        VALIDITA-REC OF DOPO-ANACON
063100        MOVE "VALIDITA-REC" TO CAMPO-VAR
063200        MOVE VALIDITA-REC OF PRIMA-ANACON TO TESTO-PRIMA
063300        MOVE VALIDITA-REC OF DOPO-ANACON TO TESTO-DOPO
063400        PERFORM VARIAZIONE-ALFA THRU EX-VARIAZIONE-ALFA.
063500 EX-CONFRONTA-ANACON.
063600     EXIT.
063700*
063800 CONFRONTA-RAGG.
063900     IF C-RAGG OF PRIMA-ANACON (I-OC) NOT =
064000        C-RAGG OF DOPO-ANACON (I-OC)
064100        MOVE I-OC TO OC-ED
064200        MOVE SPACES TO CAMPO-VAR
064300        STRING "C-RAGG(" OC-ED ")" DELIMITED BY SIZE
064400           INTO CAMPO-VAR
064500        MOVE C-RAGG OF PRIMA-ANACON (I-OC) TO VALORE-PRIMA
064600        MOVE C-RAGG OF DOPO-ANACON (I-OC) TO VALORE-DOPO
064700        PERFORM VARIAZIONE-NUM THRU EX-VARIAZIONE-NUM.
064800 EX-CONFRONTA-RAGG.
064900     EXIT.
065000*
065100 CONFRONTA-CONFATT.
065200     IF COND-PAG OF PRIMA-CONFATT NOT = COND-PAG OF DOPO-CONFATT
065300        MOVE "COND-PAG" TO CAMPO-VAR
065400        MOVE COND-PAG OF PRIMA-CONFATT TO VALORE-PRIMA
065500        MOVE COND-PAG OF DOPO-CONFATT TO VALORE-DOPO
065600        MOVE "S" TO SENSIBILE
065700        PERFORM VARIAZIONE-NUM THRU EX-VARIAZIONE-NUM.
065800     IF SC1 OF PRIMA-CONFATT NOT = SC1 OF DOPO-CONFATT
065900        MOVE "SC1" TO CAMPO-VAR
066000        MOVE SC1 OF PRIMA-CONFATT TO VALORE-PRIMA
066100        MOVE SC1 OF DOPO-CONFATT TO VALORE-DOPO
066200        PERFORM VARIAZIONE-NUM THRU EX-VARIAZIONE-NUM.
066300     IF SC2 OF PRIMA-CONFATT NOT = SC2 OF DOPO-CONFATT
066400        MOVE "SC2" TO CAMPO-VAR
066500        MOVE SC2 OF PRIMA-CONFATT TO VALORE-PRIMA
066600        MOVE SC2 OF DOPO-CONFATT TO VALORE-DOPO
066700        PERFORM VARIAZIONE-NUM THRU EX-VARIAZIONE-NUM.
066800     IF COD-FISCALE OF PRIMA-CONFATT NOT =
066900        COD-FISCALE OF DOPO-CONFATT
067000        MOVE "COD-FISCALE" TO CAMPO-VAR
067100        MOVE COD-FISCALE OF PRIMA-CONFATT TO TESTO-PRIMA
067200        MOVE COD-FISCALE OF DOPO-CONFATT TO TESTO-DOPO
067300        PERFORM VARIAZIONE-ALFA THRU EX-VARIAZIONE-ALFA.
067400     IF COD-IVA OF PRIMA-CONFATT NOT = COD-IVA OF DOPO-CONFATT
067500        MOVE "COD-IVA" TO CAMPO-VAR
067600        MOVE COD-IVA OF PRIMA-CONFATT TO VALORE-PRIMA
067700        MOVE COD-IVA OF DOPO-CONFATT TO VALORE-DOPO
067800        PERFORM VARIAZIONE-NUM THRU EX-VARIAZIONE-NUM.
067900     IF BANCA-APP OF PRIMA-CONFATT NOT =
068000        BANCA-APP OF DOPO-CONFATT
068100        MOVE "BANCA-APP" TO CAMPO-VAR
068200        MOVE BANCA-APP OF PRIMA-CONFATT TO TESTO-PRIMA
068300        MOVE BANCA-APP OF DOPO-CONFATT TO TESTO-DOPO
068400        MOVE "S" TO SENSIBILE
068500        PERFORM VARIAZIONE-ALFA THRU EX-VARIAZIONE-ALFA.
068600     IF CAUSALE-IVA OF PRIMA-CONFATT NOT =
068700        CAUSALE-IVA OF DOPO-CONFATT
068800        MOVE "CAUSALE-IVA" TO CAMPO-VAR
068900        MOVE CAUSALE-IVA OF PRIMA-CONFATT TO VALORE-PRIMA
069000        MOVE CAUSALE-IVA OF DOPO-CONFATT TO VALORE-DOPO
069100        PERFORM VARIAZIONE-NUM THRU EX-VARIAZIONE-NUM.
069200     IF DIVISA OF PRIMA-CONFATT NOT = DIVISA OF DOPO-CONFATT
069300        MOVE "DIVISA" TO CAMPO-VAR
069400        MOVE DIVISA OF PRIMA-CONFATT TO TESTO-PRIMA
069500        MOVE DIVISA OF DOPO-CONFATT TO TESTO-DOPO
069600        PERFORM VARIAZIONE-ALFA THRU EX-VARIAZIONE-ALFA.
069700     IF MERCATO OF PRIMA-CONFATT NOT = MERCATO OF DOPO-CONFATT
069800        MOVE "MERCATO" TO CAMPO-VAR
069900        MOVE MERCATO OF PRIMA-CONFATT TO VALORE-PRIMA
070000        MOVE MERCATO OF DOPO-CONFATT TO VALORE-DOPO
070100        PERFORM VARIAZIONE-NUM THRU EX-VARIAZIONE-NUM.
070200     IF NR-COPIE-FATT OF PRIMA-CONFATT NOT =
070300        NR-COPIE-FATT OF DOPO-CONFATT
070400        MOVE "NR-COPIE-FATT" TO CAMPO-VAR
070500        MOVE NR-COPIE-FATT OF PRIMA-CONFATT TO VALORE-PRIMA
070600        MOVE NR-COPIE-FATT OF DOPO-CONFATT TO VALORE-DOPO
070700        PERFORM VARIAZIONE-NUM THRU EX-VARIAZIONE-NUM.
070800     IF LISTINO OF PRIMA-CONFATT NOT = LISTINO OF DOPO-CONFATT
070900        MOVE "LISTINO" TO CAMPO-VAR
071000        MOVE LISTINO OF PRIMA-CONFATT TO VALORE-PRIMA
071100        MOVE LISTINO OF DOPO-CONFATT TO VALORE-DOPO
071200        MOVE "S" TO SENSIBILE
071300        PERFORM VARIAZIONE-NUM THRU EX-VARIAZIONE-NUM.
071400     IF VALIDITA-REC OF PRIMA-CONFATT NOT =
071500        VALIDITA-REC OF DOPO-CONFATT
071600        MOVE "VALIDITA-REC" TO CAMPO-VAR
071700        MOVE VALIDITA-REC OF PRIMA-CONFATT TO TESTO-PRIMA
071800        MOVE VALIDITA-REC OF DOPO-CONFATT TO TESTO-DOPO
071900        PERFORM VARIAZIONE-ALFA THRU EX-VARIAZIONE-ALFA.
072000     PERFORM CONFRONTA-LISTINO-LINEA
072100        THRU EX-CONFRONTA-LISTINO-LINEA
072200        VARYING I-OC FROM 1 BY 1 UNTIL I-OC > 3.
072300 EX-CONFRONTA-CONFATT.
072400     EXIT.
072500*
072600*     listino per linea: classe/listino/divisa
072700 CONFRONTA-LISTINO-LINEA.
072800     IF LISTINO-MULTI OF PRIMA-CONFATT (I-OC) =
072900        LISTINO-MULTI OF DOPO-CONFATT (I-OC)
073000        GO TO EX-CONFRONTA-LISTINO-LINEA.
073100     MOVE I-OC TO OC-ED.
073200     MOVE SPACES TO CAMPO-VAR TESTO-PRIMA TESTO-DOPO.
073300     STRING "LISTINO-MULTI(" OC-ED ")" DELIMITED BY SIZE
073400        INTO CAMPO-VAR.
073500     MOVE LISTINO-LINEA OF PRIMA-CONFATT (I-OC) TO LISTINO-ED.
073600     STRING CLASSE-LISTINO OF PRIMA-CONFATT (I-OC)
073700            "/" LISTINO-ED "/"
073800            DIVISA-LINEA OF PRIMA-CONFATT (I-OC)
073900            DELIMITED BY SIZE INTO TESTO-PRIMA.
074000     MOVE LISTINO-LINEA OF DOPO-CONFATT (I-OC) TO LISTINO-ED.
074100     STRING CLASSE-LISTINO OF DOPO-CONFATT (I-OC)
074200            "/" LISTINO-ED "/"
074300            DIVISA-LINEA OF DOPO-CONFATT (I-OC)
074400            DELIMITED BY SIZE INTO TESTO-DOPO.
074500     MOVE "S" TO SENSIBILE.
074600     PERFORM VARIAZIONE-ALFA THRU EX-VARIAZIONE-ALFA.
074700 EX-CONFRONTA-LISTINO-LINEA.
074800     EXIT.
074900*
075000*     D-AGG porta le coordinate bancarie (D-BANCA)
075100 CONFRONTA-INDIRIZ.
075200     IF D-AGG OF PRIMA-INDIRIZ NOT = D-AGG OF DOPO-INDIRIZ
075300        MOVE "D-AGG/BANCA" TO CAMPO-VAR
075400        MOVE D-AGG OF PRIMA-INDIRIZ TO TESTO-PRIMA
075500        MOVE D-AGG OF DOPO-INDIRIZ TO TESTO-DOPO
075600        MOVE "S" TO SENSIBILE
075700        PERFORM VARIAZIONE-ALFA THRU EX-VARIAZIONE-ALFA.
075800     PERFORM CONFRONTA-INDIRIZZO THRU EX-CONFRONTA-INDIRIZZO
075900        VARYING I-OC FROM 1 BY 1 UNTIL I-OC > 2.
076000     IF STATO OF PRIMA-INDIRIZ NOT = STATO OF DOPO-INDIRIZ
076100        MOVE "STATO" TO CAMPO-VAR
076200        MOVE STATO OF PRIMA-INDIRIZ TO TESTO-PRIMA
076300        MOVE STATO OF DOPO-INDIRIZ TO TESTO-DOPO
076400        PERFORM VARIAZIONE-ALFA THRU EX-VARIAZIONE-ALFA.
076500     IF TELEX OF PRIMA-INDIRIZ NOT = TELEX OF DOPO-INDIRIZ
076600        MOVE "TELEX" TO CAMPO-VAR
076700        MOVE TELEX OF PRIMA-INDIRIZ TO VALORE-PRIMA
076800        MOVE TELEX OF DOPO-INDIRIZ TO VALORE-DOPO
076900        PERFORM VARIAZIONE-NUM THRU EX-VARIAZIONE-NUM.
077000     IF TELEFONO OF PRIMA-INDIRIZ NOT = TELEFONO OF DOPO-INDIRIZ
077100        MOVE "TELEFONO" TO CAMPO-VAR
077200        MOVE TELEFONO OF PRIMA-INDIRIZ TO VALORE-PRIMA
077300        MOVE TELEFONO OF DOPO-INDIRIZ TO VALORE-DOPO
077400        PERFORM VARIAZIONE-NUM THRU EX-VARIAZIONE-NUM.
077500     IF CONTO-FATTURA OF PRIMA-INDIRIZ NOT =
077600        CONTO-FATTURA OF DOPO-INDIRIZ
077700        MOVE "CONTO-FATTURA" TO CAMPO-VAR
077800        MOVE CONTO-FATTURA OF PRIMA-INDIRIZ TO VALORE-PRIMA
077900        MOVE CONTO-FATTURA OF DOPO-INDIRIZ TO VALORE-DOPO
078000        MOVE "S" TO SENSIBILE
078100        PERFORM VARIAZIONE-NUM THRU EX-VARIAZIONE-NUM.
078200     IF PRIORITA OF PRIMA-INDIRIZ NOT = PRIORITA OF DOPO-INDIRIZ
078300        MOVE "PRIORITA" TO CAMPO-VAR
078400        MOVE PRIORITA OF PRIMA-INDIRIZ TO VALORE-PRIMA
078500        MOVE PRIORITA OF DOPO-INDIRIZ TO VALORE-DOPO
078600        PERFORM VARIAZIONE-NUM THRU EX-VARIAZIONE-NUM.
078700     IF PROVINCIA OF PRIMA-INDIRIZ NOT =
078800        PROVINCIA OF DOPO-INDIRIZ
078900        MOVE "PROVINCIA" TO CAMPO-VAR
079000        MOVE PROVINCIA OF PRIMA-INDIRIZ TO VALORE-PRIMA
079100        MOVE PROVINCIA OF DOPO-INDIRIZ TO VALORE-DOPO
079200        PERFORM VARIAZIONE-NUM THRU EX-VARIAZIONE-NUM.
079300     PERFORM CONFRONTA-AGENTE THRU EX-CONFRONTA-AGENTE
079400        VARYING I-OC FROM 1 BY 1 UNTIL I-OC > 3.
079500     IF VALIDITA-REC OF PRIMA-INDIRIZ NOT =
079600        VALIDITA-REC OF DOPO-INDIRIZ
079700        MOVE "VALIDITA-REC" TO CAMPO-VAR
079800        MOVE VALIDITA-REC OF PRIMA-INDIRIZ TO TESTO-PRIMA
079900        MOVE VALIDITA-REC OF DOPO-INDIRIZ TO TESTO-DOPO
080000        PERFORM VARIAZIONE-ALFA THRU EX-VARIAZIONE-ALFA.
080100 EX-CONFRONTA-INDIRIZ.
080200     EXIT.
080300*
080400 CONFRONTA-INDIRIZZO.
080500     MOVE I-OC TO OC-ED.
080600     IF INDIRIZZO OF PRIMA-INDIRIZ (I-OC) NOT =
080700        INDIRIZZO OF DOPO-INDIRIZ (I-OC)
080800        MOVE SPACES TO CAMPO-VAR
080900        STRING "INDIRIZZO(" OC-ED ")" DELIMITED BY SIZE
081000           INTO CAMPO-VAR
081100        MOVE INDIRIZZO OF PRIMA-INDIRIZ (I-OC) TO TESTO-PRIMA
081200        MOVE INDIRIZZO OF DOPO-INDIRIZ (I-OC) TO TESTO-DOPO
081300        PERFORM VARIAZIONE-ALFA THRU EX-VARIAZIONE-ALFA.
081400     IF CAP OF PRIMA-INDIRIZ (I-OC) NOT =
081500        CAP OF DOPO-INDIRIZ (I-OC)
081600        MOVE SPACES TO CAMPO-VAR
081700        STRING "CAP(" OC-ED ")" DELIMITED BY SIZE
081800           INTO CAMPO-VAR
081900        MOVE CAP OF PRIMA-INDIRIZ (I-OC) TO VALORE-PRIMA
082000        MOVE CAP OF DOPO-INDIRIZ (I-OC) TO VALORE-DOPO
082100        PERFORM VARIAZIONE-NUM THRU EX-VARIAZIONE-NUM.
082200     IF SIGLA-PROV OF PRIMA-INDIRIZ (I-OC) NOT =
082300        SIGLA-PROV OF DOPO-INDIRIZ (I-OC)
082400        MOVE SPACES TO CAMPO-VAR
082500        STRING "SIGLA-PROV(" OC-ED ")" DELIMITED BY SIZE
082600           INTO CAMPO-VAR
082700        MOVE SIGLA-PROV OF PRIMA-INDIRIZ (I-OC) TO TESTO-PRIMA
082800        MOVE SIGLA-PROV OF DOPO-INDIRIZ (I-OC) TO TESTO-DOPO
082900        PERFORM VARIAZIONE-ALFA THRU EX-VARIAZIONE-ALFA.
083000 EX-CONFRONTA-INDIRIZZO.
083100     EXIT.
083200*
083300 CONFRONTA-AGENTE.
083400     MOVE I-OC TO OC-ED.
083500     IF CONTO-PROVV OF PRIMA-INDIRIZ (I-OC) NOT =
083600        CONTO-PROVV OF DOPO-INDIRIZ (I-OC)
083700        MOVE SPACES TO CAMPO-VAR
083800        STRING "CONTO-PROVV(" OC-ED ")" DELIMITED BY SIZE
083900           INTO CAMPO-VAR
084000        MOVE CONTO-PROVV OF PRIMA-INDIRIZ (I-OC)
084100          TO VALORE-PRIMA
084200        MOVE CONTO-PROVV OF DOPO-INDIRIZ (I-OC) TO VALORE-DOPO
084300        PERFORM VARIAZIONE-NUM THRU EX-VARIAZIONE-NUM.
084400     IF PERC-PROVV OF PRIMA-INDIRIZ (I-OC) NOT =
084500        PERC-PROVV OF DOPO-INDIRIZ (I-OC)
084600        MOVE SPACES TO CAMPO-VAR
084700        STRING "PERC-PROVV(" OC-ED ")" DELIMITED BY SIZE
084800           INTO CAMPO-VAR
084900        MOVE PERC-PROVV OF PRIMA-INDIRIZ (I-OC) TO VALORE-PRIMA
085000        MOVE PERC-PROVV OF DOPO-INDIRIZ (I-OC) TO VALORE-DOPO
085100        PERFORM VARIAZIONE-NUM THRU EX-VARIAZIONE-NUM.
085200 EX-CONFRONTA-AGENTE.
085300     EXIT.
085400*
085500*     DT-UV esclusa: cambia a ogni variazione
085600 CONFRONTA-ANAMAT.
085700     IF D-MAT OF PRIMA-ANAMAT NOT = D-MAT OF DOPO-ANAMAT
085800        MOVE "D-MAT" TO CAMPO-VAR
085900        MOVE D-MAT OF PRIMA-ANAMAT TO TESTO-PRIMA
086000        MOVE D-MAT OF DOPO-ANAMAT TO TESTO-DOPO
086100        PERFORM VARIAZIONE-ALFA THRU EX-VARIAZIONE-ALFA.
086200     IF P-STOCK OF PRIMA-ANAMAT NOT = P-STOCK OF DOPO-ANAMAT
086300        MOVE "P-STOCK" TO CAMPO-VAR
086400        MOVE P-STOCK OF PRIMA-ANAMAT TO TESTO-PRIMA
086500        MOVE P-STOCK OF DOPO-ANAMAT TO TESTO-DOPO
086600        PERFORM VARIAZIONE-ALFA THRU EX-VARIAZIONE-ALFA.
086700     IF CTO-RICAVI OF PRIMA-ANAMAT NOT =
086800        CTO-RICAVI OF DOPO-ANAMAT
086900        MOVE "CTO-RICAVI" TO CAMPO-VAR
087000        MOVE CTO-RICAVI OF PRIMA-ANAMAT TO VALORE-PRIMA
087100        MOVE CTO-RICAVI OF DOPO-ANAMAT TO VALORE-DOPO
087200        PERFORM VARIAZIONE-NUM THRU EX-VARIAZIONE-NUM.
087300     IF CTO-COSTI OF PRIMA-ANAMAT NOT = CTO-COSTI OF DOPO-ANAMAT
087400        MOVE "CTO-COSTI" TO CAMPO-VAR
087500        MOVE CTO-COSTI OF PRIMA-ANAMAT TO VALORE-PRIMA
087600        MOVE CTO-COSTI OF DOPO-ANAMAT TO VALORE-DOPO
087700        PERFORM VARIAZIONE-NUM THRU EX-VARIAZIONE-NUM.
087800     IF FLAGS-A OF PRIMA-ANAMAT NOT = FLAGS-A OF DOPO-ANAMAT
087900        MOVE "FLAGS" TO CAMPO-VAR
088000        MOVE FLAGS-A OF PRIMA-ANAMAT TO TESTO-PRIMA
088100        MOVE FLAGS-A OF DOPO-ANAMAT TO TESTO-DOPO
088200        PERFORM VARIAZIONE-ALFA THRU EX-VARIAZIONE-ALFA.
088300     IF PERC-MAGG OF PRIMA-ANAMAT NOT = PERC-MAGG OF DOPO-ANAMAT
088400        MOVE "PERC-MAGG" TO CAMPO-VAR
088500        MOVE PERC-MAGG OF PRIMA-ANAMAT TO VALORE-PRIMA
088600        MOVE PERC-MAGG OF DOPO-ANAMAT TO VALORE-DOPO
088700        PERFORM VARIAZIONE-NUM THRU EX-VARIAZIONE-NUM.
088800     IF ALIQ-IVA OF PRIMA-ANAMAT NOT = ALIQ-IVA OF DOPO-ANAMAT
088900        MOVE "ALIQ-IVA" TO CAMPO-VAR
089000        MOVE ALIQ-IVA OF PRIMA-ANAMAT TO VALORE-PRIMA
089100        MOVE ALIQ-IVA OF DOPO-ANAMAT TO VALORE-DOPO
089200        PERFORM VARIAZIONE-NUM THRU EX-VARIAZIONE-NUM.
089300     IF CL-GR OF PRIMA-ANAMAT NOT = CL-GR OF DOPO-ANAMAT
089400        MOVE "CL-GR" TO CAMPO-VAR
089500        MOVE CL-GR OF PRIMA-ANAMAT TO VALORE-PRIMA
089600        MOVE CL-GR OF DOPO-ANAMAT TO VALORE-DOPO
089700        PERFORM VARIAZIONE-NUM THRU EX-VARIAZIONE-NUM.
089800     IF COLLEZIONE OF PRIMA-ANAMAT NOT =
089900        COLLEZIONE OF DOPO-ANAMAT
090000        MOVE "COLLEZIONE" TO CAMPO-VAR
090100        MOVE COLLEZIONE OF PRIMA-ANAMAT TO VALORE-PRIMA
090200        MOVE COLLEZIONE OF DOPO-ANAMAT TO VALORE-DOPO
090300        PERFORM VARIAZIONE-NUM THRU EX-VARIAZIONE-NUM.
090400     IF ANNO OF PRIMA-ANAMAT NOT = ANNO OF DOPO-ANAMAT
090500        MOVE "ANNO" TO CAMPO-VAR
090600        MOVE ANNO OF PRIMA-ANAMAT TO VALORE-PRIMA
090700        MOVE ANNO OF DOPO-ANAMAT TO VALORE-DOPO
090800        PERFORM VARIAZIONE-NUM THRU EX-VARIAZIONE-NUM.
090900     IF STAGIONE OF PRIMA-ANAMAT NOT = STAGIONE OF DOPO-ANAMAT
091000        MOVE "STAGIONE" TO CAMPO-VAR
091100        MOVE STAGIONE OF PRIMA-ANAMAT TO VALORE-PRIMA
091200        MOVE STAGIONE OF DOPO-ANAMAT TO VALORE-DOPO
091300        PERFORM VARIAZIONE-NUM THRU EX-VARIAZIONE-NUM.
091400     IF COSTO OF PRIMA-ANAMAT NOT = COSTO OF DOPO-ANAMAT
091500        MOVE "COSTO" TO CAMPO-VAR
091600        MOVE COSTO OF PRIMA-ANAMAT TO VALORE-PRIMA
091700        MOVE COSTO OF DOPO-ANAMAT TO VALORE-DOPO
091800        PERFORM VARIAZIONE-NUM THRU EX-VARIAZIONE-NUM.
091900     IF UN-MIS OF PRIMA-ANAMAT NOT = UN-MIS OF DOPO-ANAMAT
092000        MOVE "UN-MIS" TO CAMPO-VAR
092100        MOVE UN-MIS OF PRIMA-ANAMAT TO TESTO-PRIMA
092200        MOVE UN-MIS OF DOPO-ANAMAT TO TESTO-DOPO
092300        PERFORM VARIAZIONE-ALFA THRU EX-VARIAZIONE-ALFA.
092400     IF CAT-TAGLIO OF PRIMA-ANAMAT NOT =
092500        CAT-TAGLIO OF DOPO-ANAMAT
092600        MOVE "CAT-TAGLIO" TO CAMPO-VAR
092700        MOVE CAT-TAGLIO OF PRIMA-ANAMAT TO TESTO-PRIMA
092800        MOVE CAT-TAGLIO OF DOPO-ANAMAT TO TESTO-DOPO
092900        PERFORM VARIAZIONE-ALFA THRU EX-VARIAZIONE-ALFA.
093000     IF TG-BASE OF PRIMA-ANAMAT NOT = TG-BASE OF DOPO-ANAMAT
093100        MOVE "TG-BASE" TO CAMPO-VAR
093200        MOVE TG-BASE OF PRIMA-ANAMAT TO VALORE-PRIMA
093300        MOVE TG-BASE OF DOPO-ANAMAT TO VALORE-DOPO
093400        PERFORM VARIAZIONE-NUM THRU EX-VARIAZIONE-NUM.
093500     IF PRIMA-TG OF PRIMA-ANAMAT NOT = PRIMA-TG OF DOPO-ANAMAT
093600        MOVE "PRIMA-TG" TO CAMPO-VAR
093700        MOVE PRIMA-TG OF PRIMA-ANAMAT TO VALORE-PRIMA
093800        MOVE PRIMA-TG OF DOPO-ANAMAT TO VALORE-DOPO
093900        PERFORM VARIAZIONE-NUM THRU EX-VARIAZIONE-NUM.
094000     IF ULTIMA-TG OF PRIMA-ANAMAT NOT = ULTIMA-TG OF DOPO-ANAMAT
094100        MOVE "ULTIMA-TG" TO CAMPO-VAR
094200        MOVE ULTIMA-TG OF PRIMA-ANAMAT TO VALORE-PRIMA
094300        MOVE ULTIMA-TG OF DOPO-ANAMAT TO VALORE-DOPO
094400        PERFORM VARIAZIONE-NUM THRU EX-VARIAZIONE-NUM.
094500     IF SCORTA-IND OF PRIMA-ANAMAT NOT =
094600        SCORTA-IND OF DOPO-ANAMAT
094700        MOVE "SCORTA-IND" TO CAMPO-VAR
094800        MOVE SCORTA-IND OF PRIMA-ANAMAT TO TESTO-PRIMA
094900        MOVE SCORTA-IND OF DOPO-ANAMAT TO TESTO-DOPO
095000        PERFORM VARIAZIONE-ALFA THRU EX-VARIAZIONE-ALFA.
095100     IF TIPO-MAT OF PRIMA-ANAMAT NOT = TIPO-MAT OF DOPO-ANAMAT
095200        MOVE "TIPO-MAT" TO CAMPO-VAR
095300        MOVE TIPO-MAT OF PRIMA-ANAMAT TO TESTO-PRIMA
095400        MOVE TIPO-MAT OF DOPO-ANAMAT TO TESTO-DOPO
095500        PERFORM VARIAZIONE-ALFA THRU EX-VARIAZIONE-ALFA.
095600     IF VALID-REC OF PRIMA-ANAMAT NOT = VALID-REC OF DOPO-ANAMAT
095700        MOVE "VALID-REC" TO CAMPO-VAR
095800        MOVE VALID-REC OF PRIMA-ANAMAT TO TESTO-PRIMA
095900        MOVE VALID-REC OF DOPO-ANAMAT TO TESTO-DOPO
096000        PERFORM VARIAZIONE-ALFA THRU EX-VARIAZIONE-ALFA.
096100 EX-CONFRONTA-ANAMAT.
096200     EXIT.
096300*
096400*
096500******************************************************
096600*  EMISSIONE DELLE VARIAZIONI                        *
096700******************************************************
096800 VARIAZIONE-NUM.
096900     MOVE VALORE-PRIMA TO VALORE-NUM.
097000     PERFORM TESTO-NUMERO THRU EX-TESTO-NUMERO.
097100     MOVE TESTO-COM TO TESTO-PRIMA.
097200     MOVE VALORE-DOPO TO VALORE-NUM.
097300     PERFORM TESTO-NUMERO THRU EX-TESTO-NUMERO.
097400     MOVE TESTO-COM TO TESTO-DOPO.
097500     PERFORM EMETTI-VARIAZIONE THRU EX-EMETTI-VARIAZIONE.
097600     MOVE "N" TO SENSIBILE.
097700     MOVE SPACES TO TESTO-PRIMA TESTO-DOPO.
097800 EX-VARIAZIONE-NUM.
097900     EXIT.
098000*
098100 VARIAZIONE-ALFA.
098200     PERFORM EMETTI-VARIAZIONE THRU EX-EMETTI-VARIAZIONE.
098300     MOVE "N" TO SENSIBILE.
098400     MOVE SPACES TO TESTO-PRIMA TESTO-DOPO.
098500 EX-VARIAZIONE-ALFA.
098600     EXIT.
098700*
098800 TESTO-NUMERO.
098900     MOVE VALORE-NUM TO NUMERO-ED.
099000     MOVE 0 TO SPAZI-ED.
099100     INSPECT NUMERO-ED TALLYING SPAZI-ED FOR LEADING SPACES.
099200     MOVE SPACES TO TESTO-COM.
099300     MOVE NUMERO-ED (SPAZI-ED + 1:) TO TESTO-COM.
099400 EX-TESTO-NUMERO.
099500     EXIT.
099600*
099700*     a video tutto; sul rapporto solo i campi sensibili
099800 EMETTI-VARIAZIONE.
099900     IF SETTIMANALE AND NOT CAMPO-SENSIBILE
100000        GO TO EX-EMETTI-VARIAZIONE.
100100     ADD 1 TO VARIAZIONI.
100200     IF INTERROGAZIONE
100300        DISPLAY DATA-ORA-ED " " TERMINALE-JR " " UTENTE-JR
100400                " " VERBO-JR " " CHIAVE-COM " " CAMPO-VAR
100500        DISPLAY "     prima: " TESTO-PRIMA
100600        DISPLAY "     dopo : " TESTO-DOPO
100700        GO TO EX-EMETTI-VARIAZIONE.
100800     MOVE SPACES TO DATI-RIGA.
100900     MOVE DATA-ORA-ED TO DATA-ORA-ST.
101000     MOVE TERMINALE-JR TO TERMINALE-ST.
101100     MOVE UTENTE-JR TO UTENTE-ST.
101200     MOVE NOME-DS TO ARCHIVIO-ST.
101300     MOVE CHIAVE-COM TO CHIAVE-ST.
101400     MOVE CAMPO-VAR TO CAMPO-ST.
101500     MOVE 2 TO N-RIGA-STAMPA.
101600     PERFORM SCRIVI THRU EX-SCRIVI.
101700     MOVE "PRIMA:" TO ETICHETTA-ST.
101800     MOVE TESTO-PRIMA TO VALORE-ST.
101900     PERFORM SCRIVI THRU EX-SCRIVI.
102000     MOVE "DOPO :" TO ETICHETTA-ST.
102100     MOVE TESTO-DOPO TO VALORE-ST.
102200     PERFORM SCRIVI THRU EX-SCRIVI.
102300 EX-EMETTI-VARIAZIONE.
102400     EXIT.
102500*
102600*
102700 SCRIVI.
102800     CALL "QWLPPR" USING PAR-PRINT
102900                         RIGA BUFFER.
103000     IF STATO OF PAR-PRINT NOT = 0
103100        MOVE STATO OF PAR-PRINT TO STATO-DISPLAY
103200        DISPLAY "DBJSTOR    ERRORE QPRINT CON STATO : "
103300                STATO-DISPLAY
103400     END-IF.
103500     MOVE SPACES TO DATI-RIGA.
103600     MOVE "S" TO COMANDO.
103700     MOVE 1 TO N-RIGA-STAMPA.
103800 EX-SCRIVI.
103900     EXIT.
104000*
104100*      FINE PROGRAMMA    **** /K DBJSTOR.COB  *****
