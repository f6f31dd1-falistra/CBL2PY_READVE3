000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. CONTOVEN.
000310*2026*        15/10/26
000320*     merce in conto vendita fornitore: linee accessori che
000330*     stanno nel nostro magazzino ma restano del fornitore
000340*     finche' non si vendono. Il carico e' in conto vendita
000350*     se RICEVI lo dichiara per tutta la bolla (lotto) o se
000360*     per fornitore/C-MAT c'e' un accordo su CVACCORD (FUNZ.
000370*     "A"); RICEVI lo registra sul libro CVMOVIM (FUNZ. "C")
000380*     col costo concordato. READVE3 passa ogni vendita dalla
000390*     FUNZ. "V": i capi del C-MAT/magazzino ancora del
000400*     fornitore si scaricano dal libro (a chi li ha caricati
000410*     per primo), i resi del cliente ci tornano. A video la
000420*     FUNZIONE "L" fa la liquidazione del mese: per fornitore
000430*     i capi venduti al costo concordato, stampati una pagina
000440*     per fornitore e scritti su CVLIQUID, su cui il
000450*     fornitore ci fattura; la FUNZIONE "G" stampa la merce in
000460*     conto vendita ancora in casa. VALINVEN legge lo stesso
000470*     libro per escluderla dalla nostra valorizzazione.
000480*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-ACCORDI ASSIGN TO "CVACCORD"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-AC.
001500     SELECT OPTIONAL FILE-LIBRO ASSIGN TO "CVMOVIM"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-LV.
001800     SELECT OPTIONAL FILE-LIQUID ASSIGN TO "CVLIQUID"
001900        ORGANIZATION IS LINE SEQUENTIAL
002000        FILE STATUS IS CHECK-LQ.
002100*
002200 DATA DIVISION.
002300 FILE SECTION.
002400* accordo per fornitore/C-MAT (C-MAT a colore 0 = tutti i
002500* colori), costo unitario concordato in centesimi
002600 FD FILE-ACCORDI DATA RECORD REC-ACCORDO.
002700 01 REC-ACCORDO.
002800    05 CONTO-FORN-AC         PIC 9(8).
002900    05 TG-AC-1               PIC X.
003000    05 C-MAT-AC              PIC 9(15).
003100    05 TG-AC-2               PIC X.
003200    05 COSTO-AC              PIC 9(9).
003300*
003400 FD FILE-LIBRO DATA RECORD REC-CONTOV.
003500 01 REC-CONTOV             COPY YCONTOV.
003600*
003700* liquidazione: una riga per mese/fornitore/C-MAT/costo
003800 FD FILE-LIQUID DATA RECORD REC-LIQUID.
003900 01 REC-LIQUID.
004000    05 MESE-LQ               PIC 9(4).
004100    05 TG-LQ-1               PIC X.
004200    05 CONTO-FORN-LQ         PIC 9(8).
004300    05 TG-LQ-2               PIC X.
004400    05 C-MAT-LQ              PIC 9(15).
004500    05 TG-LQ-3               PIC X.
004600    05 QTA-LQ                PIC S9(7) SIGN LEADING SEPARATE.
004700    05 TG-LQ-4               PIC X.
004800    05 COSTO-LQ              PIC 9(9).
004900    05 TG-LQ-5               PIC X.
005000    05 IMPORTO-LQ            PIC S9(13) SIGN LEADING SEPARATE.
005100    05 TG-LQ-6               PIC X.
005200    05 DATA-ELAB-LQ          PIC 9(6).
005300*
005400 WORKING-STORAGE SECTION.
005500*
005600 01 PARGEN           COPY QPARGEN.
005700 01 PARQDATA         COPY QPARDATS.
005800*
005900 77 CHECK-AC        PIC XX.
006000    88 AC-APERTO    VALUES ARE "05", "00".
006100 77 CHECK-LV        PIC XX.
006200    88 LV-APERTO    VALUES ARE "05", "00".
006300 77 CHECK-LQ        PIC XX.
006400    88 LQ-APERTO    VALUES ARE "05", "00".
006500*
006600 01 OK-FINE-FILE    PIC S9(4) COMP.
006700    88 LETTO-FINE-FILE VALUE 1.
006800*
006900 01 T-TAB           PIC X VALUE X"9".
007000*
007100 01 FUNZIONE-IN     PIC X.
007200 01 C-MAT-COLORE-0  PIC 9(15).
007300*
007400* situazione per fornitore del C-MAT/magazzino venduto
007500 01 TAB-FORNITORI.
007600  05 RIGA-SV OCCURS 20.
007700   10 CONTO-FORN-SV    PIC 9(8).
007800   10 SALDO-SV         PIC S9(7) COMP.
007900   10 VENDUTO-SV       PIC S9(7) COMP.
008000   10 COSTO-SV         PIC 9(9).
008100 01 N-FORN-SV       PIC S9(4) COMP.
008200 01 I-SV            PIC S9(4) COMP.
008300 01 IX-SV           PIC S9(4) COMP.
008400 01 DA-ASSEGNARE    PIC S9(7) COMP.
008500 01 QTA-PRESA       PIC S9(7) COMP.
008600*
008700* liquidazione del mese, per fornitore/C-MAT/costo
008800 01 MESE-IN         PIC X(4).
008900 01 MESE-LIQ        PIC 9(4).
009000 01 MESE-GIA-LIQUIDATO PIC X.
009100    88 LIQUIDAZIONE-FATTA VALUE "S".
009200 01 TAB-LIQUIDA.
009300  05 RIGA-LI OCCURS 1000.
009400   10 CONTO-FORN-LI    PIC 9(8).
009500   10 C-MAT-LI         PIC 9(15).
009600   10 COSTO-LI         PIC 9(9).
009700   10 QTA-LI           PIC S9(7) COMP.
009800   10 STAMPATO-LI      PIC X.
009900 01 N-RIGHE-LI      PIC S9(4) COMP.
010000 01 I-LI            PIC S9(4) COMP.
010100 01 IX-LI           PIC S9(4) COMP.
010200 01 FORN-CORRENTE   PIC 9(8).
010300 01 IMPORTO-RIGA    PIC S9(13) COMP-3.
010400 01 IMPORTO-FORN    PIC S9(13) COMP-3.
010500 01 FORNITORI-LIQ   PIC S9(4) COMP.
010600 01 RESTANO-LI      PIC X.
010700    88 RESTANO-DA-STAMPARE VALUE "S".
010800*
010900* merce in conto vendita ancora in casa
011000 01 TAB-GIACENZA.
011100  05 RIGA-GC OCCURS 1000.
011200   10 CONTO-FORN-GC    PIC 9(8).
011300   10 C-MAT-GC         PIC 9(15).
011400   10 MAG-GC           PIC 9(3).
011500   10 QTA-GC           PIC S9(7) COMP.
011600   10 VALORE-GC        PIC S9(13) COMP-3.
011700 01 N-RIGHE-GC      PIC S9(4) COMP.
011800 01 I-GC            PIC S9(4) COMP.
011900 01 IX-GC           PIC S9(4) COMP.
012000*
012100 01 QTA-ED          PIC Z(6)9-.
012200 01 COSTO-ED        PIC Z(6)9,99.
012300 01 IMPORTO-ED      PIC Z(10)9,99-.
012400*
012500 01  PAR-PRINT.
012600  05  STATO         PIC S9(4) COMP.
012700  05  LL-RIGA       PIC  9(4) COMP.
012800  05  N-MAX-RIGHE   PIC  9(4) COMP.
012900  05  FLAG-ROUTINE  PIC  9(4) COMP.
013000  05  NUM-FILE-ID   PIC  9(4) COMP.
013100  05  NOME-FILE.
013200   10 PRE-NOME-FILE     PIC X.
013300   10 TERM-N-FILE       PIC 9(6).
013400   10 FILLER            PIC XXX VALUE ".ST".
013500*
013600 01  RIGA.
013700  05  N-STAMPANTE   PIC 9.
013800  05  COMANDO       PIC X.
013900  05  N-RIGA-STAMPA PIC 9(4) COMP.
014000  05  DATI-RIGA     PIC X(132).
014100*
014200 01 BUFFER.
014300  05 N-BUF               PIC S9(4) COMP VALUE 37.
014400  05 FILLER              PIC XX.
014500  05 FILLER              PIC X(5120).
014600*
014700 01 STATO-DISPLAY    PIC ZZZZ-.
014800*
014900 LINKAGE SECTION.
015000*
015100 01 W-COMMON       COPY WCOMMONW.
015200*
015300 01 PAR-CONTOVEN   COPY PARCONTV.
015400*
015500*PAGE
015600 PROCEDURE DIVISION  USING W-COMMON
015700                           PAR-CONTOVEN.
015800 INIZIO.
015900     MOVE 1 TO ESITO-CV OF PAR-CONTOVEN.
016000     IF CV-ACCORDO OF PAR-CONTOVEN
016100        PERFORM CERCA-ACCORDO THRU EX-CERCA-ACCORDO
016200        GO TO FINE.
016300     IF CV-CARICO OF PAR-CONTOVEN
016400        PERFORM REGISTRA-CARICO THRU EX-REGISTRA-CARICO
016500        GO TO FINE.
016600     IF CV-VENDITA OF PAR-CONTOVEN
016700        PERFORM REGISTRA-VENDITA THRU EX-REGISTRA-VENDITA
016800        GO TO FINE.
016900     PERFORM MENU-VIDEO THRU EX-MENU-VIDEO.
017000 FINE.
017100     EXIT PROGRAM.
017200*
017300*
017400*     accordo del fornitore per il C-MAT, o per il suo
017500*     colore 0
017600 CERCA-ACCORDO.
017700     MOVE 0 TO COSTO-CV OF PAR-CONTOVEN.
017800     COMPUTE C-MAT-COLORE-0 = C-MAT-CV OF PAR-CONTOVEN
017900                              / 1000 * 1000.
018000     OPEN INPUT FILE-ACCORDI.
018100     IF NOT AC-APERTO
018200        GO TO EX-CERCA-ACCORDO.
018300     MOVE 0 TO OK-FINE-FILE.
018400     PERFORM LEGGI-ACCORDO THRU EX-LEGGI-ACCORDO
018500        UNTIL LETTO-FINE-FILE.
018600     CLOSE FILE-ACCORDI.
018700 EX-CERCA-ACCORDO.
018800     EXIT.
018900*
019000 LEGGI-ACCORDO.
019100     READ FILE-ACCORDI
019200        AT END
019300           MOVE 1 TO OK-FINE-FILE
019400        NOT AT END
019500           IF CONTO-FORN-AC = CONTO-FORN-CV OF PAR-CONTOVEN
019600              AND (C-MAT-AC = C-MAT-CV OF PAR-CONTOVEN
019700                   OR C-MAT-AC = C-MAT-COLORE-0)
019800              MOVE 0 TO ESITO-CV OF PAR-CONTOVEN
019900              MOVE COSTO-AC TO COSTO-CV OF PAR-CONTOVEN
020000              MOVE 1 TO OK-FINE-FILE
020100           END-IF
020200     END-READ.
020300 EX-LEGGI-ACCORDO.
020400     EXIT.
020500*
020600*
020700 REGISTRA-CARICO.
020800     IF QTA-CV OF PAR-CONTOVEN = 0
020900        GO TO EX-REGISTRA-CARICO.
021000     MOVE "C" TO TIPO-LV.
021100     MOVE CONTO-FORN-CV OF PAR-CONTOVEN TO CONTO-FORN-LV.
021200     MOVE QTA-CV OF PAR-CONTOVEN TO QTA-LV.
021300     MOVE COSTO-CV OF PAR-CONTOVEN TO COSTO-LV.
021400     MOVE ORIGINE-CV OF PAR-CONTOVEN TO ORIGINE-LV.
021500     PERFORM SCRIVI-LIBRO THRU EX-SCRIVI-LIBRO.
021600     MOVE 0 TO ESITO-CV OF PAR-CONTOVEN.
021700 EX-REGISTRA-CARICO.
021800     EXIT.
021900*
022000*
022100*     vendita (o reso) del C-MAT/magazzino: la situazione per
022200*     fornitore dal libro, poi il venduto si assegna ai
022300*     fornitori nell'ordine del primo carico, il reso a chi
022400*     aveva venduto
022500 REGISTRA-VENDITA.
022600     MOVE 0 TO QTA-CONSEGNATA-CV OF PAR-CONTOVEN.
022700     IF QTA-CV OF PAR-CONTOVEN = 0
022800        GO TO EX-REGISTRA-VENDITA.
022900     PERFORM CARICA-SITUAZIONE THRU EX-CARICA-SITUAZIONE.
023000     IF N-FORN-SV = 0
023100        GO TO EX-REGISTRA-VENDITA.
023200     MOVE 0 TO ESITO-CV OF PAR-CONTOVEN.
023300     IF QTA-CV OF PAR-CONTOVEN > 0
023400        MOVE QTA-CV OF PAR-CONTOVEN TO DA-ASSEGNARE
023500     ELSE
023600        COMPUTE DA-ASSEGNARE = 0 - QTA-CV OF PAR-CONTOVEN
023700     END-IF.
023800     PERFORM ASSEGNA-FORNITORE THRU EX-ASSEGNA-FORNITORE
023900        VARYING I-SV FROM 1 BY 1
024000        UNTIL I-SV > N-FORN-SV OR DA-ASSEGNARE = 0.
024100 EX-REGISTRA-VENDITA.
024200     EXIT.
024300*
024400 CARICA-SITUAZIONE.
024500     MOVE 0 TO N-FORN-SV.
024600     OPEN INPUT FILE-LIBRO.
024700     IF NOT LV-APERTO
024800        GO TO EX-CARICA-SITUAZIONE.
024900     MOVE 0 TO OK-FINE-FILE.
025000     PERFORM LEGGI-LIBRO-SV THRU EX-LEGGI-LIBRO-SV
025100        UNTIL LETTO-FINE-FILE.
025200     CLOSE FILE-LIBRO.
025300 EX-CARICA-SITUAZIONE.
025400     EXIT.
025500*
025600 LEGGI-LIBRO-SV.
025700     READ FILE-LIBRO
025800        AT END
025900           MOVE 1 TO OK-FINE-FILE
026000           GO TO EX-LEGGI-LIBRO-SV
026100     END-READ.
026200     IF C-MAT-LV NOT = C-MAT-CV OF PAR-CONTOVEN
026300        OR MAGAZZINO-LV NOT = MAG-CV OF PAR-CONTOVEN
026400        GO TO EX-LEGGI-LIBRO-SV.
026500     MOVE 0 TO IX-SV.
026600     PERFORM CERCA-FORNITORE-SV THRU EX-CERCA-FORNITORE-SV
026700        VARYING I-SV FROM 1 BY 1 UNTIL I-SV > N-FORN-SV.
026800     IF IX-SV = 0
026900        IF N-FORN-SV NOT < 20
027000           DISPLAY "CONTOVEN   TAB-FORNITORI da allargare"
027100           GO TO EX-LEGGI-LIBRO-SV
027200        END-IF
027300        ADD 1 TO N-FORN-SV
027400        MOVE N-FORN-SV TO IX-SV
027500        MOVE CONTO-FORN-LV TO CONTO-FORN-SV (IX-SV)
027600        MOVE 0 TO SALDO-SV (IX-SV) VENDUTO-SV (IX-SV)
027700                  COSTO-SV (IX-SV)
027800     END-IF.
027900     IF CARICO-LV
028000        ADD QTA-LV TO SALDO-SV (IX-SV)
028100        MOVE COSTO-LV TO COSTO-SV (IX-SV)
028200     ELSE
028300        SUBTRACT QTA-LV FROM SALDO-SV (IX-SV)
028400        ADD QTA-LV TO VENDUTO-SV (IX-SV)
028500     END-IF.
028600 EX-LEGGI-LIBRO-SV.
028700     EXIT.
028800*
028900 CERCA-FORNITORE-SV.
029000     IF CONTO-FORN-SV (I-SV) = CONTO-FORN-LV
029100        MOVE I-SV TO IX-SV.
029200 EX-CERCA-FORNITORE-SV.
029300     EXIT.
029400*
029500 ASSEGNA-FORNITORE.
029600     IF QTA-CV OF PAR-CONTOVEN > 0
029700        MOVE SALDO-SV (I-SV) TO QTA-PRESA
029800     ELSE
029900        MOVE VENDUTO-SV (I-SV) TO QTA-PRESA
030000     END-IF.
030100     IF QTA-PRESA NOT > 0
030200        GO TO EX-ASSEGNA-FORNITORE.
030300     IF QTA-PRESA > DA-ASSEGNARE
030400        MOVE DA-ASSEGNARE TO QTA-PRESA.
030500     SUBTRACT QTA-PRESA FROM DA-ASSEGNARE.
030600     IF QTA-CV OF PAR-CONTOVEN < 0
030700        COMPUTE QTA-PRESA = 0 - QTA-PRESA.
030800     MOVE "V" TO TIPO-LV.
030900     MOVE CONTO-FORN-SV (I-SV) TO CONTO-FORN-LV.
031000     MOVE QTA-PRESA TO QTA-LV.
031100     MOVE COSTO-SV (I-SV) TO COSTO-LV.
031200     MOVE SPACE TO ORIGINE-LV.
031300     PERFORM SCRIVI-LIBRO THRU EX-SCRIVI-LIBRO.
031400     ADD QTA-PRESA TO QTA-CONSEGNATA-CV OF PAR-CONTOVEN.
031500 EX-ASSEGNA-FORNITORE.
031600     EXIT.
031700*
031800*     TIPO, fornitore, quantita', costo e origine gia' messi
031900 SCRIVI-LIBRO.
032000     MOVE T-TAB TO TG-LV-1 TG-LV-2 TG-LV-3 TG-LV-4 TG-LV-5
032100                   TG-LV-6 TG-LV-7 TG-LV-8 TG-LV-9.
032200     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-LV.
032300     MOVE W-FORMATO-INTERNO OF W-COMMON TO Q-DATA-I.
032400     MOVE 2 TO Q-FUNZIONE OF PARGEN.
032500     CANCEL "QDATAS"
032600     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA.
032700     MOVE Q-SETTIMANA TO SETTIMANA-LV.
032800     MOVE C-MAT-CV OF PAR-CONTOVEN TO C-MAT-LV.
032900     MOVE MAG-CV OF PAR-CONTOVEN TO MAGAZZINO-LV.
033000     MOVE RIF-CV OF PAR-CONTOVEN TO RIF-LV.
033100     OPEN EXTEND FILE-LIBRO.
033200     IF NOT LV-APERTO
033300        DISPLAY "CONTOVEN   CVMOVIM non apribile " CHECK-LV
033400        GO TO EX-SCRIVI-LIBRO.
033500     WRITE REC-CONTOV.
033600     CLOSE FILE-LIBRO.
033700 EX-SCRIVI-LIBRO.
033800     EXIT.
033900*
034000*
034100 MENU-VIDEO.
034200     DISPLAY "----  CONTO VENDITA FORNITORI  ----------".
034300     DISPLAY "Funzione (L=liquidazione mese G=giacenza) "
034400             NO ADVANCING.
034500     MOVE SPACE TO FUNZIONE-IN.
034600     ACCEPT FUNZIONE-IN.
034700     EVALUATE FUNZIONE-IN
034800        WHEN "L"
034900           PERFORM LIQUIDAZIONE THRU EX-LIQUIDAZIONE
035000        WHEN "G"
035100           PERFORM STAMPA-GIACENZA THRU EX-STAMPA-GIACENZA
035200        WHEN OTHER
035300           DISPLAY "Funzione non valida"
035400     END-EVALUATE.
035500 EX-MENU-VIDEO.
035600     EXIT.
035700*
035800*
035900*     liquidazione del mese AAMM: le vendite (e i resi) del
036000*     libro con DATA-LV nel mese, per fornitore/C-MAT/costo;
036100*     su CVLIQUID si scrive una volta sola per mese, le
036200*     richieste successive ristampano
036300 LIQUIDAZIONE.
036400     DISPLAY "Mese da liquidare (AAMM) " NO ADVANCING.
036500     MOVE SPACES TO MESE-IN.
036600     ACCEPT MESE-IN.
036700     IF MESE-IN NOT NUMERIC
036800        DISPLAY "Mese non valido"
036900        GO TO EX-LIQUIDAZIONE.
037000     MOVE MESE-IN TO MESE-LIQ.
037100     IF MESE-LIQ (3:2) < "01" OR MESE-LIQ (3:2) > "12"
037200        DISPLAY "Mese non valido"
037300        GO TO EX-LIQUIDAZIONE.
037400     MOVE 0 TO N-RIGHE-LI.
037500     OPEN INPUT FILE-LIBRO.
037600     IF LV-APERTO
037700        MOVE 0 TO OK-FINE-FILE
037800        PERFORM LEGGI-LIBRO-LI THRU EX-LEGGI-LIBRO-LI
037900           UNTIL LETTO-FINE-FILE
038000        CLOSE FILE-LIBRO
038100     END-IF.
038200     PERFORM CONTROLLA-LIQUIDATO THRU EX-CONTROLLA-LIQUIDATO.
038300     IF LIQUIDAZIONE-FATTA
038400        DISPLAY "Mese gia' liquidato su CVLIQUID: solo ristampa"
038500     ELSE
038600        OPEN EXTEND FILE-LIQUID
038700        IF NOT LQ-APERTO
038800           DISPLAY "CONTOVEN   CVLIQUID non apribile " CHECK-LQ
038900           GO TO EX-LIQUIDAZIONE
039000        END-IF
039100     END-IF.
039200     PERFORM APRI-STAMPA THRU EX-APRI-STAMPA.
039300     MOVE SPACES TO DATI-RIGA.
039400     STRING " CONTO VENDITA - LIQUIDAZIONE MESE "
03940A               DELIMITED BY SIZE
039500            MESE-IN DELIMITED BY SIZE
039600        INTO DATI-RIGA.
039700     PERFORM SCRIVI THRU EX-SCRIVI.
039800     MOVE 0 TO FORNITORI-LIQ.
039900     MOVE "S" TO RESTANO-LI.
040000     PERFORM STAMPA-FORNITORE THRU EX-STAMPA-FORNITORE
040100        UNTIL NOT RESTANO-DA-STAMPARE.
040200     IF N-RIGHE-LI = 0
040300        MOVE " nessuna vendita in conto vendita nel mese"
040400          TO DATI-RIGA
040500        MOVE 2 TO N-RIGA-STAMPA
040600        PERFORM SCRIVI THRU EX-SCRIVI.
040700     CALL "QCLPPR" USING PAR-PRINT
040800                          RIGA BUFFER.
040900     IF NOT LIQUIDAZIONE-FATTA
041000        CLOSE FILE-LIQUID.
041100     DISPLAY "CONTOVEN   fornitori liquidati " FORNITORI-LIQ.
041200 EX-LIQUIDAZIONE.
041300     EXIT.
041400*
041500 LEGGI-LIBRO-LI.
041600     READ FILE-LIBRO
041700        AT END
041800           MOVE 1 TO OK-FINE-FILE
041900           GO TO EX-LEGGI-LIBRO-LI
042000     END-READ.
042100     IF NOT VENDITA-LV OR DATA-LV (1:4) NOT = MESE-IN
042200        GO TO EX-LEGGI-LIBRO-LI.
042300     MOVE 0 TO IX-LI.
042400     PERFORM CERCA-RIGA-LI THRU EX-CERCA-RIGA-LI
042500        VARYING I-LI FROM 1 BY 1 UNTIL I-LI > N-RIGHE-LI.
042600     IF IX-LI = 0
042700        IF N-RIGHE-LI NOT < 1000
042800           DISPLAY "CONTOVEN   TAB-LIQUIDA da allargare"
042900           GO TO EX-LEGGI-LIBRO-LI
043000        END-IF
043100        ADD 1 TO N-RIGHE-LI
043200        MOVE N-RIGHE-LI TO IX-LI
043300        MOVE CONTO-FORN-LV TO CONTO-FORN-LI (IX-LI)
043400        MOVE C-MAT-LV TO C-MAT-LI (IX-LI)
043500        MOVE COSTO-LV TO COSTO-LI (IX-LI)
043600        MOVE 0 TO QTA-LI (IX-LI)
043700        MOVE "N" TO STAMPATO-LI (IX-LI)
043800     END-IF.
043900     ADD QTA-LV TO QTA-LI (IX-LI).
044000 EX-LEGGI-LIBRO-LI.
044100     EXIT.
044200*
044300 CERCA-RIGA-LI.
044400     IF CONTO-FORN-LI (I-LI) = CONTO-FORN-LV
044500        AND C-MAT-LI (I-LI) = C-MAT-LV
044600        AND COSTO-LI (I-LI) = COSTO-LV
044700        MOVE I-LI TO IX-LI.
044800 EX-CERCA-RIGA-LI.
044900     EXIT.
045000*
045100 CONTROLLA-LIQUIDATO.
045200     MOVE "N" TO MESE-GIA-LIQUIDATO.
045300     OPEN INPUT FILE-LIQUID.
045400     IF NOT LQ-APERTO
045500        GO TO EX-CONTROLLA-LIQUIDATO.
045600     MOVE 0 TO OK-FINE-FILE.
045700     PERFORM LEGGI-LIQUIDATO THRU EX-LEGGI-LIQUIDATO
045800        UNTIL LETTO-FINE-FILE.
045900     CLOSE FILE-LIQUID.
046000 EX-CONTROLLA-LIQUIDATO.
046100     EXIT.
046200*
046300 LEGGI-LIQUIDATO.
046400     READ FILE-LIQUID
046500        AT END
046600           MOVE 1 TO OK-FINE-FILE
046700        NOT AT END
046800           IF MESE-LQ = MESE-LIQ
046900              MOVE "S" TO MESE-GIA-LIQUIDATO
047000              MOVE 1 TO OK-FINE-FILE
047100           END-IF
047200     END-READ.
047300 EX-LEGGI-LIQUIDATO.
047400     EXIT.
047500*
047600*     il fornitore della prima riga non stampata, poi tutte
047700*     le sue, col totale da fatturarci
047800 STAMPA-FORNITORE.
047900     MOVE 0 TO IX-LI.
048000     PERFORM CERCA-NON-STAMPATO THRU EX-CERCA-NON-STAMPATO
048100        VARYING I-LI FROM 1 BY 1
048200        UNTIL I-LI > N-RIGHE-LI OR IX-LI NOT = 0.
048300     IF IX-LI = 0
048400        MOVE "N" TO RESTANO-LI
048500        GO TO EX-STAMPA-FORNITORE.
048600     ADD 1 TO FORNITORI-LIQ.
048700     MOVE CONTO-FORN-LI (IX-LI) TO FORN-CORRENTE.
048800     MOVE 0 TO IMPORTO-FORN.
048900     MOVE SPACES TO DATI-RIGA.
049000     STRING " --- FORNITORE " DELIMITED BY SIZE
049100            FORN-CORRENTE DELIMITED BY SIZE
049200            " --- MESE " DELIMITED BY SIZE
049300            MESE-IN DELIMITED BY SIZE
049400        INTO DATI-RIGA.
049500     MOVE "P" TO COMANDO.
049600     MOVE 2 TO N-RIGA-STAMPA.
049700     PERFORM SCRIVI THRU EX-SCRIVI.
049800     MOVE "  C-MAT                CAPI   COSTO CONC."
04980A       TO DATI-RIGA.
049900     MOVE "IMPORTO" TO DATI-RIGA (49:7).
050000     MOVE 2 TO N-RIGA-STAMPA.
050100     PERFORM SCRIVI THRU EX-SCRIVI.
050200     PERFORM STAMPA-RIGA-LI THRU EX-STAMPA-RIGA-LI
050300        VARYING I-LI FROM IX-LI BY 1 UNTIL I-LI > N-RIGHE-LI.
050400     MOVE SPACES TO DATI-RIGA.
050500     COMPUTE IMPORTO-ED = IMPORTO-FORN / 100.
050600     STRING "  TOTALE DA FATTURARE" DELIMITED BY SIZE
050700            "                   " DELIMITED BY SIZE
050800            IMPORTO-ED DELIMITED BY SIZE
050900        INTO DATI-RIGA.
051000     MOVE 2 TO N-RIGA-STAMPA.
051100     PERFORM SCRIVI THRU EX-SCRIVI.
051200 EX-STAMPA-FORNITORE.
051300     EXIT.
051400*
051500 CERCA-NON-STAMPATO.
051600     IF STAMPATO-LI (I-LI) NOT = "S"
051700        MOVE I-LI TO IX-LI.
051800 EX-CERCA-NON-STAMPATO.
051900     EXIT.
052000*
052100 STAMPA-RIGA-LI.
052200     IF STAMPATO-LI (I-LI) = "S"
052300        OR CONTO-FORN-LI (I-LI) NOT = FORN-CORRENTE
052400        GO TO EX-STAMPA-RIGA-LI.
052500     MOVE "S" TO STAMPATO-LI (I-LI).
052600     COMPUTE IMPORTO-RIGA = QTA-LI (I-LI) * COSTO-LI (I-LI).
052700     ADD IMPORTO-RIGA TO IMPORTO-FORN.
052800     MOVE QTA-LI (I-LI) TO QTA-ED.
052900     COMPUTE COSTO-ED = COSTO-LI (I-LI) / 100.
053000     COMPUTE IMPORTO-ED = IMPORTO-RIGA / 100.
053100     MOVE SPACES TO DATI-RIGA.
053200     STRING "  " DELIMITED BY SIZE
053300            C-MAT-LI (I-LI) DELIMITED BY SIZE
053400            "   " DELIMITED BY SIZE
053500            QTA-ED DELIMITED BY SIZE
053600            "  " DELIMITED BY SIZE
053700            COSTO-ED DELIMITED BY SIZE
053800            "  " DELIMITED BY SIZE
053900            IMPORTO-ED DELIMITED BY SIZE
054000        INTO DATI-RIGA.
054100     PERFORM SCRIVI THRU EX-SCRIVI.
054200     IF LIQUIDAZIONE-FATTA
054300        GO TO EX-STAMPA-RIGA-LI.
054400     MOVE T-TAB TO TG-LQ-1 TG-LQ-2 TG-LQ-3 TG-LQ-4 TG-LQ-5
054500                   TG-LQ-6.
054600     MOVE MESE-LIQ TO MESE-LQ.
054700     MOVE CONTO-FORN-LI (I-LI) TO CONTO-FORN-LQ.
054800     MOVE C-MAT-LI (I-LI) TO C-MAT-LQ.
054900     MOVE QTA-LI (I-LI) TO QTA-LQ.
055000     MOVE COSTO-LI (I-LI) TO COSTO-LQ.
055100     MOVE IMPORTO-RIGA TO IMPORTO-LQ.
055200     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-ELAB-LQ.
055300     WRITE REC-LIQUID.
055400 EX-STAMPA-RIGA-LI.
055500     EXIT.
055600*
055700*
055800*     merce in conto vendita ancora in casa per fornitore/
055900*     C-MAT/magazzino, al costo concordato
056000 STAMPA-GIACENZA.
056100     MOVE 0 TO N-RIGHE-GC.
056200     OPEN INPUT FILE-LIBRO.
056300     IF LV-APERTO
056400        MOVE 0 TO OK-FINE-FILE
056500        PERFORM LEGGI-LIBRO-GC THRU EX-LEGGI-LIBRO-GC
056600           UNTIL LETTO-FINE-FILE
056700        CLOSE FILE-LIBRO
056800     END-IF.
056900     PERFORM APRI-STAMPA THRU EX-APRI-STAMPA.
057000     MOVE " CONTO VENDITA - MERCE DEI FORNITORI IN CASA"
057100       TO DATI-RIGA.
057200     PERFORM SCRIVI THRU EX-SCRIVI.
057300     MOVE "  FORNIT.   C-MAT            MAG     CAPI"
05730A       TO DATI-RIGA.
057400     MOVE "VALORE" TO DATI-RIGA (52:6).
057500     MOVE 2 TO N-RIGA-STAMPA.
057600     PERFORM SCRIVI THRU EX-SCRIVI.
057700     PERFORM STAMPA-RIGA-GC THRU EX-STAMPA-RIGA-GC
057800        VARYING I-GC FROM 1 BY 1 UNTIL I-GC > N-RIGHE-GC.
057900     CALL "QCLPPR" USING PAR-PRINT
058000                          RIGA BUFFER.
058100 EX-STAMPA-GIACENZA.
058200     EXIT.
058300*
058400 LEGGI-LIBRO-GC.
058500     READ FILE-LIBRO
058600        AT END
058700           MOVE 1 TO OK-FINE-FILE
058800           GO TO EX-LEGGI-LIBRO-GC
058900     END-READ.
059000     MOVE 0 TO IX-GC.
059100     PERFORM CERCA-RIGA-GC THRU EX-CERCA-RIGA-GC
059200        VARYING I-GC FROM 1 BY 1 UNTIL I-GC > N-RIGHE-GC.
059300     IF IX-GC = 0
059400        IF N-RIGHE-GC NOT < 1000
059500           DISPLAY "CONTOVEN   TAB-GIACENZA da allargare"
059600           GO TO EX-LEGGI-LIBRO-GC
059700        END-IF
059800        ADD 1 TO N-RIGHE-GC
059900        MOVE N-RIGHE-GC TO IX-GC
060000        MOVE CONTO-FORN-LV TO CONTO-FORN-GC (IX-GC)
060100        MOVE C-MAT-LV TO C-MAT-GC (IX-GC)
060200        MOVE MAGAZZINO-LV TO MAG-GC (IX-GC)
060300        MOVE 0 TO QTA-GC (IX-GC) VALORE-GC (IX-GC)
060400     END-IF.
060500     IF CARICO-LV
060600        ADD QTA-LV TO QTA-GC (IX-GC)
060700        COMPUTE VALORE-GC (IX-GC) = VALORE-GC (IX-GC)
060800                                  + QTA-LV * COSTO-LV
060900     ELSE
061000        SUBTRACT QTA-LV FROM QTA-GC (IX-GC)
061100        COMPUTE VALORE-GC (IX-GC) = VALORE-GC (IX-GC)
061200                                  - QTA-LV * COSTO-LV
061300     END-IF.
061400 EX-LEGGI-LIBRO-GC.
061500     EXIT.
061600*
061700 CERCA-RIGA-GC.
061800     IF CONTO-FORN-GC (I-GC) = CONTO-FORN-LV
061900        AND C-MAT-GC (I-GC) = C-MAT-LV
062000        AND MAG-GC (I-GC) = MAGAZZINO-LV
062100        MOVE I-GC TO IX-GC.
062200 EX-CERCA-RIGA-GC.
062300     EXIT.
062400*
062500 STAMPA-RIGA-GC.
062600     IF QTA-GC (I-GC) = 0
062700        GO TO EX-STAMPA-RIGA-GC.
062800     MOVE QTA-GC (I-GC) TO QTA-ED.
062900     COMPUTE IMPORTO-ED = VALORE-GC (I-GC) / 100.
063000     MOVE SPACES TO DATI-RIGA.
063100     STRING "  " DELIMITED BY SIZE
063200            CONTO-FORN-GC (I-GC) DELIMITED BY SIZE
063300            "  " DELIMITED BY SIZE
063400            C-MAT-GC (I-GC) DELIMITED BY SIZE
063500            "  " DELIMITED BY SIZE
063600            MAG-GC (I-GC) DELIMITED BY SIZE
063700            "  " DELIMITED BY SIZE
063800            QTA-ED DELIMITED BY SIZE
063900            "  " DELIMITED BY SIZE
064000            IMPORTO-ED DELIMITED BY SIZE
064100        INTO DATI-RIGA.
064200     PERFORM SCRIVI THRU EX-SCRIVI.
064300 EX-STAMPA-RIGA-GC.
064400     EXIT.
064500*
064600*
064700 APRI-STAMPA.
064800     MOVE  136  TO LL-RIGA.
064900     MOVE 9999 TO N-MAX-RIGHE.
065000     MOVE "G" TO PRE-NOME-FILE.
065100     MOVE W-FORMATO-INTERNO TO TERM-N-FILE.
065200     CALL "QOLPPR" USING PAR-PRINT
065300                          RIGA BUFFER.
065400     MOVE 0   TO N-STAMPANTE.
065500     MOVE "M" TO COMANDO.
065600     MOVE 66  TO N-RIGA-STAMPA.
065700 EX-APRI-STAMPA.
065800     EXIT.
065900*
066000 SCRIVI.
066100     CALL "QWLPPR" USING PAR-PRINT
066200                         RIGA BUFFER.
066300     IF STATO OF PAR-PRINT NOT = 0
066400        MOVE STATO OF PAR-PRINT TO STATO-DISPLAY
066500        DISPLAY "CONTOVEN   ERRORE QPRINT CON STATO : "
066600                STATO-DISPLAY
066700     END-IF.
066800     MOVE SPACES TO DATI-RIGA.
066900     MOVE "S" TO COMANDO.
067000     MOVE 0 TO N-RIGA-STAMPA.
067100 EX-SCRIVI.
067200     EXIT.
067300*
067400*      FINE PROGRAMMA    **** /K CONTOVEN.COB  *****
