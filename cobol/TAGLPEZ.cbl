000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. TAGLPEZ.
000310*2026*        15/10/26
000320*     taglio pezza per gli articoli a gestione rotoli (FLAG2
000330*     di ANAMAT), al posto della correzione a mano: letta la
000340*     pezza (C-MAT + numero pezza, 22 cifre, da etichetta o
000350*     battuta), i metri tagliati, la destinazione (vendita,
000360*     travaso, campionatura) e i metri rimasti sul rotolo,
000370*     si scrive il MOVMAG dei centimetri tagliati (causali
000380*     TAGV/TAGT/TAG1/TAGC, UN-MIS-FATT "CM") e si aggiorna
000390*     SITPEZ: la pezza si accorcia, oppure sotto la soglia
000400*     scampolo di TAGLPARM il residuo prende un nuovo numero
000410*     pezza (la vecchia riga va a "**", come le pezze chiuse
000420*     che CONSPEZ non mostra). La differenza fra lunghezza,
000430*     taglio e residuo e' perdita: sopra la tolleranza di
000440*     TAGLPARM e' segnalata. Ogni taglio va sul giornale
000450*     TAGLIOG, da cui la FUNZIONE "S" stampa il rapporto
000460*     settimanale per magazzino (metri tagliati, scampoli
000470*     creati, perdita).
000480*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-PARM ASSIGN TO "TAGLPARM"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-PM.
001500     SELECT OPTIONAL FILE-LOG ASSIGN TO "TAGLIOG"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-TL.
001800*
001900 DATA DIVISION.
002000 FILE SECTION.
002100* tolleranza di perdita e soglia scampolo, in centimetri
002200 FD FILE-PARM DATA RECORD REC-PARM.
002300 01 REC-PARM.
002400    05 TOLL-CM-PM            PIC 9(4).
002500    05 TG-PM-1               PIC X.
002600    05 SCAMPOLO-CM-PM        PIC 9(5).
002700*
002800* un record per taglio; lunghezze in centimetri
002900 FD FILE-LOG DATA RECORD REC-LOG.
003000 01 REC-LOG.
003100    05 DATA-TL               PIC 9(6).
003200    05 TG-TL-1               PIC X.
003300    05 ORA-TL                PIC 9(6).
003400    05 TG-TL-2               PIC X.
003500    05 TERMINALE-TL          PIC X(8).
003600    05 TG-TL-3               PIC X.
003700    05 OPERATORE-TL          PIC X(8).
003800    05 TG-TL-4               PIC X.
003900    05 SETTIMANA-TL          PIC 9(4).
004000    05 TG-TL-5               PIC X.
004100    05 C-MAT-TL              PIC 9(15).
004200    05 TG-TL-6               PIC X.
004300    05 NR-PEZZA-TL           PIC 9(7).
004400    05 TG-TL-7               PIC X.
004500    05 MAG-TL                PIC 9(3).
004600    05 TG-TL-8               PIC X.
004700    05 DEST-TL               PIC X.
004800    05 TG-TL-9               PIC X.
004900    05 MAG-DEST-TL           PIC 9(3).
005000    05 TG-TL-10              PIC X.
005100    05 LUNGH-PRIMA-TL        PIC 9(9).
005200    05 TG-TL-11              PIC X.
005300    05 TAGLIATO-TL           PIC 9(9).
005400    05 TG-TL-12              PIC X.
005500    05 RESIDUO-TL            PIC 9(9).
005600    05 TG-TL-13              PIC X.
005700    05 PERDITA-TL            PIC S9(9) SIGN LEADING SEPARATE.
005800    05 TG-TL-14              PIC X.
005900    05 NR-SCAMPOLO-TL        PIC 9(7).
006000    05 TG-TL-15              PIC X.
006100    05 FUORI-TOLL-TL         PIC X.
006200*
006300 WORKING-STORAGE SECTION.
006400 77 WK-TIME-TP      PIC 9(8).
006500*
006600 01 AREA-REC-SET     PIC X(512).
006700 01 FILLER REDEFINES AREA-REC-SET.
006800  05 REC-SITPEZ      COPY YSITPEZ.
006900 01 FILLER REDEFINES AREA-REC-SET.
007000  05 REC-ANAMAT      COPY YANAMAT.
007100 01 REC-MOVMAG       COPY YMOVMAG.
007200*
007300 01 PARGEN           COPY QPARGEN.
007400 01 PARQDATA         COPY QPARDATS.
007500 01 PAR-CTRLCAUS     COPY PARCAUS.
007600*
007700 77 CHECK-PM        PIC XX.
007800    88 PM-APERTO    VALUES ARE "05", "00".
007900 77 CHECK-TL        PIC XX.
008000    88 TL-APERTO    VALUES ARE "05", "00".
008100*
008200 01 OK-FINE-FILE    PIC S9(4) COMP.
008300    88 LETTO-FINE-FILE VALUE 1.
008400*
008500 01 T-TAB           PIC X VALUE X"9".
008600*
008700 01 FUNZIONE-IN     PIC X.
008800 01 ALTRO-TAGLIO    PIC X.
008900*
009000 01 TOLL-CM         PIC 9(4) VALUE 20.
009100 01 SCAMPOLO-CM     PIC 9(5) VALUE 300.
009200*
009300 01 PEZZA-IN        PIC X(22).
009400 01 FILLER REDEFINES PEZZA-IN.
009500    05 C-MAT-PEZZA-IN   PIC 9(15).
009600    05 NR-PEZZA-IN      PIC 9(7).
009700 01 C-MAT-TP        PIC 9(15).
009800 01 NR-PEZZA-TP     PIC 9(7).
009900*
010000* metri nella forma MMMM,CC
010100 01 METRI-IN        PIC X(7).
010200 01 FILLER REDEFINES METRI-IN.
010300    05 METRI-INT-IN     PIC 9(4).
010400    05 METRI-SEP-IN     PIC X.
010500    05 METRI-DEC-IN     PIC 9(2).
010600 01 CM-LETTI        PIC S9(9) COMP.
010700*
010800 01 DEST-IN         PIC X.
010900    88 DEST-VENDITA     VALUE "V".
011000    88 DEST-TRAVASO     VALUE "T".
011100    88 DEST-CAMPIONE    VALUE "C".
011200 01 MAG-DEST-IN     PIC X(3).
011300 01 MAG-DEST-TP     PIC 9(3).
011400 01 CONTO-IN        PIC X(8).
011500 01 CONTO-TP        PIC 9(8).
011600 01 CAUSALE-TP      PIC X(4).
011700*
011800* righe SITPEZ della pezza letta; vale l'ultima per
011900* settimana del movimento collegato (come CONSPEZ)
012000 01 TAB-RIGHE-PEZZA.
012100  05 RIGA-RP OCCURS 20.
012200   10 RIF-INTERNO-RP   PIC 9(15).
012300   10 NUMERO-RIGA-RP   PIC 9(4).
012400   10 LUNGH-RP         PIC S9(9) COMP.
012500   10 MAG-RP           PIC 9(3).
012600   10 SETT-RP          PIC 9(4).
012700   10 TROV-RP          PIC X.
012800   10 AREA-RP          PIC X(512).
012900 01 N-RIGHE-RP      PIC S9(4) COMP.
013000 01 I-RP            PIC S9(4) COMP.
013100 01 IX-RP           PIC S9(4) COMP.
013200 01 MAX-NR-PEZZA    PIC 9(7).
013300*
013400 01 MAG-MOV         PIC 9(3).
013500 01 SETT-MOV        PIC 9(4).
013600 01 MOV-TROVATO     PIC S9(4) COMP.
013700    88 C-E-MOVIMENTO VALUE 1.
013800*
013900 01 MAG-PEZZA       PIC 9(3).
014000 01 LUNGH-PRIMA     PIC S9(9) COMP.
014100 01 TAGLIATO-CM     PIC S9(9) COMP.
014200 01 RESIDUO-CM      PIC S9(9) COMP.
014300 01 PERDITA-CM      PIC S9(9) COMP.
014400 01 NR-SCAMPOLO     PIC 9(7).
014500 01 ESITO-PEZZA     PIC X.
014600    88 PEZZA-ACCORCIATA VALUE "A".
014700    88 PEZZA-SCAMPOLO   VALUE "S".
014800    88 PEZZA-ESAURITA   VALUE "E".
014900 01 MAG-MOV-TP      PIC 9(3).
015000 01 QTA-MOV-TP      PIC S9(9) COMP.
015100 01 NUMERO-RIGA-TP  PIC S9(4) COMP VALUE 0.
015200 01 I-TG            PIC S9(4) COMP.
015300*
015400 01 LUNGH-ED        PIC Z(6)9,99.
015500 01 NR-PEZZA-ED     PIC 9(7).
015600*
015700* rapporto settimanale
015800 01 SETT-IN         PIC X(4).
015900 01 SETT-RAPP       PIC 9(4).
016000 01 TAB-MAG-RAPP.
016100  05 RIGA-MR OCCURS 50.
016200   10 MAG-MR           PIC 9(3).
016300   10 TAGLI-MR         PIC S9(7) COMP.
016400   10 TAGLIATO-MR      PIC S9(9) COMP.
016500   10 SCAMPOLI-MR      PIC S9(7) COMP.
016600   10 PERDITA-MR       PIC S9(9) COMP.
016700   10 FUORI-TOLL-MR    PIC S9(7) COMP.
016800 01 N-MAG-MR        PIC S9(4) COMP.
016900 01 I-MR            PIC S9(4) COMP.
017000 01 IX-MR           PIC S9(4) COMP.
017100 01 TAGLI-ED        PIC Z(6)9.
017200 01 METRI-ED        PIC Z(6)9,99.
017300 01 SCAMPOLI-ED     PIC Z(6)9.
017400 01 PERDITA-ED      PIC -(6)9,99.
017500 01 FUORI-ED        PIC Z(6)9.
017600*
017700 01  PAR-PRINT.
017800  05  STATO         PIC S9(4) COMP.
017900  05  LL-RIGA       PIC  9(4) COMP.
018000  05  N-MAX-RIGHE   PIC  9(4) COMP.
018100  05  FLAG-ROUTINE  PIC  9(4) COMP.
018200  05  NUM-FILE-ID   PIC  9(4) COMP.
018300  05  NOME-FILE.
018400   10 PRE-NOME-FILE     PIC X.
018500   10 TERM-N-FILE       PIC 9(6).
018600   10 FILLER            PIC XXX VALUE ".ST".
018700*
018800 01  RIGA.
018900  05  N-STAMPANTE   PIC 9.
019000  05  COMANDO       PIC X.
019100  05  N-RIGA-STAMPA PIC 9(4) COMP.
019200  05  DATI-RIGA     PIC X(132).
019300*
019400 01 BUFFER.
019500  05 N-BUF               PIC S9(4) COMP VALUE 37.
019600  05 FILLER              PIC XX.
019700  05 FILLER              PIC X(5120).
019800*
019900 01 STATO-DISPLAY    PIC ZZZZ-.
020000*
020100 LINKAGE SECTION.
020200*
020300 01 W-COMMON       COPY WCOMMONW.
020400*
020500*PAGE
020600 PROCEDURE DIVISION  USING W-COMMON.
020700 INIZIO.
020800     DISPLAY "----  TAGLIO PEZZA  ---------------------".
020900     DISPLAY "Funzione (T=taglio S=rapporto settimanale) "
021000             NO ADVANCING.
021100     MOVE SPACE TO FUNZIONE-IN.
021200     ACCEPT FUNZIONE-IN.
021300     PERFORM CARICA-PARAMETRI THRU EX-CARICA-PARAMETRI.
021400     IF FUNZIONE-IN = "S"
021500        PERFORM RAPPORTO-SETTIMANA THRU EX-RAPPORTO-SETTIMANA
021600        GO TO FINE.
021700     IF FUNZIONE-IN NOT = "T"
021800        DISPLAY "Funzione non valida"
021900        GO TO FINE.
022000     MOVE "S" TO ALTRO-TAGLIO.
022100     PERFORM TRATTA-TAGLIO THRU EX-TRATTA-TAGLIO
022200        UNTIL ALTRO-TAGLIO NOT = "S".
022300 FINE.
022400     EXIT PROGRAM.
022500*
022600*
022700 CARICA-PARAMETRI.
022800     OPEN INPUT FILE-PARM.
022900     IF PM-APERTO
023000        READ FILE-PARM
023100           AT END
023200              CONTINUE
023300           NOT AT END
023400              IF TOLL-CM-PM NUMERIC
023500                 MOVE TOLL-CM-PM TO TOLL-CM
023600              END-IF
023700              IF SCAMPOLO-CM-PM NUMERIC
023800                 MOVE SCAMPOLO-CM-PM TO SCAMPOLO-CM
023900              END-IF
024000        END-READ
024100        CLOSE FILE-PARM
024200     END-IF.
024300 EX-CARICA-PARAMETRI.
024400     EXIT.
024500*
024600*
024700 TRATTA-TAGLIO.
024800     DISPLAY "Pezza (C-MAT + numero, 22 cifre) " NO ADVANCING.
024900     MOVE SPACES TO PEZZA-IN.
025000     ACCEPT PEZZA-IN.
025100     IF PEZZA-IN NOT NUMERIC
025200        DISPLAY "Pezza non valida"
025300        GO TO EX-TRATTA-CHIEDI.
025400     MOVE C-MAT-PEZZA-IN TO C-MAT-TP.
025500     MOVE NR-PEZZA-IN TO NR-PEZZA-TP.
025600     PERFORM LEGGI-ANAMAT THRU EX-LEGGI-ANAMAT.
025700     IF NOT W-OK-IMAGE
025800        DISPLAY "Articolo non in anagrafica"
025900        GO TO EX-TRATTA-CHIEDI.
026000     IF NOT GESTIONE-A-PEZZE OF REC-ANAMAT
026100        DISPLAY "Articolo non gestito a pezze"
026200        GO TO EX-TRATTA-CHIEDI.
026300     PERFORM CARICA-PEZZA THRU EX-CARICA-PEZZA.
026400     IF N-RIGHE-RP = 0
026500        DISPLAY "Pezza non su SITPEZ o gia' esaurita"
026600        GO TO EX-TRATTA-CHIEDI.
026700     PERFORM SCEGLI-ULTIMA THRU EX-SCEGLI-ULTIMA.
026800     IF IX-RP = 0
026900        DISPLAY "Movimento della pezza non trovato"
027000        GO TO EX-TRATTA-CHIEDI.
027100     MOVE MAG-RP (IX-RP) TO MAG-PEZZA.
027200     MOVE LUNGH-RP (IX-RP) TO LUNGH-PRIMA.
027300     COMPUTE LUNGH-ED = LUNGH-PRIMA / 100.
027400     DISPLAY "Pezza " NR-PEZZA-TP " magazzino " MAG-PEZZA
027500             " metri " LUNGH-ED.
027600*
027700     DISPLAY "Metri tagliati (MMMM,CC)  " NO ADVANCING.
027800     PERFORM CHIEDI-METRI THRU EX-CHIEDI-METRI.
027900     IF CM-LETTI NOT > 0 OR CM-LETTI > LUNGH-PRIMA
028000        DISPLAY "Metri tagliati non validi"
028100        GO TO EX-TRATTA-CHIEDI.
028200     MOVE CM-LETTI TO TAGLIATO-CM.
028300     PERFORM CHIEDI-DESTINAZIONE THRU EX-CHIEDI-DESTINAZIONE.
028400     IF CAUSALE-TP = SPACES
028500        GO TO EX-TRATTA-CHIEDI.
028600     DISPLAY "Metri rimasti (MMMM,CC)   " NO ADVANCING.
028700     PERFORM CHIEDI-METRI THRU EX-CHIEDI-METRI.
028800     IF CM-LETTI < 0 OR CM-LETTI > LUNGH-PRIMA - TAGLIATO-CM
028900        DISPLAY "Metri rimasti non validi"
029000        GO TO EX-TRATTA-CHIEDI.
029100     MOVE CM-LETTI TO RESIDUO-CM.
029200     COMPUTE PERDITA-CM = LUNGH-PRIMA - TAGLIATO-CM - RESIDUO-CM.
029300*
029400     MOVE "V" TO FUNZ-CA OF PAR-CTRLCAUS.
029500     MOVE CAUSALE-TP TO CAUSALE-CA OF PAR-CTRLCAUS.
029600     MOVE W-SIGLA-UTENTE OF W-COMMON
029700          TO OPERATORE-CA OF PAR-CTRLCAUS.
029800     MOVE MAG-PEZZA TO MAGAZZINO-CA OF PAR-CTRLCAUS.
029900     CALL "CTRLCAUS" USING W-COMMON PAR-CTRLCAUS.
030000     IF CAUSALE-NEGATA OF PAR-CTRLCAUS
030100        DISPLAY "Causale " CAUSALE-TP " non ammessa (CAUSALIF)"
030200        GO TO EX-TRATTA-CHIEDI.
030300*
030400     PERFORM CALCOLA-SETT-TP THRU EX-CALCOLA-SETT-TP.
030500     MOVE MAG-PEZZA TO MAG-MOV-TP.
030600     COMPUTE QTA-MOV-TP = 0 - TAGLIATO-CM.
030700     PERFORM SCRIVI-MOVMAG-TP THRU EX-SCRIVI-MOVMAG-TP.
030800*    il travaso entra nel magazzino di arrivo con "TAG1"
030900     IF DEST-TRAVASO
031000        MOVE "TAG1" TO CAUSALE-TP
031100        MOVE MAG-DEST-TP TO MAG-MOV-TP
031200        MOVE TAGLIATO-CM TO QTA-MOV-TP
031300        PERFORM SCRIVI-MOVMAG-TP THRU EX-SCRIVI-MOVMAG-TP
031400     END-IF.
031500*
031600     MOVE 0 TO NR-SCAMPOLO.
031700     IF RESIDUO-CM = 0
031800        MOVE "E" TO ESITO-PEZZA
031900     ELSE
032000        IF RESIDUO-CM < SCAMPOLO-CM
032100           MOVE "S" TO ESITO-PEZZA
032200           COMPUTE NR-SCAMPOLO = MAX-NR-PEZZA + 1
032300        ELSE
032400           MOVE "A" TO ESITO-PEZZA
032500        END-IF
032600     END-IF.
032700     PERFORM AGGIORNA-PEZZA THRU EX-AGGIORNA-PEZZA.
032800     IF PEZZA-SCAMPOLO
032900        PERFORM CREA-SCAMPOLO THRU EX-CREA-SCAMPOLO.
033000     PERFORM SCRIVI-GIORNALE THRU EX-SCRIVI-GIORNALE.
033100*
033200     IF PERDITA-CM > TOLL-CM
033300        COMPUTE LUNGH-ED = PERDITA-CM / 100
033400        DISPLAY "*** PERDITA DI TAGLIO FUORI TOLLERANZA: metri "
033500                LUNGH-ED.
033600     EVALUATE TRUE
033700        WHEN PEZZA-ESAURITA
033800           DISPLAY "Taglio registrato, pezza esaurita"
033900        WHEN PEZZA-SCAMPOLO
034000           MOVE NR-SCAMPOLO TO NR-PEZZA-ED
034100           DISPLAY "Taglio registrato, scampolo nuovo numero "
034200                   NR-PEZZA-ED
034300        WHEN OTHER
034400           DISPLAY "Taglio registrato, pezza accorciata"
034500     END-EVALUATE.
034600 EX-TRATTA-CHIEDI.
034700     DISPLAY "Altro taglio ? (S/N)      " NO ADVANCING.
034800     MOVE "N" TO ALTRO-TAGLIO.
034900     ACCEPT ALTRO-TAGLIO.
035000 EX-TRATTA-TAGLIO.
035100     EXIT.
035200*
035300 CHIEDI-METRI.
035400     MOVE -1 TO CM-LETTI.
035500     MOVE SPACES TO METRI-IN.
035600     ACCEPT METRI-IN.
035700     IF METRI-INT-IN NOT NUMERIC OR METRI-DEC-IN NOT NUMERIC
035800        OR (METRI-SEP-IN NOT = "," AND METRI-SEP-IN NOT = ".")
035900        GO TO EX-CHIEDI-METRI.
036000     COMPUTE CM-LETTI = METRI-INT-IN * 100 + METRI-DEC-IN.
036100 EX-CHIEDI-METRI.
036200     EXIT.
036300*
036400*     la destinazione decide la causale; il travaso vuole il
036500*     magazzino di arrivo, la vendita il conto (facoltativo)
036600 CHIEDI-DESTINAZIONE.
036700     MOVE SPACES TO CAUSALE-TP.
036800     MOVE 0 TO MAG-DEST-TP CONTO-TP.
036900     DISPLAY "Destinazione (V=vendita T=travaso C=campione) "
037000             NO ADVANCING.
037100     MOVE SPACE TO DEST-IN.
037200     ACCEPT DEST-IN.
037300     EVALUATE TRUE
037400        WHEN DEST-VENDITA
037500           DISPLAY "Conto cliente (8 cifre, vuoto=banco) "
037600                   NO ADVANCING
037700           MOVE SPACES TO CONTO-IN
037800           ACCEPT CONTO-IN
037900           IF CONTO-IN NOT = SPACES
038000              IF CONTO-IN NOT NUMERIC
038100                 DISPLAY "Conto non valido"
038200                 GO TO EX-CHIEDI-DESTINAZIONE
038300              END-IF
038400              MOVE CONTO-IN TO CONTO-TP
038500           END-IF
038600           MOVE "TAGV" TO CAUSALE-TP
038700        WHEN DEST-TRAVASO
038800           DISPLAY "Magazzino di arrivo (3 cifre) "
038900                   NO ADVANCING
039000           MOVE SPACES TO MAG-DEST-IN
039100           ACCEPT MAG-DEST-IN
039200           IF MAG-DEST-IN NOT NUMERIC
039300              DISPLAY "Magazzino non valido"
039400              GO TO EX-CHIEDI-DESTINAZIONE
039500           END-IF
039600           MOVE MAG-DEST-IN TO MAG-DEST-TP
039700           IF MAG-DEST-TP = MAG-PEZZA
039800              DISPLAY "Magazzino di arrivo uguale a partenza"
039900              GO TO EX-CHIEDI-DESTINAZIONE
040000           END-IF
040100           MOVE "TAGT" TO CAUSALE-TP
040200        WHEN DEST-CAMPIONE
040300           MOVE "TAGC" TO CAUSALE-TP
040400        WHEN OTHER
040500           DISPLAY "Destinazione non valida"
040600     END-EVALUATE.
040700 EX-CHIEDI-DESTINAZIONE.
040800     EXIT.
040900*
041000 LEGGI-ANAMAT.
041100     MOVE "ANAMAT;" TO W-NOME-DATA-SET.
041200     MOVE "C-MAT;" TO W-NOME-CAMPO.
041300     COMPUTE W-VALORE-CAMPO = C-MAT-TP / 1000 * 1000.
041400     MOVE 7 TO W-MODO.
041500     PERFORM TTDBGET THRU EX-TTDBGET.
041600 EX-LEGGI-ANAMAT.
041700     EXIT.
041800*
041900*
042000*     catena SITPEZ del C-MAT (stessa lettura di CONSPEZ): le
042100*     righe vive della pezza in tabella, e il numero pezza
042200*     piu' alto dell'articolo per numerare lo scampolo
042300 CARICA-PEZZA.
042400     MOVE 0 TO N-RIGHE-RP MAX-NR-PEZZA.
042500     MOVE "C-MAT" TO W-NOME-CAMPO.
042600     MOVE "SITPEZ" TO W-NOME-DATA-SET.
042700     MOVE C-MAT-TP TO W-VALORE-CAMPO.
042800     PERFORM TTDBFIND THRU EX-TTDBFIND.
042900     IF NOT W-OK-IMAGE
043000        GO TO EX-CARICA-PEZZA.
043100     MOVE 5 TO W-MODO.
043200     PERFORM TTDBGET THRU EX-TTDBGET.
043300     PERFORM ESAMINA-PEZZA THRU EX-ESAMINA-PEZZA
043400        UNTIL W-FINE-CATENA.
043500     PERFORM AGGANCIA-MOVIMENTO THRU EX-AGGANCIA-MOVIMENTO
043600        VARYING I-RP FROM 1 BY 1 UNTIL I-RP > N-RIGHE-RP.
043700 EX-CARICA-PEZZA.
043800     EXIT.
043900*
044000 ESAMINA-PEZZA.
044100     IF W-OK-IMAGE
044200        IF NR-PEZZA OF REC-SITPEZ > MAX-NR-PEZZA
044300           MOVE NR-PEZZA OF REC-SITPEZ TO MAX-NR-PEZZA
044400        END-IF
044500        IF VAL-REC OF REC-SITPEZ NOT = "**"
044600           AND NR-PEZZA OF REC-SITPEZ = NR-PEZZA-TP
044700           IF N-RIGHE-RP < 20
044800              ADD 1 TO N-RIGHE-RP
044900              MOVE RIF-INTERNO OF REC-SITPEZ
045000                TO RIF-INTERNO-RP (N-RIGHE-RP)
045100              MOVE NUMERO-RIGA OF REC-SITPEZ
045200                TO NUMERO-RIGA-RP (N-RIGHE-RP)
045300              MOVE LUNGH-DICHIARATA OF REC-SITPEZ
045400                TO LUNGH-RP (N-RIGHE-RP)
045500              MOVE AREA-REC-SET TO AREA-RP (N-RIGHE-RP)
045600           END-IF
045700        END-IF
045800     END-IF.
045900     PERFORM TTDBGET THRU EX-TTDBGET.
046000 EX-ESAMINA-PEZZA.
046100     EXIT.
046200*
046300 AGGANCIA-MOVIMENTO.
046400     PERFORM CERCA-MOVIMENTO THRU EX-CERCA-MOVIMENTO.
046500     IF C-E-MOVIMENTO
046600        MOVE "S" TO TROV-RP (I-RP)
046700        MOVE MAG-MOV TO MAG-RP (I-RP)
046800        MOVE SETT-MOV TO SETT-RP (I-RP)
046900     ELSE
047000        MOVE "N" TO TROV-RP (I-RP)
047100        MOVE 0 TO MAG-RP (I-RP) SETT-RP (I-RP)
047200     END-IF.
047300 EX-AGGANCIA-MOVIMENTO.
047400     EXIT.
047500*
047600*     il movimento collegato alla riga SITPEZ: catena MOVMAG
047700*     per RIF-INTERNO, riga con lo stesso NUMERO-RIGA
047800 CERCA-MOVIMENTO.
047900     MOVE 0 TO MOV-TROVATO.
048000     MOVE 0 TO MAG-MOV SETT-MOV.
048100     MOVE "RIF-INTERNO;" TO W-NOME-CAMPO.
048200     MOVE "MOVMAG;" TO W-NOME-DATA-SET.
048300     MOVE RIF-INTERNO-RP (I-RP) TO W-VALORE-CAMPO.
048400     PERFORM TTDBFIND THRU EX-TTDBFIND.
048500     IF NOT W-OK-IMAGE
048600        GO TO EX-CERCA-MOVIMENTO.
048700     MOVE 5 TO W-MODO.
048800     PERFORM TTDBGET-M THRU EX-TTDBGET-M.
048900     PERFORM ESAMINA-MOVIMENTO THRU EX-ESAMINA-MOVIMENTO
049000        UNTIL W-FINE-CATENA OR C-E-MOVIMENTO.
049100 EX-CERCA-MOVIMENTO.
049200     EXIT.
049300*
049400 ESAMINA-MOVIMENTO.
049500     IF W-OK-IMAGE
049600        AND NUMERO-RIGA OF REC-MOVMAG = NUMERO-RIGA-RP (I-RP)
049700        MOVE 1 TO MOV-TROVATO
049800        MOVE MAGAZZINO OF REC-MOVMAG TO MAG-MOV
049900        MOVE SETTIMANA OF REC-MOVMAG TO SETT-MOV
050000     ELSE
050100        PERFORM TTDBGET-M THRU EX-TTDBGET-M
050200     END-IF.
050300 EX-ESAMINA-MOVIMENTO.
050400     EXIT.
050500*
050600 TTDBGET-M.
050700     PERFORM TTDBGET THRU EX-TTDBGET.
050800     IF W-OK-IMAGE
050900        MOVE AREA-REC-SET (1:96) TO REC-MOVMAG
051000     END-IF.
051100 EX-TTDBGET-M.
051200     EXIT.
051300*
051400*     la riga che dice dove sta la pezza: settimana del
051500*     movimento piu' alta, a pari settimana la piu' avanti
051600*     in catena
051700 SCEGLI-ULTIMA.
051800     MOVE 0 TO IX-RP.
051900     PERFORM CONFRONTA-ULTIMA THRU EX-CONFRONTA-ULTIMA
052000        VARYING I-RP FROM 1 BY 1 UNTIL I-RP > N-RIGHE-RP.
052100 EX-SCEGLI-ULTIMA.
052200     EXIT.
052300*
052400 CONFRONTA-ULTIMA.
052500     IF TROV-RP (I-RP) NOT = "S"
052600        GO TO EX-CONFRONTA-ULTIMA.
052700     IF IX-RP = 0
052800        MOVE I-RP TO IX-RP
052900        GO TO EX-CONFRONTA-ULTIMA.
053000     IF SETT-RP (I-RP) NOT < SETT-RP (IX-RP)
053100        MOVE I-RP TO IX-RP.
053200 EX-CONFRONTA-ULTIMA.
053300     EXIT.
053400*
053500*
053600*     movimento dei centimetri tagliati: stessa strada di
053700*     RETTIFIC, quantita' su QUANTITA in "CM", taglie a zero
053800*     (il rotolo resta un rotolo finche' c'e')
053900 SCRIVI-MOVMAG-TP.
054000     MOVE LOW-VALUE TO REC-MOVMAG.
054100     ADD 1 TO NUMERO-RIGA-TP.
054200     MOVE 0 TO RIF-INTERNO OF REC-MOVMAG
054300               RIF-ORDINE OF REC-MOVMAG
054400               RIF-BOLLA-FORN OF REC-MOVMAG
054500               MOD-IMPUTAZ OF REC-MOVMAG
054600               PREZZO OF REC-MOVMAG
054700               COSTO-STD OF REC-MOVMAG.
054800     MOVE CONTO-TP TO CONTO OF REC-MOVMAG.
054900     MOVE NUMERO-RIGA-TP TO NUMERO-RIGA OF REC-MOVMAG.
055000     MOVE C-MAT-TP TO C-MAT OF REC-MOVMAG.
055100     MOVE CAUSALE-TP TO C-OPE OF REC-MOVMAG.
055200     MOVE Q-SETTIMANA TO SETTIMANA OF REC-MOVMAG.
055300     MOVE MAG-MOV-TP TO MAGAZZINO OF REC-MOVMAG.
055400     MOVE "EUR" TO DIVISA OF REC-MOVMAG.
055500     MOVE "CM" TO UN-MIS-FATT OF REC-MOVMAG.
055600     PERFORM AZZERA-TAGLIE-TP THRU EX-AZZERA-TAGLIE-TP
055700        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
055800     MOVE QTA-MOV-TP TO QUANTITA OF REC-MOVMAG.
055900     MOVE SPACES TO VAL-REC OF REC-MOVMAG.
056000     MOVE REC-MOVMAG TO AREA-REC-SET.
056100     MOVE "MOVMAG" TO W-NOME-DATA-SET.
056200     PERFORM TTDBPUT THRU EX-TTDBPUT.
056300     IF NOT W-OK-IMAGE
056400        DISPLAY "TAGLPEZ    ERR PUT MOVMAG "
056500                W-STATUS-WORD-IMAGE
056600        CANCEL "QDBERROR"
056700        CALL "QDBERROR" USING W-COMMON
056800     END-IF.
056900 EX-SCRIVI-MOVMAG-TP.
057000     EXIT.
057100*
057200 AZZERA-TAGLIE-TP.
057300     MOVE 0 TO QTA-TAGLIA OF REC-MOVMAG (I-TG).
057400 EX-AZZERA-TAGLIE-TP.
057500     EXIT.
057600*
057700 CALCOLA-SETT-TP.
057800     MOVE W-FORMATO-INTERNO OF W-COMMON TO Q-DATA-I.
057900     MOVE 2 TO Q-FUNZIONE OF PARGEN.
058000     CANCEL "QDATAS"
058100     CALL "QDATAS" USING PARGEN Q-DATA-E Q-DATA-I Q-SETTIMANA.
058200 EX-CALCOLA-SETT-TP.
058300     EXIT.
058400*
058500*
058600*     tutte le righe vive della pezza: accorciata = nuova
058700*     lunghezza, esaurita o passata a scampolo = "**"
058800 AGGIORNA-PEZZA.
058900     MOVE "C-MAT" TO W-NOME-CAMPO.
059000     MOVE "SITPEZ" TO W-NOME-DATA-SET.
059100     MOVE C-MAT-TP TO W-VALORE-CAMPO.
059200     PERFORM TTDBFIND THRU EX-TTDBFIND.
059300     IF NOT W-OK-IMAGE
059400        GO TO EX-AGGIORNA-PEZZA.
059500     MOVE 5 TO W-MODO.
059600     PERFORM TTDBGET THRU EX-TTDBGET.
059700     PERFORM RISCRIVI-RIGA-PEZZA THRU EX-RISCRIVI-RIGA-PEZZA
059800        UNTIL W-FINE-CATENA.
059900 EX-AGGIORNA-PEZZA.
060000     EXIT.
060100*
060200 RISCRIVI-RIGA-PEZZA.
060300     IF W-OK-IMAGE
060400        AND VAL-REC OF REC-SITPEZ NOT = "**"
060500        AND NR-PEZZA OF REC-SITPEZ = NR-PEZZA-TP
060600        IF PEZZA-ACCORCIATA
060700           MOVE RESIDUO-CM TO LUNGH-DICHIARATA OF REC-SITPEZ
060800        ELSE
060900           MOVE "**" TO VAL-REC OF REC-SITPEZ
061000        END-IF
061100        MOVE "SITPEZ" TO W-NOME-DATA-SET
061200        PERFORM TTUPDATE THRU EX-TTUPDATE
061300        IF NOT W-OK-IMAGE
061400           MOVE W-STATUS-WORD-IMAGE TO STATO-DISPLAY
061500           DISPLAY "TAGLPEZ    ERR UPDATE SITPEZ " STATO-DISPLAY
061600        END-IF
061700        MOVE 5 TO W-MODO
061800     END-IF.
061900     PERFORM TTDBGET THRU EX-TTDBGET.
062000 EX-RISCRIVI-RIGA-PEZZA.
062100     EXIT.
062200*
062300*     lo scampolo nasce dalla riga che dice dove sta la pezza:
062400*     stesso movimento collegato (stesso magazzino per
062500*     CONSPEZ), numero nuovo, lunghezza del residuo
062600 CREA-SCAMPOLO.
062700     MOVE AREA-RP (IX-RP) TO AREA-REC-SET.
062800     MOVE NR-SCAMPOLO TO NR-PEZZA OF REC-SITPEZ.
062900     MOVE RESIDUO-CM TO LUNGH-DICHIARATA OF REC-SITPEZ.
063000     MOVE SPACES TO VAL-REC OF REC-SITPEZ.
063100     MOVE "SITPEZ" TO W-NOME-DATA-SET.
063200     PERFORM TTDBPUT THRU EX-TTDBPUT.
063300     IF NOT W-OK-IMAGE
063400        DISPLAY "TAGLPEZ    ERR PUT SITPEZ "
063500                W-STATUS-WORD-IMAGE
063600        CANCEL "QDBERROR"
063700        CALL "QDBERROR" USING W-COMMON
063800     END-IF.
063900 EX-CREA-SCAMPOLO.
064000     EXIT.
064100*
064200 SCRIVI-GIORNALE.
064300     OPEN EXTEND FILE-LOG.
064400     IF NOT TL-APERTO
064500        GO TO EX-SCRIVI-GIORNALE.
064600     MOVE T-TAB TO TG-TL-1 TG-TL-2 TG-TL-3 TG-TL-4 TG-TL-5
064700                   TG-TL-6 TG-TL-7 TG-TL-8 TG-TL-9 TG-TL-10
064800                   TG-TL-11 TG-TL-12 TG-TL-13 TG-TL-14
064900                   TG-TL-15.
065000     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-TL.
065100     ACCEPT WK-TIME-TP FROM TIME.
065200     MOVE WK-TIME-TP (1:6) TO ORA-TL.
065300     MOVE W-TERMINALE OF W-COMMON TO TERMINALE-TL.
065400     MOVE W-SIGLA-UTENTE OF W-COMMON TO OPERATORE-TL.
065500     MOVE Q-SETTIMANA TO SETTIMANA-TL.
065600     MOVE C-MAT-TP TO C-MAT-TL.
065700     MOVE NR-PEZZA-TP TO NR-PEZZA-TL.
065800     MOVE MAG-PEZZA TO MAG-TL.
065900     MOVE DEST-IN TO DEST-TL.
066000     MOVE MAG-DEST-TP TO MAG-DEST-TL.
066100     MOVE LUNGH-PRIMA TO LUNGH-PRIMA-TL.
066200     MOVE TAGLIATO-CM TO TAGLIATO-TL.
066300     MOVE RESIDUO-CM TO RESIDUO-TL.
066400     MOVE PERDITA-CM TO PERDITA-TL.
066500     MOVE NR-SCAMPOLO TO NR-SCAMPOLO-TL.
066600     IF PERDITA-CM > TOLL-CM
066700        MOVE "S" TO FUORI-TOLL-TL
066800     ELSE
066900        MOVE "N" TO FUORI-TOLL-TL
067000     END-IF.
067100     WRITE REC-LOG.
067200     CLOSE FILE-LOG.
067300 EX-SCRIVI-GIORNALE.
067400     EXIT.
067500*
067600*
067700*     rapporto settimanale per magazzino dal giornale TAGLIOG
067800 RAPPORTO-SETTIMANA.
067900     PERFORM CALCOLA-SETT-TP THRU EX-CALCOLA-SETT-TP.
068000     MOVE Q-SETTIMANA TO SETT-RAPP.
068100     DISPLAY "Settimana (4 cifre, vuoto=corrente) "
068200             NO ADVANCING.
068300     MOVE SPACES TO SETT-IN.
068400     ACCEPT SETT-IN.
068500     IF SETT-IN NOT = SPACES
068600        IF SETT-IN NOT NUMERIC
068700           DISPLAY "Settimana non valida"
068800           GO TO EX-RAPPORTO-SETTIMANA
068900        END-IF
069000        MOVE SETT-IN TO SETT-RAPP
069100     END-IF.
069200     MOVE 0 TO N-MAG-MR.
069300     OPEN INPUT FILE-LOG.
069400     IF TL-APERTO
069500        MOVE 0 TO OK-FINE-FILE
069600        PERFORM LEGGI-GIORNALE THRU EX-LEGGI-GIORNALE
069700           UNTIL LETTO-FINE-FILE
069800        CLOSE FILE-LOG
069900     END-IF.
070000     PERFORM APRI-STAMPA THRU EX-APRI-STAMPA.
070100     PERFORM STAMPA-MAGAZZINO THRU EX-STAMPA-MAGAZZINO
070200        VARYING I-MR FROM 1 BY 1 UNTIL I-MR > N-MAG-MR.
070300     IF N-MAG-MR = 0
070400        MOVE " nessun taglio nella settimana" TO DATI-RIGA
070500        PERFORM SCRIVI THRU EX-SCRIVI.
070600     CALL "QCLPPR" USING PAR-PRINT
070700                          RIGA BUFFER.
070800     DISPLAY "TAGLPEZ    magazzini nel rapporto " N-MAG-MR.
070900 EX-RAPPORTO-SETTIMANA.
071000     EXIT.
071100*
071200 LEGGI-GIORNALE.
071300     READ FILE-LOG
071400        AT END
071500           MOVE 1 TO OK-FINE-FILE
071600        NOT AT END
071700           IF SETTIMANA-TL = SETT-RAPP
071800              PERFORM ACCUMULA-MAGAZZINO
071900                 THRU EX-ACCUMULA-MAGAZZINO
072000           END-IF
072100     END-READ.
072200 EX-LEGGI-GIORNALE.
072300     EXIT.
072400*
072500 ACCUMULA-MAGAZZINO.
072600     MOVE 0 TO IX-MR.
072700     PERFORM CERCA-MAGAZZINO THRU EX-CERCA-MAGAZZINO
072800        VARYING I-MR FROM 1 BY 1 UNTIL I-MR > N-MAG-MR.
072900     IF IX-MR = 0
073000        IF N-MAG-MR NOT < 50
073100           DISPLAY "TAGLPEZ    TAB-MAG-RAPP da allargare"
073200           GO TO EX-ACCUMULA-MAGAZZINO
073300        END-IF
073400        ADD 1 TO N-MAG-MR
073500        MOVE N-MAG-MR TO IX-MR
073600        MOVE MAG-TL TO MAG-MR (IX-MR)
073700        MOVE 0 TO TAGLI-MR (IX-MR) TAGLIATO-MR (IX-MR)
073800                  SCAMPOLI-MR (IX-MR) PERDITA-MR (IX-MR)
073900                  FUORI-TOLL-MR (IX-MR)
074000     END-IF.
074100     ADD 1 TO TAGLI-MR (IX-MR).
074200     ADD TAGLIATO-TL TO TAGLIATO-MR (IX-MR).
074300     ADD PERDITA-TL TO PERDITA-MR (IX-MR).
074400     IF NR-SCAMPOLO-TL NOT = 0
074500        ADD 1 TO SCAMPOLI-MR (IX-MR).
074600     IF FUORI-TOLL-TL = "S"
074700        ADD 1 TO FUORI-TOLL-MR (IX-MR).
074800 EX-ACCUMULA-MAGAZZINO.
074900     EXIT.
075000*
075100 CERCA-MAGAZZINO.
075200     IF MAG-MR (I-MR) = MAG-TL
075300        MOVE I-MR TO IX-MR
075400     END-IF.
075500 EX-CERCA-MAGAZZINO.
075600     EXIT.
075700*
075800 STAMPA-MAGAZZINO.
075900     MOVE TAGLI-MR (I-MR) TO TAGLI-ED.
076000     COMPUTE METRI-ED = TAGLIATO-MR (I-MR) / 100.
076100     MOVE SCAMPOLI-MR (I-MR) TO SCAMPOLI-ED.
076200     COMPUTE PERDITA-ED = PERDITA-MR (I-MR) / 100.
076300     MOVE FUORI-TOLL-MR (I-MR) TO FUORI-ED.
076400     STRING "  " DELIMITED BY SIZE
076500            MAG-MR (I-MR) DELIMITED BY SIZE
076600            "   " DELIMITED BY SIZE
076700            TAGLI-ED DELIMITED BY SIZE
076800            "   " DELIMITED BY SIZE
076900            METRI-ED DELIMITED BY SIZE
077000            "   " DELIMITED BY SIZE
077100            SCAMPOLI-ED DELIMITED BY SIZE
077200            "   " DELIMITED BY SIZE
077300            PERDITA-ED DELIMITED BY SIZE
077400            "   " DELIMITED BY SIZE
077500            FUORI-ED DELIMITED BY SIZE
077600        INTO DATI-RIGA.
077700     PERFORM SCRIVI THRU EX-SCRIVI.
077800 EX-STAMPA-MAGAZZINO.
077900     EXIT.
078000*
078100 APRI-STAMPA.
078200     MOVE  136  TO LL-RIGA.
078300     MOVE 9999 TO N-MAX-RIGHE.
078400     MOVE "G" TO PRE-NOME-FILE.
078500     MOVE W-FORMATO-INTERNO TO TERM-N-FILE.
078600     CALL "QOLPPR" USING PAR-PRINT
078700                          RIGA BUFFER.
078800     MOVE 0   TO N-STAMPANTE.
078900     MOVE "M" TO COMANDO.
079000     MOVE 66  TO N-RIGA-STAMPA.
079100     MOVE " TAGLIO PEZZE - RAPPORTO SETTIMANA " TO DATI-RIGA.
079200     MOVE SETT-RAPP TO DATI-RIGA (37:4).
079300     PERFORM SCRIVI THRU EX-SCRIVI.
079400     MOVE "  MAG     TAGLI   METRI TAGLIATI   SCAMPOLI"
079500       TO DATI-RIGA.
079600     MOVE "   METRI PERSI   FUORI TOLL." TO DATI-RIGA (46:28).
079700     MOVE 2 TO N-RIGA-STAMPA.
079800     PERFORM SCRIVI THRU EX-SCRIVI.
079900 EX-APRI-STAMPA.
080000     EXIT.
080100*
080200 SCRIVI.
080300     CALL "QWLPPR" USING PAR-PRINT
080400                         RIGA BUFFER.
080500     IF STATO OF PAR-PRINT NOT = 0
080600        MOVE STATO OF PAR-PRINT TO STATO-DISPLAY
080700        DISPLAY "TAGLPEZ    ERRORE QPRINT CON STATO : "
080800                STATO-DISPLAY
080900     END-IF.
081000     MOVE SPACES TO DATI-RIGA.
081100     MOVE "S" TO COMANDO.
081200     MOVE 0 TO N-RIGA-STAMPA.
081300 EX-SCRIVI.
081400     EXIT.
081500*
081600*
081700 TTDBFIND.
081800              COPY PDBFIND.
081900*
082000 TTDBGET.
082100              COPY PDBGET.
082200*
082300 TTDBPUT.
082400              COPY PDBPUT.
082500*
082600 TTUPDATE.
082700              COPY PDBUPDAT.
082800*
082900*      FINE PROGRAMMA    **** /K TAGLPEZ.COB  *****
