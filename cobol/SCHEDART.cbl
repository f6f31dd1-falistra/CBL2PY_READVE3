000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. SCHEDART.
000310*2026*        15/10/26
000320*     scheda nuovo articolo: ANAMAT non lo scriveva nessun
000330*     programma, ogni modello nuovo si caricava a mano sul
000340*     database e poi si passava da MANMATF, STAGMAT, MANPESI
000350*     ed EXPDOGAN uno per uno. Qui l'articolo nasce in un giro
000360*     solo e validato: C-MAT, descrizione, classe (P-STOCK),
000370*     FLAG1..FLAG8 col loro significato, PRIMA-TG/ULTIMA-TG
000380*     controllate sulla tabella TAGLIE di TABTAGLIE, COSTO e
000390*     ALIQ-IVA; sul C-MAT base descrizione classe ANAMATCL,
000400*     fibre COMPOS e righe PREZZI di listino; codice stagione
000410*     con STAGMAT "A", peso PESIART e voce doganale DOGANMST.
000420*     ANAMAT si scrive con VALID-REC "IN" (incompleto) e passa
000430*     attivo (spazi) solo a pezzi obbligatori tutti presenti:
000440*     READVE3 e RICEVI rifiutano l'articolo incompleto.
000450*     "C" riprende un articolo rimasto incompleto, "V" elenca
000460*     i pezzi che mancano.
000470*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-TAGLIE ASSIGN TO "TAGLIE"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-TG.
001500     SELECT OPTIONAL FILE-PESI ASSIGN TO "PESIART"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-PE.
001800     SELECT OPTIONAL FILE-DOGAN ASSIGN TO "DOGANMST"
001900        ORGANIZATION IS LINE SEQUENTIAL
002000        FILE STATUS IS CHECK-DG.
002100*
002200 DATA DIVISION.
002300 FILE SECTION.
002400 FD FILE-TAGLIE DATA RECORD REC-TAGLIE.
002500 01 REC-TAGLIE            COPY YTAGLIE.
002600*
002700 FD FILE-PESI DATA RECORD REC-PESI.
002800 01 REC-PESI              COPY YPESIART.
002900*
003000 FD FILE-DOGAN DATA RECORD REC-DOGAN.
003100 01 REC-DOGAN.
003200    05 C-MAT-DG              PIC 9(15).
003300    05 TG-DG-1               PIC X.
003400    05 HS-DG                 PIC X(8).
003500    05 TG-DG-2               PIC X.
003600    05 ORIGINE-DG            PIC XX.
003700*
003800 WORKING-STORAGE SECTION.
003900*
004000*ESTETA*
004100     COPY NTG.
004200*
004300 01 PAR-TABTAGLIE          COPY PARTAGLIE.
004400 01 PAR-STAGMAT            COPY PARSTAG.
004500*
004600 01 AREA-REC-SET     PIC X(512).
004700 01 FILLER REDEFINES AREA-REC-SET.
004800  05 REC-ANAMAT      COPY YANAMAT.
004900 01 FILLER REDEFINES AREA-REC-SET.
005000  05 REC-ANAMATCL    COPY YANAMCL.
005100 01 FILLER REDEFINES AREA-REC-SET.
005200  05 REC-COMPOS      COPY YCOMPOS.
005300 01 FILLER REDEFINES AREA-REC-SET.
005400  05 REC-PREZZI      COPY YPREZZI.
005500*
005600* scheda dell'articolo in costruzione (l'area IMAGE serve
005700* intanto per le letture di controllo)
005800 01 REC-ANAMAT-SA    COPY YANAMAT.
005900*
006000 01 COD-SA           COPY DANCODMT.
006100*
006200 77 CHECK-TG        PIC XX.
006300    88 TG-APERTO    VALUES ARE "05", "00".
006400 77 CHECK-PE        PIC XX.
006500    88 PE-APERTO    VALUES ARE "05", "00".
006600 77 CHECK-DG        PIC XX.
006700    88 DG-APERTO    VALUES ARE "05", "00".
006800*
006900 01 OK-FINE-SA      PIC S9(4) COMP.
007000    88 LETTO-FINE-SA VALUE 1.
007100*
007200 01 T-TAB           PIC X VALUE X"9".
007300*
007400 01 COMANDO-SA      PIC X.
007500    88 SA-NUOVO     VALUE "N".
007600    88 SA-COMPLETA  VALUE "C".
007700    88 SA-VERIFICA  VALUE "V".
007800    88 SA-FINE      VALUE "F".
007900*
008000* significato e valori ammessi dei FLAG di ANAMAT (lo spazio
008100* e' sempre ammesso e vale il default)
008200 01 TAB-LEGENDA-FLAG.
008300  05 FILLER PIC X(60) VALUE
008400     "FLAG1 gestione  0=a quantita'  1=per taglie".
008500  05 FILLER PIC X(60) VALUE
008600     "FLAG2 pezze     0=no  1=gestione a pezze".
008700  05 FILLER PIC X(60) VALUE
008800     "FLAG3 confez.   0=in scatola  1=appeso".
008900  05 FILLER PIC X(60) VALUE
009000     "FLAG4 numero di pezzi del capo (0-9)".
009100  05 FILLER PIC X(60) VALUE
009200     "FLAG5 0=normale 1=moda D=divisa P=prototipo Z=promoz.".
009300  05 FILLER PIC X(60) VALUE
009400     "FLAG6 0=normale 1=componente tailleur 2=tailleur".
009500  05 FILLER PIC X(60) VALUE
009600     "FLAG7 1=acq. 2=prod. 3=access. 4=facon 5/6/E=terzi".
009700  05 FILLER PIC X(60) VALUE
009800     "FLAG8 0=no 1=conformato 2=maxeco 3..8=linea".
009900 01 FILLER REDEFINES TAB-LEGENDA-FLAG.
010000  05 LEGENDA-FL     PIC X(60) OCCURS 8.
010100*
010200 01 TAB-VALORI-FLAG.
010300  05 FILLER PIC X(10) VALUE "01".
010400  05 FILLER PIC X(10) VALUE "01".
010500  05 FILLER PIC X(10) VALUE "01".
010600  05 FILLER PIC X(10) VALUE "0123456789".
010700  05 FILLER PIC X(10) VALUE "01DPZ".
010800  05 FILLER PIC X(10) VALUE "012".
010900  05 FILLER PIC X(10) VALUE "123456E".
011000  05 FILLER PIC X(10) VALUE "012345678".
011100 01 FILLER REDEFINES TAB-VALORI-FLAG.
011200  05 VALORI-FL      PIC X(10) OCCURS 8.
011300*
011400 01 I-FL            PIC S9(4) COMP.
011500 01 I-VL            PIC S9(4) COMP.
011600 01 FLAG-IN         PIC X.
011700 01 FLAG-OK-SW      PIC X.
011800    88 FLAG-VALIDO  VALUE "S".
011900*
012000* tabella taglie (TAGLIE di TABTAGLIE) in memoria
012100 01 TAB-TAGLIE-SA.
012200  05 RIGA-TT OCCURS 20.
012300   10 INDICE-TT        PIC 99.
012400   10 STATO-TT         PIC X.
012500      88 TT-ATTIVA     VALUE "A".
012600 01 N-RIGHE-TT      PIC S9(4) COMP.
012700 01 I-TT            PIC S9(4) COMP.
012800 01 I-TG            PIC S9(4) COMP.
012900 01 TAGLIE-KO       PIC S9(4) COMP.
013000 01 TAGLIA-OK-SW    PIC X.
013100*
013200 01 C-MAT-IN        PIC X(15).
013300 01 C-MAT-SA        PIC 9(15).
013400 01 C-MAT-BASE-SA   PIC 9(15).
013500 01 D-MAT-IN        PIC X(24).
013600 01 TG-IN           PIC XX.
013700 01 PRIMA-TG-SA     PIC 99.
013800 01 ULTIMA-TG-SA    PIC 99.
013900 01 COSTO-IN        PIC X(9).
014000 01 IVA-IN          PIC XX.
014100 01 CLASSE-ABB-IN   PIC X(3).
014200 01 DESC-CL-IN      PIC X(21).
014300 01 FIBRA-IN        PIC X(4).
014400 01 PERC-IN         PIC X(3).
014500 01 LISTINO-IN      PIC X(4).
014600 01 DIVISA-IN       PIC X(4).
014700 01 MAG-IN          PIC X(3).
014800 01 PREZZO-IN       PIC X(9).
014900 01 PESO-IN         PIC X(6).
015000 01 HS-IN           PIC X(8).
015100 01 ORIGINE-IN      PIC XX.
015200*
015300* composizione in costruzione
015400 01 TAB-FIBRE-SA.
015500  05 RIGA-FB OCCURS 6.
015600   10 SIGLA-FB         PIC X(4).
015700   10 PERC-FB          PIC 999.
015800 01 N-FIBRE-SA      PIC S9(4) COMP.
015900 01 I-FB            PIC S9(4) COMP.
016000 01 TOT-PERC-SA     PIC S9(4) COMP.
016100 01 FINE-FIBRE-SW   PIC X.
016200    88 FINE-FIBRE   VALUE "S".
016300*
016400* pezzi della scheda: "S" = presente
016500 01 PEZZI-SA.
016600  05 CL-PRESENTE-SW  PIC X.
016700     88 CL-PRESENTE  VALUE "S".
016800  05 CO-PRESENTE-SW  PIC X.
016900     88 CO-PRESENTE  VALUE "S".
017000  05 PZ-PRESENTE-SW  PIC X.
017100     88 PZ-PRESENTE  VALUE "S".
017200  05 SG-PRESENTE-SW  PIC X.
017300     88 SG-PRESENTE  VALUE "S".
017400  05 PE-PRESENTE-SW  PIC X.
017500     88 PE-PRESENTE  VALUE "S".
017600  05 DG-PRESENTE-SW  PIC X.
017700     88 DG-PRESENTE  VALUE "S".
017800 01 PEZZI-MANCANTI  PIC S9(4) COMP.
017900 01 CLASSE-SA       PIC 99.
018000 01 RIGHE-PREZZI-SA PIC S9(4) COMP.
018100*
018200 LINKAGE SECTION.
018300*
018400 01 W-COMMON       COPY WCOMMONW.
018500*
018600*PAGE
018700 PROCEDURE DIVISION  USING W-COMMON.
018800 INIZIO.
018900     DISPLAY "----  SCHEDA NUOVO ARTICOLO  ------------".
019000     PERFORM CARICA-NTG THRU EX-CARICA-NTG.
019100     PERFORM CARICA-TAGLIE THRU EX-CARICA-TAGLIE.
019200     MOVE SPACES TO COMANDO-SA.
019300     PERFORM CHIEDI-COMANDO THRU EX-CHIEDI-COMANDO
019400        UNTIL SA-FINE.
019500 FINE.
019600     EXIT PROGRAM.
019700*
019800*
019900 CARICA-NTG.
020000     COPY PNTGLOAD.
020100*
020200*
020300*     tabella taglie di TABTAGLIE: senza righe vale il solo
020400*     limite NTG-NTG
020500 CARICA-TAGLIE.
020600     MOVE 0 TO N-RIGHE-TT.
020700     OPEN INPUT FILE-TAGLIE.
020800     IF NOT TG-APERTO
020900        GO TO EX-CARICA-TAGLIE.
021000     MOVE 0 TO OK-FINE-SA.
021100     PERFORM LEGGI-RIGA-TAGLIE THRU EX-LEGGI-RIGA-TAGLIE
021200        UNTIL LETTO-FINE-SA.
021300     CLOSE FILE-TAGLIE.
021400 EX-CARICA-TAGLIE.
021500     EXIT.
021600*
021700 LEGGI-RIGA-TAGLIE.
021800     READ FILE-TAGLIE
021900        AT END
022000           MOVE 1 TO OK-FINE-SA
022100        NOT AT END
022200           IF N-RIGHE-TT < 20
022300              ADD 1 TO N-RIGHE-TT
022400              MOVE INDICE-TG TO INDICE-TT (N-RIGHE-TT)
022500              MOVE STATO-TG TO STATO-TT (N-RIGHE-TT)
022600           END-IF
022700     END-READ.
022800 EX-LEGGI-RIGA-TAGLIE.
022900     EXIT.
023000*
023100*
023200 CHIEDI-COMANDO.
023300     DISPLAY "Comando: N=nuovo C=completa V=verifica F=fine "
023400             NO ADVANCING.
023500     ACCEPT COMANDO-SA.
023600     EVALUATE TRUE
023700        WHEN SA-NUOVO
023800           PERFORM NUOVO-ARTICOLO THRU EX-NUOVO-ARTICOLO
023900        WHEN SA-COMPLETA
024000           PERFORM COMPLETA-ARTICOLO THRU EX-COMPLETA-ARTICOLO
024100        WHEN SA-VERIFICA
024200           PERFORM VERIFICA-ARTICOLO THRU EX-VERIFICA-ARTICOLO
024300        WHEN SA-FINE
024400           CONTINUE
024500        WHEN OTHER
024600           DISPLAY "Comando non valido"
024700     END-EVALUATE.
024800 EX-CHIEDI-COMANDO.
024900     EXIT.
025000*
025100*
025200*     C-MAT battuto: numerico, colore e base calcolati (il
025300*     colore si azzera in due tempi come in CERCAPRZ)
025400 CHIEDI-C-MAT.
025500     MOVE 0 TO C-MAT-SA.
025600     DISPLAY "C-MAT (15 cifre)          " NO ADVANCING.
025700     MOVE SPACES TO C-MAT-IN.
025800     ACCEPT C-MAT-IN.
025900     IF C-MAT-IN NOT NUMERIC
026000        DISPLAY "C-MAT non numerico"
026100        GO TO EX-CHIEDI-C-MAT.
026200     MOVE C-MAT-IN TO C-MAT-SA.
026300     MOVE C-MAT-SA TO C-MAT-TRANS-RID.
026400     MOVE CLASSE OF C-MAT-TRANSITO TO CLASSE-SA.
026500     DIVIDE C-MAT-SA BY 1000 GIVING C-MAT-BASE-SA.
026600     MULTIPLY 1000 BY C-MAT-BASE-SA.
026700 EX-CHIEDI-C-MAT.
026800     EXIT.
026900*
027000 LEGGI-ANAMAT-SA.
027100     MOVE "ANAMAT;" TO W-NOME-DATA-SET.
027200     MOVE "C-MAT;" TO W-NOME-CAMPO.
027300     MOVE C-MAT-SA TO W-VALORE-CAMPO.
027400     MOVE 7 TO W-MODO.
027500     PERFORM TTDBGET THRU EX-TTDBGET.
027600 EX-LEGGI-ANAMAT-SA.
027700     EXIT.
027800*
027900*
028000*     articolo nuovo: dati ANAMAT, scrittura in stato
028100*     incompleto, poi i pezzi collegati
028200 NUOVO-ARTICOLO.
028300     PERFORM CHIEDI-C-MAT THRU EX-CHIEDI-C-MAT.
028400     IF C-MAT-SA = 0
028500        GO TO EX-NUOVO-ARTICOLO.
028600     PERFORM LEGGI-ANAMAT-SA THRU EX-LEGGI-ANAMAT-SA.
028700     IF W-OK-IMAGE
028800        IF VALID-REC OF REC-ANAMAT = "IN"
028900           DISPLAY "Articolo gia' impostato ma incompleto:"
029000                   " usare il comando C"
029100        ELSE
029200           DISPLAY "Articolo gia' presente su ANAMAT"
029300        END-IF
029400        GO TO EX-NUOVO-ARTICOLO.
029500     MOVE LOW-VALUE TO REC-ANAMAT-SA.
029600     MOVE C-MAT-SA TO C-MAT OF REC-ANAMAT-SA.
029700     DISPLAY "Descrizione (24 car.)     " NO ADVANCING.
029800     MOVE SPACES TO D-MAT-IN.
029900     ACCEPT D-MAT-IN.
030000     IF D-MAT-IN = SPACES
030100        DISPLAY "Descrizione obbligatoria"
030200        GO TO EX-NUOVO-ARTICOLO.
030300     MOVE D-MAT-IN TO D-MAT OF REC-ANAMAT-SA.
030400     MOVE CLASSE-SA TO P-STOCK OF REC-ANAMAT-SA.
030500     PERFORM CHIEDI-FLAG THRU EX-CHIEDI-FLAG
030600        VARYING I-FL FROM 1 BY 1 UNTIL I-FL > 8.
030700     PERFORM CHIEDI-TAGLIE THRU EX-CHIEDI-TAGLIE.
030800     IF TAGLIE-KO NOT = 0
030900        GO TO EX-NUOVO-ARTICOLO.
031000     DISPLAY "Costo standard (centesimi, 9 cifre) "
031100             NO ADVANCING.
031200     MOVE SPACES TO COSTO-IN.
031300     ACCEPT COSTO-IN.
031400     IF COSTO-IN NOT NUMERIC
031500        DISPLAY "Costo non numerico"
031600        GO TO EX-NUOVO-ARTICOLO.
031700     DISPLAY "Aliquota IVA (2 cifre)    " NO ADVANCING.
031800     MOVE SPACES TO IVA-IN.
031900     ACCEPT IVA-IN.
032000     IF IVA-IN NOT NUMERIC
032100        DISPLAY "Aliquota non numerica"
032200        GO TO EX-NUOVO-ARTICOLO.
032300     PERFORM COMPONI-ANAMAT THRU EX-COMPONI-ANAMAT.
032400     MOVE REC-ANAMAT-SA TO AREA-REC-SET.
032500     MOVE "ANAMAT;" TO W-NOME-DATA-SET.
032600     PERFORM TTDBPUT THRU EX-TTDBPUT.
032700     IF NOT W-OK-IMAGE
032800        DISPLAY "SCHEDART   ERR PUT ANAMAT "
032900                W-STATUS-WORD-IMAGE
033000        GO TO EX-NUOVO-ARTICOLO.
033100     DISPLAY "ANAMAT scritto (incompleto)".
033200     PERFORM COMPLETA-PEZZI THRU EX-COMPLETA-PEZZI.
033300 EX-NUOVO-ARTICOLO.
033400     EXIT.
033500*
033600*     significato di ogni FLAG a video; si ribatte finche' il
033700*     valore non e' fra quelli ammessi
033800 CHIEDI-FLAG.
033900     MOVE "N" TO FLAG-OK-SW.
034000     PERFORM CHIEDI-UN-FLAG THRU EX-CHIEDI-UN-FLAG
034100        UNTIL FLAG-VALIDO.
034200     MOVE FLAG-IN TO FLAG OF REC-ANAMAT-SA (I-FL).
034300 EX-CHIEDI-FLAG.
034400     EXIT.
034500*
034600 CHIEDI-UN-FLAG.
034700     DISPLAY LEGENDA-FL (I-FL).
034800     DISPLAY "   valore " NO ADVANCING.
034900     MOVE SPACE TO FLAG-IN.
035000     ACCEPT FLAG-IN.
035100     IF FLAG-IN = SPACE
035200        MOVE "S" TO FLAG-OK-SW
035300        GO TO EX-CHIEDI-UN-FLAG.
035400     PERFORM CONFRONTA-FLAG THRU EX-CONFRONTA-FLAG
035500        VARYING I-VL FROM 1 BY 1 UNTIL I-VL > 10.
035600     IF NOT FLAG-VALIDO
035700        DISPLAY "Valore non ammesso".
035800 EX-CHIEDI-UN-FLAG.
035900     EXIT.
036000*
036100 CONFRONTA-FLAG.
036200     IF VALORI-FL (I-FL) (I-VL:1) NOT = SPACE
036300        AND VALORI-FL (I-FL) (I-VL:1) = FLAG-IN
036400        MOVE "S" TO FLAG-OK-SW
036500     END-IF.
036600 EX-CONFRONTA-FLAG.
036700     EXIT.
036800*
036900*     intervallo taglie: dentro NTG-NTG e, se la tabella
037000*     TAGLIE c'e', ogni indice deve esistere ed essere attivo
037100 CHIEDI-TAGLIE.
037200     MOVE 1 TO TAGLIE-KO.
037300     DISPLAY "Prima taglia (indice 2 cifre)  " NO ADVANCING.
037400     MOVE SPACES TO TG-IN.
037500     ACCEPT TG-IN.
037600     IF TG-IN NOT NUMERIC
037700        DISPLAY "Taglia non numerica"
037800        GO TO EX-CHIEDI-TAGLIE.
037900     MOVE TG-IN TO PRIMA-TG-SA.
038000     DISPLAY "Ultima taglia (indice 2 cifre) " NO ADVANCING.
038100     MOVE SPACES TO TG-IN.
038200     ACCEPT TG-IN.
038300     IF TG-IN NOT NUMERIC
038400        DISPLAY "Taglia non numerica"
038500        GO TO EX-CHIEDI-TAGLIE.
038600     MOVE TG-IN TO ULTIMA-TG-SA.
038700     IF PRIMA-TG-SA < 1 OR ULTIMA-TG-SA > NTG-NTG
038800        OR PRIMA-TG-SA > ULTIMA-TG-SA
038900        DISPLAY "Intervallo taglie fuori da 1-" NTG-NTG
039000        GO TO EX-CHIEDI-TAGLIE.
039100     MOVE 0 TO TAGLIE-KO.
039200     IF N-RIGHE-TT > 0
039300        PERFORM VERIFICA-TAGLIA THRU EX-VERIFICA-TAGLIA
039400           VARYING I-TG FROM PRIMA-TG-SA BY 1
039500           UNTIL I-TG > ULTIMA-TG-SA
039600     END-IF.
039700     IF TAGLIE-KO = 0
039800        MOVE PRIMA-TG-SA TO PRIMA-TG OF REC-ANAMAT-SA
039900                            TG-BASE OF REC-ANAMAT-SA
040000        MOVE ULTIMA-TG-SA TO ULTIMA-TG OF REC-ANAMAT-SA
040100     END-IF.
040200 EX-CHIEDI-TAGLIE.
040300     EXIT.
040400*
040500 VERIFICA-TAGLIA.
040600     MOVE "N" TO TAGLIA-OK-SW.
040700     PERFORM CONFRONTA-TAGLIA THRU EX-CONFRONTA-TAGLIA
040800        VARYING I-TT FROM 1 BY 1 UNTIL I-TT > N-RIGHE-TT.
040900     IF TAGLIA-OK-SW NOT = "S"
041000        ADD 1 TO TAGLIE-KO
041100        DISPLAY "Taglia " I-TG " assente o ritirata su TAGLIE"
041200     END-IF.
041300 EX-VERIFICA-TAGLIA.
041400     EXIT.
041500*
041600 CONFRONTA-TAGLIA.
041700     IF INDICE-TT (I-TT) = I-TG AND TT-ATTIVA (I-TT)
041800        MOVE "S" TO TAGLIA-OK-SW
041900     END-IF.
042000 EX-CONFRONTA-TAGLIA.
042100     EXIT.
042200*
042300*     resto della scheda: date, anno/stagione/collezione dal
042400*     C-MAT, VALID-REC "IN" finche' mancano pezzi
042500 COMPONI-ANAMAT.
042600     MOVE W-FORMATO-INTERNO OF W-COMMON TO DT-NA OF REC-ANAMAT-SA.
042700     MOVE 0 TO DT-UV OF REC-ANAMAT-SA
042800               CTO-RICAVI OF REC-ANAMAT-SA
042900               PERC-MAGG OF REC-ANAMAT-SA
043000               CL-GR OF REC-ANAMAT-SA
043100               MATER-MAX OF REC-ANAMAT-SA.
043200     MOVE COSTO-IN TO COSTO OF REC-ANAMAT-SA
043300                      CTO-COSTI OF REC-ANAMAT-SA.
043400     MOVE IVA-IN TO ALIQ-IVA OF REC-ANAMAT-SA.
043500     MOVE COLLEZIONE OF C-MAT-TRANSITO
043600       TO COLLEZIONE OF REC-ANAMAT-SA.
043700     MOVE ANNO OF C-MAT-TRANSITO TO ANNO OF REC-ANAMAT-SA.
043800     MOVE STAGIONE OF C-MAT-TRANSITO
043900       TO STAGIONE OF REC-ANAMAT-SA.
044000     MOVE "NR" TO UN-MIS OF REC-ANAMAT-SA.
044100     MOVE SPACES TO CAT-TAGLIO OF REC-ANAMAT-SA
044200                    SCORTA-IND OF REC-ANAMAT-SA
044300                    TIPO-MAT OF REC-ANAMAT-SA.
044400     MOVE "IN" TO VALID-REC OF REC-ANAMAT-SA.
044500 EX-COMPONI-ANAMAT.
044600     EXIT.
044700*
044800*
044900*     ripresa di un articolo rimasto incompleto
045000 COMPLETA-ARTICOLO.
045100     PERFORM CHIEDI-C-MAT THRU EX-CHIEDI-C-MAT.
045200     IF C-MAT-SA = 0
045300        GO TO EX-COMPLETA-ARTICOLO.
045400     PERFORM LEGGI-ANAMAT-SA THRU EX-LEGGI-ANAMAT-SA.
045500     IF NOT W-OK-IMAGE
045600        DISPLAY "Articolo inesistente: usare il comando N"
045700        GO TO EX-COMPLETA-ARTICOLO.
045800     IF VALID-REC OF REC-ANAMAT NOT = "IN"
045900        DISPLAY "Articolo gia' attivo"
046000        GO TO EX-COMPLETA-ARTICOLO.
046100     PERFORM COMPLETA-PEZZI THRU EX-COMPLETA-PEZZI.
046200 EX-COMPLETA-ARTICOLO.
046300     EXIT.
046400*
046500 VERIFICA-ARTICOLO.
046600     PERFORM CHIEDI-C-MAT THRU EX-CHIEDI-C-MAT.
046700     IF C-MAT-SA = 0
046800        GO TO EX-VERIFICA-ARTICOLO.
046900     PERFORM LEGGI-ANAMAT-SA THRU EX-LEGGI-ANAMAT-SA.
047000     IF NOT W-OK-IMAGE
047100        DISPLAY "Articolo inesistente"
047200        GO TO EX-VERIFICA-ARTICOLO.
047300     IF VALID-REC OF REC-ANAMAT = "IN"
047400        DISPLAY "Stato: INCOMPLETO"
047500     ELSE
047600        DISPLAY "Stato: ATTIVO"
047700     END-IF.
047800     PERFORM VERIFICA-PEZZI THRU EX-VERIFICA-PEZZI.
047900     IF PEZZI-MANCANTI = 0
048000        DISPLAY "Scheda completa".
048100 EX-VERIFICA-ARTICOLO.
048200     EXIT.
048300*
048400*
048500*     chiede solo i pezzi che mancano, poi riverifica: a
048600*     scheda completa l'articolo passa attivo
048700 COMPLETA-PEZZI.
048800     PERFORM VERIFICA-PEZZI THRU EX-VERIFICA-PEZZI.
048900     IF NOT CL-PRESENTE
049000        PERFORM CREA-ANAMATCL THRU EX-CREA-ANAMATCL.
049100     IF NOT CO-PRESENTE
049200        PERFORM CREA-COMPOS THRU EX-CREA-COMPOS.
049300     IF NOT PZ-PRESENTE
049400        PERFORM CREA-PREZZI THRU EX-CREA-PREZZI.
049500     IF NOT SG-PRESENTE
049600        MOVE "A" TO FUNZ-SG OF PAR-STAGMAT
049700        MOVE C-MAT-SA TO C-MAT-SG OF PAR-STAGMAT
049800        CALL "STAGMAT" USING W-COMMON PAR-STAGMAT.
049900     IF NOT PE-PRESENTE
050000        PERFORM CREA-PESO THRU EX-CREA-PESO.
050100     IF NOT DG-PRESENTE
050200        PERFORM CREA-DOGANA THRU EX-CREA-DOGANA.
050300     PERFORM VERIFICA-PEZZI THRU EX-VERIFICA-PEZZI.
050400     IF PEZZI-MANCANTI = 0
050500        PERFORM ATTIVA-ARTICOLO THRU EX-ATTIVA-ARTICOLO
050600     ELSE
050700        DISPLAY "Articolo resta INCOMPLETO: non vendibile"
050800                " ne' ricevibile"
050900     END-IF.
051000 EX-COMPLETA-PEZZI.
051100     EXIT.
051200*
051300*     ogni pezzo obbligatorio: ANAMATCL, COMPOS e PREZZI sul
051400*     C-MAT base, STAGMATF, PESIART (articolo o classe),
051500*     DOGANMST sul C-MAT
051600 VERIFICA-PEZZI.
051700     MOVE 0 TO PEZZI-MANCANTI.
051800     MOVE "N" TO CL-PRESENTE-SW CO-PRESENTE-SW PZ-PRESENTE-SW
051900                 SG-PRESENTE-SW PE-PRESENTE-SW DG-PRESENTE-SW.
052000     MOVE "ANAMATCL;" TO W-NOME-DATA-SET.
052100     PERFORM CERCA-SU-BASE THRU EX-CERCA-SU-BASE.
052200     IF W-OK-IMAGE
052300        MOVE "S" TO CL-PRESENTE-SW
052400     ELSE
052500        ADD 1 TO PEZZI-MANCANTI
052600        DISPLAY "  manca: descrizione classe ANAMATCL".
052700     MOVE "COMPOS;" TO W-NOME-DATA-SET.
052800     PERFORM CERCA-SU-BASE THRU EX-CERCA-SU-BASE.
052900     IF W-OK-IMAGE
053000        MOVE "S" TO CO-PRESENTE-SW
053100     ELSE
053200        ADD 1 TO PEZZI-MANCANTI
053300        DISPLAY "  manca: composizione COMPOS".
053400     MOVE "PREZZI;" TO W-NOME-DATA-SET.
053500     PERFORM CERCA-SU-BASE THRU EX-CERCA-SU-BASE.
053600     IF W-OK-IMAGE
053700        MOVE "S" TO PZ-PRESENTE-SW
053800     ELSE
053900        ADD 1 TO PEZZI-MANCANTI
054000        DISPLAY "  manca: listino PREZZI".
054100     MOVE "Q" TO FUNZ-SG OF PAR-STAGMAT.
054200     MOVE C-MAT-SA TO C-MAT-SG OF PAR-STAGMAT.
054300     CALL "STAGMAT" USING W-COMMON PAR-STAGMAT.
054400     IF SG-OK OF PAR-STAGMAT
054500        MOVE "S" TO SG-PRESENTE-SW
054600     ELSE
054700        ADD 1 TO PEZZI-MANCANTI
054800        DISPLAY "  manca: codice stagione STAGMATF".
054900     PERFORM CERCA-PESO THRU EX-CERCA-PESO.
055000     IF PE-PRESENTE
055100        CONTINUE
055200     ELSE
055300        ADD 1 TO PEZZI-MANCANTI
055400        DISPLAY "  manca: peso PESIART".
055500     PERFORM CERCA-DOGANA THRU EX-CERCA-DOGANA.
055600     IF DG-PRESENTE
055700        CONTINUE
055800     ELSE
055900        ADD 1 TO PEZZI-MANCANTI
056000        DISPLAY "  manca: voce doganale DOGANMST".
056100 EX-VERIFICA-PEZZI.
056200     EXIT.
056300*
056400 CERCA-SU-BASE.
056500     MOVE "C-MAT;" TO W-NOME-CAMPO.
056600     MOVE C-MAT-BASE-SA TO W-VALORE-CAMPO.
056700     PERFORM TTDBFIND THRU EX-TTDBFIND.
056800     IF W-OK-IMAGE
056900        MOVE 5 TO W-MODO
057000        PERFORM TTDBGET THRU EX-TTDBGET
057100     END-IF.
057200 EX-CERCA-SU-BASE.
057300     EXIT.
057400*
057500*     riga "A" sul C-MAT base (come la cerca PRINTDDF) o sul
057600*     C-MAT pieno, altrimenti default "C" di classe
057700 CERCA-PESO.
057800     OPEN INPUT FILE-PESI.
057900     IF NOT PE-APERTO
058000        GO TO EX-CERCA-PESO.
058100     MOVE 0 TO OK-FINE-SA.
058200     PERFORM LEGGI-RIGA-PESO THRU EX-LEGGI-RIGA-PESO
058300        UNTIL LETTO-FINE-SA OR PE-PRESENTE.
058400     CLOSE FILE-PESI.
058500 EX-CERCA-PESO.
058600     EXIT.
058700*
058800 LEGGI-RIGA-PESO.
058900     READ FILE-PESI
059000        AT END
059100           MOVE 1 TO OK-FINE-SA
059200        NOT AT END
059300           IF (TIPO-PE = "A" AND (C-MAT-PE = C-MAT-BASE-SA
059400                               OR C-MAT-PE = C-MAT-SA))
059500              OR (TIPO-PE = "C" AND CLASSE-PE = CLASSE-SA)
059600              MOVE "S" TO PE-PRESENTE-SW
059700           END-IF
059800     END-READ.
059900 EX-LEGGI-RIGA-PESO.
060000     EXIT.
060100*
060200 CERCA-DOGANA.
060300     OPEN INPUT FILE-DOGAN.
060400     IF NOT DG-APERTO
060500        GO TO EX-CERCA-DOGANA.
060600     MOVE 0 TO OK-FINE-SA.
060700     PERFORM LEGGI-RIGA-DOGANA THRU EX-LEGGI-RIGA-DOGANA
060800        UNTIL LETTO-FINE-SA OR DG-PRESENTE.
060900     CLOSE FILE-DOGAN.
061000 EX-CERCA-DOGANA.
061100     EXIT.
061200*
061300 LEGGI-RIGA-DOGANA.
061400     READ FILE-DOGAN
061500        AT END
061600           MOVE 1 TO OK-FINE-SA
061700        NOT AT END
061800           IF C-MAT-DG = C-MAT-SA
061900              MOVE "S" TO DG-PRESENTE-SW
062000           END-IF
062100     END-READ.
062200 EX-LEGGI-RIGA-DOGANA.
062300     EXIT.
062400*
062500*
062600 CREA-ANAMATCL.
062700     DISPLAY "Sigla classe (3 car.)     " NO ADVANCING.
062800     MOVE SPACES TO CLASSE-ABB-IN.
062900     ACCEPT CLASSE-ABB-IN.
063000     DISPLAY "Descrizione classe (21)   " NO ADVANCING.
063100     MOVE SPACES TO DESC-CL-IN.
063200     ACCEPT DESC-CL-IN.
063300     IF CLASSE-ABB-IN = SPACES OR DESC-CL-IN = SPACES
063400        DISPLAY "Classe non registrata"
063500        GO TO EX-CREA-ANAMATCL.
063600     MOVE LOW-VALUE TO AREA-REC-SET.
063700     MOVE C-MAT-BASE-SA TO C-MAT OF REC-ANAMATCL.
063800     MOVE CLASSE-ABB-IN TO CLASSE-ABB OF REC-ANAMATCL.
063900     MOVE DESC-CL-IN TO DESC-CL-C-MAT OF REC-ANAMATCL.
064000     MOVE SPACES TO VALID-REC OF REC-ANAMATCL.
064100     MOVE "ANAMATCL;" TO W-NOME-DATA-SET.
064200     PERFORM TTDBPUT THRU EX-TTDBPUT.
064300     IF NOT W-OK-IMAGE
064400        DISPLAY "SCHEDART   ERR PUT ANAMATCL "
064500                W-STATUS-WORD-IMAGE.
064600 EX-CREA-ANAMATCL.
064700     EXIT.
064800*
064900*     fibre del tessuto (obbligatorie, totale 100%) e della
065000*     fodera (facoltative, se battute totale 100%)
065100 CREA-COMPOS.
065200     MOVE LOW-VALUE TO AREA-REC-SET.
065300     MOVE C-MAT-BASE-SA TO C-MAT OF REC-COMPOS.
065400     DISPLAY "Composizione TESSUTO (sigla vuota = fine)".
065500     PERFORM CHIEDI-FIBRE THRU EX-CHIEDI-FIBRE.
065600     IF TOT-PERC-SA NOT = 100
065700        DISPLAY "Tessuto al " TOT-PERC-SA
065800                "%: COMPOS non registrata"
065900        GO TO EX-CREA-COMPOS.
066000     PERFORM METTI-FIBRA-TESSUTO THRU EX-METTI-FIBRA-TESSUTO
066100        VARYING I-FB FROM 1 BY 1 UNTIL I-FB > 6.
066200     DISPLAY "Composizione FODERA (sigla vuota = nessuna)".
066300     PERFORM CHIEDI-FIBRE THRU EX-CHIEDI-FIBRE.
066400     IF N-FIBRE-SA > 0 AND TOT-PERC-SA NOT = 100
066500        DISPLAY "Fodera al " TOT-PERC-SA
066600                "%: COMPOS non registrata"
066700        GO TO EX-CREA-COMPOS.
066800     PERFORM METTI-FIBRA-FODERA THRU EX-METTI-FIBRA-FODERA
066900        VARYING I-FB FROM 1 BY 1 UNTIL I-FB > 6.
067000     MOVE SPACES TO VALID-REC OF REC-COMPOS.
067100     MOVE "COMPOS;" TO W-NOME-DATA-SET.
067200     PERFORM TTDBPUT THRU EX-TTDBPUT.
067300     IF NOT W-OK-IMAGE
067400        DISPLAY "SCHEDART   ERR PUT COMPOS "
067500                W-STATUS-WORD-IMAGE.
067600 EX-CREA-COMPOS.
067700     EXIT.
067800*
067900 CHIEDI-FIBRE.
068000     MOVE 0 TO N-FIBRE-SA TOT-PERC-SA.
068100     MOVE "N" TO FINE-FIBRE-SW.
068200     PERFORM AZZERA-FIBRA THRU EX-AZZERA-FIBRA
068300        VARYING I-FB FROM 1 BY 1 UNTIL I-FB > 6.
068400     PERFORM CHIEDI-UNA-FIBRA THRU EX-CHIEDI-UNA-FIBRA
068500        UNTIL FINE-FIBRE OR N-FIBRE-SA NOT < 6.
068600 EX-CHIEDI-FIBRE.
068700     EXIT.
068800*
068900 AZZERA-FIBRA.
069000     MOVE SPACES TO SIGLA-FB (I-FB).
069100     MOVE 0 TO PERC-FB (I-FB).
069200 EX-AZZERA-FIBRA.
069300     EXIT.
069400*
069500 CHIEDI-UNA-FIBRA.
069600     DISPLAY "  sigla fibra (4 car.)    " NO ADVANCING.
069700     MOVE SPACES TO FIBRA-IN.
069800     ACCEPT FIBRA-IN.
069900     IF FIBRA-IN = SPACES
070000        MOVE "S" TO FINE-FIBRE-SW
070100        GO TO EX-CHIEDI-UNA-FIBRA.
070200     DISPLAY "  percentuale (3 cifre)   " NO ADVANCING.
070300     MOVE SPACES TO PERC-IN.
070400     ACCEPT PERC-IN.
070500     IF PERC-IN NOT NUMERIC
070600        DISPLAY "Percentuale non numerica"
070700        GO TO EX-CHIEDI-UNA-FIBRA.
070800     ADD 1 TO N-FIBRE-SA.
070900     MOVE FIBRA-IN TO SIGLA-FB (N-FIBRE-SA).
071000     MOVE PERC-IN TO PERC-FB (N-FIBRE-SA).
071100     ADD PERC-FB (N-FIBRE-SA) TO TOT-PERC-SA.
071200 EX-CHIEDI-UNA-FIBRA.
071300     EXIT.
071400*
071500 METTI-FIBRA-TESSUTO.
071600     MOVE SIGLA-FB (I-FB)
071700       TO SIGLA-FIBRA OF COMPOS-TESSUTO OF REC-COMPOS (I-FB).
071800     MOVE PERC-FB (I-FB)
071900       TO PERC-COMPOS OF COMPOS-TESSUTO OF REC-COMPOS (I-FB).
072000 EX-METTI-FIBRA-TESSUTO.
072100     EXIT.
072200*
072300 METTI-FIBRA-FODERA.
072400     MOVE SIGLA-FB (I-FB)
072500       TO SIGLA-FIBRA OF COMPOS-FODERA OF REC-COMPOS (I-FB).
072600     MOVE PERC-FB (I-FB)
072700       TO PERC-COMPOS OF COMPOS-FODERA OF REC-COMPOS (I-FB).
072800 EX-METTI-FIBRA-FODERA.
072900     EXIT.
073000*
073100*     righe di listino sul C-MAT base: un prezzo per riga,
073200*     ripetuto sui quattro livelli (come li ribassa MRKCAMP)
073300 CREA-PREZZI.
073400     MOVE 0 TO RIGHE-PREZZI-SA.
073500     MOVE SPACES TO LISTINO-IN.
073600     PERFORM CHIEDI-RIGA-PREZZI THRU EX-CHIEDI-RIGA-PREZZI
073700        UNTIL LISTINO-IN = "FINE".
073800     IF RIGHE-PREZZI-SA = 0
073900        DISPLAY "Nessun prezzo registrato".
074000 EX-CREA-PREZZI.
074100     EXIT.
074200*
074300 CHIEDI-RIGA-PREZZI.
074400     DISPLAY "Listino/mercato (4 cifre, vuoto = fine) "
074500             NO ADVANCING.
074600     MOVE SPACES TO LISTINO-IN.
074700     ACCEPT LISTINO-IN.
074800     IF LISTINO-IN = SPACES
074900        MOVE "FINE" TO LISTINO-IN
075000        GO TO EX-CHIEDI-RIGA-PREZZI.
075100     IF LISTINO-IN NOT NUMERIC
075200        DISPLAY "Listino non numerico"
075300        GO TO EX-CHIEDI-RIGA-PREZZI.
075400     DISPLAY "Divisa (4 car.)           " NO ADVANCING.
075500     MOVE SPACES TO DIVISA-IN.
075600     ACCEPT DIVISA-IN.
075700     DISPLAY "Magazzino (3 cifre)       " NO ADVANCING.
075800     MOVE SPACES TO MAG-IN.
075900     ACCEPT MAG-IN.
076000     DISPLAY "Prezzo (centesimi, 9 cifre) " NO ADVANCING.
076100     MOVE SPACES TO PREZZO-IN.
076200     ACCEPT PREZZO-IN.
076300     IF DIVISA-IN = SPACES OR MAG-IN NOT NUMERIC
076400        OR PREZZO-IN NOT NUMERIC
076500        DISPLAY "Riga prezzi non valida"
076600        GO TO EX-CHIEDI-RIGA-PREZZI.
076700     MOVE LOW-VALUE TO AREA-REC-SET.
076800     MOVE C-MAT-BASE-SA TO C-MAT OF REC-PREZZI.
076900     MOVE LISTINO-IN TO MERCATO OF REC-PREZZI.
077000     MOVE DIVISA-IN TO DIVISA OF REC-PREZZI.
077100     MOVE MAG-IN TO MAGAZZINO OF REC-PREZZI.
077200     PERFORM METTI-LIVELLO-PREZZO THRU EX-METTI-LIVELLO-PREZZO
077300        VARYING I-FB FROM 1 BY 1 UNTIL I-FB > 4.
077400     MOVE W-FORMATO-INTERNO OF W-COMMON
077500       TO DATA-ULT-AGG OF REC-PREZZI.
077600     MOVE SPACES TO VALID-REC OF REC-PREZZI.
077700     MOVE "PREZZI;" TO W-NOME-DATA-SET.
077800     PERFORM TTDBPUT THRU EX-TTDBPUT.
077900     IF W-OK-IMAGE
078000        ADD 1 TO RIGHE-PREZZI-SA
078100     ELSE
078200        DISPLAY "SCHEDART   ERR PUT PREZZI "
078300                W-STATUS-WORD-IMAGE.
078400 EX-CHIEDI-RIGA-PREZZI.
078500     EXIT.
078600*
078700 METTI-LIVELLO-PREZZO.
078800     MOVE PREZZO-IN TO PREZZO-VENDITA OF REC-PREZZI (I-FB).
078900 EX-METTI-LIVELLO-PREZZO.
079000     EXIT.
079100*
079200*     peso sul C-MAT base, riga "A" come in MANPESI
079300 CREA-PESO.
079400     DISPLAY "Peso unitario in grammi (6 cifre) "
079500             NO ADVANCING.
079600     MOVE SPACES TO PESO-IN.
079700     ACCEPT PESO-IN.
079800     IF PESO-IN NOT NUMERIC
079900        DISPLAY "Peso non registrato"
080000        GO TO EX-CREA-PESO.
080100     OPEN EXTEND FILE-PESI.
080200     MOVE T-TAB TO TP-1 TP-2 TP-3.
080300     MOVE "A" TO TIPO-PE.
080400     MOVE C-MAT-BASE-SA TO C-MAT-PE.
080500     MOVE 0 TO CLASSE-PE.
080600     MOVE PESO-IN TO PESO-GRAMMI-PE.
080700     WRITE REC-PESI.
080800     CLOSE FILE-PESI.
080900 EX-CREA-PESO.
081000     EXIT.
081100*
081200*     voce doganale come la manutenzione di EXPDOGAN
081300 CREA-DOGANA.
081400     DISPLAY "Voce HS (8 car.)          " NO ADVANCING.
081500     MOVE SPACES TO HS-IN.
081600     ACCEPT HS-IN.
081700     DISPLAY "Origine (2 car.)          " NO ADVANCING.
081800     MOVE SPACES TO ORIGINE-IN.
081900     ACCEPT ORIGINE-IN.
082000     IF HS-IN = SPACES OR ORIGINE-IN = SPACES
082100        DISPLAY "Voce doganale non registrata"
082200        GO TO EX-CREA-DOGANA.
082300     OPEN EXTEND FILE-DOGAN.
082400     MOVE T-TAB TO TG-DG-1 TG-DG-2.
082500     MOVE C-MAT-SA TO C-MAT-DG.
082600     MOVE HS-IN TO HS-DG.
082700     MOVE ORIGINE-IN TO ORIGINE-DG.
082800     WRITE REC-DOGAN.
082900     CLOSE FILE-DOGAN.
083000 EX-CREA-DOGANA.
083100     EXIT.
083200*
083300*     scheda completa: VALID-REC da "IN" a spazi, con
083400*     lock/update come MRKCAMP sui PREZZI
083500 ATTIVA-ARTICOLO.
083600     MOVE "ANAMAT;" TO W-NOME-DATA-SET.
083700     MOVE 5 TO W-MODO.
083800     PERFORM TTLOCK THRU EX-TTLOCK.
083900     PERFORM LEGGI-ANAMAT-SA THRU EX-LEGGI-ANAMAT-SA.
084000     IF W-OK-IMAGE
084100        MOVE SPACES TO VALID-REC OF REC-ANAMAT
084200        PERFORM TTUPDATE THRU EX-TTUPDATE
084300     END-IF.
084400     IF W-OK-IMAGE
084500        DISPLAY "Articolo " C-MAT-SA " ATTIVO"
084600     ELSE
084700        DISPLAY "SCHEDART   ERR UPDATE ANAMAT "
084800                W-STATUS-WORD-IMAGE
084900     END-IF.
085000     MOVE "ANAMAT;" TO W-NOME-DATA-SET.
085100     PERFORM TTUNLOCK THRU EX-TTUNLOCK.
085200 EX-ATTIVA-ARTICOLO.
085300     EXIT.
085400*
085500*
085600 TTLOCK.
085700              COPY PDBLOCK.
085800*
085900 TTDBFIND.
086000              COPY PDBFIND.
086100*
086200 TTDBGET.
086300              COPY PDBGET.
086400*
086500 TTDBPUT.
086600              COPY PDBPUT.
086700*
086800 TTUPDATE.
086900              COPY PDBUPDAT.
087000*
087100 TTUNLOCK.
087200              COPY PDBUNLOC.
087300*
087400*      FINE PROGRAMMA    **** /K SCHEDART.COB  *****
