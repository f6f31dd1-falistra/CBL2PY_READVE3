000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. CTRLREF.
000310*2026*        15/10/26
000320*     controllo notturno dei legami fra i data-set IMAGE,
000330*     passo "CTRLREF" della catena CATENEOD di ORCHEOD. Anni
000340*     di correzioni dirette sul DB hanno lasciato orfani che
000350*     saltano fuori solo come tabulati sbagliati: una regola
000360*     per legame, ognuna una scansione seriale mod.2 --
000370*       MOV-ANA  MOVMAG con C-MAT non su ANAMAT
000380*       BOL-MOV  BOLLE senza movimenti sulla catena RIF-INTR
000390*       SIT-MAG  SITPF su magazzino non in tabella MAGSOC
000400*       IND-CON  INDIRIZ con CONTO-FATTURA non su ANACON
000410*       PRZ-ANA  PREZZI di articolo assente o annullato
000420*     FUNZIONE "C": stampa per regola il conteggio e le prime
000430*     N chiavi (N battuto, vuoto = 20), conteggi accodati
000440*     allo storico REFSTORIA e segnalati IN AUMENTO rispetto
000450*     all'ultima corsa; esito su CTRLREFESI (convenzione
000460*     <passo>ESI): OK a controllo eseguito, KO se il giro non
000470*     e' arrivato in fondo; gli orfani non fermano la catena.
000480*     FUNZIONE "T": andamento a video delle ultime corse per
000490*     regola, per vedere se i conteggi scendono.
00049A*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-STORIA ASSIGN TO "REFSTORIA"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-ST.
001500     SELECT OPTIONAL FILE-STORIA-IN ASSIGN TO "REFSTORIA"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-SI.
001800     SELECT OPTIONAL FILE-MAGSOC ASSIGN TO "MAGSOC"
001900        ORGANIZATION IS LINE SEQUENTIAL
002000        FILE STATUS IS CHECK-MS.
002100     SELECT OPTIONAL FILE-ESITO ASSIGN TO "CTRLREFESI"
002200        ORGANIZATION IS LINE SEQUENTIAL
002300        FILE STATUS IS CHECK-ES.
002400*
002500 DATA DIVISION.
002600 FILE SECTION.
002700 FD FILE-STORIA DATA RECORD REC-STORIA.
002800 01 REC-STORIA.
002900    05 DATA-RS               PIC 9(6).
003000    05 TG-RS-1               PIC X.
003100    05 REGOLA-RS             PIC X(8).
003200    05 TG-RS-2               PIC X.
003300    05 ORFANI-RS             PIC 9(9).
003400*
003500 FD FILE-STORIA-IN DATA RECORD REC-STORIA-IN.
003600 01 REC-STORIA-IN.
003700    05 DATA-RI               PIC 9(6).
003800    05 FILLER                PIC X.
003900    05 REGOLA-RI             PIC X(8).
004000    05 FILLER                PIC X.
004100    05 ORFANI-RI             PIC 9(9).
004200*
004300 FD FILE-MAGSOC DATA RECORD REC-MAGSOC.
004400 01 REC-MAGSOC.
004500    05 MAG-MS                PIC 9(3).
004600    05 TM-1                  PIC X.
004700    05 SOC-MS                PIC 99.
004800*
004900 FD FILE-ESITO DATA RECORD REC-ESITO.
005000 01 REC-ESITO              PIC XX.
005100*
005200 WORKING-STORAGE SECTION.
005300*
005400 01 AREA-REC-SET     PIC X(512).
005500 01 REC-MOVMAG       COPY YMOVMAG.
005600 01 REC-BOLLE        COPY YBOLLE.
005700 01 REC-SITPF        COPY YSITPF.
005800 01 REC-PREZZI       COPY YPREZZI.
005900 01 AREA-ANAGR.
006000  05 REC-INDIRIZZI   COPY YINDIRIZ.
006100 01 AREA-ANAMAT.
006200  05 REC-ANAMAT      COPY YANAMAT.
006300*
006400 77 CHECK-ST        PIC XX.
006500    88 ST-APERTO    VALUES ARE "05", "00".
006600 77 CHECK-SI        PIC XX.
006700    88 SI-APERTO    VALUES ARE "05", "00".
006800 77 CHECK-MS        PIC XX.
006900    88 MS-APERTO    VALUES ARE "05", "00".
007000 77 CHECK-ES        PIC XX.
007100    88 ES-APERTO    VALUES ARE "05", "00".
007200*
007300 01 OK-FINE-FILE    PIC S9(4) COMP.
007400    88 LETTO-FINE-FILE VALUE 1.
007500*    fine della scansione seriale in corso (lo status IMAGE
007600*    si sporca con le letture di controllo sugli altri set)
007700 01 OK-FINE-SET     PIC S9(4) COMP.
007800    88 LETTO-FINE-SET VALUE 1.
007900 01 NUM-REC-SET     PIC S9(9) COMP.
008000*
008100 01 T-TAB           PIC X VALUE X"9".
008200*
008300 01 FUNZIONE-IN     PIC X.
008400 01 MAX-CHIAVI-IN   PIC X(2).
008500 01 MAX-CHIAVI      PIC 99.
008600*
008700* regole di legame, nell'ordine di stampa
008800 01 TAB-REGOLE-INIZ.
008900  05 FILLER          PIC X(48) VALUE
009000     "MOV-ANA MOVMAG con articolo non su ANAMAT".
009100  05 FILLER          PIC X(48) VALUE
009200     "BOL-MOV BOLLE senza movimenti MOVMAG (RIF-INTR)".
009300  05 FILLER          PIC X(48) VALUE
009400     "SIT-MAG SITPF su magazzino non in MAGSOC".
009500  05 FILLER          PIC X(48) VALUE
009600     "IND-CON INDIRIZ con CONTO-FATTURA non su ANACON".
009700  05 FILLER          PIC X(48) VALUE
009800     "PRZ-ANA PREZZI di articolo assente o annullato".
009900 01 TAB-REGOLE REDEFINES TAB-REGOLE-INIZ.
010000  05 RIGA-RG OCCURS 5.
010100   10 REGOLA-RG        PIC X(8).
010200   10 DESCR-RG         PIC X(40).
010300 01 N-REGOLE        PIC S9(4) COMP VALUE 5.
010400*
010500* esito per regola della corsa e conteggio della precedente
010600 01 TAB-ESITI-RG.
010700  05 ESITO-RG OCCURS 5.
010800   10 ESEGUITA-RG      PIC X.
010900   10 ORFANI-RG        PIC S9(9) COMP.
011000   10 PREC-RG          PIC S9(9) COMP.
011100   10 DATA-PREC-RG     PIC 9(6).
011200   10 N-CHIAVI-RG      PIC S9(4) COMP.
011300   10 CHIAVE-RG        PIC X(60) OCCURS 99.
011400 01 I-RG            PIC S9(4) COMP.
011500 01 IX-RG           PIC S9(4) COMP.
011600 01 I-CH            PIC S9(4) COMP.
011700 01 CHIAVE-COM      PIC X(60).
011800*
011900* magazzini esistenti (tabella MAGSOC)
012000 01 TAB-MAGSOC-CR.
012100  05 MAG-CR          PIC 9(3) OCCURS 200.
012200 01 N-MAGSOC-CR     PIC S9(4) COMP.
012300 01 I-MS            PIC S9(4) COMP.
012400 01 MAG-TROVATO     PIC X.
012500*
012600* ultimo articolo verificato su ANAMAT (MOVMAG e PREZZI
012700* arrivano a gruppi sullo stesso articolo)
012800 01 ULT-MAT-CR      PIC S9(15) COMP-3.
012900 01 ULT-MAT-VIVO    PIC X.
013000 01 MAT-CHIAVE-CR   PIC S9(15) COMP-3.
013100 01 MAT-MODELLO-CR  PIC S9(12) COMP-3.
013200 01 MAT-VIVO        PIC X.
013300*
013400* andamento: ultime corse per regola
013500 01 TAB-TREND-CR.
013600  05 RIGA-TR OCCURS 5.
013700   10 N-CORSE-TR       PIC S9(4) COMP.
013800   10 CORSA-TR OCCURS 6.
013900    15 DATA-TR          PIC 9(6).
014000    15 ORFANI-TR        PIC 9(9).
014100 01 I-TR            PIC S9(4) COMP.
014200 01 I-CO            PIC S9(4) COMP.
014300*
014400 01 CONTA-ED        PIC Z(8)9.
014500 01 DATA-ED         PIC 9(6).
014600 01 DIFF-CR         PIC S9(9) COMP.
014700 01 DIFF-ED         PIC -(8)9.
014800 01 C-MAT-ED        PIC Z(14)9.
014900 01 RIF-ED          PIC Z(14)9.
015000 01 CONTO-ED        PIC Z(8)9.
015100 01 CONTO-FAT-ED    PIC Z(8)9.
015200 01 MERCATO-ED      PIC ZZZ9.
015300 01 NUM-ED          PIC Z(4)9.
015400 01 MAG-ED          PIC ZZZ9.
015500 01 RIGA-TREND-VD   PIC X(132).
015600 01 PUNT-TR         PIC S9(4) COMP.
015700*
015800 01  PAR-PRINT.
015900  05  STATO         PIC S9(4) COMP.
016000  05  LL-RIGA       PIC  9(4) COMP.
016100  05  N-MAX-RIGHE   PIC  9(4) COMP.
016200  05  FLAG-ROUTINE  PIC  9(4) COMP.
016300  05  NUM-FILE-ID   PIC  9(4) COMP.
016400  05  NOME-FILE.
016500   10 PRE-NOME-FILE     PIC X.
016600   10 TERM-N-FILE       PIC 9(6).
016700   10 FILLER            PIC XXX VALUE ".ST".
016800*
016900 01  RIGA.
017000  05  N-STAMPANTE   PIC 9.
017100  05  COMANDO       PIC X.
017200  05  N-RIGA-STAMPA PIC 9(4) COMP.
017300  05  DATI-RIGA     PIC X(132).
017400  05 RIGA-REGOLA-ST REDEFINES DATI-RIGA.
017500    10 FILLER        PIC X(2).
017600    10 REGOLA-ST     PIC X(8).
017700    10 FILLER        PIC X(2).
017800    10 DESCR-ST      PIC X(40).
017900    10 FILLER        PIC X(2).
018000    10 ORFANI-ST     PIC Z(8)9.
018100    10 FILLER        PIC X(2).
018200    10 PREC-ST       PIC X(9).
018300    10 FILLER        PIC X(2).
018400    10 NOTA-ST       PIC X(20).
018500    10 FILLER        PIC X(36).
018600*
018700 01 BUFFER.
018800  05 N-BUF               PIC S9(4) COMP VALUE 37.
018900  05 FILLER              PIC XX.
019000  05 FILLER              PIC X(5120).
019100*
019200 01 STATO-DISPLAY    PIC ZZZZ-.
019300*
019400 LINKAGE SECTION.
019500*
019600 01 W-COMMON       COPY WCOMMONW.
019700*
019800*PAGE
019900 PROCEDURE DIVISION  USING W-COMMON.
020000 INIZIO.
020100     DISPLAY "----  CONTROLLO LEGAMI DATA-SET  --------".
020200     DISPLAY "Funzione (C=controllo T=andamento) " NO ADVANCING.
020300     MOVE SPACE TO FUNZIONE-IN.
020400     ACCEPT FUNZIONE-IN.
020500     EVALUATE FUNZIONE-IN
020600        WHEN "C"
020700           PERFORM GIRO-CONTROLLO THRU EX-GIRO-CONTROLLO
020800        WHEN "T"
020900           PERFORM ANDAMENTO THRU EX-ANDAMENTO
021000        WHEN OTHER
021100           DISPLAY "Funzione non valida"
021200     END-EVALUATE.
021300 FINE.
021400     EXIT PROGRAM.
021500*
021600*
021700*     giro notturno: le cinque regole in fila, poi stampa,
021800*     storico ed esito per ORCHEOD
021900 GIRO-CONTROLLO.
022000     DISPLAY "Chiavi da elencare per regola (NN, vuoto = 20) "
022100             NO ADVANCING.
022200     MOVE SPACES TO MAX-CHIAVI-IN.
022300     ACCEPT MAX-CHIAVI-IN.
022400     IF MAX-CHIAVI-IN = SPACES
022500        MOVE 20 TO MAX-CHIAVI
022600     ELSE
022700        IF MAX-CHIAVI-IN NOT NUMERIC
022800           DISPLAY "Numero non valido"
022900           PERFORM SCRIVI-ESITO-KO THRU EX-SCRIVI-ESITO-KO
023000           GO TO EX-GIRO-CONTROLLO
023100        END-IF
023200        MOVE MAX-CHIAVI-IN TO MAX-CHIAVI
023300     END-IF.
023400     PERFORM AZZERA-REGOLA THRU EX-AZZERA-REGOLA
023500        VARYING I-RG FROM 1 BY 1 UNTIL I-RG > N-REGOLE.
023600     PERFORM CARICA-STORIA THRU EX-CARICA-STORIA.
023700     PERFORM PRECEDENTE-REGOLA THRU EX-PRECEDENTE-REGOLA
023800        VARYING I-RG FROM 1 BY 1 UNTIL I-RG > N-REGOLE.
023900     PERFORM CARICA-MAGSOC THRU EX-CARICA-MAGSOC.
024000*    KO subito: se il giro cade a meta' ORCHEOD trova KO e
024100*    non un passo eternamente in corso
024200     PERFORM SCRIVI-ESITO-KO THRU EX-SCRIVI-ESITO-KO.
024300     MOVE 1 TO IX-RG.
024400     PERFORM REGOLA-MOVMAG THRU EX-REGOLA-MOVMAG.
024500     MOVE 2 TO IX-RG.
024600     PERFORM REGOLA-BOLLE THRU EX-REGOLA-BOLLE.
024700     MOVE 3 TO IX-RG.
024800     PERFORM REGOLA-SITPF THRU EX-REGOLA-SITPF.
024900     MOVE 4 TO IX-RG.
025000     PERFORM REGOLA-INDIRIZZI THRU EX-REGOLA-INDIRIZZI.
025100     MOVE 5 TO IX-RG.
025200     PERFORM REGOLA-PREZZI THRU EX-REGOLA-PREZZI.
025300     PERFORM STAMPA-CONTROLLO THRU EX-STAMPA-CONTROLLO.
025400     OPEN EXTEND FILE-STORIA.
025500     PERFORM SCRIVI-STORIA THRU EX-SCRIVI-STORIA
025600        VARYING I-RG FROM 1 BY 1 UNTIL I-RG > N-REGOLE.
025700     CLOSE FILE-STORIA.
025800     PERFORM SCRIVI-ESITO-OK THRU EX-SCRIVI-ESITO-OK.
025900 EX-GIRO-CONTROLLO.
026000     EXIT.
026100*
026200 AZZERA-REGOLA.
026300     MOVE "N" TO ESEGUITA-RG (I-RG).
026400     MOVE 0 TO ORFANI-RG (I-RG) N-CHIAVI-RG (I-RG)
026500               DATA-PREC-RG (I-RG).
026600     MOVE -1 TO PREC-RG (I-RG).
026700 EX-AZZERA-REGOLA.
026800     EXIT.
026900*
027000*     conteggio dell'ultima corsa registrata per la regola
027100 PRECEDENTE-REGOLA.
027200     IF N-CORSE-TR (I-RG) > 0
027300        MOVE N-CORSE-TR (I-RG) TO I-CO
027400        MOVE ORFANI-TR (I-RG I-CO) TO PREC-RG (I-RG)
027500        MOVE DATA-TR (I-RG I-CO) TO DATA-PREC-RG (I-RG)
027600     END-IF.
027700 EX-PRECEDENTE-REGOLA.
027800     EXIT.
027900*
028000 CARICA-MAGSOC.
028100     MOVE 0 TO N-MAGSOC-CR.
028200     OPEN INPUT FILE-MAGSOC.
028300     IF NOT MS-APERTO
028400        GO TO EX-CARICA-MAGSOC.
028500     MOVE 0 TO OK-FINE-FILE.
028600     PERFORM LEGGI-RIGA-MAGSOC THRU EX-LEGGI-RIGA-MAGSOC
028700        UNTIL LETTO-FINE-FILE.
028800     CLOSE FILE-MAGSOC.
028900 EX-CARICA-MAGSOC.
029000     EXIT.
029100*
029200 LEGGI-RIGA-MAGSOC.
029300     READ FILE-MAGSOC
029400        AT END
029500           MOVE 1 TO OK-FINE-FILE
029600        NOT AT END
029700           IF MAG-MS NUMERIC AND N-MAGSOC-CR < 200
029800              ADD 1 TO N-MAGSOC-CR
029900              MOVE MAG-MS TO MAG-CR (N-MAGSOC-CR)
030000           END-IF
030100     END-READ.
030200 EX-LEGGI-RIGA-MAGSOC.
030300     EXIT.
030400*
030500*
030600*     MOV-ANA: ogni riga MOVMAG deve avere l'articolo
030700*     (senza colore) su ANAMAT
030800 REGOLA-MOVMAG.
030900     MOVE "S" TO ESEGUITA-RG (IX-RG).
031000     MOVE -1 TO ULT-MAT-CR.
031100     MOVE 0 TO NUM-REC-SET OK-FINE-SET.
031200     MOVE 0 TO W-STATUS-WORD-IMAGE.
031300     PERFORM LEGGI-MOVMAG-SER THRU EX-LEGGI-MOVMAG-SER
031400        UNTIL LETTO-FINE-SET.
031500 EX-REGOLA-MOVMAG.
031600     EXIT.
031700*
031800 LEGGI-MOVMAG-SER.
031900     ADD 1 TO NUM-REC-SET.
032000     MOVE NUM-REC-SET TO W-VALORE-CAMPO-W.
032100     MOVE 2 TO W-MODO.
032200     MOVE "MOVMAG;"    TO W-NOME-DATA-SET.
032300     PERFORM TTDBGET THRU EX-TTDBGET.
032400     IF W-FUORI-FILE OR W-FINE-FILE
032500        MOVE 1 TO OK-FINE-SET
032600        GO TO EX-LEGGI-MOVMAG-SER.
032700     IF NOT W-OK-IMAGE
032800        GO TO EX-LEGGI-MOVMAG-SER.
032900     MOVE AREA-REC-SET TO REC-MOVMAG.
033000     MOVE C-MAT OF REC-MOVMAG TO MAT-CHIAVE-CR.
033100     PERFORM VERIFICA-ANAMAT THRU EX-VERIFICA-ANAMAT.
033200     IF MAT-VIVO = "N"
033300        MOVE C-MAT OF REC-MOVMAG TO C-MAT-ED
033400        MOVE RIF-INTERNO OF REC-MOVMAG TO RIF-ED
033500        MOVE NUMERO-RIGA OF REC-MOVMAG TO NUM-ED
033600        MOVE SPACES TO CHIAVE-COM
033700        STRING "C-MAT " C-MAT-ED " RIF " RIF-ED
033800               " RIGA " NUM-ED
033900               DELIMITED BY SIZE INTO CHIAVE-COM
034000        PERFORM REGISTRA-ORFANO THRU EX-REGISTRA-ORFANO
034100     END-IF.
034200 EX-LEGGI-MOVMAG-SER.
034300     EXIT.
034400*
034500*     articolo vivo su ANAMAT (lettura mod.7 sul codice senza
034600*     colore); per MOV-ANA basta che esista, PREZZI vuole
034700*     anche il record non annullato
034800 VERIFICA-ANAMAT.
034900     COMPUTE MAT-MODELLO-CR = MAT-CHIAVE-CR / 1000.
035000     COMPUTE MAT-CHIAVE-CR = MAT-MODELLO-CR * 1000.
035100     IF MAT-CHIAVE-CR = ULT-MAT-CR
035200        MOVE ULT-MAT-VIVO TO MAT-VIVO
035300        GO TO EX-VERIFICA-ANAMAT.
035400     MOVE MAT-CHIAVE-CR TO ULT-MAT-CR.
035500     MOVE "ANAMAT;" TO W-NOME-DATA-SET.
035600     MOVE "C-MAT;" TO W-NOME-CAMPO.
035700     MOVE ULT-MAT-CR TO W-VALORE-CAMPO.
035800     MOVE 7 TO W-MODO.
035900     PERFORM TTDBGET THRU EX-TTDBGET.
036000     IF W-OK-IMAGE
036100        MOVE AREA-REC-SET TO REC-ANAMAT
036200        IF VALID-REC OF REC-ANAMAT = "**"
036300           MOVE "A" TO MAT-VIVO
036400        ELSE
036500           MOVE "S" TO MAT-VIVO
036600        END-IF
036700     ELSE
036800        MOVE "N" TO MAT-VIVO
036900     END-IF.
037000     MOVE MAT-VIVO TO ULT-MAT-VIVO.
037100 EX-VERIFICA-ANAMAT.
037200     EXIT.
037300*
037400*
037500*     BOL-MOV: ogni bolla deve avere almeno una riga MOVMAG
037600*     sulla catena RIF-INTR del suo riferimento interno
037700 REGOLA-BOLLE.
037800     MOVE "S" TO ESEGUITA-RG (IX-RG).
037900     MOVE 0 TO NUM-REC-SET OK-FINE-SET.
038000     MOVE 0 TO W-STATUS-WORD-IMAGE.
038100     PERFORM LEGGI-BOLLE-SER THRU EX-LEGGI-BOLLE-SER
038200        UNTIL LETTO-FINE-SET.
038300 EX-REGOLA-BOLLE.
038400     EXIT.
038500*
038600 LEGGI-BOLLE-SER.
038700     ADD 1 TO NUM-REC-SET.
038800     MOVE NUM-REC-SET TO W-VALORE-CAMPO-W.
038900     MOVE 2 TO W-MODO.
039000     MOVE "BOLLE;"     TO W-NOME-DATA-SET.
039100     PERFORM TTDBGET THRU EX-TTDBGET.
039200     IF W-FUORI-FILE OR W-FINE-FILE
039300        MOVE 1 TO OK-FINE-SET
039400        GO TO EX-LEGGI-BOLLE-SER.
039500     IF NOT W-OK-IMAGE
039600        GO TO EX-LEGGI-BOLLE-SER.
039700     MOVE AREA-REC-SET TO REC-BOLLE.
039800     MOVE "RIF-INTR;" TO W-NOME-CAMPO.
039900     MOVE "MOVMAG;"   TO W-NOME-DATA-SET.
040000     MOVE RIF-INTERNO OF REC-BOLLE TO W-VALORE-CAMPO.
040100     PERFORM TTDBFIND THRU EX-TTDBFIND.
040200     IF NOT W-OK-IMAGE OR W-CATENA-VUOTA
040300        MOVE CONTO OF REC-BOLLE TO CONTO-ED
040400        MOVE NUMERO OF REC-BOLLE TO NUM-ED
040500        MOVE RIF-INTERNO OF REC-BOLLE TO RIF-ED
040600        MOVE SPACES TO CHIAVE-COM
040700        STRING "CONTO " CONTO-ED " BOLLA " NUM-ED
040800               " RIF " RIF-ED
040900               DELIMITED BY SIZE INTO CHIAVE-COM
041000        PERFORM REGISTRA-ORFANO THRU EX-REGISTRA-ORFANO
041100     END-IF.
041200 EX-LEGGI-BOLLE-SER.
041300     EXIT.
041400*
041500*
041600*     SIT-MAG: il magazzino di ogni riga SITPF deve stare in
041700*     MAGSOC; senza tabella la regola non si esegue
041800 REGOLA-SITPF.
041900     IF N-MAGSOC-CR = 0
042000        DISPLAY "Tabella MAGSOC vuota o assente: SIT-MAG "
042100                "non eseguita"
042200        GO TO EX-REGOLA-SITPF.
042300     MOVE "S" TO ESEGUITA-RG (IX-RG).
042400     MOVE 0 TO NUM-REC-SET OK-FINE-SET.
042500     MOVE 0 TO W-STATUS-WORD-IMAGE.
042600     PERFORM LEGGI-SITPF-SER THRU EX-LEGGI-SITPF-SER
042700        UNTIL LETTO-FINE-SET.
042800 EX-REGOLA-SITPF.
042900     EXIT.
043000*
043100 LEGGI-SITPF-SER.
043200     ADD 1 TO NUM-REC-SET.
043300     MOVE NUM-REC-SET TO W-VALORE-CAMPO-W.
043400     MOVE 2 TO W-MODO.
043500     MOVE "SITPF;"     TO W-NOME-DATA-SET.
043600     PERFORM TTDBGET THRU EX-TTDBGET.
043700     IF W-FUORI-FILE OR W-FINE-FILE
043800        MOVE 1 TO OK-FINE-SET
043900        GO TO EX-LEGGI-SITPF-SER.
044000     IF NOT W-OK-IMAGE
044100        GO TO EX-LEGGI-SITPF-SER.
044200     MOVE AREA-REC-SET TO REC-SITPF.
044300     MOVE "N" TO MAG-TROVATO.
044400     PERFORM CERCA-MAGSOC THRU EX-CERCA-MAGSOC
044500        VARYING I-MS FROM 1 BY 1
044600        UNTIL I-MS > N-MAGSOC-CR OR MAG-TROVATO = "S".
044700     IF MAG-TROVATO = "N"
044800        MOVE C-MAT OF REC-SITPF TO C-MAT-ED
044900        MOVE MAGAZZINO OF REC-SITPF TO MAG-ED
045000        MOVE SPACES TO CHIAVE-COM
045100        STRING "C-MAT " C-MAT-ED " MAG " MAG-ED
045200               DELIMITED BY SIZE INTO CHIAVE-COM
045300        PERFORM REGISTRA-ORFANO THRU EX-REGISTRA-ORFANO
045400     END-IF.
045500 EX-LEGGI-SITPF-SER.
045600     EXIT.
045700*
045800 CERCA-MAGSOC.
045900     IF MAG-CR (I-MS) = MAGAZZINO OF REC-SITPF
046000        MOVE "S" TO MAG-TROVATO.
046100 EX-CERCA-MAGSOC.
046200     EXIT.
046300*
046400*
046500*     IND-CON: il CONTO-FATTURA valorizzato di un indirizzo
046600*     non annullato deve esistere su ANACON
046700 REGOLA-INDIRIZZI.
046800     MOVE "S" TO ESEGUITA-RG (IX-RG).
046900     MOVE 0 TO NUM-REC-SET OK-FINE-SET.
047000     MOVE 0 TO W-STATUS-WORD-IMAGE.
047100     PERFORM LEGGI-INDIRIZZI-SER THRU EX-LEGGI-INDIRIZZI-SER
047200        UNTIL LETTO-FINE-SET.
047300 EX-REGOLA-INDIRIZZI.
047400     EXIT.
047500*
047600 LEGGI-INDIRIZZI-SER.
047700     ADD 1 TO NUM-REC-SET.
047800     MOVE NUM-REC-SET TO W-VALORE-CAMPO-W.
047900     MOVE 2 TO W-MODO.
048000     MOVE "INDIRIZ;"   TO W-NOME-DATA-SET.
048100     PERFORM TTDBGET THRU EX-TTDBGET.
048200     IF W-FUORI-FILE OR W-FINE-FILE
048300        MOVE 1 TO OK-FINE-SET
048400        GO TO EX-LEGGI-INDIRIZZI-SER.
048500     IF NOT W-OK-IMAGE
048600        GO TO EX-LEGGI-INDIRIZZI-SER.
048700     MOVE AREA-REC-SET TO REC-INDIRIZZI.
048800     IF ANNULLATO OF REC-INDIRIZZI
048900        OR CONTO-FATTURA OF REC-INDIRIZZI = 0
049000        GO TO EX-LEGGI-INDIRIZZI-SER.
049100     MOVE "ANACON;"    TO W-NOME-DATA-SET.
049200     MOVE "CONTO;"     TO W-NOME-CAMPO.
049300     MOVE CONTO-FATTURA OF REC-INDIRIZZI TO W-VALORE-CAMPO-W.
049400     MOVE 7 TO W-MODO.
049500     PERFORM TTDBGET THRU EX-TTDBGET.
049600     IF NOT W-OK-IMAGE
049700        MOVE CONTO OF REC-INDIRIZZI TO CONTO-ED
049800        MOVE CONTO-FATTURA OF REC-INDIRIZZI TO CONTO-FAT-ED
049900        MOVE SPACES TO CHIAVE-COM
050000        STRING "CONTO " CONTO-ED " CONTO-FATTURA "
050100               CONTO-FAT-ED
050200               DELIMITED BY SIZE INTO CHIAVE-COM
050300        PERFORM REGISTRA-ORFANO THRU EX-REGISTRA-ORFANO
050400     END-IF.
050500 EX-LEGGI-INDIRIZZI-SER.
050600     EXIT.
050700*
050800*
050900*     PRZ-ANA: prezzi di articoli non su ANAMAT o annullati
051000 REGOLA-PREZZI.
051100     MOVE "S" TO ESEGUITA-RG (IX-RG).
051200     MOVE -1 TO ULT-MAT-CR.
051300     MOVE 0 TO NUM-REC-SET OK-FINE-SET.
051400     MOVE 0 TO W-STATUS-WORD-IMAGE.
051500     PERFORM LEGGI-PREZZI-SER THRU EX-LEGGI-PREZZI-SER
051600        UNTIL LETTO-FINE-SET.
051700 EX-REGOLA-PREZZI.
051800     EXIT.
051900*
052000 LEGGI-PREZZI-SER.
052100     ADD 1 TO NUM-REC-SET.
052200     MOVE NUM-REC-SET TO W-VALORE-CAMPO-W.
052300     MOVE 2 TO W-MODO.
052400     MOVE "PREZZI;"    TO W-NOME-DATA-SET.
052500     PERFORM TTDBGET THRU EX-TTDBGET.
052600     IF W-FUORI-FILE OR W-FINE-FILE
052700        MOVE 1 TO OK-FINE-SET
052800        GO TO EX-LEGGI-PREZZI-SER.
052900     IF NOT W-OK-IMAGE
053000        GO TO EX-LEGGI-PREZZI-SER.
053100     MOVE AREA-REC-SET TO REC-PREZZI.
053200     MOVE C-MAT OF REC-PREZZI TO MAT-CHIAVE-CR.
053300     PERFORM VERIFICA-ANAMAT THRU EX-VERIFICA-ANAMAT.
053400     IF MAT-VIVO NOT = "S"
053500        MOVE C-MAT OF REC-PREZZI TO C-MAT-ED
053600        MOVE MERCATO OF REC-PREZZI TO MERCATO-ED
053700        MOVE MAGAZZINO OF REC-PREZZI TO MAG-ED
053800        MOVE SPACES TO CHIAVE-COM
053900        STRING "C-MAT " C-MAT-ED " MERCATO " MERCATO-ED
054000               " MAG " MAG-ED
054100               DELIMITED BY SIZE INTO CHIAVE-COM
054200        PERFORM REGISTRA-ORFANO THRU EX-REGISTRA-ORFANO
054300     END-IF.
054400 EX-LEGGI-PREZZI-SER.
054500     EXIT.
054600*
054700*
054800*     conteggio sulla regola IX-RG e chiave in elenco finche'
054900*     non si arriva alle N chieste
055000 REGISTRA-ORFANO.
055100     ADD 1 TO ORFANI-RG (IX-RG).
055200     IF N-CHIAVI-RG (IX-RG) < MAX-CHIAVI
055300        ADD 1 TO N-CHIAVI-RG (IX-RG)
055400        MOVE CHIAVE-COM
055500          TO CHIAVE-RG (IX-RG N-CHIAVI-RG (IX-RG))
055600     END-IF.
055700 EX-REGISTRA-ORFANO.
055800     EXIT.
055900*
056000*
056100 STAMPA-CONTROLLO.
056200     PERFORM APRI-STAMPA THRU EX-APRI-STAMPA.
056300     MOVE SPACES TO DATI-RIGA.
056400     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-ED.
056500     STRING "CONTROLLO LEGAMI FRA I DATA-SET DEL " DATA-ED
056600            DELIMITED BY SIZE INTO DATI-RIGA.
056700     MOVE 1 TO N-RIGA-STAMPA.
056800     PERFORM SCRIVI THRU EX-SCRIVI.
056900     MOVE "  REGOLA    LEGAME"           TO DATI-RIGA.
057000     MOVE "  ORFANI  PRECEDENTE" TO DATI-RIGA (55:20).
057100     MOVE 2 TO N-RIGA-STAMPA.
057200     PERFORM SCRIVI THRU EX-SCRIVI.
057300     PERFORM STAMPA-REGOLA THRU EX-STAMPA-REGOLA
057400        VARYING I-RG FROM 1 BY 1 UNTIL I-RG > N-REGOLE.
057500     MOVE 0   TO N-STAMPANTE.
057600     MOVE "C" TO COMANDO.
057700     CALL "QCLPPR" USING PAR-PRINT
057800                         RIGA BUFFER.
057900 EX-STAMPA-CONTROLLO.
058000     EXIT.
058100*
058200 STAMPA-REGOLA.
058300     MOVE SPACES TO DATI-RIGA.
058400     MOVE REGOLA-RG (I-RG) TO REGOLA-ST.
058500     MOVE DESCR-RG (I-RG) TO DESCR-ST.
058600     IF ESEGUITA-RG (I-RG) = "N"
058700        MOVE "NON ESEGUITA" TO NOTA-ST
058800     ELSE
058900        MOVE ORFANI-RG (I-RG) TO ORFANI-ST
059000        IF PREC-RG (I-RG) < 0
059100           MOVE "    PRIMA" TO PREC-ST
059200        ELSE
059300           MOVE PREC-RG (I-RG) TO CONTA-ED
059400           MOVE CONTA-ED TO PREC-ST
059500           IF ORFANI-RG (I-RG) > PREC-RG (I-RG)
059600              MOVE "*** IN AUMENTO" TO NOTA-ST
059700           END-IF
059800        END-IF
059900        DISPLAY REGOLA-RG (I-RG) " orfani " ORFANI-ST
060000     END-IF.
060100     MOVE 2 TO N-RIGA-STAMPA.
060200     PERFORM SCRIVI THRU EX-SCRIVI.
060300     PERFORM STAMPA-CHIAVE THRU EX-STAMPA-CHIAVE
060400        VARYING I-CH FROM 1 BY 1
060500        UNTIL I-CH > N-CHIAVI-RG (I-RG).
060600     IF ORFANI-RG (I-RG) > N-CHIAVI-RG (I-RG)
060700        COMPUTE DIFF-CR = ORFANI-RG (I-RG) - N-CHIAVI-RG (I-RG)
060800        MOVE DIFF-CR TO CONTA-ED
060900        STRING "            ... e altri " CONTA-ED
061000               DELIMITED BY SIZE INTO DATI-RIGA
061100        MOVE 1 TO N-RIGA-STAMPA
061200        PERFORM SCRIVI THRU EX-SCRIVI
061300     END-IF.
061400 EX-STAMPA-REGOLA.
061500     EXIT.
061600*
061700 STAMPA-CHIAVE.
061800     MOVE CHIAVE-RG (I-RG I-CH) TO DATI-RIGA (13:60).
061900     MOVE 1 TO N-RIGA-STAMPA.
062000     PERFORM SCRIVI THRU EX-SCRIVI.
062100 EX-STAMPA-CHIAVE.
062200     EXIT.
062300*
062400 SCRIVI-STORIA.
062500     IF ESEGUITA-RG (I-RG) = "N"
062600        GO TO EX-SCRIVI-STORIA.
062700     MOVE T-TAB TO TG-RS-1 TG-RS-2.
062800     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-RS.
062900     MOVE REGOLA-RG (I-RG) TO REGOLA-RS.
063000     MOVE ORFANI-RG (I-RG) TO ORFANI-RS.
063100     WRITE REC-STORIA.
063200 EX-SCRIVI-STORIA.
063300     EXIT.
063400*
063500*
063600*     storico REFSTORIA: per regola le ultime sei corse
063700 CARICA-STORIA.
063800     PERFORM AZZERA-TREND THRU EX-AZZERA-TREND
063900        VARYING I-TR FROM 1 BY 1 UNTIL I-TR > N-REGOLE.
064000     OPEN INPUT FILE-STORIA-IN.
064100     IF NOT SI-APERTO
064200        GO TO EX-CARICA-STORIA.
064300     MOVE 0 TO OK-FINE-FILE.
064400     PERFORM LEGGI-RIGA-STORIA THRU EX-LEGGI-RIGA-STORIA
064500        UNTIL LETTO-FINE-FILE.
064600     CLOSE FILE-STORIA-IN.
064700 EX-CARICA-STORIA.
064800     EXIT.
064900*
065000 AZZERA-TREND.
065100     MOVE 0 TO N-CORSE-TR (I-TR).
065200 EX-AZZERA-TREND.
065300     EXIT.
065400*
065500 LEGGI-RIGA-STORIA.
065600     READ FILE-STORIA-IN
065700        AT END
065800           MOVE 1 TO OK-FINE-FILE
065900           GO TO EX-LEGGI-RIGA-STORIA
066000     END-READ.
066100     IF ORFANI-RI NOT NUMERIC
066200        GO TO EX-LEGGI-RIGA-STORIA.
066300     MOVE 0 TO IX-RG.
066400     PERFORM CERCA-REGOLA THRU EX-CERCA-REGOLA
066500        VARYING I-TR FROM 1 BY 1 UNTIL I-TR > N-REGOLE.
066600     IF IX-RG = 0
066700        GO TO EX-LEGGI-RIGA-STORIA.
066800*    a tabella piena le corse scalano di un posto
066900     IF N-CORSE-TR (IX-RG) = 6
067000        PERFORM SCALA-CORSA THRU EX-SCALA-CORSA
067100           VARYING I-CO FROM 1 BY 1 UNTIL I-CO > 5
067200     ELSE
067300        ADD 1 TO N-CORSE-TR (IX-RG)
067400     END-IF.
067500     MOVE N-CORSE-TR (IX-RG) TO I-CO.
067600     MOVE DATA-RI TO DATA-TR (IX-RG I-CO).
067700     MOVE ORFANI-RI TO ORFANI-TR (IX-RG I-CO).
067800 EX-LEGGI-RIGA-STORIA.
067900     EXIT.
068000*
068100 CERCA-REGOLA.
068200     IF REGOLA-RG (I-TR) = REGOLA-RI
068300        MOVE I-TR TO IX-RG.
068400 EX-CERCA-REGOLA.
068500     EXIT.
068600*
068700 SCALA-CORSA.
068800     MOVE CORSA-TR (IX-RG I-CO + 1) TO CORSA-TR (IX-RG I-CO).
068900 EX-SCALA-CORSA.
069000     EXIT.
069100*
069200*
069300*     andamento: per regola le ultime corse (data e orfani)
069400*     e la differenza fra la prima e l'ultima mostrate
069500 ANDAMENTO.
069600     PERFORM CARICA-STORIA THRU EX-CARICA-STORIA.
069700     DISPLAY "REGOLA    ULTIME CORSE (AAMMGG ORFANI)"
069800             "                     DIFFERENZA".
069900     PERFORM STAMPA-TREND THRU EX-STAMPA-TREND
070000        VARYING I-TR FROM 1 BY 1 UNTIL I-TR > N-REGOLE.
070100 EX-ANDAMENTO.
070200     EXIT.
070300*
070400 STAMPA-TREND.
070500     IF N-CORSE-TR (I-TR) = 0
070600        DISPLAY REGOLA-RG (I-TR) "  nessuna corsa su REFSTORIA"
070700        GO TO EX-STAMPA-TREND.
070800     MOVE SPACES TO RIGA-TREND-VD.
070900     MOVE REGOLA-RG (I-TR) TO RIGA-TREND-VD (1:8).
071000     MOVE 11 TO PUNT-TR.
071100     PERFORM METTI-CORSA THRU EX-METTI-CORSA
071200        VARYING I-CO FROM 1 BY 1 UNTIL I-CO > N-CORSE-TR (I-TR).
071300     MOVE N-CORSE-TR (I-TR) TO I-CO.
071400     COMPUTE DIFF-CR = ORFANI-TR (I-TR I-CO)
071500                     - ORFANI-TR (I-TR 1).
071600     MOVE DIFF-CR TO DIFF-ED.
071700     MOVE DIFF-ED TO RIGA-TREND-VD (110:9).
071800     DISPLAY RIGA-TREND-VD (1:118).
071900 EX-STAMPA-TREND.
072000     EXIT.
072100*
072200 METTI-CORSA.
072300     MOVE ORFANI-TR (I-TR I-CO) TO CONTA-ED.
072400     STRING DATA-TR (I-TR I-CO) " " CONTA-ED
072500            DELIMITED BY SIZE
072600        INTO RIGA-TREND-VD WITH POINTER PUNT-TR.
072700     ADD 1 TO PUNT-TR.
072800 EX-METTI-CORSA.
072900     EXIT.
073000*
073100*
073200*     esito per la catena ORCHEOD (convenzione <passo>ESI)
073300 SCRIVI-ESITO-OK.
073400     OPEN OUTPUT FILE-ESITO.
073500     MOVE "OK" TO REC-ESITO.
073600     WRITE REC-ESITO.
073700     CLOSE FILE-ESITO.
073800 EX-SCRIVI-ESITO-OK.
073900     EXIT.
074000*
074100 SCRIVI-ESITO-KO.
074200     OPEN OUTPUT FILE-ESITO.
074300     MOVE "KO" TO REC-ESITO.
074400     WRITE REC-ESITO.
074500     CLOSE FILE-ESITO.
074600 EX-SCRIVI-ESITO-KO.
074700     EXIT.
074800*
074900*
075000 APRI-STAMPA.
075100     MOVE  136  TO LL-RIGA.
075200     MOVE 9999 TO N-MAX-RIGHE.
075300     MOVE "G" TO PRE-NOME-FILE.
075400     MOVE W-FORMATO-INTERNO TO TERM-N-FILE.
075500     CALL "QOLPPR" USING PAR-PRINT
075600                          RIGA BUFFER.
075700     MOVE 0   TO N-STAMPANTE.
075800     MOVE "M" TO COMANDO.
075900     MOVE 66  TO N-RIGA-STAMPA.
076000 EX-APRI-STAMPA.
076100     EXIT.
076200*
076300 SCRIVI.
076400     CALL "QWLPPR" USING PAR-PRINT
076500                         RIGA BUFFER.
076600     IF STATO OF PAR-PRINT NOT = 0
076700        MOVE STATO OF PAR-PRINT TO STATO-DISPLAY
076800        DISPLAY "CTRLREF    ERRORE QPRINT CON STATO : "
076900                STATO-DISPLAY
077000     END-IF.
077100     MOVE SPACES TO DATI-RIGA.
077200     MOVE "S" TO COMANDO.
077300     MOVE 0 TO N-RIGA-STAMPA.
077400 EX-SCRIVI.
077500     EXIT.
077600*
077700*
077800 TTDBFIND.
077900              COPY PDBFIND.
078000*
078100 TTDBGET.
078200              COPY PDBGET.
078300*
078400*      FINE PROGRAMMA    **** /K CTRLREF.COB  *****
