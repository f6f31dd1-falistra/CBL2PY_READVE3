000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. KITTAIL.
000310*2026*        15/10/26
000320*     kit tailleur: FLAG6 di ANAMAT distingue il TAILLEUR ("2")
000330*     dai suoi componenti ("1"), ma la giacenza sta solo sui
000340*     componenti (giacca e gonna si ricevono separatamente).
000350*     KITCOMPF compone il kit: per ogni componente i pezzi per
000360*     kit e, taglia per taglia del kit, la taglia del
000370*     componente. FUNZIONE "E" esplode il kit (READVE3 scarica
000380*     i componenti, READTR3 li travasa), "D" calcola quanti
000390*     kit completi ci sono per magazzino e taglia dalle
000400*     giacenze SITPF dei componenti (CONSITPF, PRZCHECK).
000410*     A video: manutenzione riga per riga (stile MANPESI) e
000420*     tabulato dei kit squilibrati, cioe' con componenti che
000430*     non fanno coppia (giacche senza gonna e viceversa).
000440*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-KIT ASSIGN TO "KITCOMPF"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-KC.
001500*
001600 DATA DIVISION.
001700 FILE SECTION.
001800 FD FILE-KIT DATA RECORD REC-KIT.
001900 01 REC-KIT                COPY YKITCOMP.
002000*
002100 WORKING-STORAGE SECTION.
002200*
002300*ESTETA*
002400     COPY NTG.
002500*
002600 01 PAR-TABTAGLIE          COPY PARTAGLIE.
002700*
002800 01 REC-SITPF        COPY YSITPF.
002900 01 AREA-REC-SET     PIC X(512).
003000 01 FILLER REDEFINES AREA-REC-SET.
003100  05 REC-ANAMAT      COPY YANAMAT.
003200*
003300 77 CHECK-KC        PIC XX.
003400    88 KC-APERTO    VALUES ARE "05", "00".
003500*
003600 01 OK-FINE-FILE    PIC S9(4) COMP.
003700    88 LETTO-FINE-FILE VALUE 1.
003800*
003900 01 T-TAB           PIC X VALUE X"9".
004000*
004100* composizioni in memoria
004200 01 TAB-KIT-KX.
004300  05 RIGA-KX OCCURS 2000.
004400   10 C-MAT-KIT-KX     PIC 9(15).
004500   10 C-MAT-COMP-KX    PIC 9(15).
004600   10 PEZZI-KX         PIC 9(2).
004700   10 TAGLIA-GRUPPO-KX.
004800    15 TAGLIA-KX       PIC 9(2) OCCURS 10.
004900 01 N-KIT-KX        PIC S9(4) COMP.
005000 01 I-KX            PIC S9(4) COMP.
005100 01 J-KX            PIC S9(4) COMP.
005200 01 I-TG            PIC S9(4) COMP.
005300 01 I-CO            PIC S9(4) COMP.
005400 01 I-MG            PIC S9(4) COMP.
005500 01 TG-COMP         PIC S9(4) COMP.
005600*
005700* kit completi possibili per magazzino, componente e taglia
005800* del kit; VISTO-UN = componente presente su SITPF nel
005900* magazzino
006000 01 TAB-UNITA-UN.
006100  05 RIGA-UN OCCURS 20.
006200   10 VISTO-UN         PIC X.
006300   10 COMP-UN OCCURS 5.
006400    15 UNITA-UN        PIC S9(8) COMP OCCURS 10.
006500 01 UNITA-CALC      PIC S9(8) COMP.
006600 01 UNITA-MIN       PIC S9(8) COMP.
006700 01 UNITA-MAX       PIC S9(8) COMP.
006800 01 SPAIATI         PIC S9(8) COMP.
006900*
007000 01 COMANDO-KX      PIC X.
007100    88 KX-LISTA     VALUE "L".
007200    88 KX-AGGIUNGI  VALUE "A".
007300    88 KX-RIMUOVI   VALUE "R".
007400    88 KX-SQUILIBRI VALUE "S".
007500    88 KX-FINE      VALUE "F".
007600 01 C-MAT-KIT-IN    PIC X(15).
007700 01 C-MAT-COMP-IN   PIC X(15).
007800 01 PEZZI-IN        PIC X(2).
007900 01 TAGLIE-IN       PIC X(20).
008000 01 FILLER REDEFINES TAGLIE-IN.
008100  05 TAGLIA-EL-IN    PIC 9(2) OCCURS 10.
008200 01 INDICE-IN       PIC X(4).
008300 01 INDICE-RIC      PIC 9(4).
008400 01 INDICE-ED       PIC ZZZ9.
008500 01 MAPPA-SW        PIC X.
008600    88 MAPPA-VALIDA VALUE "S".
008700 01 N-COMP-LAVORO   PIC S9(4) COMP.
008800*
008900* tabulato kit squilibrati
009000 01 KIT-PRECEDENTE  PIC 9(15).
009100 01 N-SQUILIBRI     PIC S9(4) COMP.
009200 01 C-MAT-LAVORO    PIC 9(15).
009300*
009400 01  PAR-PRINT.
009500  05  STATO         PIC S9(4) COMP.
009600  05  LL-RIGA       PIC  9(4) COMP.
009700  05  N-MAX-RIGHE   PIC  9(4) COMP.
009800  05  FLAG-ROUTINE  PIC  9(4) COMP.
009900  05  NUM-FILE-ID   PIC  9(4) COMP.
010000  05  NOME-FILE.
010100   10 PRE-NOME-FILE     PIC X.
010200   10 TERM-N-FILE       PIC 9(6).
010300   10 FILLER            PIC XXX VALUE ".ST".
010400*
010500 01  RIGA.
010600  05  N-STAMPANTE   PIC 9.
010700  05  COMANDO       PIC X.
010800  05  N-RIGA-STAMPA PIC 9(4) COMP.
010900  05  DATI-RIGA     PIC X(132).
011000*
011100 01 BUFFER.
011200  05 N-BUF               PIC S9(4) COMP VALUE 37.
011300  05 FILLER              PIC XX.
011400  05 FILLER              PIC X(5120).
011500*
011600 01 STATO-DISPLAY    PIC ZZZZ-.
011700 01 MAG-ED           PIC 9(3).
011800 01 TAGLIA-ED        PIC Z9.
011900 01 UNITA-ED         PIC ZZZZ9.
012000 01 SPAIATI-ED       PIC ZZZZ9.
012100 01 POS-RIGA         PIC S9(4) COMP.
012200*
012300 LINKAGE SECTION.
012400*
012500 01 W-COMMON       COPY WCOMMONW.
012600*
012700 01 PAR-KITTAIL    COPY PARKIT.
012800*
012900*PAGE
013000 PROCEDURE DIVISION  USING W-COMMON
013100                           PAR-KITTAIL.
013200 INIZIO.
013300     MOVE 0 TO ESITO-KT OF PAR-KITTAIL.
013400     PERFORM CARICA-KIT THRU EX-CARICA-KIT.
013500     PERFORM CARICA-NTG THRU EX-CARICA-NTG.
013600     IF KT-ESPLODI OF PAR-KITTAIL
013700        PERFORM ESPLODI-KIT THRU EX-ESPLODI-KIT
013800        GO TO FINE.
013900     IF KT-DISPONIBILE OF PAR-KITTAIL
014000        PERFORM DISPONIBILITA-KIT THRU EX-DISPONIBILITA-KIT
014100        GO TO FINE.
014200     PERFORM MENU-VIDEO THRU EX-MENU-VIDEO.
014300 FINE.
014400     EXIT PROGRAM.
014500*
014600*
014700 CARICA-NTG.
014800     COPY PNTGLOAD.
014900*
015000*
015100 CARICA-KIT.
015200     MOVE 0 TO N-KIT-KX.
015300     OPEN INPUT FILE-KIT.
015400     IF NOT KC-APERTO
015500        GO TO EX-CARICA-KIT.
015600     MOVE 0 TO OK-FINE-FILE.
015700     PERFORM LEGGI-RIGA-KIT THRU EX-LEGGI-RIGA-KIT
015800        UNTIL LETTO-FINE-FILE.
015900     CLOSE FILE-KIT.
016000 EX-CARICA-KIT.
016100     EXIT.
016200*
016300 LEGGI-RIGA-KIT.
016400     READ FILE-KIT
016500        AT END
016600           MOVE 1 TO OK-FINE-FILE
016700        NOT AT END
016800           IF N-KIT-KX < 2000
016900              ADD 1 TO N-KIT-KX
017000              MOVE C-MAT-KIT-KC TO C-MAT-KIT-KX (N-KIT-KX)
017100              MOVE C-MAT-COMP-KC TO C-MAT-COMP-KX (N-KIT-KX)
017200              MOVE PEZZI-KC TO PEZZI-KX (N-KIT-KX)
017300              MOVE TAGLIA-KC-GRUPPO
017400                   TO TAGLIA-GRUPPO-KX (N-KIT-KX)
017500           ELSE
017600              DISPLAY "KITTAIL    TAB-KIT-KX da allargare"
017700           END-IF
017800     END-READ.
017900 EX-LEGGI-RIGA-KIT.
018000     EXIT.
018100*
018200*
018300*     C-MAT del kit -> componenti (massimo 5), pezzi per kit e
018400*     taglia del componente per ogni taglia del kit; una
018500*     taglia componente oltre NTG-NTG vale "non prevista"
018600 ESPLODI-KIT.
018700     MOVE 0 TO N-COMP-KT OF PAR-KITTAIL.
018800     PERFORM CONFRONTA-KIT THRU EX-CONFRONTA-KIT
018900        VARYING I-KX FROM 1 BY 1 UNTIL I-KX > N-KIT-KX.
019000     IF N-COMP-KT OF PAR-KITTAIL = 0
019100        MOVE 1 TO ESITO-KT OF PAR-KITTAIL.
019200 EX-ESPLODI-KIT.
019300     EXIT.
019400*
019500 CONFRONTA-KIT.
019600     IF C-MAT-KIT-KX (I-KX) NOT = C-MAT-KT OF PAR-KITTAIL
019700        GO TO EX-CONFRONTA-KIT.
019800     IF N-COMP-KT OF PAR-KITTAIL NOT < 5
019900        DISPLAY "KITTAIL    oltre 5 componenti, kit "
020000                C-MAT-KIT-KX (I-KX)
020100        GO TO EX-CONFRONTA-KIT.
020200     ADD 1 TO N-COMP-KT OF PAR-KITTAIL.
020300     MOVE N-COMP-KT OF PAR-KITTAIL TO I-CO.
020400     MOVE C-MAT-COMP-KX (I-KX) TO C-MAT-COMP-KT (I-CO).
020500     MOVE PEZZI-KX (I-KX) TO PEZZI-COMP-KT (I-CO).
020600     IF PEZZI-COMP-KT (I-CO) = 0
020700        MOVE 1 TO PEZZI-COMP-KT (I-CO).
020800     PERFORM COPIA-TAGLIA-KIT THRU EX-COPIA-TAGLIA-KIT
020900        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
021000 EX-CONFRONTA-KIT.
021100     EXIT.
021200*
021300 COPIA-TAGLIA-KIT.
021400     IF I-TG > NTG-NTG OR TAGLIA-KX (I-KX, I-TG) > NTG-NTG
021500        MOVE 0 TO TAGLIA-COMP-KT (I-CO, I-TG)
021600     ELSE
021700        MOVE TAGLIA-KX (I-KX, I-TG) TO TAGLIA-COMP-KT (I-CO, I-TG)
021800     END-IF.
021900 EX-COPIA-TAGLIA-KIT.
022000     EXIT.
022100*
022200*
022300*     kit completi per magazzino e taglia = minimo, fra i
022400*     componenti, di giacenza della taglia mappata / pezzi
022500*     per kit. I magazzini sono quelli del primo componente:
022600*     dove manca, il kit non c'e'
022700 DISPONIBILITA-KIT.
022800     MOVE 0 TO N-MAG-KT OF PAR-KITTAIL.
022900     PERFORM ESPLODI-KIT THRU EX-ESPLODI-KIT.
023000     IF KIT-IGNOTO OF PAR-KITTAIL
023100        GO TO EX-DISPONIBILITA-KIT.
023200     PERFORM SCORRI-COMPONENTE THRU EX-SCORRI-COMPONENTE
023300        VARYING I-CO FROM 1 BY 1
023400        UNTIL I-CO > N-COMP-KT OF PAR-KITTAIL.
023500     PERFORM MINIMO-MAGAZZINO THRU EX-MINIMO-MAGAZZINO
023600        VARYING I-MG FROM 1 BY 1
023700        UNTIL I-MG > N-MAG-KT OF PAR-KITTAIL.
023800 EX-DISPONIBILITA-KIT.
023900     EXIT.
024000*
024100*     catena SITPF del componente (stesso accesso di
024200*     CONSITPF); un magazzino non toccato resta a zero
024300 SCORRI-COMPONENTE.
024400     PERFORM AZZERA-VISTO THRU EX-AZZERA-VISTO
024500        VARYING I-MG FROM 1 BY 1
024600        UNTIL I-MG > N-MAG-KT OF PAR-KITTAIL.
024700     MOVE "C-MAT;"      TO W-NOME-CAMPO.
024800     MOVE C-MAT-COMP-KT OF PAR-KITTAIL (I-CO) TO W-VALORE-CAMPO.
024900     MOVE "SITPF;"      TO W-NOME-DATA-SET.
025000     PERFORM TTDBFIND THRU EX-TTDBFIND.
025100     IF W-OK-IMAGE
025200        PERFORM DBGET-SITPF THRU EX-DBGET-SITPF
025300        PERFORM ELABORA-SITPF THRU EX-ELABORA-SITPF
025400           UNTIL W-FINE-CATENA
025500     END-IF.
025600     PERFORM AZZERA-NON-VISTO THRU EX-AZZERA-NON-VISTO
025700        VARYING I-MG FROM 1 BY 1
025800        UNTIL I-MG > N-MAG-KT OF PAR-KITTAIL.
025900 EX-SCORRI-COMPONENTE.
026000     EXIT.
026100*
026200 AZZERA-VISTO.
026300     MOVE "N" TO VISTO-UN (I-MG).
026400 EX-AZZERA-VISTO.
026500     EXIT.
026600*
026700 AZZERA-NON-VISTO.
026800     IF VISTO-UN (I-MG) = "N"
026900        PERFORM AZZERA-UNITA THRU EX-AZZERA-UNITA
027000           VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10
027100     END-IF.
027200 EX-AZZERA-NON-VISTO.
027300     EXIT.
027400*
027500 AZZERA-UNITA.
027600     MOVE 0 TO UNITA-UN (I-MG, I-CO, I-TG).
027700 EX-AZZERA-UNITA.
027800     EXIT.
027900*
028000 DBGET-SITPF.
028100     MOVE 5 TO W-MODO.
028200     PERFORM TTDBGET THRU EX-TTDBGET.
028300     MOVE AREA-REC-SET TO REC-SITPF.
028400 EX-DBGET-SITPF.
028500     EXIT.
028600*
028700 ELABORA-SITPF.
028800     IF MAG-KT OF PAR-KITTAIL NOT = 0
028900        AND MAGAZZINO OF REC-SITPF NOT = MAG-KT OF PAR-KITTAIL
029000        GO TO EX-ELABORA-SITPF-10.
029100     MOVE 0 TO I-MG.
029200     PERFORM CERCA-MAGAZZINO THRU EX-CERCA-MAGAZZINO
029300        VARYING J-KX FROM 1 BY 1
029400        UNTIL J-KX > N-MAG-KT OF PAR-KITTAIL.
029500     IF I-MG = 0
029600        IF I-CO > 1
029700           GO TO EX-ELABORA-SITPF-10
029800        END-IF
029900        IF N-MAG-KT OF PAR-KITTAIL NOT < 20
030000           DISPLAY "KITTAIL    magazzini oltre 20, kit "
030100                   C-MAT-KT OF PAR-KITTAIL
030200           GO TO EX-ELABORA-SITPF-10
030300        END-IF
030400        ADD 1 TO N-MAG-KT OF PAR-KITTAIL
030500        MOVE N-MAG-KT OF PAR-KITTAIL TO I-MG
030600        MOVE MAGAZZINO OF REC-SITPF TO MAGAZZINO-KT (I-MG)
030700     END-IF.
030800     MOVE "S" TO VISTO-UN (I-MG).
030900     PERFORM CALCOLA-UNITA THRU EX-CALCOLA-UNITA
031000        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
031100 EX-ELABORA-SITPF-10.
031200     PERFORM DBGET-SITPF THRU EX-DBGET-SITPF.
031300 EX-ELABORA-SITPF.
031400     EXIT.
031500*
031600 CERCA-MAGAZZINO.
031700     IF MAGAZZINO-KT (J-KX) = MAGAZZINO OF REC-SITPF
031800        MOVE J-KX TO I-MG
031900     END-IF.
032000 EX-CERCA-MAGAZZINO.
032100     EXIT.
032200*
032300 CALCOLA-UNITA.
032400     MOVE 0 TO UNITA-UN (I-MG, I-CO, I-TG).
032500     MOVE TAGLIA-COMP-KT OF PAR-KITTAIL (I-CO, I-TG) TO TG-COMP.
032600     IF I-TG > NTG-NTG OR TG-COMP < 1
032700        GO TO EX-CALCOLA-UNITA.
032800     IF QTA-GIAC-PF OF REC-SITPF (TG-COMP) > 0
032900        DIVIDE QTA-GIAC-PF OF REC-SITPF (TG-COMP)
033000           BY PEZZI-COMP-KT OF PAR-KITTAIL (I-CO)
033100           GIVING UNITA-UN (I-MG, I-CO, I-TG)
033200     END-IF.
033300 EX-CALCOLA-UNITA.
033400     EXIT.
033500*
033600 MINIMO-MAGAZZINO.
033700     PERFORM MINIMO-TAGLIA THRU EX-MINIMO-TAGLIA
033800        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
033900 EX-MINIMO-MAGAZZINO.
034000     EXIT.
034100*
034200 MINIMO-TAGLIA.
034300     MOVE UNITA-UN (I-MG, 1, I-TG) TO UNITA-MIN.
034400     MOVE UNITA-MIN TO UNITA-MAX.
034500     PERFORM CONFRONTA-UNITA THRU EX-CONFRONTA-UNITA
034600        VARYING I-CO FROM 2 BY 1
034700        UNTIL I-CO > N-COMP-KT OF PAR-KITTAIL.
034800     MOVE UNITA-MIN TO DISP-KT OF PAR-KITTAIL (I-MG, I-TG).
034900 EX-MINIMO-TAGLIA.
035000     EXIT.
035100*
035200 CONFRONTA-UNITA.
035300     IF UNITA-UN (I-MG, I-CO, I-TG) < UNITA-MIN
035400        MOVE UNITA-UN (I-MG, I-CO, I-TG) TO UNITA-MIN.
035500     IF UNITA-UN (I-MG, I-CO, I-TG) > UNITA-MAX
035600        MOVE UNITA-UN (I-MG, I-CO, I-TG) TO UNITA-MAX.
035700 EX-CONFRONTA-UNITA.
035800     EXIT.
035900*
036000*
036100 MENU-VIDEO.
036200     DISPLAY "----  KIT TAILLEUR  ---------------------".
036300     MOVE SPACE TO COMANDO-KX.
036400     PERFORM CHIEDI-COMANDO THRU EX-CHIEDI-COMANDO
036500        UNTIL KX-FINE.
036600     PERFORM RISCRIVI-KIT THRU EX-RISCRIVI-KIT.
036700 EX-MENU-VIDEO.
036800     EXIT.
036900*
037000 CHIEDI-COMANDO.
037100     DISPLAY "Comando: L=lista A=aggiungi R=rimuovi "
037200             "S=squilibri F=fine " NO ADVANCING.
037300     ACCEPT COMANDO-KX.
037400     EVALUATE TRUE
037500        WHEN KX-LISTA
037600           PERFORM STAMPA-RIGA-KIT THRU EX-STAMPA-RIGA-KIT
037700              VARYING I-KX FROM 1 BY 1 UNTIL I-KX > N-KIT-KX
037800        WHEN KX-AGGIUNGI
037900           PERFORM COMANDO-AGGIUNGI THRU EX-COMANDO-AGGIUNGI
038000        WHEN KX-RIMUOVI
038100           PERFORM COMANDO-RIMUOVI THRU EX-COMANDO-RIMUOVI
038200        WHEN KX-SQUILIBRI
038300           PERFORM STAMPA-SQUILIBRI THRU EX-STAMPA-SQUILIBRI
038400        WHEN KX-FINE
038500           CONTINUE
038600        WHEN OTHER
038700           DISPLAY "Comando non valido"
038800     END-EVALUATE.
038900 EX-CHIEDI-COMANDO.
039000     EXIT.
039100*
039200 STAMPA-RIGA-KIT.
039300     MOVE I-KX TO INDICE-ED.
039400     DISPLAY INDICE-ED " kit " C-MAT-KIT-KX (I-KX)
039500             " comp " C-MAT-COMP-KX (I-KX)
039600             " pz " PEZZI-KX (I-KX)
039700             " tg " TAGLIA-GRUPPO-KX (I-KX).
039800 EX-STAMPA-RIGA-KIT.
039900     EXIT.
040000*
040100*     kit e componente devono essere marcati su ANAMAT (FLAG6
040200*     "2" e "1"); mappa taglie a zero = stessa taglia del kit
040300 COMANDO-AGGIUNGI.
040400     DISPLAY "C-MAT kit tailleur (15 cifre)   " NO ADVANCING.
040500     MOVE SPACES TO C-MAT-KIT-IN.
040600     ACCEPT C-MAT-KIT-IN.
040700     DISPLAY "C-MAT componente (15 cifre)     " NO ADVANCING.
040800     MOVE SPACES TO C-MAT-COMP-IN.
040900     ACCEPT C-MAT-COMP-IN.
041000     DISPLAY "Pezzi per kit (2 cifre)         " NO ADVANCING.
041100     MOVE SPACES TO PEZZI-IN.
041200     ACCEPT PEZZI-IN.
041300     DISPLAY "Taglia comp. per taglia kit (10 x 2 cifre) "
041400             NO ADVANCING.
041500     MOVE ZEROS TO TAGLIE-IN.
041600     ACCEPT TAGLIE-IN.
041700     IF C-MAT-KIT-IN NOT NUMERIC OR C-MAT-COMP-IN NOT NUMERIC
041800        OR PEZZI-IN NOT NUMERIC OR TAGLIE-IN NOT NUMERIC
041900        DISPLAY "Campi non numerici"
042000        GO TO EX-COMANDO-AGGIUNGI.
042100     IF PEZZI-IN = "00"
042200        MOVE "01" TO PEZZI-IN.
042300     MOVE C-MAT-KIT-IN TO C-MAT-LAVORO.
042400     COMPUTE W-VALORE-CAMPO = C-MAT-LAVORO / 1000 * 1000.
042500     PERFORM LEGGI-ANAMAT THRU EX-LEGGI-ANAMAT.
042600     IF NOT W-OK-IMAGE OR NOT TAILLEUR OF REC-ANAMAT
042700        DISPLAY "Il kit non e' un TAILLEUR su ANAMAT (FLAG6)"
042800        GO TO EX-COMANDO-AGGIUNGI.
042900     MOVE C-MAT-COMP-IN TO C-MAT-LAVORO.
043000     COMPUTE W-VALORE-CAMPO = C-MAT-LAVORO / 1000 * 1000.
043100     PERFORM LEGGI-ANAMAT THRU EX-LEGGI-ANAMAT.
043200     IF NOT W-OK-IMAGE OR NOT COMPON-TAILLEUR OF REC-ANAMAT
043300        DISPLAY "Il componente non e' COMPON-TAILLEUR su "
043400                "ANAMAT (FLAG6)"
043500        GO TO EX-COMANDO-AGGIUNGI.
043600     IF TAGLIE-IN = ZEROS
043700        PERFORM MAPPA-IDENTICA THRU EX-MAPPA-IDENTICA
043800           VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
043900     MOVE "S" TO MAPPA-SW.
044000     PERFORM CONTROLLA-MAPPA THRU EX-CONTROLLA-MAPPA
044100        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
044200     IF NOT MAPPA-VALIDA
044300        DISPLAY "Taglia componente oltre la taglia " NTG-NTG
044400        GO TO EX-COMANDO-AGGIUNGI.
044500     MOVE 0 TO I-KX N-COMP-LAVORO.
044600     PERFORM CERCA-RIGA-KIT THRU EX-CERCA-RIGA-KIT
044700        VARYING J-KX FROM 1 BY 1 UNTIL J-KX > N-KIT-KX.
044800     IF I-KX = 0
044900        IF N-COMP-LAVORO NOT < 5
045000           DISPLAY "Kit con gia' 5 componenti"
045100           GO TO EX-COMANDO-AGGIUNGI
045200        END-IF
045300        IF N-KIT-KX NOT < 2000
045400           DISPLAY "Tabella piena"
045500           GO TO EX-COMANDO-AGGIUNGI
045600        END-IF
045700        ADD 1 TO N-KIT-KX
045800        MOVE N-KIT-KX TO I-KX
045900     END-IF.
046000     MOVE C-MAT-KIT-IN TO C-MAT-KIT-KX (I-KX).
046100     MOVE C-MAT-COMP-IN TO C-MAT-COMP-KX (I-KX).
046200     MOVE PEZZI-IN TO PEZZI-KX (I-KX).
046300     MOVE TAGLIE-IN TO TAGLIA-GRUPPO-KX (I-KX).
046400 EX-COMANDO-AGGIUNGI.
046500     EXIT.
046600*
046700*     riga kit/componente gia' presente = si aggiorna
046800 CERCA-RIGA-KIT.
046900     IF C-MAT-KIT-KX (J-KX) = C-MAT-KIT-IN
047000        ADD 1 TO N-COMP-LAVORO
047100        IF C-MAT-COMP-KX (J-KX) = C-MAT-COMP-IN
047200           MOVE J-KX TO I-KX
047300        END-IF
047400     END-IF.
047500 EX-CERCA-RIGA-KIT.
047600     EXIT.
047700*
047800 MAPPA-IDENTICA.
047900     IF I-TG NOT > NTG-NTG
048000        MOVE I-TG TO TAGLIA-EL-IN (I-TG)
048100     END-IF.
048200 EX-MAPPA-IDENTICA.
048300     EXIT.
048400*
048500 CONTROLLA-MAPPA.
048600     IF TAGLIA-EL-IN (I-TG) > NTG-NTG
048700        MOVE "N" TO MAPPA-SW
048800     END-IF.
048900 EX-CONTROLLA-MAPPA.
049000     EXIT.
049100*
049200 LEGGI-ANAMAT.
049300     MOVE "ANAMAT;" TO W-NOME-DATA-SET.
049400     MOVE "C-MAT;" TO W-NOME-CAMPO.
049500     MOVE 7 TO W-MODO.
049600     PERFORM TTDBGET THRU EX-TTDBGET.
049700 EX-LEGGI-ANAMAT.
049800     EXIT.
049900*
050000 COMANDO-RIMUOVI.
050100     DISPLAY "Numero riga da rimuovere (4 cifre) "
050200             NO ADVANCING.
050300     MOVE SPACES TO INDICE-IN.
050400     ACCEPT INDICE-IN.
050500     IF INDICE-IN NOT NUMERIC
050600        DISPLAY "Numero riga non valido"
050700        GO TO EX-COMANDO-RIMUOVI.
050800     MOVE INDICE-IN TO INDICE-RIC.
050900     IF INDICE-RIC < 1 OR INDICE-RIC > N-KIT-KX
051000        DISPLAY "Numero riga non valido"
051100        GO TO EX-COMANDO-RIMUOVI.
051200*    la riga rimossa si compatta spostando l'ultima al suo posto
051300     MOVE RIGA-KX (N-KIT-KX) TO RIGA-KX (INDICE-RIC).
051400     SUBTRACT 1 FROM N-KIT-KX.
051500 EX-COMANDO-RIMUOVI.
051600     EXIT.
051700*
051800 RISCRIVI-KIT.
051900     OPEN OUTPUT FILE-KIT.
052000     PERFORM SCRIVI-RIGA-KIT THRU EX-SCRIVI-RIGA-KIT
052100        VARYING I-KX FROM 1 BY 1 UNTIL I-KX > N-KIT-KX.
052200     CLOSE FILE-KIT.
052300 EX-RISCRIVI-KIT.
052400     EXIT.
052500*
052600 SCRIVI-RIGA-KIT.
052700     MOVE T-TAB TO TG-KC-1 TG-KC-2 TG-KC-3.
052800     MOVE C-MAT-KIT-KX (I-KX) TO C-MAT-KIT-KC.
052900     MOVE C-MAT-COMP-KX (I-KX) TO C-MAT-COMP-KC.
053000     MOVE PEZZI-KX (I-KX) TO PEZZI-KC.
053100     MOVE TAGLIA-GRUPPO-KX (I-KX) TO TAGLIA-KC-GRUPPO.
053200     WRITE REC-KIT.
053300 EX-SCRIVI-RIGA-KIT.
053400     EXIT.
053500*
053600*
053700*     tabulato dei kit squilibrati: per kit, magazzino e
053800*     taglia, i kit completi di ciascun componente; se non
053900*     coincidono ci sono pezzi spaiati da riassortire
054000 STAMPA-SQUILIBRI.
054100     MOVE 0 TO N-SQUILIBRI KIT-PRECEDENTE.
054200     PERFORM APRI-STAMPA THRU EX-APRI-STAMPA.
054300     PERFORM ESAMINA-KIT THRU EX-ESAMINA-KIT
054400        VARYING I-KX FROM 1 BY 1 UNTIL I-KX > N-KIT-KX.
054500     IF N-SQUILIBRI = 0
054600        MOVE " nessun kit squilibrato" TO DATI-RIGA
054700        MOVE 2 TO N-RIGA-STAMPA
054800        PERFORM SCRIVI THRU EX-SCRIVI.
054900     CALL "QCLPPR" USING PAR-PRINT
055000                          RIGA BUFFER.
055100     DISPLAY "KITTAIL    righe squilibrate " N-SQUILIBRI.
055200 EX-STAMPA-SQUILIBRI.
055300     EXIT.
055400*
055500*     un kit si esamina una volta sola (alla sua prima riga)
055600 ESAMINA-KIT.
055700     MOVE 0 TO J-KX.
055800     PERFORM CERCA-PRIMA-RIGA THRU EX-CERCA-PRIMA-RIGA.
055900     IF J-KX < I-KX
056000        GO TO EX-ESAMINA-KIT.
056100     MOVE "D" TO FUNZ-KT OF PAR-KITTAIL.
056200     MOVE C-MAT-KIT-KX (I-KX) TO C-MAT-KT OF PAR-KITTAIL.
056300     MOVE 0 TO MAG-KT OF PAR-KITTAIL.
056400     MOVE I-KX TO INDICE-RIC.
056500     PERFORM DISPONIBILITA-KIT THRU EX-DISPONIBILITA-KIT.
056600     MOVE INDICE-RIC TO I-KX.
056700     PERFORM ESAMINA-MAGAZZINO THRU EX-ESAMINA-MAGAZZINO
056800        VARYING I-MG FROM 1 BY 1
056900        UNTIL I-MG > N-MAG-KT OF PAR-KITTAIL.
057000 EX-ESAMINA-KIT.
057100     EXIT.
057200*
057300 CERCA-PRIMA-RIGA.
057400     ADD 1 TO J-KX.
057500     IF C-MAT-KIT-KX (J-KX) NOT = C-MAT-KIT-KX (I-KX)
057600        GO TO CERCA-PRIMA-RIGA.
057700 EX-CERCA-PRIMA-RIGA.
057800     EXIT.
057900*
058000 ESAMINA-MAGAZZINO.
058100     PERFORM ESAMINA-TAGLIA THRU EX-ESAMINA-TAGLIA
058200        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > NTG-NTG.
058300 EX-ESAMINA-MAGAZZINO.
058400     EXIT.
058500*
058600 ESAMINA-TAGLIA.
058700     MOVE UNITA-UN (I-MG, 1, I-TG) TO UNITA-MIN.
058800     MOVE UNITA-MIN TO UNITA-MAX.
058900     PERFORM CONFRONTA-UNITA THRU EX-CONFRONTA-UNITA
059000        VARYING I-CO FROM 2 BY 1
059100        UNTIL I-CO > N-COMP-KT OF PAR-KITTAIL.
059200     IF UNITA-MIN = UNITA-MAX
059300        GO TO EX-ESAMINA-TAGLIA.
059400     ADD 1 TO N-SQUILIBRI.
059500     MOVE 0 TO SPAIATI.
059600     MOVE SPACES TO DATI-RIGA.
059700     MOVE MAGAZZINO-KT OF PAR-KITTAIL (I-MG) TO MAG-ED.
059800     MOVE I-TG TO TAGLIA-ED.
059900     MOVE UNITA-MIN TO UNITA-ED.
060000     STRING "  " DELIMITED BY SIZE
060100            C-MAT-KT OF PAR-KITTAIL DELIMITED BY SIZE
060200            "  " DELIMITED BY SIZE
060300            MAG-ED DELIMITED BY SIZE
060400            "  " DELIMITED BY SIZE
060500            TAGLIA-ED DELIMITED BY SIZE
060600            "   " DELIMITED BY SIZE
060700            UNITA-ED DELIMITED BY SIZE
060800        INTO DATI-RIGA.
060900     MOVE 40 TO POS-RIGA.
061000     PERFORM STAMPA-COMPONENTE THRU EX-STAMPA-COMPONENTE
061100        VARYING I-CO FROM 1 BY 1
061200        UNTIL I-CO > N-COMP-KT OF PAR-KITTAIL.
061300     MOVE SPAIATI TO SPAIATI-ED.
061400     MOVE SPAIATI-ED TO DATI-RIGA (POS-RIGA + 2:5).
061500     PERFORM SCRIVI THRU EX-SCRIVI.
061600 EX-ESAMINA-TAGLIA.
061700     EXIT.
061800*
061900*     componente e suoi kit completi; l'eccedenza sul minimo
062000*     sono pezzi spaiati
062100 STAMPA-COMPONENTE.
062200     MOVE UNITA-UN (I-MG, I-CO, I-TG) TO UNITA-ED.
062300     MOVE C-MAT-COMP-KT OF PAR-KITTAIL (I-CO)
062400          TO DATI-RIGA (POS-RIGA:15).
062500     MOVE UNITA-ED TO DATI-RIGA (POS-RIGA + 16:5).
062600     ADD 22 TO POS-RIGA.
062700     COMPUTE SPAIATI = SPAIATI
062800             + (UNITA-UN (I-MG, I-CO, I-TG) - UNITA-MIN)
062900             * PEZZI-COMP-KT OF PAR-KITTAIL (I-CO).
063000 EX-STAMPA-COMPONENTE.
063100     EXIT.
063200*
063300 APRI-STAMPA.
063400     MOVE  136  TO LL-RIGA.
063500     MOVE 9999 TO N-MAX-RIGHE.
063600     MOVE "G" TO PRE-NOME-FILE.
063700     MOVE W-FORMATO-INTERNO TO TERM-N-FILE.
063800     CALL "QOLPPR" USING PAR-PRINT
063900                          RIGA BUFFER.
064000     MOVE 0   TO N-STAMPANTE.
064100     MOVE "M" TO COMANDO.
064200     MOVE 66  TO N-RIGA-STAMPA.
064300     MOVE " KIT TAILLEUR SQUILIBRATI (componenti spaiati)"
064400       TO DATI-RIGA.
064500     PERFORM SCRIVI THRU EX-SCRIVI.
064600     MOVE "  KIT              MAG  TG  COMPLETI  COMPONENTE / KIT"
064700       TO DATI-RIGA.
064800     MOVE "  ...  PEZZI SPAIATI" TO DATI-RIGA (57:21).
064900     MOVE 2 TO N-RIGA-STAMPA.
065000     PERFORM SCRIVI THRU EX-SCRIVI.
065100 EX-APRI-STAMPA.
065200     EXIT.
065300*
065400 SCRIVI.
065500     CALL "QWLPPR" USING PAR-PRINT
065600                         RIGA BUFFER.
065700     IF STATO OF PAR-PRINT NOT = 0
065800        MOVE STATO OF PAR-PRINT TO STATO-DISPLAY
065900        DISPLAY "KITTAIL    ERRORE QPRINT CON STATO : "
066000                STATO-DISPLAY
066100     END-IF.
066200     MOVE SPACES TO DATI-RIGA.
066300     MOVE "S" TO COMANDO.
066400     MOVE 0 TO N-RIGA-STAMPA.
066500 EX-SCRIVI.
066600     EXIT.
066700*
066800*
066900 TTDBFIND.
067000              COPY PDBFIND.
067100*
067200 TTDBGET.
067300              COPY PDBGET.
067400*
067500*      FINE PROGRAMMA    **** /K KITTAIL.COB  *****
