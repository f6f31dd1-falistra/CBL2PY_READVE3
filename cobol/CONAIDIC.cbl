000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. CONAIDIC.
000310*2026*        15/10/26
000320*     dichiarazione CONAI degli imballaggi immessi sul mercato
000330*     italiano: finora il dato era stimato. Tabella IMBCONAI
000340*     (manutenzione "T", stile MANPESI) col peso unitario per
000350*     materiale di ogni tipo di imballo: collo di soli capi in
000360*     scatola, collo con capi appesi, capo appeso (gruccia,
000370*     copriabito), capo in scatola. Dichiarazione "D": per le
000380*     date chieste si leggono i DDT di PESODDT (conto cliente
000390*     -> STATO di INDIRIZZI, spazi = Italia come INTRASTA;
000400*     l'export e i documenti non di vendita restano fuori) e
000410*     i colli/capi per societa' che PACKLIST registra su
000420*     IMBSPED; quantita' per peso unitario danno i kg per
000430*     materiale e per societa', stampati sulla catena QOLPPR/
000440*     QWLPPR/QCLPPR nel tracciato della dichiarazione. I DDT
000450*     con colli ma senza IMBSPED (packing list mai fatta) si
000460*     contano a parte in coda.
000470*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-IMBCONAI ASSIGN TO "IMBCONAI"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-IC.
001500     SELECT OPTIONAL FILE-IMBSPED ASSIGN TO "IMBSPED"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-IS.
001800     SELECT OPTIONAL FILE-PESODDT ASSIGN TO "PESODDT"
001900        ORGANIZATION IS LINE SEQUENTIAL
002000        FILE STATUS IS CHECK-PW.
002100*
002200 DATA DIVISION.
002300 FILE SECTION.
002400 FD FILE-IMBCONAI DATA RECORD REC-IMBCONAI.
002500 01 REC-IMBCONAI           COPY YIMBCONA.
002600 FD FILE-IMBSPED DATA RECORD REC-IMBSPED.
002700 01 REC-IMBSPED            COPY YIMBSPED.
002800 FD FILE-PESODDT DATA RECORD REC-PESODDT.
002900 01 REC-PESODDT            COPY YPESODDT.
003000*
003100 WORKING-STORAGE SECTION.
003200*
003300 77 CHECK-IC        PIC XX.
003400    88 IC-APERTO    VALUES ARE "05", "00".
003500 77 CHECK-IS        PIC XX.
003600    88 IS-APERTO    VALUES ARE "05", "00".
003700 77 CHECK-PW        PIC XX.
003800    88 PW-APERTO    VALUES ARE "05", "00".
003900*
004000 01 OK-FINE-IC      PIC S9(4) COMP.
004100    88 LETTO-FINE-IC VALUE 1.
004200 01 OK-FINE-IS      PIC S9(4) COMP.
004300    88 LETTO-FINE-IS VALUE 1.
004400 01 OK-FINE-PW      PIC S9(4) COMP.
004500    88 LETTO-FINE-PW VALUE 1.
004600*
004700 01 T-TAB           PIC X VALUE X"9".
004800*
004900 01 AREA-REC-SET    PIC X(512).
005000 01 FILLER REDEFINES AREA-REC-SET.
005100  05 REC-INDIRIZZI  COPY YINDIRIZ.
005200*
005300 01 FUNZIONE-IN     PIC X.
005400    88 FZ-TABELLA   VALUE "T".
005500    88 FZ-DICHIARA  VALUE "D".
005600*
005700* tabella imballi in memoria
005800 01 TAB-IMB-MEM.
005900  05 RIGA-IM OCCURS 100.
006000   10 COD-IM           PIC XX.
006100   10 MATERIALE-IM     PIC XX.
006200   10 PESO-IM          PIC 9(6).
006300   10 DESCR-IM         PIC X(30).
006400 01 N-RIGHE-IM      PIC S9(4) COMP.
006500 01 I-IM            PIC S9(4) COMP.
006600*
006700 01 COMANDO-IM      PIC X.
006800    88 IM-LISTA     VALUE "L".
006900    88 IM-AGGIUNGI  VALUE "A".
007000    88 IM-RIMUOVI   VALUE "R".
007100    88 IM-FINE      VALUE "F".
007200*
007300 01 COD-IN          PIC XX.
007400 01 MATERIALE-IN    PIC XX.
007500 01 PESO-IN         PIC X(6).
007600 01 DESCR-IN        PIC X(30).
007700 01 INDICE-IN       PIC X(3).
007800 01 INDICE-RIC      PIC 9(3).
007900 01 INDICE-ED       PIC 9(3).
008000*
008100* i sei materiali della dichiarazione, nell'ordine del modulo
008200 01 TAB-MATERIALI-INIZ.
008300  05 FILLER          PIC X(22) VALUE "ACACCIAIO".
008400  05 FILLER          PIC X(22) VALUE "ALALLUMINIO".
008500  05 FILLER          PIC X(22) VALUE "CACARTA E CARTONE".
008600  05 FILLER          PIC X(22) VALUE "LELEGNO".
008700  05 FILLER          PIC X(22) VALUE "PLPLASTICA".
008800  05 FILLER          PIC X(22) VALUE "VEVETRO".
008900 01 TAB-MATERIALI REDEFINES TAB-MATERIALI-INIZ.
009000  05 RIGA-MT OCCURS 6.
009100   10 COD-MT           PIC XX.
009200   10 DESCR-MT         PIC X(20).
009300 01 I-MT            PIC S9(4) COMP.
009400 01 IX-MT           PIC S9(4) COMP.
009500*
009600 01 DATA-DA-IN      PIC X(6).
009700 01 DATA-A-IN       PIC X(6).
009800 01 DATA-DA         PIC 9(6).
009900 01 DATA-A          PIC 9(6).
010000*
010100* DDT del periodo da PESODDT: "I" Italia, "E" export,
010200* "N" non di vendita; IMBSPED-DD "S" se PACKLIST li ha
010300* registrati
010400 01 TAB-DDT.
010500  05 RIGA-DD OCCURS 3000.
010600   10 DATA-DD          PIC 9(6).
010700   10 NUMERO-DD        PIC 9(6).
010800   10 COLLI-DD         PIC 9(3).
010900   10 DESTINO-DD       PIC X.
011000   10 IMBSPED-DD       PIC X.
011100 01 N-DDT           PIC S9(4) COMP.
011200 01 I-DD            PIC S9(4) COMP.
011300 01 IX-DD           PIC S9(4) COMP.
011400 01 DDT-PIENO       PIC X.
011500*
011600* stato per conto, memoizzato
011700 01 TAB-CONTI-CN.
011800  05 RIGA-CN OCCURS 500.
011900   10 CONTO-CN         PIC 9(8).
012000   10 STATO-CN         PIC X(4).
012100 01 N-CONTI-CN      PIC S9(4) COMP.
012200 01 I-CN            PIC S9(4) COMP.
012300 01 IX-CN           PIC S9(4) COMP.
012400 01 STATO-COM       PIC X(4).
012500*
012600* quantita' per societa' (1-10 = SOCIETA-MOD 0-9) e tipo di
012700* imballo (1 CS, 2 CA, 3 PA, 4 PS), poi grammi per materiale
012800 01 TAB-QTA-SOC.
012900  05 RIGA-QS OCCURS 10.
013000   10 QTA-QS           PIC S9(9) COMP OCCURS 4.
013100   10 GRAMMI-QS        PIC S9(13) COMP OCCURS 6.
013200 01 TAB-TOT-MT.
013300  05 GRAMMI-TOT-MT    PIC S9(13) COMP OCCURS 6.
013400 01 I-QS            PIC S9(4) COMP.
013500 01 IX-TQ           PIC S9(4) COMP.
013600 01 GRAMMI-SOC      PIC S9(13) COMP.
013700 01 GRAMMI-GEN      PIC S9(13) COMP.
013800 01 SOCIETA-ED      PIC 9.
013900*
014000 01 DDT-ITALIA      PIC S9(7) COMP.
014100 01 DDT-ESTERO      PIC S9(7) COMP.
014200 01 DDT-NON-VEND    PIC S9(7) COMP.
014300 01 DDT-SENZA-IS    PIC S9(7) COMP.
014400 01 COLLI-SENZA-IS  PIC S9(7) COMP.
014500 01 RIGHE-IS-PRESE  PIC S9(7) COMP.
014600 01 CONTATORE-ED    PIC Z(6)9.
014700*
014800 01  PAR-PRINT.
014900  05  STATO-PR      PIC S9(4) COMP.
015000  05  LL-RIGA       PIC  9(4) COMP.
015100  05  N-MAX-RIGHE   PIC  9(4) COMP.
015200  05  FLAG-ROUTINE  PIC  9(4) COMP.
015300  05  NUM-FILE-ID   PIC  9(4) COMP.
015400  05  NOME-FILE.
015500   10 PRE-NOME-FILE     PIC X.
015600   10 TERM-N-FILE       PIC 9(6).
015700   10 FILLER            PIC XXX VALUE ".ST".
015800*
015900 01  RIGA.
016000  05  N-STAMPANTE   PIC 9.
016100  05  COMANDO       PIC X.
016200  05  N-RIGA-STAMPA PIC 9(4) COMP.
016300  05  DATI-RIGA     PIC X(132).
016400  05 RIGA-DETT-CN REDEFINES DATI-RIGA.
016500    10 FILLER        PIC X(5).
016600    10 COD-MT-ST     PIC XX.
016700    10 FILLER        PIC XX.
016800    10 DESCR-MT-ST   PIC X(20).
016900    10 FILLER        PIC XX.
017000    10 KG-MT-ST      PIC Z(9)9,999.
017100*
017200 01 BUFFER.
017300  05 N-BUF               PIC S9(4) COMP VALUE 37.
017400  05 FILLER              PIC XX.
017500  05 FILLER              PIC X(5120).
017600*
017700 01 STATO-DISPLAY    PIC ZZZZ-.
017800*
017900 LINKAGE SECTION.
018000*
018100 01 W-COMMON       COPY WCOMMONW.
018200*
018300*PAGE
018400 PROCEDURE DIVISION  USING W-COMMON.
018500 INIZIO.
018600     DISPLAY "----  DICHIARAZIONE IMBALLAGGI CONAI  ----".
018700     DISPLAY "Funzione: T=tabella imballi D=dichiarazione "
018800             NO ADVANCING.
018900     ACCEPT FUNZIONE-IN.
019000     PERFORM CARICA-IMB-MEM THRU EX-CARICA-IMB-MEM.
019100     IF FZ-TABELLA
019200        MOVE SPACES TO COMANDO-IM
019300        PERFORM CHIEDI-COMANDO THRU EX-CHIEDI-COMANDO
019400           UNTIL IM-FINE
019500        PERFORM RISCRIVI-IMB-MEM THRU EX-RISCRIVI-IMB-MEM
019600        GO TO FINE.
019700     IF NOT FZ-DICHIARA
019800        DISPLAY "Funzione non valida"
019900        GO TO FINE.
020000     IF N-RIGHE-IM = 0
020100        DISPLAY "Tabella IMBCONAI vuota: pesi da caricare"
020200                " con la funzione T"
020300        GO TO FINE.
020400     DISPLAY "Data da (AAMMGG) " NO ADVANCING.
020500     ACCEPT DATA-DA-IN.
020600     DISPLAY "Data a  (AAMMGG) " NO ADVANCING.
020700     ACCEPT DATA-A-IN.
020800     IF DATA-DA-IN NOT NUMERIC OR DATA-A-IN NOT NUMERIC
020900        DISPLAY "Date non numeriche"
021000        GO TO FINE.
021100     MOVE DATA-DA-IN TO DATA-DA.
021200     MOVE DATA-A-IN TO DATA-A.
021300     IF DATA-DA > DATA-A
021400        DISPLAY "Data da oltre la data a"
021500        GO TO FINE.
021600     PERFORM CARICA-DDT THRU EX-CARICA-DDT.
021700     PERFORM CARICA-IMBSPED THRU EX-CARICA-IMBSPED.
021800     IF RIGHE-IS-PRESE = 0
021900        DISPLAY "Nessun collo spedito in Italia nel periodo"
022000        GO TO FINE.
022100     MOVE 0 TO DDT-SENZA-IS COLLI-SENZA-IS.
022200     PERFORM CONTA-SENZA-IMBSPED THRU EX-CONTA-SENZA-IMBSPED
022300        VARYING I-DD FROM 1 BY 1 UNTIL I-DD > N-DDT.
022400     PERFORM CALCOLA-PESI THRU EX-CALCOLA-PESI.
022500     PERFORM STAMPA-DICHIARAZIONE
022600         THRU EX-STAMPA-DICHIARAZIONE.
022700     DISPLAY "CONAIDIC   DDT Italia " DDT-ITALIA
022800             " export esclusi " DDT-ESTERO.
022900 FINE.
023000     EXIT PROGRAM.
023100*
023200*
023300******************************************************
023400*  TABELLA IMBCONAI: caricamento e manutenzione       *
023500******************************************************
023600 CARICA-IMB-MEM.
023700     MOVE 0 TO N-RIGHE-IM.
023800     OPEN INPUT FILE-IMBCONAI.
023900     IF IC-APERTO
024000        MOVE 0 TO OK-FINE-IC
024100        PERFORM LEGGI-RIGA-IMB THRU EX-LEGGI-RIGA-IMB
024200           UNTIL LETTO-FINE-IC
024300        CLOSE FILE-IMBCONAI
024400     END-IF.
024500 EX-CARICA-IMB-MEM.
024600     EXIT.
024700*
024800 LEGGI-RIGA-IMB.
024900     READ FILE-IMBCONAI
025000        AT END
025100           MOVE 1 TO OK-FINE-IC
025200        NOT AT END
025300           IF PESO-GRAMMI-IC NOT NUMERIC
025400              GO TO EX-LEGGI-RIGA-IMB
025500           END-IF
025600           IF N-RIGHE-IM < 100
025700              ADD 1 TO N-RIGHE-IM
025800              MOVE COD-IC TO COD-IM (N-RIGHE-IM)
025900              MOVE MATERIALE-IC TO MATERIALE-IM (N-RIGHE-IM)
026000              MOVE PESO-GRAMMI-IC TO PESO-IM (N-RIGHE-IM)
026100              MOVE DESCR-IC TO DESCR-IM (N-RIGHE-IM)
026200           ELSE
026300              DISPLAY "CONAIDIC   tabella piena"
026400           END-IF
026500     END-READ.
026600 EX-LEGGI-RIGA-IMB.
026700     EXIT.
026800*
026900 CHIEDI-COMANDO.
027000     DISPLAY "Comando: L=lista A=aggiungi R=rimuovi F=fine "
027100             NO ADVANCING.
027200     ACCEPT COMANDO-IM.
027300     EVALUATE TRUE
027400        WHEN IM-LISTA
027500           PERFORM LISTA-TABELLA THRU EX-LISTA-TABELLA
027600        WHEN IM-AGGIUNGI
027700           PERFORM COMANDO-AGGIUNGI THRU EX-COMANDO-AGGIUNGI
027800        WHEN IM-RIMUOVI
027900           PERFORM COMANDO-RIMUOVI THRU EX-COMANDO-RIMUOVI
028000        WHEN IM-FINE
028100           CONTINUE
028200        WHEN OTHER
028300           DISPLAY "Comando non valido"
028400     END-EVALUATE.
028500 EX-CHIEDI-COMANDO.
028600     EXIT.
028700*
028800 LISTA-TABELLA.
028900     PERFORM LISTA-RIGA-TAB THRU EX-LISTA-RIGA-TAB
029000        VARYING I-IM FROM 1 BY 1 UNTIL I-IM > N-RIGHE-IM.
029100 EX-LISTA-TABELLA.
029200     EXIT.
029300*
029400 LISTA-RIGA-TAB.
029500     MOVE I-IM TO INDICE-ED.
029600     DISPLAY INDICE-ED " " COD-IM (I-IM) " "
029700             MATERIALE-IM (I-IM) " " PESO-IM (I-IM) " g "
029800             DESCR-IM (I-IM).
029900 EX-LISTA-RIGA-TAB.
030000     EXIT.
030100*
030200 COMANDO-AGGIUNGI.
030300     IF N-RIGHE-IM NOT < 100
030400        DISPLAY "Tabella piena"
030500        GO TO EX-COMANDO-AGGIUNGI.
030600     DISPLAY "Imballo (CS=collo scatola CA=collo appesi"
030700             " PA=capo appeso PS=capo in scatola) "
030800             NO ADVANCING.
030900     MOVE SPACES TO COD-IN.
031000     ACCEPT COD-IN.
031100     MOVE COD-IN TO COD-IC.
031200     IF NOT IC-COLLO-SCATOLA AND NOT IC-COLLO-APPESI
031300        AND NOT IC-CAPO-APPESO AND NOT IC-CAPO-SCATOLA
031400        DISPLAY "Tipo imballo non valido"
031500        GO TO EX-COMANDO-AGGIUNGI.
031600     DISPLAY "Materiale (AC AL CA LE PL VE) " NO ADVANCING.
031700     MOVE SPACES TO MATERIALE-IN.
031800     ACCEPT MATERIALE-IN.
031900     MOVE 0 TO IX-MT.
032000     PERFORM CERCA-MATERIALE THRU EX-CERCA-MATERIALE
032100        VARYING I-MT FROM 1 BY 1 UNTIL I-MT > 6.
032200     IF IX-MT = 0
032300        DISPLAY "Materiale non valido"
032400        GO TO EX-COMANDO-AGGIUNGI.
032500     DISPLAY "Peso unitario in grammi (6 cifre) "
032600             NO ADVANCING.
032700     ACCEPT PESO-IN.
032800     IF PESO-IN NOT NUMERIC
032900        DISPLAY "Peso non numerico"
033000        GO TO EX-COMANDO-AGGIUNGI.
033100     DISPLAY "Descrizione " NO ADVANCING.
033200     MOVE SPACES TO DESCR-IN.
033300     ACCEPT DESCR-IN.
033400     ADD 1 TO N-RIGHE-IM.
033500     MOVE COD-IN TO COD-IM (N-RIGHE-IM).
033600     MOVE MATERIALE-IN TO MATERIALE-IM (N-RIGHE-IM).
033700     MOVE PESO-IN TO PESO-IM (N-RIGHE-IM).
033800     MOVE DESCR-IN TO DESCR-IM (N-RIGHE-IM).
033900 EX-COMANDO-AGGIUNGI.
034000     EXIT.
034100*
034200 CERCA-MATERIALE.
034300     IF COD-MT (I-MT) = MATERIALE-IN
034400        MOVE I-MT TO IX-MT.
034500 EX-CERCA-MATERIALE.
034600     EXIT.
034700*
034800 COMANDO-RIMUOVI.
034900     DISPLAY "Numero riga da rimuovere (3 cifre) "
035000             NO ADVANCING.
035100     MOVE SPACES TO INDICE-IN.
035200     ACCEPT INDICE-IN.
035300     IF INDICE-IN NOT NUMERIC
035400        DISPLAY "Numero riga non valido"
035500        GO TO EX-COMANDO-RIMUOVI.
035600     MOVE INDICE-IN TO INDICE-RIC.
035700     IF INDICE-RIC < 1 OR INDICE-RIC > N-RIGHE-IM
035800        DISPLAY "Numero riga non valido"
035900        GO TO EX-COMANDO-RIMUOVI.
036000*    la riga rimossa si compatta spostando l'ultima al suo posto
036100     MOVE RIGA-IM (N-RIGHE-IM) TO RIGA-IM (INDICE-RIC).
036200     SUBTRACT 1 FROM N-RIGHE-IM.
036300 EX-COMANDO-RIMUOVI.
036400     EXIT.
036500*
036600 RISCRIVI-IMB-MEM.
036700     OPEN OUTPUT FILE-IMBCONAI.
036800     PERFORM SCRIVI-RIGA-IMB THRU EX-SCRIVI-RIGA-IMB
036900        VARYING I-IM FROM 1 BY 1 UNTIL I-IM > N-RIGHE-IM.
037000     CLOSE FILE-IMBCONAI.
037100 EX-RISCRIVI-IMB-MEM.
037200     EXIT.
037300*
037400 SCRIVI-RIGA-IMB.
037500     MOVE T-TAB TO TC-1 TC-2 TC-3.
037600     MOVE COD-IM (I-IM) TO COD-IC.
037700     MOVE MATERIALE-IM (I-IM) TO MATERIALE-IC.
037800     MOVE PESO-IM (I-IM) TO PESO-GRAMMI-IC.
037900     MOVE DESCR-IM (I-IM) TO DESCR-IC.
038000     WRITE REC-IMBCONAI.
038100 EX-SCRIVI-RIGA-IMB.
038200     EXIT.
038300*
038400*
038500******************************************************
038600*  DDT DEL PERIODO DA PESODDT CON LA DESTINAZIONE     *
038700******************************************************
038800*     conto spazi (righe scritte prima che PRINTDDF lo
038900*     mettesse) = Italia; conto zero = DDTTRAS, non vendita
039000 CARICA-DDT.
039100     MOVE 0 TO N-DDT N-CONTI-CN DDT-ITALIA DDT-ESTERO
039200               DDT-NON-VEND.
039300     MOVE "N" TO DDT-PIENO.
039400     OPEN INPUT FILE-PESODDT.
039500     IF NOT PW-APERTO
039600        GO TO EX-CARICA-DDT.
039700     MOVE 0 TO OK-FINE-PW.
039800     PERFORM LEGGI-RIGA-PW THRU EX-LEGGI-RIGA-PW
039900        UNTIL LETTO-FINE-PW.
040000     CLOSE FILE-PESODDT.
040100     IF DDT-PIENO = "S"
040200        DISPLAY "CONAIDIC   oltre 3000 DDT nel periodo: i DDT"
040300                " in eccesso valgono come Italia".
040400 EX-CARICA-DDT.
040500     EXIT.
040600*
040700 LEGGI-RIGA-PW.
040800     READ FILE-PESODDT
040900        AT END
041000           MOVE 1 TO OK-FINE-PW
041100           GO TO EX-LEGGI-RIGA-PW
041200     END-READ.
041300     IF DATA-PW NOT NUMERIC OR NUMERO-DDT-PW NOT NUMERIC
041400        GO TO EX-LEGGI-RIGA-PW.
041500     IF DATA-PW < DATA-DA OR DATA-PW > DATA-A
041600        GO TO EX-LEGGI-RIGA-PW.
041700     IF N-DDT NOT < 3000
041800        MOVE "S" TO DDT-PIENO
041900        GO TO EX-LEGGI-RIGA-PW.
042000     ADD 1 TO N-DDT.
042100     MOVE DATA-PW TO DATA-DD (N-DDT).
042200     MOVE NUMERO-DDT-PW TO NUMERO-DD (N-DDT).
042300     MOVE 0 TO COLLI-DD (N-DDT).
042400     IF COLLI-PW NUMERIC
042500        MOVE COLLI-PW TO COLLI-DD (N-DDT).
042600     MOVE "N" TO IMBSPED-DD (N-DDT).
042700     MOVE "I" TO DESTINO-DD (N-DDT).
042800     IF CONTO-PW NOT NUMERIC
042900        ADD 1 TO DDT-ITALIA
043000        GO TO EX-LEGGI-RIGA-PW.
043100     IF CONTO-PW = 0
043200        MOVE "N" TO DESTINO-DD (N-DDT)
043300        ADD 1 TO DDT-NON-VEND
043400        GO TO EX-LEGGI-RIGA-PW.
043500     PERFORM RISOLVI-STATO THRU EX-RISOLVI-STATO.
043600     IF STATO-COM NOT = SPACES
043700        MOVE "E" TO DESTINO-DD (N-DDT)
043800        ADD 1 TO DDT-ESTERO
043900     ELSE
044000        ADD 1 TO DDT-ITALIA.
044100 EX-LEGGI-RIGA-PW.
044200     EXIT.
044300*
044400*     stato del conto da INDIRIZZI (come RISOLVI-CONTO-IN di
044500*     INTRASTA), memoizzato
044600 RISOLVI-STATO.
044700     MOVE 0 TO IX-CN.
044800     PERFORM CERCA-CONTO-CN THRU EX-CERCA-CONTO-CN
044900        VARYING I-CN FROM 1 BY 1 UNTIL I-CN > N-CONTI-CN.
045000     IF IX-CN NOT = 0
045100        MOVE STATO-CN (IX-CN) TO STATO-COM
045200        GO TO EX-RISOLVI-STATO.
045300     MOVE SPACES TO STATO-COM.
045400     MOVE "CONTO;"  TO W-NOME-CAMPO.
045500     MOVE "INDIRIZ;" TO W-NOME-DATA-SET.
045600     MOVE CONTO-PW TO W-VALORE-CAMPO-W.
045700     PERFORM TTDBFIND THRU EX-TTDBFIND.
045800     IF W-OK-IMAGE
045900        MOVE 5 TO W-MODO
046000        PERFORM TTDBGET THRU EX-TTDBGET
046100        IF W-OK-IMAGE
046200           MOVE AREA-REC-SET TO REC-INDIRIZZI
046300           MOVE STATO OF REC-INDIRIZZI TO STATO-COM
046400        END-IF
046500     END-IF.
046600     IF N-CONTI-CN < 500
046700        ADD 1 TO N-CONTI-CN
046800        MOVE CONTO-PW TO CONTO-CN (N-CONTI-CN)
046900        MOVE STATO-COM TO STATO-CN (N-CONTI-CN)
047000     END-IF.
047100 EX-RISOLVI-STATO.
047200     EXIT.
047300*
047400 CERCA-CONTO-CN.
047500     IF CONTO-CN (I-CN) = CONTO-PW
047600        MOVE I-CN TO IX-CN.
047700 EX-CERCA-CONTO-CN.
047800     EXIT.
047900*
048000*
048100******************************************************
048200*  COLLI E CAPI REGISTRATI DA PACKLIST (IMBSPED)      *
048300******************************************************
048400 CARICA-IMBSPED.
048500     MOVE 0 TO RIGHE-IS-PRESE.
048600     INITIALIZE TAB-QTA-SOC.
048700     OPEN INPUT FILE-IMBSPED.
048800     IF NOT IS-APERTO
048900        GO TO EX-CARICA-IMBSPED.
049000     MOVE 0 TO OK-FINE-IS.
049100     PERFORM LEGGI-RIGA-IS THRU EX-LEGGI-RIGA-IS
049200        UNTIL LETTO-FINE-IS.
049300     CLOSE FILE-IMBSPED.
049400 EX-CARICA-IMBSPED.
049500     EXIT.
049600*
049700 LEGGI-RIGA-IS.
049800     READ FILE-IMBSPED
049900        AT END
050000           MOVE 1 TO OK-FINE-IS
050100           GO TO EX-LEGGI-RIGA-IS
050200     END-READ.
050300     IF DATA-IS NOT NUMERIC OR NUMERO-DDT-IS NOT NUMERIC
050400        OR SOCIETA-IS NOT NUMERIC
050500        GO TO EX-LEGGI-RIGA-IS.
050600     IF DATA-IS < DATA-DA OR DATA-IS > DATA-A
050700        GO TO EX-LEGGI-RIGA-IS.
050800     MOVE 0 TO IX-DD.
050900     PERFORM CERCA-DDT THRU EX-CERCA-DDT
051000        VARYING I-DD FROM 1 BY 1 UNTIL I-DD > N-DDT.
051100*    senza rigo PESODDT la bolla vale come Italia
051200     IF IX-DD NOT = 0
051300        MOVE "S" TO IMBSPED-DD (IX-DD)
051400        IF DESTINO-DD (IX-DD) NOT = "I"
051500           GO TO EX-LEGGI-RIGA-IS
051600        END-IF
051700     END-IF.
051800     ADD 1 TO RIGHE-IS-PRESE.
051900     COMPUTE I-QS = SOCIETA-IS + 1.
052000     ADD COLLI-SCATOLA-IS TO QTA-QS (I-QS 1).
052100     ADD COLLI-APPESI-IS TO QTA-QS (I-QS 2).
052200     ADD CAPI-APPESI-IS TO QTA-QS (I-QS 3).
052300     ADD CAPI-SCATOLA-IS TO QTA-QS (I-QS 4).
052400 EX-LEGGI-RIGA-IS.
052500     EXIT.
052600*
052700 CERCA-DDT.
052800     IF DATA-DD (I-DD) = DATA-IS
052900        AND NUMERO-DD (I-DD) = NUMERO-DDT-IS
053000        MOVE I-DD TO IX-DD.
053100 EX-CERCA-DDT.
053200     EXIT.
053300*
053400*     DDT italiani con colli ma senza packing list: fuori
053500*     dal calcolo, segnalati in coda alla dichiarazione
053600 CONTA-SENZA-IMBSPED.
053700     IF DESTINO-DD (I-DD) = "I"
053800        AND IMBSPED-DD (I-DD) = "N"
053900        AND COLLI-DD (I-DD) > 0
054000        ADD 1 TO DDT-SENZA-IS
054100        ADD COLLI-DD (I-DD) TO COLLI-SENZA-IS.
054200 EX-CONTA-SENZA-IMBSPED.
054300     EXIT.
054400*
054500*
054600******************************************************
054700*  QUANTITA' PER PESO UNITARIO -> GRAMMI PER MATERIALE*
054800******************************************************
054900 CALCOLA-PESI.
055000     MOVE 0 TO GRAMMI-TOT-MT (1) GRAMMI-TOT-MT (2)
055100               GRAMMI-TOT-MT (3) GRAMMI-TOT-MT (4)
055200               GRAMMI-TOT-MT (5) GRAMMI-TOT-MT (6).
055300     PERFORM PESA-RIGA-IMB THRU EX-PESA-RIGA-IMB
055400        VARYING I-IM FROM 1 BY 1 UNTIL I-IM > N-RIGHE-IM.
055500 EX-CALCOLA-PESI.
055600     EXIT.
055700*
055800 PESA-RIGA-IMB.
055900     MOVE COD-IM (I-IM) TO COD-IC.
056000     EVALUATE TRUE
056100        WHEN IC-COLLO-SCATOLA
056200           MOVE 1 TO IX-TQ
056300        WHEN IC-COLLO-APPESI
056400           MOVE 2 TO IX-TQ
056500        WHEN IC-CAPO-APPESO
056600           MOVE 3 TO IX-TQ
056700        WHEN IC-CAPO-SCATOLA
056800           MOVE 4 TO IX-TQ
056900        WHEN OTHER
057000           GO TO EX-PESA-RIGA-IMB
057100     END-EVALUATE.
057200     MOVE MATERIALE-IM (I-IM) TO MATERIALE-IN.
057300     MOVE 0 TO IX-MT.
057400     PERFORM CERCA-MATERIALE THRU EX-CERCA-MATERIALE
057500        VARYING I-MT FROM 1 BY 1 UNTIL I-MT > 6.
057600     IF IX-MT = 0
057700        GO TO EX-PESA-RIGA-IMB.
057800     PERFORM PESA-SOCIETA THRU EX-PESA-SOCIETA
057900        VARYING I-QS FROM 1 BY 1 UNTIL I-QS > 10.
058000 EX-PESA-RIGA-IMB.
058100     EXIT.
058200*
058300 PESA-SOCIETA.
058400     COMPUTE GRAMMI-SOC = QTA-QS (I-QS IX-TQ) * PESO-IM (I-IM).
058500     ADD GRAMMI-SOC TO GRAMMI-QS (I-QS IX-MT).
058600     ADD GRAMMI-SOC TO GRAMMI-TOT-MT (IX-MT).
058700 EX-PESA-SOCIETA.
058800     EXIT.
058900*
059000*
059100******************************************************
059200*  STAMPA DELLA DICHIARAZIONE                         *
059300******************************************************
059400 STAMPA-DICHIARAZIONE.
059500     MOVE  136  TO LL-RIGA.
059600     MOVE 9999 TO N-MAX-RIGHE.
059700     MOVE "K" TO PRE-NOME-FILE.
059800     MOVE DATA-A TO TERM-N-FILE.
059900     CALL "QOLPPR" USING PAR-PRINT
060000                          RIGA BUFFER.
060100     MOVE 0   TO N-STAMPANTE.
060200     MOVE "M" TO COMANDO.
060300     MOVE 66  TO N-RIGA-STAMPA.
060400     MOVE SPACES TO DATI-RIGA.
060500     STRING " DICHIARAZIONE CONAI - IMBALLAGGI IMMESSI SUL"
060600            DELIMITED BY SIZE
060700            " MERCATO ITALIANO DAL " DELIMITED BY SIZE
060800            DATA-DA-IN DELIMITED BY SIZE
060900            " AL " DELIMITED BY SIZE
061000            DATA-A-IN DELIMITED BY SIZE
061100        INTO DATI-RIGA.
061200     PERFORM SCRIVI THRU EX-SCRIVI.
061300     PERFORM STAMPA-SOCIETA THRU EX-STAMPA-SOCIETA
061400        VARYING I-QS FROM 1 BY 1 UNTIL I-QS > 10.
061500     MOVE " TOTALE DICHIARAZIONE" TO DATI-RIGA.
061600     MOVE 2 TO N-RIGA-STAMPA.
061700     PERFORM SCRIVI THRU EX-SCRIVI.
061800     MOVE 0 TO GRAMMI-GEN.
061900     PERFORM STAMPA-TOTALE-MT THRU EX-STAMPA-TOTALE-MT
062000        VARYING I-MT FROM 1 BY 1 UNTIL I-MT > 6.
062100     MOVE SPACES TO DATI-RIGA.
062200     MOVE "TOTALE" TO DESCR-MT-ST.
062300     COMPUTE KG-MT-ST = GRAMMI-GEN / 1000.
062400     PERFORM SCRIVI THRU EX-SCRIVI.
062500     PERFORM STAMPA-CONTATORI THRU EX-STAMPA-CONTATORI.
062600     CALL "QCLPPR" USING PAR-PRINT
062700                          RIGA BUFFER.
062800 EX-STAMPA-DICHIARAZIONE.
062900     EXIT.
063000*
063100*     blocco della societa': righe per materiale in kg
063200 STAMPA-SOCIETA.
063300     MOVE 0 TO GRAMMI-GEN.
063400     PERFORM SOMMA-SOCIETA THRU EX-SOMMA-SOCIETA
063500        VARYING I-MT FROM 1 BY 1 UNTIL I-MT > 6.
063600     IF GRAMMI-GEN = 0
063700        GO TO EX-STAMPA-SOCIETA.
063800     COMPUTE SOCIETA-ED = I-QS - 1.
063900     MOVE SPACES TO DATI-RIGA.
064000     STRING " SOCIETA' " DELIMITED BY SIZE
064100            SOCIETA-ED DELIMITED BY SIZE
064200        INTO DATI-RIGA.
064300     MOVE 2 TO N-RIGA-STAMPA.
064400     PERFORM SCRIVI THRU EX-SCRIVI.
064500     MOVE "     MAT  MATERIALE                    PESO KG"
064600       TO DATI-RIGA.
064700     PERFORM SCRIVI THRU EX-SCRIVI.
064800     PERFORM STAMPA-MATERIALE-SOC THRU EX-STAMPA-MATERIALE-SOC
064900        VARYING I-MT FROM 1 BY 1 UNTIL I-MT > 6.
065000     MOVE SPACES TO DATI-RIGA.
065100     MOVE "TOTALE SOCIETA'" TO DESCR-MT-ST.
065200     COMPUTE KG-MT-ST = GRAMMI-GEN / 1000.
065300     PERFORM SCRIVI THRU EX-SCRIVI.
065400 EX-STAMPA-SOCIETA.
065500     EXIT.
065600*
065700 SOMMA-SOCIETA.
065800     ADD GRAMMI-QS (I-QS I-MT) TO GRAMMI-GEN.
065900 EX-SOMMA-SOCIETA.
066000     EXIT.
066100*
066200 STAMPA-MATERIALE-SOC.
066300     IF GRAMMI-QS (I-QS I-MT) = 0
066400        GO TO EX-STAMPA-MATERIALE-SOC.
066500     MOVE SPACES TO DATI-RIGA.
066600     MOVE COD-MT (I-MT) TO COD-MT-ST.
066700     MOVE DESCR-MT (I-MT) TO DESCR-MT-ST.
066800     COMPUTE KG-MT-ST = GRAMMI-QS (I-QS I-MT) / 1000.
066900     PERFORM SCRIVI THRU EX-SCRIVI.
067000 EX-STAMPA-MATERIALE-SOC.
067100     EXIT.
067200*
067300 STAMPA-TOTALE-MT.
067400     MOVE SPACES TO DATI-RIGA.
067500     MOVE COD-MT (I-MT) TO COD-MT-ST.
067600     MOVE DESCR-MT (I-MT) TO DESCR-MT-ST.
067700     COMPUTE KG-MT-ST = GRAMMI-TOT-MT (I-MT) / 1000.
067800     ADD GRAMMI-TOT-MT (I-MT) TO GRAMMI-GEN.
067900     PERFORM SCRIVI THRU EX-SCRIVI.
068000 EX-STAMPA-TOTALE-MT.
068100     EXIT.
068200*
068300 STAMPA-CONTATORI.
068400     MOVE DDT-ITALIA TO CONTATORE-ED.
068500     STRING " DDT Italia del periodo       " DELIMITED BY SIZE
068600            CONTATORE-ED DELIMITED BY SIZE
068700        INTO DATI-RIGA.
068800     MOVE 2 TO N-RIGA-STAMPA.
068900     PERFORM SCRIVI THRU EX-SCRIVI.
069000     MOVE DDT-ESTERO TO CONTATORE-ED.
069100     STRING " DDT export esclusi           " DELIMITED BY SIZE
069200            CONTATORE-ED DELIMITED BY SIZE
069300        INTO DATI-RIGA.
069400     PERFORM SCRIVI THRU EX-SCRIVI.
069500     MOVE DDT-NON-VEND TO CONTATORE-ED.
069600     STRING " DDT non di vendita esclusi   " DELIMITED BY SIZE
069700            CONTATORE-ED DELIMITED BY SIZE
069800        INTO DATI-RIGA.
069900     PERFORM SCRIVI THRU EX-SCRIVI.
070000     IF DDT-SENZA-IS = 0
070100        GO TO EX-STAMPA-CONTATORI.
070200     MOVE DDT-SENZA-IS TO CONTATORE-ED.
070300     STRING " DDT Italia senza packing list" DELIMITED BY SIZE
070400            CONTATORE-ED DELIMITED BY SIZE
070500            " (NON CONTEGGIATI)" DELIMITED BY SIZE
070600        INTO DATI-RIGA.
070700     PERFORM SCRIVI THRU EX-SCRIVI.
070800     MOVE COLLI-SENZA-IS TO CONTATORE-ED.
070900     STRING " colli di quei DDT            " DELIMITED BY SIZE
071000            CONTATORE-ED DELIMITED BY SIZE
071100        INTO DATI-RIGA.
071200     PERFORM SCRIVI THRU EX-SCRIVI.
071300 EX-STAMPA-CONTATORI.
071400     EXIT.
071500*
071600*
071700 SCRIVI.
071800     CALL "QWLPPR" USING PAR-PRINT
071900                         RIGA BUFFER.
072000     IF STATO-PR OF PAR-PRINT NOT = 0
072100        MOVE STATO-PR OF PAR-PRINT TO STATO-DISPLAY
072200        DISPLAY "CONAIDIC   ERRORE QPRINT CON STATO : "
072300                STATO-DISPLAY
072400     END-IF.
072500     MOVE SPACES TO DATI-RIGA.
072600     MOVE "S" TO COMANDO.
072700     MOVE 0 TO N-RIGA-STAMPA.
072800 EX-SCRIVI.
072900     EXIT.
073000*
073100*
073200 TTDBFIND.
073300              COPY PDBFIND.
073400*
073500 TTDBGET.
073600              COPY PDBGET.
073700*
073800*      FINE PROGRAMMA    **** /K CONAIDIC.COB  *****
