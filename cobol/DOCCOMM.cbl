000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. DOCCOMM.
000310*2026*        15/10/26
000320*     documento commerciale e corrispettivi della cassa
000330*     outlet. Chi chiude una sessione (READVE3, RESOCLI,
000340*     CAMBIO) passa le righe con "A": importo lordo sul
000350*     riepilogo per ALIQ-IVA di ANAMAT. "V" emette il
000360*     documento di vendita, "R" il reso fiscale che richiama
000370*     la vendita originale (RIF-INTERNO sul giornale
000380*     DOCCOMMF). Numero NNNN-NNNN: periodo Z del terminale e
000390*     progressivo nel periodo; sul giornale una riga per
000400*     aliquota con imponibile e imposta scorporati, e stampa.
000410*     A video "Z" chiusura giornaliera per terminale
000420*     (DOCCHIUS: vendite, resi, imponibile e imposta per
000430*     aliquota del periodo) e "T" tracciato CORRISPF delle
000440*     chiusure non ancora trasmesse (01 testata, 02 chiusura,
000450*     03 aliquota, 09 coda) per il servizio di trasmissione,
000460*     come FATTELF per le fatture.
000470*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-DOCCOM ASSIGN TO "DOCCOMMF"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-DF.
001500     SELECT OPTIONAL FILE-CHIUSZ ASSIGN TO "DOCCHIUS"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-CZ.
001800     SELECT OPTIONAL FILE-CORRISP ASSIGN TO "CORRISPF"
001900        ORGANIZATION IS LINE SEQUENTIAL
002000        FILE STATUS IS CHECK-CO.
002100*
002200 DATA DIVISION.
002300 FILE SECTION.
002400 FD FILE-DOCCOM DATA RECORD REC-DOCCOM.
002500 01 REC-DOCCOM             COPY YDOCCOMM.
002600*
002700* chiusura giornaliera: una riga per terminale/periodo Z/
002800* aliquota; i contatori documenti sono del terminale
002900 FD FILE-CHIUSZ DATA RECORD REC-CHIUSZ.
003000 01 REC-CHIUSZ.
003100    05 DATA-CZ               PIC 9(6).
003200    05 TG-CZ-1               PIC X.
003300    05 TERMINALE-CZ          PIC X(8).
003400    05 TG-CZ-2               PIC X.
003500    05 NUMERO-Z-CZ           PIC 9(4).
003600    05 TG-CZ-3               PIC X.
003700    05 ALIQ-CZ               PIC 99.
003800    05 TG-CZ-4               PIC X.
003900    05 VENDITE-CZ            PIC S9(13) SIGN LEADING SEPARATE.
004000    05 TG-CZ-5               PIC X.
004100    05 RESI-CZ               PIC S9(13) SIGN LEADING SEPARATE.
004200    05 TG-CZ-6               PIC X.
004300    05 IMPONIBILE-CZ         PIC S9(13) SIGN LEADING SEPARATE.
004400    05 TG-CZ-7               PIC X.
004500    05 IMPOSTA-CZ            PIC S9(13) SIGN LEADING SEPARATE.
004600    05 TG-CZ-8               PIC X.
004700    05 N-VENDITE-CZ          PIC 9(6).
004800    05 TG-CZ-9               PIC X.
004900    05 N-RESI-CZ             PIC 9(6).
005000*
005100* tracciato corrispettivi per il servizio di trasmissione
005200 FD FILE-CORRISP DATA RECORD REC-CORRISP.
005300 01 REC-CORRISP            PIC X(100).
005400 01 REC-CO-01 REDEFINES REC-CORRISP.
005500    05 TIPO-C1               PIC XX.
005600    05 DATA-TRASM-C1         PIC 9(6).
005700    05 ORA-TRASM-C1          PIC 9(6).
005800    05 OPERATORE-C1          PIC X(8).
005900    05 FILLER                PIC X(78).
006000 01 REC-CO-02 REDEFINES REC-CORRISP.
006100    05 TIPO-C2               PIC XX.
006200    05 TERMINALE-C2          PIC X(8).
006300    05 NUMERO-Z-C2           PIC 9(4).
006400    05 DATA-CHIUSURA-C2      PIC 9(6).
006500    05 N-VENDITE-C2          PIC 9(6).
006600    05 N-RESI-C2             PIC 9(6).
006700    05 FILLER                PIC X(68).
006800 01 REC-CO-03 REDEFINES REC-CORRISP.
006900    05 TIPO-C3               PIC XX.
007000    05 TERMINALE-C3          PIC X(8).
007100    05 NUMERO-Z-C3           PIC 9(4).
007200    05 ALIQ-C3               PIC 99.
007300    05 AMMONTARE-C3          PIC S9(13) SIGN LEADING SEPARATE.
007400    05 IMPOSTA-C3            PIC S9(13) SIGN LEADING SEPARATE.
007500    05 RESI-C3               PIC S9(13) SIGN LEADING SEPARATE.
007600    05 FILLER                PIC X(42).
007700 01 REC-CO-09 REDEFINES REC-CORRISP.
007800    05 TIPO-C9               PIC XX.
007900    05 NUM-CHIUSURE-C9       PIC 9(4).
008000    05 NUM-RIGHE-C9          PIC 9(6).
008100    05 TOTALE-C9             PIC S9(13) SIGN LEADING SEPARATE.
008200    05 FILLER                PIC X(74).
008300*
008400 WORKING-STORAGE SECTION.
008500*
008600 01 AREA-REC-SET     PIC X(512).
008700 01 FILLER REDEFINES AREA-REC-SET.
008800  05 REC-ANAMAT      COPY YANAMAT.
008900*
009000 77 CHECK-DF        PIC XX.
009100    88 DF-APERTO    VALUES ARE "05", "00".
009200 77 CHECK-CZ        PIC XX.
009300    88 CZ-APERTO    VALUES ARE "05", "00".
009400 77 CHECK-CO        PIC XX.
009500    88 CO-APERTO    VALUES ARE "05", "00".
009600 77 WK-TIME-DC      PIC 9(8).
009700*
009800 01 OK-FINE-FILE    PIC S9(4) COMP.
009900    88 LETTO-FINE-FILE VALUE 1.
010000*
010100 01 T-TAB           PIC X VALUE X"9".
010200*
010300 01 FUNZIONE-IN     PIC X.
010400 01 TERMINALE-IN    PIC X(8).
010500*    aliquota di ripiego per l'articolo senza anagrafica
010600 01 ALIQ-ORDINARIA  PIC S9(4) COMP VALUE 22.
010700 01 ALIQ-RIGA       PIC S9(4) COMP.
010800 01 I-AL            PIC S9(4) COMP.
010900 01 IX-AL           PIC S9(4) COMP.
011000*
011100* emissione del documento
011200 01 TOTALE-DOC      PIC S9(11) COMP-3.
011300 01 SCONTO-RESIDUO  PIC S9(11) COMP-3.
011400 01 QUOTA-SCONTO    PIC S9(11) COMP-3.
011500 01 IMPONIBILE-COM  PIC S9(11) COMP-3.
011600 01 IMPOSTA-COM     PIC S9(11) COMP-3.
011700 01 ULTIMA-Z        PIC 9(4).
011800 01 ULTIMO-NUMERO   PIC 9(4).
011900 01 ORIGINALE-SW    PIC X.
012000    88 C-E-ORIGINALE VALUE "S".
012100 01 ORIG-DATA       PIC 9(6).
012200 01 ORIG-TERM       PIC X(8).
012300 01 ORIG-Z          PIC 9(4).
012400 01 ORIG-NUM        PIC 9(4).
012500 01 RIGHE-SCRITTE   PIC S9(4) COMP.
012600*
012700* chiusura giornaliera, per terminale e per terminale/
012800* aliquota del periodo aperto
012900 01 TAB-TERMINALI-ZC.
013000  05 RIGA-TZ OCCURS 50.
013100   10 TERMINALE-TZ     PIC X(8).
013200   10 ULTIMA-Z-TZ      PIC 9(4).
013300   10 N-VENDITE-TZ     PIC S9(6) COMP.
013400   10 N-RESI-TZ        PIC S9(6) COMP.
013500 01 N-TERMINALI-TZ  PIC S9(4) COMP.
013600 01 I-TZ            PIC S9(4) COMP.
013700 01 IX-TZ           PIC S9(4) COMP.
013800 01 TAB-ALIQ-ZC.
013900  05 RIGA-AZ OCCURS 500.
014000   10 TERMINALE-AZ     PIC X(8).
014100   10 ALIQ-AZ          PIC 99.
014200   10 VENDITE-AZ       PIC S9(13) COMP-3.
014300   10 RESI-AZ          PIC S9(13) COMP-3.
014400   10 IMPONIBILE-AZ    PIC S9(13) COMP-3.
014500   10 IMPOSTA-AZ       PIC S9(13) COMP-3.
014600 01 N-RIGHE-AZ      PIC S9(4) COMP.
014700 01 I-AZ            PIC S9(4) COMP.
014800 01 IX-AZ           PIC S9(4) COMP.
014900 01 CHIAVE-DOC-PREC PIC X(16).
015000 01 CHIAVE-DOC.
015100  05 TERMINALE-CD    PIC X(8).
015200  05 NUMERO-Z-CD     PIC 9(4).
015300  05 NUMERO-CD       PIC 9(4).
015400 01 CHIUSURE-FATTE  PIC S9(4) COMP.
015500*
015600* trasmissione corrispettivi
015700 01 TAB-TRASMESSE.
015800  05 RIGA-TR OCCURS 2000.
015900   10 TERMINALE-TR     PIC X(8).
016000   10 NUMERO-Z-TR      PIC 9(4).
016100 01 N-TRASMESSE     PIC S9(4) COMP.
016200 01 I-TR            PIC S9(4) COMP.
016300 01 GIA-TRASMESSA   PIC X.
016400 01 CHIUSURA-PREC.
016500  05 TERMINALE-PREC  PIC X(8).
016600  05 NUMERO-Z-PREC   PIC 9(4).
016700 01 CHIUSURE-TRASM  PIC S9(4) COMP.
016800 01 RIGHE-TRASM     PIC S9(6) COMP.
016900 01 TOTALE-TRASM    PIC S9(13) COMP-3.
017000*
017100 01 NUMERO-ED       PIC 9(4).
017200 01 DATA-ED         PIC 9(6).
017300 01 CONTA-ED        PIC Z(5)9.
017400 01 CONTA-ED-2      PIC Z(5)9.
017500 01 IMPORTO-ED      PIC Z(9)9,99-.
017600 01 ALIQ-ED         PIC Z9.
017700*
017800 01  PAR-PRINT.
017900  05  STATO         PIC S9(4) COMP.
018000  05  LL-RIGA       PIC  9(4) COMP.
018100  05  N-MAX-RIGHE   PIC  9(4) COMP.
018200  05  FLAG-ROUTINE  PIC  9(4) COMP.
018300  05  NUM-FILE-ID   PIC  9(4) COMP.
018400  05  NOME-FILE.
018500   10 PRE-NOME-FILE     PIC X.
018600   10 TERM-N-FILE       PIC 9(6).
018700   10 FILLER            PIC XXX VALUE ".ST".
018800*
018900 01  RIGA.
019000  05  N-STAMPANTE   PIC 9.
019100  05  COMANDO       PIC X.
019200  05  N-RIGA-STAMPA PIC 9(4) COMP.
019300  05  DATI-RIGA     PIC X(132).
019400  05 RIGA-ALIQ-ST REDEFINES DATI-RIGA.
019500    10 FILLER        PIC X(2).
019600    10 DESCR-ST      PIC X(12).
019700    10 FILLER        PIC X(2).
019800    10 COL-1-ST      PIC Z(10)9,99-.
019900    10 FILLER        PIC X(2).
020000    10 COL-2-ST      PIC Z(10)9,99-.
020100    10 FILLER        PIC X(2).
020200    10 COL-3-ST      PIC Z(10)9,99-.
020300    10 FILLER        PIC X(2).
020400    10 COL-4-ST      PIC Z(10)9,99-.
020500*
020600 01 BUFFER.
020700  05 N-BUF               PIC S9(4) COMP VALUE 37.
020800  05 FILLER              PIC XX.
020900  05 FILLER              PIC X(5120).
021000*
021100 01 STATO-DISPLAY    PIC ZZZZ-.
021200*
021300 LINKAGE SECTION.
021400*
021500 01 W-COMMON       COPY WCOMMONW.
021600*
021700 01 PAR-DOCCOMM    COPY PARDOCCO.
021800*
021900*PAGE
022000 PROCEDURE DIVISION  USING W-COMMON
022100                           PAR-DOCCOMM.
022200 INIZIO.
022300     MOVE 1 TO ESITO-DC OF PAR-DOCCOMM.
022400     IF DC-INIZIO OF PAR-DOCCOMM
022500        MOVE 0 TO N-ALIQ-DC OF PAR-DOCCOMM
022600                  SCONTO-DC OF PAR-DOCCOMM
022700                  RIF-DC OF PAR-DOCCOMM
022800                  RIF-ORIG-DC OF PAR-DOCCOMM
022900        MOVE 0 TO ESITO-DC OF PAR-DOCCOMM
023000        GO TO FINE.
023100     IF DC-RIGA OF PAR-DOCCOMM
023200        PERFORM AGGIUNGI-RIGA THRU EX-AGGIUNGI-RIGA
023300        GO TO FINE.
023400     IF DC-VENDITA OF PAR-DOCCOMM OR DC-RESO OF PAR-DOCCOMM
023500        PERFORM EMETTI-DOCUMENTO THRU EX-EMETTI-DOCUMENTO
023600        GO TO FINE.
023700     PERFORM MENU-VIDEO THRU EX-MENU-VIDEO.
023800 FINE.
023900     EXIT PROGRAM.
024000*
024100*
024200*     riga del documento: l'importo lordo va sull'aliquota
024300*     IVA dell'articolo (ANAMAT a colore 0)
024400 AGGIUNGI-RIGA.
024500     IF IMPORTO-DC OF PAR-DOCCOMM = 0
024600        MOVE 0 TO ESITO-DC OF PAR-DOCCOMM
024700        GO TO EX-AGGIUNGI-RIGA.
024800     MOVE ALIQ-ORDINARIA TO ALIQ-RIGA.
024900     MOVE "ANAMAT;" TO W-NOME-DATA-SET.
025000     MOVE "C-MAT;" TO W-NOME-CAMPO.
025100     COMPUTE W-VALORE-CAMPO = C-MAT-DC OF PAR-DOCCOMM
025200                              / 1000 * 1000.
025300     MOVE 7 TO W-MODO.
025400     PERFORM TTDBGET THRU EX-TTDBGET.
025500     IF W-OK-IMAGE
025600        MOVE ALIQ-IVA OF REC-ANAMAT TO ALIQ-RIGA
025700     ELSE
025800        DISPLAY "DOCCOMM    aliquota ordinaria per "
025900                C-MAT-DC OF PAR-DOCCOMM
026000     END-IF.
026100     MOVE 0 TO IX-AL.
026200     PERFORM CERCA-ALIQUOTA THRU EX-CERCA-ALIQUOTA
026300        VARYING I-AL FROM 1 BY 1
026400        UNTIL I-AL > N-ALIQ-DC OF PAR-DOCCOMM.
026500     IF IX-AL = 0
026600        IF N-ALIQ-DC OF PAR-DOCCOMM NOT < 10
026700           DISPLAY "DOCCOMM    troppe aliquote sul documento"
026800           GO TO EX-AGGIUNGI-RIGA
026900        END-IF
027000        ADD 1 TO N-ALIQ-DC OF PAR-DOCCOMM
027100        MOVE N-ALIQ-DC OF PAR-DOCCOMM TO IX-AL
027200        MOVE ALIQ-RIGA TO ALIQ-DC OF PAR-DOCCOMM (IX-AL)
027300        MOVE 0 TO LORDO-DC OF PAR-DOCCOMM (IX-AL)
027400     END-IF.
027500     ADD IMPORTO-DC OF PAR-DOCCOMM
027600      TO LORDO-DC OF PAR-DOCCOMM (IX-AL).
027700     MOVE 0 TO ESITO-DC OF PAR-DOCCOMM.
027800 EX-AGGIUNGI-RIGA.
027900     EXIT.
028000*
028100 CERCA-ALIQUOTA.
028200     IF ALIQ-DC OF PAR-DOCCOMM (I-AL) = ALIQ-RIGA
028300        MOVE I-AL TO IX-AL.
028400 EX-CERCA-ALIQUOTA.
028500     EXIT.
028600*
028700*
028800*     documento di vendita o di reso: sconto ripartito sulle
028900*     aliquote, numero del periodo Z, una riga di giornale
029000*     per aliquota, stampa
029100 EMETTI-DOCUMENTO.
029200     MOVE 0 TO TOTALE-DOC.
029300     PERFORM SOMMA-ALIQUOTA THRU EX-SOMMA-ALIQUOTA
029400        VARYING I-AL FROM 1 BY 1
029500        UNTIL I-AL > N-ALIQ-DC OF PAR-DOCCOMM.
029600     IF TOTALE-DOC NOT > 0
029700        GO TO EX-EMETTI-DOCUMENTO.
029800     IF SCONTO-DC OF PAR-DOCCOMM > TOTALE-DOC
029900        MOVE TOTALE-DOC TO SCONTO-DC OF PAR-DOCCOMM.
030000     MOVE SCONTO-DC OF PAR-DOCCOMM TO SCONTO-RESIDUO.
030100     IF SCONTO-RESIDUO > 0
030200        PERFORM RIPARTISCI-SCONTO THRU EX-RIPARTISCI-SCONTO
030300           VARYING I-AL FROM 1 BY 1
030400           UNTIL I-AL > N-ALIQ-DC OF PAR-DOCCOMM
030500        SUBTRACT SCONTO-DC OF PAR-DOCCOMM FROM TOTALE-DOC
030600     END-IF.
030700     PERFORM NUMERA-DOCUMENTO THRU EX-NUMERA-DOCUMENTO.
030800     IF DC-RESO OF PAR-DOCCOMM AND NOT C-E-ORIGINALE
030900        DISPLAY "DOCCOMM    vendita originale "
031000                RIF-ORIG-DC OF PAR-DOCCOMM
031100                " senza documento commerciale"
031200     END-IF.
031300     OPEN EXTEND FILE-DOCCOM.
031400     IF NOT DF-APERTO
031500        DISPLAY "DOCCOMM    DOCCOMMF non apribile " CHECK-DF
031600        GO TO EX-EMETTI-DOCUMENTO.
031700     ACCEPT WK-TIME-DC FROM TIME.
031800     MOVE 0 TO RIGHE-SCRITTE.
031900     PERFORM SCRIVI-RIGA-DOC THRU EX-SCRIVI-RIGA-DOC
032000        VARYING I-AL FROM 1 BY 1
032100        UNTIL I-AL > N-ALIQ-DC OF PAR-DOCCOMM.
032200     CLOSE FILE-DOCCOM.
032300     MOVE ULTIMA-Z TO NUMERO-Z-DC OF PAR-DOCCOMM.
032400     MOVE ULTIMO-NUMERO TO NUMERO-DOC-DC OF PAR-DOCCOMM.
032500     PERFORM STAMPA-DOCUMENTO THRU EX-STAMPA-DOCUMENTO.
032600     DISPLAY "Documento commerciale " ULTIMA-Z "-"
032700             ULTIMO-NUMERO.
032800     MOVE 0 TO ESITO-DC OF PAR-DOCCOMM.
032900 EX-EMETTI-DOCUMENTO.
033000     EXIT.
033100*
033200 SOMMA-ALIQUOTA.
033300     ADD LORDO-DC OF PAR-DOCCOMM (I-AL) TO TOTALE-DOC.
033400 EX-SOMMA-ALIQUOTA.
033500     EXIT.
033600*
033700*     in proporzione al lordo; l'ultima aliquota prende il
033800*     resto degli arrotondamenti
033900 RIPARTISCI-SCONTO.
034000     IF I-AL = N-ALIQ-DC OF PAR-DOCCOMM
034100        MOVE SCONTO-RESIDUO TO QUOTA-SCONTO
034200     ELSE
034300        COMPUTE QUOTA-SCONTO ROUNDED =
034400                SCONTO-DC OF PAR-DOCCOMM
034500              * LORDO-DC OF PAR-DOCCOMM (I-AL) / TOTALE-DOC
034600     END-IF.
034700     SUBTRACT QUOTA-SCONTO FROM LORDO-DC OF PAR-DOCCOMM (I-AL)
034800                                SCONTO-RESIDUO.
034900 EX-RIPARTISCI-SCONTO.
035000     EXIT.
035100*
035200*     periodo Z = ultima chiusura del terminale piu' uno,
035300*     numero = ultimo del periodo piu' uno; sul reso nello
035400*     stesso giro si cerca la vendita originale
035500 NUMERA-DOCUMENTO.
035600     MOVE 0 TO ULTIMA-Z ULTIMO-NUMERO.
035700     MOVE "N" TO ORIGINALE-SW.
035800     MOVE 0 TO ORIG-DATA ORIG-Z ORIG-NUM.
035900     MOVE SPACES TO ORIG-TERM.
036000     OPEN INPUT FILE-CHIUSZ.
036100     IF CZ-APERTO
036200        MOVE 0 TO OK-FINE-FILE
036300        PERFORM LEGGI-ULTIMA-Z THRU EX-LEGGI-ULTIMA-Z
036400           UNTIL LETTO-FINE-FILE
036500        CLOSE FILE-CHIUSZ
036600     END-IF.
036700     ADD 1 TO ULTIMA-Z.
036800     OPEN INPUT FILE-DOCCOM.
036900     IF DF-APERTO
037000        MOVE 0 TO OK-FINE-FILE
037100        PERFORM LEGGI-ULTIMO-DOC THRU EX-LEGGI-ULTIMO-DOC
037200           UNTIL LETTO-FINE-FILE
037300        CLOSE FILE-DOCCOM
037400     END-IF.
037500     ADD 1 TO ULTIMO-NUMERO.
037600 EX-NUMERA-DOCUMENTO.
037700     EXIT.
037800*
037900 LEGGI-ULTIMA-Z.
038000     READ FILE-CHIUSZ
038100        AT END
038200           MOVE 1 TO OK-FINE-FILE
038300        NOT AT END
038400           IF TERMINALE-CZ = W-TERMINALE OF W-COMMON
038500              AND NUMERO-Z-CZ > ULTIMA-Z
038600              MOVE NUMERO-Z-CZ TO ULTIMA-Z
038700           END-IF
038800     END-READ.
038900 EX-LEGGI-ULTIMA-Z.
039000     EXIT.
039100*
039200 LEGGI-ULTIMO-DOC.
039300     READ FILE-DOCCOM
039400        AT END
039500           MOVE 1 TO OK-FINE-FILE
039600           GO TO EX-LEGGI-ULTIMO-DOC
039700     END-READ.
039800     IF TERMINALE-DF = W-TERMINALE OF W-COMMON
039900        AND NUMERO-Z-DF = ULTIMA-Z
040000        AND NUMERO-DF > ULTIMO-NUMERO
040100        MOVE NUMERO-DF TO ULTIMO-NUMERO.
040200     IF DC-RESO OF PAR-DOCCOMM
040300        AND VENDITA-DF
040400        AND RIF-DF = RIF-ORIG-DC OF PAR-DOCCOMM
040500        MOVE "S" TO ORIGINALE-SW
040600        MOVE DATA-DF TO ORIG-DATA
040700        MOVE TERMINALE-DF TO ORIG-TERM
040800        MOVE NUMERO-Z-DF TO ORIG-Z
040900        MOVE NUMERO-DF TO ORIG-NUM.
041000 EX-LEGGI-ULTIMO-DOC.
041100     EXIT.
041200*
041300*     imponibile scorporato dal lordo IVA compresa
041400 SCRIVI-RIGA-DOC.
041500     IF LORDO-DC OF PAR-DOCCOMM (I-AL) = 0
041600        GO TO EX-SCRIVI-RIGA-DOC.
041700     COMPUTE IMPONIBILE-COM ROUNDED =
041800             LORDO-DC OF PAR-DOCCOMM (I-AL) * 100
041900           / (100 + ALIQ-DC OF PAR-DOCCOMM (I-AL)).
042000     COMPUTE IMPOSTA-COM = LORDO-DC OF PAR-DOCCOMM (I-AL)
042100                         - IMPONIBILE-COM.
042200     MOVE T-TAB TO TG-DF-1 TG-DF-2 TG-DF-3 TG-DF-4 TG-DF-5
042300                   TG-DF-6 TG-DF-7 TG-DF-8 TG-DF-9 TG-DF-10
042400                   TG-DF-11 TG-DF-12 TG-DF-13 TG-DF-14
042500                   TG-DF-15 TG-DF-16.
042600     IF DC-RESO OF PAR-DOCCOMM
042700        MOVE "R" TO TIPO-DF
042800     ELSE
042900        MOVE "V" TO TIPO-DF
043000     END-IF.
043100     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-DF.
043200     MOVE WK-TIME-DC (1:6) TO ORA-DF.
043300     MOVE W-TERMINALE OF W-COMMON TO TERMINALE-DF.
043400     MOVE ULTIMA-Z TO NUMERO-Z-DF.
043500     MOVE ULTIMO-NUMERO TO NUMERO-DF.
043600     MOVE RIF-DC OF PAR-DOCCOMM TO RIF-DF.
043700     MOVE CONTO-DC OF PAR-DOCCOMM TO CONTO-DF.
043800     MOVE MAG-DC OF PAR-DOCCOMM TO MAG-DF.
043900     MOVE ALIQ-DC OF PAR-DOCCOMM (I-AL) TO ALIQ-DF.
044000     MOVE LORDO-DC OF PAR-DOCCOMM (I-AL) TO LORDO-DF.
044100     MOVE IMPONIBILE-COM TO IMPONIBILE-DF.
044200     MOVE IMPOSTA-COM TO IMPOSTA-DF.
044300     MOVE ORIG-DATA TO ORIG-DATA-DF.
044400     MOVE ORIG-TERM TO ORIG-TERM-DF.
044500     MOVE ORIG-Z TO ORIG-Z-DF.
044600     MOVE ORIG-NUM TO ORIG-NUM-DF.
044700     WRITE REC-DOCCOM.
044800     ADD 1 TO RIGHE-SCRITTE.
044900 EX-SCRIVI-RIGA-DOC.
045000     EXIT.
045100*
045200*     il documento per il cliente: numero, riepilogo per
045300*     aliquota, totale; sul reso il documento richiamato
045400 STAMPA-DOCUMENTO.
045500     PERFORM APRI-STAMPA THRU EX-APRI-STAMPA.
045600     IF DC-RESO OF PAR-DOCCOMM
045700        MOVE " DOCUMENTO COMMERCIALE DI RESO MERCE" TO DATI-RIGA
045800     ELSE
045900        MOVE " DOCUMENTO COMMERCIALE DI VENDITA" TO DATI-RIGA
046000     END-IF.
046100     PERFORM SCRIVI THRU EX-SCRIVI.
046200     MOVE SPACES TO DATI-RIGA.
046300     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-ED.
046400     STRING " N. " DELIMITED BY SIZE
046500            ULTIMA-Z DELIMITED BY SIZE
046600            "-" DELIMITED BY SIZE
046700            ULTIMO-NUMERO DELIMITED BY SIZE
046800            "  DEL " DELIMITED BY SIZE
046900            DATA-ED DELIMITED BY SIZE
047000            "  TERMINALE " DELIMITED BY SIZE
047100            W-TERMINALE OF W-COMMON DELIMITED BY SIZE
047200        INTO DATI-RIGA.
047300     PERFORM SCRIVI THRU EX-SCRIVI.
047400     IF C-E-ORIGINALE
047500        MOVE SPACES TO DATI-RIGA
047600        STRING " RIF. DOCUMENTO N. " DELIMITED BY SIZE
047700               ORIG-Z DELIMITED BY SIZE
047800               "-" DELIMITED BY SIZE
047900               ORIG-NUM DELIMITED BY SIZE
048000               "  DEL " DELIMITED BY SIZE
048100               ORIG-DATA DELIMITED BY SIZE
048200               "  TERMINALE " DELIMITED BY SIZE
048300               ORIG-TERM DELIMITED BY SIZE
048400           INTO DATI-RIGA
048500        PERFORM SCRIVI THRU EX-SCRIVI
048600     END-IF.
048700     MOVE "  ALIQUOTA          IMPONIBILE          IMPOSTA"
048800       TO DATI-RIGA.
048900     MOVE "TOTALE" TO DATI-RIGA (71:6).
049000     MOVE 2 TO N-RIGA-STAMPA.
049100     PERFORM SCRIVI THRU EX-SCRIVI.
049200     PERFORM STAMPA-ALIQ-DOC THRU EX-STAMPA-ALIQ-DOC
049300        VARYING I-AL FROM 1 BY 1
049400        UNTIL I-AL > N-ALIQ-DC OF PAR-DOCCOMM.
049500     IF SCONTO-DC OF PAR-DOCCOMM > 0
049600        MOVE SPACES TO DATI-RIGA
049700        MOVE "SCONTO" TO DESCR-ST
049800        COMPUTE COL-3-ST = SCONTO-DC OF PAR-DOCCOMM / 100
049900        PERFORM SCRIVI THRU EX-SCRIVI
050000     END-IF.
050100     MOVE SPACES TO DATI-RIGA.
050200     MOVE "TOTALE EUR" TO DESCR-ST.
050300     COMPUTE COL-3-ST = TOTALE-DOC / 100.
050400     MOVE 2 TO N-RIGA-STAMPA.
050500     PERFORM SCRIVI THRU EX-SCRIVI.
050600     CALL "QCLPPR" USING PAR-PRINT
050700                          RIGA BUFFER.
050800 EX-STAMPA-DOCUMENTO.
050900     EXIT.
051000*
051100 STAMPA-ALIQ-DOC.
051200     IF LORDO-DC OF PAR-DOCCOMM (I-AL) = 0
051300        GO TO EX-STAMPA-ALIQ-DOC.
051400     COMPUTE IMPONIBILE-COM ROUNDED =
051500             LORDO-DC OF PAR-DOCCOMM (I-AL) * 100
051600           / (100 + ALIQ-DC OF PAR-DOCCOMM (I-AL)).
051700     COMPUTE IMPOSTA-COM = LORDO-DC OF PAR-DOCCOMM (I-AL)
051800                         - IMPONIBILE-COM.
051900     MOVE SPACES TO DATI-RIGA.
052000     MOVE ALIQ-DC OF PAR-DOCCOMM (I-AL) TO ALIQ-ED.
052100     STRING "IVA " DELIMITED BY SIZE
052200            ALIQ-ED DELIMITED BY SIZE
052300            "%" DELIMITED BY SIZE
052400        INTO DESCR-ST.
052500     COMPUTE COL-1-ST = IMPONIBILE-COM / 100.
052600     COMPUTE COL-2-ST = IMPOSTA-COM / 100.
052700     COMPUTE COL-3-ST = LORDO-DC OF PAR-DOCCOMM (I-AL) / 100.
052800     PERFORM SCRIVI THRU EX-SCRIVI.
052900 EX-STAMPA-ALIQ-DOC.
053000     EXIT.
053100*
053200*
053300 MENU-VIDEO.
053400     DISPLAY "----  CORRISPETTIVI CASSA OUTLET  -------".
053500     DISPLAY "Funzione (Z=chiusura giornaliera "
053600             "T=trasmissione) " NO ADVANCING.
053700     MOVE SPACE TO FUNZIONE-IN.
053800     ACCEPT FUNZIONE-IN.
053900     EVALUATE FUNZIONE-IN
054000        WHEN "Z"
054100           PERFORM CHIUSURA-GIORNALIERA
054200              THRU EX-CHIUSURA-GIORNALIERA
054300        WHEN "T"
054400           PERFORM TRASMISSIONE THRU EX-TRASMISSIONE
054500        WHEN OTHER
054600           DISPLAY "Funzione non valida"
054700     END-EVALUATE.
054800 EX-MENU-VIDEO.
054900     EXIT.
055000*
055100*
055200*     chiusura Z: per ogni terminale (o quello richiesto) i
055300*     documenti del periodo aperto (ultima Z piu' uno) per
055400*     aliquota, scritti su DOCCHIUS con la data di oggi
055500 CHIUSURA-GIORNALIERA.
055600     DISPLAY "Terminale (vuoto = tutti) " NO ADVANCING.
055700     MOVE SPACES TO TERMINALE-IN.
055800     ACCEPT TERMINALE-IN.
055900     MOVE 0 TO N-TERMINALI-TZ N-RIGHE-AZ CHIUSURE-FATTE.
056000     OPEN INPUT FILE-CHIUSZ.
056100     IF CZ-APERTO
056200        MOVE 0 TO OK-FINE-FILE
056300        PERFORM LEGGI-CHIUSURE-TZ THRU EX-LEGGI-CHIUSURE-TZ
056400           UNTIL LETTO-FINE-FILE
056500        CLOSE FILE-CHIUSZ
056600     END-IF.
056700     MOVE SPACES TO CHIAVE-DOC-PREC.
056800     OPEN INPUT FILE-DOCCOM.
056900     IF DF-APERTO
057000        MOVE 0 TO OK-FINE-FILE
057100        PERFORM LEGGI-DOC-TZ THRU EX-LEGGI-DOC-TZ
057200           UNTIL LETTO-FINE-FILE
057300        CLOSE FILE-DOCCOM
057400     END-IF.
057500     IF N-RIGHE-AZ = 0
057600        DISPLAY "Nessun documento da chiudere"
057700        GO TO EX-CHIUSURA-GIORNALIERA.
057800     OPEN EXTEND FILE-CHIUSZ.
057900     IF NOT CZ-APERTO
058000        DISPLAY "DOCCOMM    DOCCHIUS non apribile " CHECK-CZ
058100        GO TO EX-CHIUSURA-GIORNALIERA.
058200     PERFORM APRI-STAMPA THRU EX-APRI-STAMPA.
058300     MOVE SPACES TO DATI-RIGA.
058400     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-ED.
058500     STRING " CHIUSURA GIORNALIERA DEL " DELIMITED BY SIZE
058600            DATA-ED DELIMITED BY SIZE
058700        INTO DATI-RIGA.
058800     PERFORM SCRIVI THRU EX-SCRIVI.
058900     PERFORM CHIUDI-TERMINALE THRU EX-CHIUDI-TERMINALE
059000        VARYING I-TZ FROM 1 BY 1 UNTIL I-TZ > N-TERMINALI-TZ.
059100     CALL "QCLPPR" USING PAR-PRINT
059200                          RIGA BUFFER.
059300     CLOSE FILE-CHIUSZ.
059400     DISPLAY "DOCCOMM    terminali chiusi " CHIUSURE-FATTE.
059500 EX-CHIUSURA-GIORNALIERA.
059600     EXIT.
059700*
059800 LEGGI-CHIUSURE-TZ.
059900     READ FILE-CHIUSZ
060000        AT END
060100           MOVE 1 TO OK-FINE-FILE
060200           GO TO EX-LEGGI-CHIUSURE-TZ
060300     END-READ.
060400     MOVE TERMINALE-CZ TO TERMINALE-CD.
060500     PERFORM TROVA-TERMINALE-TZ THRU EX-TROVA-TERMINALE-TZ.
060600     IF IX-TZ NOT = 0
060700        AND NUMERO-Z-CZ > ULTIMA-Z-TZ (IX-TZ)
060800        MOVE NUMERO-Z-CZ TO ULTIMA-Z-TZ (IX-TZ).
060900 EX-LEGGI-CHIUSURE-TZ.
061000     EXIT.
061100*
061200*     riga di giornale del periodo aperto del terminale: i
061300*     documenti si contano al cambio di numero (le righe di
061400*     un documento sono scritte insieme)
061500 LEGGI-DOC-TZ.
061600     READ FILE-DOCCOM
061700        AT END
061800           MOVE 1 TO OK-FINE-FILE
061900           GO TO EX-LEGGI-DOC-TZ
062000     END-READ.
062100     IF TERMINALE-IN NOT = SPACES
062200        AND TERMINALE-DF NOT = TERMINALE-IN
062300        GO TO EX-LEGGI-DOC-TZ.
062400     MOVE TERMINALE-DF TO TERMINALE-CD.
062500     PERFORM TROVA-TERMINALE-TZ THRU EX-TROVA-TERMINALE-TZ.
062600     IF IX-TZ = 0
062700        GO TO EX-LEGGI-DOC-TZ.
062800     IF NUMERO-Z-DF NOT > ULTIMA-Z-TZ (IX-TZ)
062900        GO TO EX-LEGGI-DOC-TZ.
063000     MOVE NUMERO-Z-DF TO NUMERO-Z-CD.
063100     MOVE NUMERO-DF TO NUMERO-CD.
063200     IF CHIAVE-DOC NOT = CHIAVE-DOC-PREC
063300        MOVE CHIAVE-DOC TO CHIAVE-DOC-PREC
063400        IF RESO-DF
063500           ADD 1 TO N-RESI-TZ (IX-TZ)
063600        ELSE
063700           ADD 1 TO N-VENDITE-TZ (IX-TZ)
063800        END-IF
063900     END-IF.
064000     MOVE 0 TO IX-AZ.
064100     PERFORM CERCA-ALIQ-AZ THRU EX-CERCA-ALIQ-AZ
064200        VARYING I-AZ FROM 1 BY 1 UNTIL I-AZ > N-RIGHE-AZ.
064300     IF IX-AZ = 0
064400        IF N-RIGHE-AZ NOT < 500
064500           DISPLAY "DOCCOMM    TAB-ALIQ-ZC da allargare"
064600           GO TO EX-LEGGI-DOC-TZ
064700        END-IF
064800        ADD 1 TO N-RIGHE-AZ
064900        MOVE N-RIGHE-AZ TO IX-AZ
065000        MOVE TERMINALE-DF TO TERMINALE-AZ (IX-AZ)
065100        MOVE ALIQ-DF TO ALIQ-AZ (IX-AZ)
065200        MOVE 0 TO VENDITE-AZ (IX-AZ) RESI-AZ (IX-AZ)
065300                  IMPONIBILE-AZ (IX-AZ) IMPOSTA-AZ (IX-AZ)
065400     END-IF.
065500     IF RESO-DF
065600        ADD LORDO-DF TO RESI-AZ (IX-AZ)
065700        SUBTRACT IMPONIBILE-DF FROM IMPONIBILE-AZ (IX-AZ)
065800        SUBTRACT IMPOSTA-DF FROM IMPOSTA-AZ (IX-AZ)
065900     ELSE
066000        ADD LORDO-DF TO VENDITE-AZ (IX-AZ)
066100        ADD IMPONIBILE-DF TO IMPONIBILE-AZ (IX-AZ)
066200        ADD IMPOSTA-DF TO IMPOSTA-AZ (IX-AZ)
066300     END-IF.
066400 EX-LEGGI-DOC-TZ.
066500     EXIT.
066600*
066700*     terminale TERMINALE-CD in tabella, aggiunto se manca
066800 TROVA-TERMINALE-TZ.
066900     MOVE 0 TO IX-TZ.
067000     PERFORM CERCA-TERMINALE-TZ THRU EX-CERCA-TERMINALE-TZ
067100        VARYING I-TZ FROM 1 BY 1 UNTIL I-TZ > N-TERMINALI-TZ.
067200     IF IX-TZ NOT = 0
067300        GO TO EX-TROVA-TERMINALE-TZ.
067400     IF N-TERMINALI-TZ NOT < 50
067500        DISPLAY "DOCCOMM    TAB-TERMINALI-ZC da allargare"
067600        GO TO EX-TROVA-TERMINALE-TZ.
067700     ADD 1 TO N-TERMINALI-TZ.
067800     MOVE N-TERMINALI-TZ TO IX-TZ.
067900     MOVE TERMINALE-CD TO TERMINALE-TZ (IX-TZ).
068000     MOVE 0 TO ULTIMA-Z-TZ (IX-TZ) N-VENDITE-TZ (IX-TZ)
068100               N-RESI-TZ (IX-TZ).
068200 EX-TROVA-TERMINALE-TZ.
068300     EXIT.
068400*
068500 CERCA-TERMINALE-TZ.
068600     IF TERMINALE-TZ (I-TZ) = TERMINALE-CD
068700        MOVE I-TZ TO IX-TZ.
068800 EX-CERCA-TERMINALE-TZ.
068900     EXIT.
069000*
069100 CERCA-ALIQ-AZ.
069200     IF TERMINALE-AZ (I-AZ) = TERMINALE-DF
069300        AND ALIQ-AZ (I-AZ) = ALIQ-DF
069400        MOVE I-AZ TO IX-AZ.
069500 EX-CERCA-ALIQ-AZ.
069600     EXIT.
069700*
069800 CHIUDI-TERMINALE.
069900     IF N-VENDITE-TZ (I-TZ) = 0 AND N-RESI-TZ (I-TZ) = 0
070000        GO TO EX-CHIUDI-TERMINALE.
070100     ADD 1 TO CHIUSURE-FATTE.
070200     ADD 1 TO ULTIMA-Z-TZ (I-TZ).
070300     MOVE SPACES TO DATI-RIGA.
070400     MOVE ULTIMA-Z-TZ (I-TZ) TO NUMERO-ED.
070500     STRING " --- TERMINALE " DELIMITED BY SIZE
070600            TERMINALE-TZ (I-TZ) DELIMITED BY SIZE
070700            "  CHIUSURA Z " DELIMITED BY SIZE
070800            NUMERO-ED DELIMITED BY SIZE
070900        INTO DATI-RIGA.
071000     MOVE 2 TO N-RIGA-STAMPA.
071100     PERFORM SCRIVI THRU EX-SCRIVI.
071200     MOVE SPACES TO DATI-RIGA.
071300     MOVE N-VENDITE-TZ (I-TZ) TO CONTA-ED.
071400     MOVE N-RESI-TZ (I-TZ) TO CONTA-ED-2.
071500     STRING "  documenti di vendita " DELIMITED BY SIZE
071600            CONTA-ED DELIMITED BY SIZE
071700            "  di reso " DELIMITED BY SIZE
071800            CONTA-ED-2 DELIMITED BY SIZE
071900        INTO DATI-RIGA.
072000     PERFORM SCRIVI THRU EX-SCRIVI.
072100     MOVE "  ALIQUOTA            VENDITE             RESI"
072200       TO DATI-RIGA.
072300     MOVE "IMPONIBILE          IMPOSTA" TO DATI-RIGA (53:28).
072400     PERFORM SCRIVI THRU EX-SCRIVI.
072500     PERFORM CHIUDI-ALIQUOTA THRU EX-CHIUDI-ALIQUOTA
072600        VARYING I-AZ FROM 1 BY 1 UNTIL I-AZ > N-RIGHE-AZ.
072700 EX-CHIUDI-TERMINALE.
072800     EXIT.
072900*
073000 CHIUDI-ALIQUOTA.
073100     IF TERMINALE-AZ (I-AZ) NOT = TERMINALE-TZ (I-TZ)
073200        GO TO EX-CHIUDI-ALIQUOTA.
073300     MOVE T-TAB TO TG-CZ-1 TG-CZ-2 TG-CZ-3 TG-CZ-4 TG-CZ-5
073400                   TG-CZ-6 TG-CZ-7 TG-CZ-8 TG-CZ-9.
073500     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-CZ.
073600     MOVE TERMINALE-TZ (I-TZ) TO TERMINALE-CZ.
073700     MOVE ULTIMA-Z-TZ (I-TZ) TO NUMERO-Z-CZ.
073800     MOVE ALIQ-AZ (I-AZ) TO ALIQ-CZ.
073900     MOVE VENDITE-AZ (I-AZ) TO VENDITE-CZ.
074000     MOVE RESI-AZ (I-AZ) TO RESI-CZ.
074100     MOVE IMPONIBILE-AZ (I-AZ) TO IMPONIBILE-CZ.
074200     MOVE IMPOSTA-AZ (I-AZ) TO IMPOSTA-CZ.
074300     MOVE N-VENDITE-TZ (I-TZ) TO N-VENDITE-CZ.
074400     MOVE N-RESI-TZ (I-TZ) TO N-RESI-CZ.
074500     WRITE REC-CHIUSZ.
074600     MOVE SPACES TO DATI-RIGA.
074700     MOVE ALIQ-AZ (I-AZ) TO ALIQ-ED.
074800     STRING "IVA " DELIMITED BY SIZE
074900            ALIQ-ED DELIMITED BY SIZE
075000            "%" DELIMITED BY SIZE
075100        INTO DESCR-ST.
075200     COMPUTE COL-1-ST = VENDITE-AZ (I-AZ) / 100.
075300     COMPUTE COL-2-ST = RESI-AZ (I-AZ) / 100.
075400     COMPUTE COL-3-ST = IMPONIBILE-AZ (I-AZ) / 100.
075500     COMPUTE COL-4-ST = IMPOSTA-AZ (I-AZ) / 100.
075600     PERFORM SCRIVI THRU EX-SCRIVI.
075700 EX-CHIUDI-ALIQUOTA.
075800     EXIT.
075900*
076000*
076100*     corrispettivi: le chiusure di DOCCHIUS che non sono
076200*     ancora su CORRISPF (terminale/Z) vanno in coda al
076300*     tracciato, testata e coda per ogni invio
076400 TRASMISSIONE.
076500     MOVE 0 TO N-TRASMESSE.
076600     OPEN INPUT FILE-CORRISP.
076700     IF CO-APERTO
076800        MOVE 0 TO OK-FINE-FILE
076900        PERFORM LEGGI-TRASMESSA THRU EX-LEGGI-TRASMESSA
077000           UNTIL LETTO-FINE-FILE
077100        CLOSE FILE-CORRISP
077200     END-IF.
077300     OPEN INPUT FILE-CHIUSZ.
077400     IF NOT CZ-APERTO
077500        DISPLAY "Nessuna chiusura giornaliera"
077600        GO TO EX-TRASMISSIONE.
077700     OPEN EXTEND FILE-CORRISP.
077800     IF NOT CO-APERTO
077900        DISPLAY "DOCCOMM    CORRISPF non apribile " CHECK-CO
078000        CLOSE FILE-CHIUSZ
078100        GO TO EX-TRASMISSIONE.
078200     MOVE 0 TO CHIUSURE-TRASM RIGHE-TRASM TOTALE-TRASM.
078300     MOVE SPACES TO CHIUSURA-PREC.
078400     MOVE 0 TO OK-FINE-FILE.
078500     PERFORM TRASMETTI-CHIUSURA THRU EX-TRASMETTI-CHIUSURA
078600        UNTIL LETTO-FINE-FILE.
078700     CLOSE FILE-CHIUSZ.
078800     IF CHIUSURE-TRASM > 0
078900        MOVE SPACES TO REC-CORRISP
079000        MOVE "09" TO TIPO-C9
079100        MOVE CHIUSURE-TRASM TO NUM-CHIUSURE-C9
079200        MOVE RIGHE-TRASM TO NUM-RIGHE-C9
079300        MOVE TOTALE-TRASM TO TOTALE-C9
079400        WRITE REC-CORRISP
079500     END-IF.
079600     CLOSE FILE-CORRISP.
079700     DISPLAY "DOCCOMM    chiusure trasmesse " CHIUSURE-TRASM.
079800 EX-TRASMISSIONE.
079900     EXIT.
080000*
080100 LEGGI-TRASMESSA.
080200     READ FILE-CORRISP
080300        AT END
080400           MOVE 1 TO OK-FINE-FILE
080500        NOT AT END
080600           IF TIPO-C2 = "02" AND N-TRASMESSE < 2000
080700              ADD 1 TO N-TRASMESSE
080800              MOVE TERMINALE-C2 TO TERMINALE-TR (N-TRASMESSE)
080900              MOVE NUMERO-Z-C2 TO NUMERO-Z-TR (N-TRASMESSE)
081000           END-IF
081100     END-READ.
081200 EX-LEGGI-TRASMESSA.
081300     EXIT.
081400*
081500 TRASMETTI-CHIUSURA.
081600     READ FILE-CHIUSZ
081700        AT END
081800           MOVE 1 TO OK-FINE-FILE
081900           GO TO EX-TRASMETTI-CHIUSURA
082000     END-READ.
082100     MOVE "N" TO GIA-TRASMESSA.
082200     PERFORM CERCA-TRASMESSA THRU EX-CERCA-TRASMESSA
082300        VARYING I-TR FROM 1 BY 1 UNTIL I-TR > N-TRASMESSE.
082400     IF GIA-TRASMESSA = "S"
082500        GO TO EX-TRASMETTI-CHIUSURA.
082600     IF TERMINALE-CZ NOT = TERMINALE-PREC
082700        OR NUMERO-Z-CZ NOT = NUMERO-Z-PREC
082800        PERFORM SCRIVI-TESTATA-CHIUSURA
082900           THRU EX-SCRIVI-TESTATA-CHIUSURA.
083000     MOVE SPACES TO REC-CORRISP.
083100     MOVE "03" TO TIPO-C3.
083200     MOVE TERMINALE-CZ TO TERMINALE-C3.
083300     MOVE NUMERO-Z-CZ TO NUMERO-Z-C3.
083400     MOVE ALIQ-CZ TO ALIQ-C3.
083500     MOVE IMPONIBILE-CZ TO AMMONTARE-C3.
083600     MOVE IMPOSTA-CZ TO IMPOSTA-C3.
083700     MOVE RESI-CZ TO RESI-C3.
083800     WRITE REC-CORRISP.
083900     ADD 1 TO RIGHE-TRASM.
084000     ADD IMPONIBILE-CZ IMPOSTA-CZ TO TOTALE-TRASM.
084100 EX-TRASMETTI-CHIUSURA.
084200     EXIT.
084300*
084400 CERCA-TRASMESSA.
084500     IF TERMINALE-TR (I-TR) = TERMINALE-CZ
084600        AND NUMERO-Z-TR (I-TR) = NUMERO-Z-CZ
084700        MOVE "S" TO GIA-TRASMESSA.
084800 EX-CERCA-TRASMESSA.
084900     EXIT.
085000*
085100*     testata dell'invio alla prima chiusura, poi la 02 della
085200*     chiusura
085300 SCRIVI-TESTATA-CHIUSURA.
085400     IF CHIUSURE-TRASM = 0
085500        MOVE SPACES TO REC-CORRISP
085600        MOVE "01" TO TIPO-C1
085700        MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-TRASM-C1
085800        ACCEPT WK-TIME-DC FROM TIME
085900        MOVE WK-TIME-DC (1:6) TO ORA-TRASM-C1
086000        MOVE W-SIGLA-UTENTE OF W-COMMON TO OPERATORE-C1
086100        WRITE REC-CORRISP
086200     END-IF.
086300     ADD 1 TO CHIUSURE-TRASM.
086400     MOVE TERMINALE-CZ TO TERMINALE-PREC.
086500     MOVE NUMERO-Z-CZ TO NUMERO-Z-PREC.
086600     MOVE SPACES TO REC-CORRISP.
086700     MOVE "02" TO TIPO-C2.
086800     MOVE TERMINALE-CZ TO TERMINALE-C2.
086900     MOVE NUMERO-Z-CZ TO NUMERO-Z-C2.
087000     MOVE DATA-CZ TO DATA-CHIUSURA-C2.
087100     MOVE N-VENDITE-CZ TO N-VENDITE-C2.
087200     MOVE N-RESI-CZ TO N-RESI-C2.
087300     WRITE REC-CORRISP.
087400 EX-SCRIVI-TESTATA-CHIUSURA.
087500     EXIT.
087600*
087700*
087800 APRI-STAMPA.
087900     MOVE  136  TO LL-RIGA.
088000     MOVE 9999 TO N-MAX-RIGHE.
088100     MOVE "D" TO PRE-NOME-FILE.
088200     MOVE W-FORMATO-INTERNO TO TERM-N-FILE.
088300     CALL "QOLPPR" USING PAR-PRINT
088400                          RIGA BUFFER.
088500     MOVE 0   TO N-STAMPANTE.
088600     MOVE "M" TO COMANDO.
088700     MOVE 66  TO N-RIGA-STAMPA.
088800 EX-APRI-STAMPA.
088900     EXIT.
089000*
089100 SCRIVI.
089200     CALL "QWLPPR" USING PAR-PRINT
089300                         RIGA BUFFER.
089400     IF STATO OF PAR-PRINT NOT = 0
089500        MOVE STATO OF PAR-PRINT TO STATO-DISPLAY
089600        DISPLAY "DOCCOMM    ERRORE QPRINT CON STATO : "
089700                STATO-DISPLAY
089800     END-IF.
089900     MOVE SPACES TO DATI-RIGA.
090000     MOVE "S" TO COMANDO.
090100     MOVE 0 TO N-RIGA-STAMPA.
090200 EX-SCRIVI.
090300     EXIT.
090400*
090500*
090600 TTDBGET.
090700              COPY PDBGET.
090800*
090900*      FINE PROGRAMMA    **** /K DOCCOMM.COB  *****
