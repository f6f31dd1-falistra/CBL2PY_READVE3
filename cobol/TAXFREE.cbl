000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. TAXFREE.
000310*2026*        15/10/26
000320*     modulo tax free per il turista extra UE alla cassa
000330*     outlet. READVE3 passa le righe vendute ("A", IVA per
000340*     riga da ALIQ-IVA di ANAMAT) e a fine sessione chiede
000350*     l'emissione ("E"): sopra la soglia di legge si battono
000360*     paese (fuori UE) e passaporto, si numera il modulo, lo
000370*     si scrive sul registro TAXFREEREG (testata e righe) e
000380*     lo si stampa. Il modulo resta aperto fino al visto
000390*     doganale: a video "V" conferma il rimborso o annulla,
000400*     "S" e' la situazione del mese per terminale (aperti,
000410*     rimborsati, annullati, scaduti oltre il termine per il
000420*     visto). Sparisce il modulo compilato a mano.
000430*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-TAXREG ASSIGN TO "TAXFREEREG"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-TF.
001500*
001600 DATA DIVISION.
001700 FILE SECTION.
001800 FD FILE-TAXREG DATA RECORD REC-TAXREG.
001900 01 REC-TAXREG             COPY YTAXFREE.
002000*
002100 WORKING-STORAGE SECTION.
002200*
002300 01 AREA-REC-SET     PIC X(512).
002400 01 FILLER REDEFINES AREA-REC-SET.
002500  05 REC-ANAMAT      COPY YANAMAT.
002600*
002700 77 CHECK-TF        PIC XX.
002800    88 TF-APERTO    VALUES ARE "05", "00".
002900 77 WK-TIME-TF      PIC 9(8).
003000*
003100 01 OK-FINE-FILE    PIC S9(4) COMP.
003200    88 LETTO-FINE-FILE VALUE 1.
003300*
003400 01 T-TAB           PIC X VALUE X"9".
003500*
003600*    soglia di legge per il rimborso IVA al turista, in
003700*    centesimi: il totale deve superarla
003800 01 SOGLIA-TAXFREE  PIC S9(11) COMP-3 VALUE 7000.
003900*    aliquota di ripiego per l'articolo senza anagrafica
004000 01 ALIQ-ORDINARIA  PIC S9(4) COMP VALUE 22.
004100*    mesi dopo quello dell'acquisto per il visto doganale
004200 01 MESI-VISTO      PIC S9(4) COMP VALUE 3.
004300*
004400* paesi dell'Unione: il residente non ha diritto al modulo
004500 01 PAESI-UE-X.
004600  05 FILLER         PIC X(18) VALUE "ATBEBGCYCZDEDKEEES".
004700  05 FILLER         PIC X(18) VALUE "FIFRGRHRHUIEITLTLU".
004800  05 FILLER         PIC X(18) VALUE "LVMTNLPLPTROSESISK".
004900 01 FILLER REDEFINES PAESI-UE-X.
005000  05 PAESE-UE       PIC XX OCCURS 27.
005100 01 I-UE            PIC S9(4) COMP.
005200 01 PAESE-UE-SW     PIC X.
005300    88 PAESE-IN-UE  VALUE "S".
005400*
005500 01 GIORNI-MESE-X.
005600  05 FILLER         PIC X(24) VALUE "312831303130313130313031".
005700 01 FILLER REDEFINES GIORNI-MESE-X.
005800  05 GIORNI-MESE    PIC 99 OCCURS 12.
005900*
006000 01 FUNZIONE-IN     PIC X.
006100 01 RISPOSTA-IN     PIC X.
006200 01 PAESE-IN        PIC XX.
006300 01 PASSAPORTO-IN   PIC X(15).
006400 01 NUMERO-IN       PIC X(6).
006500 01 MESE-IN         PIC X(4).
006600*
006700 01 DATA-AAMMGG-TF  PIC 9(6).
006800 01 FILLER REDEFINES DATA-AAMMGG-TF.
006900  05 AA-TF          PIC 99.
007000  05 MM-TF          PIC 99.
007100  05 GG-TF          PIC 99.
007110 01 QUOZ-TF         PIC S9(4) COMP.
007120 01 RESTO-TF        PIC S9(4) COMP.
007200 01 DATA-OGGI-TF    PIC 9(6).
007300*
007400 01 I-RG            PIC S9(4) COMP.
007500 01 IX-RG           PIC S9(4) COMP.
007600 01 TOTALE-LORDO    PIC S9(11) COMP-3.
007700 01 TOTALE-IVA      PIC S9(11) COMP-3.
007800 01 SCONTO-RESIDUO  PIC S9(11) COMP-3.
007900 01 QUOTA-SCONTO    PIC S9(11) COMP-3.
008000 01 IMPONIBILE-RIGA PIC S9(11) COMP-3.
008100 01 TAB-IVA-RIGHE.
008200  05 IVA-RG         PIC S9(11) COMP-3 OCCURS 100.
008300 01 ULTIMO-NUMERO   PIC 9(6).
008400 01 SCADENZA-COM    PIC 9(6).
008500*
008600* visto doganale: il modulo cercato sul registro
008700 01 NUMERO-CERCATO  PIC 9(6).
008800 01 STATO-MODULO    PIC X.
008900    88 MODULO-ASSENTE   VALUE " ".
009000    88 MODULO-APERTO    VALUE "E".
009100    88 MODULO-CHIUSO    VALUE "R" "A".
009200 01 REC-EMISSIONE   PIC X(150).
009300*
009400* situazione mensile: i moduli emessi nel mese
009500 01 TAB-MODULI.
009600  05 RIGA-MD OCCURS 2000.
009700   10 NUMERO-MD      PIC 9(6).
009800   10 TERMINALE-MD   PIC X(8).
009900   10 DATA-MD        PIC 9(6).
010000   10 PAESE-MD       PIC XX.
010100   10 PASSAPORTO-MD  PIC X(15).
010200   10 LORDO-MD       PIC S9(11) COMP-3.
010300   10 IVA-MD         PIC S9(11) COMP-3.
010400   10 SCADENZA-MD    PIC 9(6).
010500   10 STATO-MD       PIC X.
010600   10 STAMPATO-MD    PIC X.
010700 01 N-MODULI        PIC S9(4) COMP.
010800 01 I-MD            PIC S9(4) COMP.
010900 01 IX-MD           PIC S9(4) COMP.
011000 01 TERMINALE-CORR  PIC X(8).
011100 01 RESTANO-SW      PIC X.
011200    88 RESTANO-MODULI VALUE "S".
011300 01 CONTATORI-TERM.
011400  05 CONTA-STATO    PIC S9(6) COMP OCCURS 4.
011500  05 IVA-STATO      PIC S9(13) COMP-3 OCCURS 4.
011600 01 I-ST            PIC S9(4) COMP.
011700 01 DESCR-STATO-X.
011800  05 FILLER         PIC X(40) VALUE
011900     "APERTO    RIMBORSATOANNULLATO SCADUTO   ".
012000 01 FILLER REDEFINES DESCR-STATO-X.
012100  05 DESCR-STATO    PIC X(10) OCCURS 4.
012200*
012300 01 CONTA-ED        PIC Z(5)9.
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
014100  05 RIGA-MODULO-ST REDEFINES DATI-RIGA.
014200    10 FILLER        PIC X(2).
014300    10 C-MAT-ST      PIC 9(15).
014400    10 FILLER        PIC X(2).
014500    10 ALIQ-ST       PIC Z9.
014600    10 FILLER        PIC X(3).
014700    10 COL-1-ST      PIC Z(10)9,99-.
014800    10 FILLER        PIC X(2).
014900    10 COL-2-ST      PIC Z(10)9,99-.
015000    10 FILLER        PIC X(2).
015100    10 COL-3-ST      PIC Z(10)9,99-.
015200  05 RIGA-SITUAZ-ST REDEFINES DATI-RIGA.
015300    10 FILLER        PIC X(2).
015400    10 NUMERO-ST     PIC 9(6).
015500    10 FILLER        PIC X(2).
015600    10 DATA-ST       PIC 9(6).
015700    10 FILLER        PIC X(2).
015800    10 PAESE-ST      PIC XX.
015900    10 FILLER        PIC X(2).
016000    10 PASSAPORTO-ST PIC X(15).
016100    10 FILLER        PIC X(2).
016200    10 LORDO-ST      PIC Z(10)9,99-.
016300    10 FILLER        PIC X(2).
016400    10 IVA-ST        PIC Z(10)9,99-.
016500    10 FILLER        PIC X(2).
016600    10 SCADENZA-ST   PIC 9(6).
016700    10 FILLER        PIC X(2).
016800    10 STATO-ST      PIC X(10).
016900*
017000 01 BUFFER.
017100  05 N-BUF               PIC S9(4) COMP VALUE 37.
017200  05 FILLER              PIC XX.
017300  05 FILLER              PIC X(5120).
017400*
017500 01 STATO-DISPLAY    PIC ZZZZ-.
017600*
017700 LINKAGE SECTION.
017800*
017900 01 W-COMMON       COPY WCOMMONW.
018000*
018100 01 PAR-TAXFREE    COPY PARTAXFR.
018200*
018300*PAGE
018400 PROCEDURE DIVISION  USING W-COMMON
018500                           PAR-TAXFREE.
018600 INIZIO.
018700     MOVE 1 TO ESITO-TX OF PAR-TAXFREE.
018800     MOVE W-FORMATO-INTERNO OF W-COMMON TO DATA-OGGI-TF.
018900     IF TX-INIZIO OF PAR-TAXFREE
019000        MOVE 0 TO N-RIGHE-TX OF PAR-TAXFREE
019100                  SCONTO-TX OF PAR-TAXFREE
019200                  NUMERO-TX OF PAR-TAXFREE
019300        MOVE 0 TO ESITO-TX OF PAR-TAXFREE
019400        GO TO FINE.
019500     IF TX-RIGA OF PAR-TAXFREE
019600        PERFORM AGGIUNGI-RIGA THRU EX-AGGIUNGI-RIGA
019700        GO TO FINE.
019800     IF TX-EMISSIONE OF PAR-TAXFREE
019900        PERFORM EMETTI-MODULO THRU EX-EMETTI-MODULO
020000        GO TO FINE.
020100     PERFORM MENU-VIDEO THRU EX-MENU-VIDEO.
020200 FINE.
020300     EXIT PROGRAM.
020400*
020500*
020600*     riga venduta: articolo, aliquota di ANAMAT (colore 0),
020700*     lordo IVA compresa
020800 AGGIUNGI-RIGA.
020900     IF IMPORTO-TX OF PAR-TAXFREE = 0
021000        MOVE 0 TO ESITO-TX OF PAR-TAXFREE
021100        GO TO EX-AGGIUNGI-RIGA.
021200     IF N-RIGHE-TX OF PAR-TAXFREE NOT < 100
021300        DISPLAY "TAXFREE    troppe righe per il modulo"
021400        GO TO EX-AGGIUNGI-RIGA.
021500     ADD 1 TO N-RIGHE-TX OF PAR-TAXFREE.
021600     MOVE N-RIGHE-TX OF PAR-TAXFREE TO IX-RG.
021700     MOVE C-MAT-TX OF PAR-TAXFREE
021800       TO C-MAT-RIGA-TX OF PAR-TAXFREE (IX-RG).
021900     MOVE IMPORTO-TX OF PAR-TAXFREE
022000       TO LORDO-RIGA-TX OF PAR-TAXFREE (IX-RG).
022100     MOVE ALIQ-ORDINARIA TO ALIQ-RIGA-TX OF PAR-TAXFREE (IX-RG).
022200     MOVE "ANAMAT;" TO W-NOME-DATA-SET.
022300     MOVE "C-MAT;" TO W-NOME-CAMPO.
022400     COMPUTE W-VALORE-CAMPO = C-MAT-TX OF PAR-TAXFREE
022500                              / 1000 * 1000.
022600     MOVE 7 TO W-MODO.
022700     PERFORM TTDBGET THRU EX-TTDBGET.
022800     IF W-OK-IMAGE
022900        MOVE ALIQ-IVA OF REC-ANAMAT
023000          TO ALIQ-RIGA-TX OF PAR-TAXFREE (IX-RG)
023100     ELSE
023200        DISPLAY "TAXFREE    aliquota ordinaria per "
023300                C-MAT-TX OF PAR-TAXFREE
023400     END-IF.
023500     MOVE 0 TO ESITO-TX OF PAR-TAXFREE.
023600 EX-AGGIUNGI-RIGA.
023700     EXIT.
023800*
023900*
024000*     fine sessione: sopra soglia, su richiesta del cliente,
024100*     paese extra UE e passaporto, poi numero, registro e
024200*     stampa del modulo
024300 EMETTI-MODULO.
024400     MOVE 0 TO TOTALE-LORDO.
024500     PERFORM SOMMA-RIGA THRU EX-SOMMA-RIGA
024600        VARYING I-RG FROM 1 BY 1
024700        UNTIL I-RG > N-RIGHE-TX OF PAR-TAXFREE.
024800     IF SCONTO-TX OF PAR-TAXFREE > TOTALE-LORDO
024900        MOVE TOTALE-LORDO TO SCONTO-TX OF PAR-TAXFREE.
025000     IF TOTALE-LORDO - SCONTO-TX OF PAR-TAXFREE
025100        NOT > SOGLIA-TAXFREE
025200        GO TO EX-EMETTI-MODULO.
025300     DISPLAY "Cliente extra UE, modulo tax free ? (S/N) "
025400             NO ADVANCING.
025500     MOVE "N" TO RISPOSTA-IN.
025600     ACCEPT RISPOSTA-IN.
025700     IF RISPOSTA-IN NOT = "S"
025800        GO TO EX-EMETTI-MODULO.
025900     PERFORM CHIEDI-PAESE THRU EX-CHIEDI-PAESE.
026000     IF PAESE-IN = SPACES
026100        DISPLAY "Modulo tax free NON emesso"
026200        GO TO EX-EMETTI-MODULO.
026300     DISPLAY "Numero passaporto " NO ADVANCING.
026400     MOVE SPACES TO PASSAPORTO-IN.
026500     ACCEPT PASSAPORTO-IN.
026600     IF PASSAPORTO-IN = SPACES
026700        DISPLAY "Modulo tax free NON emesso"
026800        GO TO EX-EMETTI-MODULO.
026900     MOVE SCONTO-TX OF PAR-TAXFREE TO SCONTO-RESIDUO.
027000     MOVE 0 TO TOTALE-IVA.
027100     PERFORM CALCOLA-IVA-RIGA THRU EX-CALCOLA-IVA-RIGA
027200        VARYING I-RG FROM 1 BY 1
027300        UNTIL I-RG > N-RIGHE-TX OF PAR-TAXFREE.
027400     SUBTRACT SCONTO-TX OF PAR-TAXFREE FROM TOTALE-LORDO.
027500     PERFORM CALCOLA-SCADENZA THRU EX-CALCOLA-SCADENZA.
027600     PERFORM ULTIMO-MODULO THRU EX-ULTIMO-MODULO.
027700     ADD 1 TO ULTIMO-NUMERO.
027800     OPEN EXTEND FILE-TAXREG.
027900     IF NOT TF-APERTO
028000        DISPLAY "TAXFREE    TAXFREEREG non apribile " CHECK-TF
028100        GO TO EX-EMETTI-MODULO.
028200     MOVE "E" TO TIPO-TF.
028300     MOVE 0 TO C-MAT-TF ALIQ-TF.
028400     MOVE TOTALE-LORDO TO LORDO-TF.
028500     MOVE TOTALE-IVA TO IVA-TF.
028600     PERFORM SCRIVI-REGISTRO THRU EX-SCRIVI-REGISTRO.
028700     PERFORM SCRIVI-DETTAGLIO THRU EX-SCRIVI-DETTAGLIO
028800        VARYING I-RG FROM 1 BY 1
028900        UNTIL I-RG > N-RIGHE-TX OF PAR-TAXFREE.
029000     CLOSE FILE-TAXREG.
029100     PERFORM STAMPA-MODULO THRU EX-STAMPA-MODULO.
029200     MOVE ULTIMO-NUMERO TO NUMERO-TX OF PAR-TAXFREE.
029300     DISPLAY "Modulo tax free " ULTIMO-NUMERO
029400             " - visto doganale entro " SCADENZA-COM.
029500     MOVE 0 TO ESITO-TX OF PAR-TAXFREE.
029600 EX-EMETTI-MODULO.
029700     EXIT.
029800*
029900 SOMMA-RIGA.
030000     ADD LORDO-RIGA-TX OF PAR-TAXFREE (I-RG) TO TOTALE-LORDO.
030100 EX-SOMMA-RIGA.
030200     EXIT.
030300*
030400 CHIEDI-PAESE.
030500     DISPLAY "Paese del passaporto (sigla ISO) " NO ADVANCING.
030600     MOVE SPACES TO PAESE-IN.
030700     ACCEPT PAESE-IN.
030800     IF PAESE-IN = SPACES
030900        GO TO EX-CHIEDI-PAESE.
031000     MOVE "N" TO PAESE-UE-SW.
031100     PERFORM CERCA-PAESE-UE THRU EX-CERCA-PAESE-UE
031200        VARYING I-UE FROM 1 BY 1 UNTIL I-UE > 27.
031300     IF PAESE-IN-UE
031400        DISPLAY "Paese dell'Unione: niente rimborso IVA"
031500        MOVE SPACES TO PAESE-IN.
031600 EX-CHIEDI-PAESE.
031700     EXIT.
031800*
031900 CERCA-PAESE-UE.
032000     IF PAESE-UE (I-UE) = PAESE-IN
032100        MOVE "S" TO PAESE-UE-SW.
032200 EX-CERCA-PAESE-UE.
032300     EXIT.
032400*
032500*     sconto di sessione in proporzione al lordo (l'ultima
032600*     riga prende il resto), poi l'IVA scorporata sulla riga
032700 CALCOLA-IVA-RIGA.
032800     IF SCONTO-TX OF PAR-TAXFREE > 0
032900        IF I-RG = N-RIGHE-TX OF PAR-TAXFREE
033000           MOVE SCONTO-RESIDUO TO QUOTA-SCONTO
033100        ELSE
033200           COMPUTE QUOTA-SCONTO ROUNDED =
033300                   SCONTO-TX OF PAR-TAXFREE
033400                 * LORDO-RIGA-TX OF PAR-TAXFREE (I-RG)
033500                 / TOTALE-LORDO
033600        END-IF
033700        SUBTRACT QUOTA-SCONTO
033800            FROM LORDO-RIGA-TX OF PAR-TAXFREE (I-RG)
033900                 SCONTO-RESIDUO
034000     END-IF.
034100     COMPUTE IMPONIBILE-RIGA ROUNDED =
034200             LORDO-RIGA-TX OF PAR-TAXFREE (I-RG) * 100
034300           / (100 + ALIQ-RIGA-TX OF PAR-TAXFREE (I-RG)).
034400     COMPUTE IVA-RG (I-RG) =
034500             LORDO-RIGA-TX OF PAR-TAXFREE (I-RG)
034600           - IMPONIBILE-RIGA.
034700     ADD IVA-RG (I-RG) TO TOTALE-IVA.
034800 EX-CALCOLA-IVA-RIGA.
034900     EXIT.
035000*
035100*     ultimo giorno del terzo mese dopo quello dell'acquisto
035200 CALCOLA-SCADENZA.
035300     MOVE DATA-OGGI-TF TO DATA-AAMMGG-TF.
035400     ADD MESI-VISTO TO MM-TF.
035500     IF MM-TF > 12
035600        SUBTRACT 12 FROM MM-TF
035700        ADD 1 TO AA-TF.
035800     MOVE GIORNI-MESE (MM-TF) TO GG-TF.
035900     IF MM-TF = 2
036000        DIVIDE AA-TF BY 4 GIVING QUOZ-TF REMAINDER RESTO-TF
036050        IF RESTO-TF = 0
036100           MOVE 29 TO GG-TF.
036200     MOVE DATA-AAMMGG-TF TO SCADENZA-COM.
036300 EX-CALCOLA-SCADENZA.
036400     EXIT.
036500*
036600 ULTIMO-MODULO.
036700     MOVE 0 TO ULTIMO-NUMERO.
036800     OPEN INPUT FILE-TAXREG.
036900     IF NOT TF-APERTO
037000        GO TO EX-ULTIMO-MODULO.
037100     MOVE 0 TO OK-FINE-FILE.
037200     PERFORM LEGGI-ULTIMO THRU EX-LEGGI-ULTIMO
037300        UNTIL LETTO-FINE-FILE.
037400     CLOSE FILE-TAXREG.
037500 EX-ULTIMO-MODULO.
037600     EXIT.
037700*
037800 LEGGI-ULTIMO.
037900     READ FILE-TAXREG
038000        AT END
038100           MOVE 1 TO OK-FINE-FILE
038200        NOT AT END
038300           IF NUMERO-TF > ULTIMO-NUMERO
038400              MOVE NUMERO-TF TO ULTIMO-NUMERO
038500           END-IF
038600     END-READ.
038700 EX-LEGGI-ULTIMO.
038800     EXIT.
038900*
039000*     i campi propri della riga (tipo, articolo, importi) sono
039100*     gia' in REC-TAXREG
039200 SCRIVI-REGISTRO.
039300     MOVE T-TAB TO TG-TF-1 TG-TF-2 TG-TF-3 TG-TF-4 TG-TF-5
039400                   TG-TF-6 TG-TF-7 TG-TF-8 TG-TF-9 TG-TF-10
039500                   TG-TF-11 TG-TF-12 TG-TF-13 TG-TF-14
039600                   TG-TF-15 TG-TF-16 TG-TF-17.
039700     MOVE ULTIMO-NUMERO TO NUMERO-TF.
039800     MOVE DATA-OGGI-TF TO DATA-TF.
039900     ACCEPT WK-TIME-TF FROM TIME.
040000     MOVE WK-TIME-TF (1:6) TO ORA-TF.
040100     MOVE W-TERMINALE OF W-COMMON TO TERMINALE-TF.
040200     MOVE W-SIGLA-UTENTE OF W-COMMON TO OPERATORE-TF.
040300     MOVE RIF-TX OF PAR-TAXFREE TO RIF-TF.
040400     MOVE CONTO-TX OF PAR-TAXFREE TO CONTO-TF.
040500     MOVE MAG-TX OF PAR-TAXFREE TO MAG-TF.
040600     MOVE DOC-Z-TX OF PAR-TAXFREE TO DOC-Z-TF.
040700     MOVE DOC-NUM-TX OF PAR-TAXFREE TO DOC-NUM-TF.
040800     MOVE PAESE-IN TO PAESE-TF.
040900     MOVE PASSAPORTO-IN TO PASSAPORTO-TF.
041000     MOVE SCADENZA-COM TO SCADENZA-TF.
041100     WRITE REC-TAXREG.
041200 EX-SCRIVI-REGISTRO.
041300     EXIT.
041400*
041500 SCRIVI-DETTAGLIO.
041600     MOVE "L" TO TIPO-TF.
041700     MOVE C-MAT-RIGA-TX OF PAR-TAXFREE (I-RG) TO C-MAT-TF.
041800     MOVE ALIQ-RIGA-TX OF PAR-TAXFREE (I-RG) TO ALIQ-TF.
041900     MOVE LORDO-RIGA-TX OF PAR-TAXFREE (I-RG) TO LORDO-TF.
042000     MOVE IVA-RG (I-RG) TO IVA-TF.
042100     PERFORM SCRIVI-REGISTRO THRU EX-SCRIVI-REGISTRO.
042200 EX-SCRIVI-DETTAGLIO.
042300     EXIT.
042400*
042500*     modulo per il cliente, da far vistare in dogana
042600 STAMPA-MODULO.
042700     PERFORM APRI-STAMPA THRU EX-APRI-STAMPA.
042800     MOVE " TAX FREE - RIMBORSO IVA AL VIAGGIATORE EXTRA UE"
042900       TO DATI-RIGA.
043000     PERFORM SCRIVI THRU EX-SCRIVI.
043100     STRING " MODULO N. " DELIMITED BY SIZE
043200            ULTIMO-NUMERO DELIMITED BY SIZE
043300            "  DEL " DELIMITED BY SIZE
043400            DATA-OGGI-TF DELIMITED BY SIZE
043500            "  TERMINALE " DELIMITED BY SIZE
043600            W-TERMINALE OF W-COMMON DELIMITED BY SIZE
043700        INTO DATI-RIGA.
043800     PERFORM SCRIVI THRU EX-SCRIVI.
043900     STRING " DOCUMENTO COMMERCIALE " DELIMITED BY SIZE
044000            DOC-Z-TX OF PAR-TAXFREE DELIMITED BY SIZE
044100            "-" DELIMITED BY SIZE
044200            DOC-NUM-TX OF PAR-TAXFREE DELIMITED BY SIZE
044300        INTO DATI-RIGA.
044400     PERFORM SCRIVI THRU EX-SCRIVI.
044500     STRING " PASSAPORTO " DELIMITED BY SIZE
044600            PAESE-IN DELIMITED BY SIZE
044700            " " DELIMITED BY SIZE
044800            PASSAPORTO-IN DELIMITED BY SIZE
044900        INTO DATI-RIGA.
045000     PERFORM SCRIVI THRU EX-SCRIVI.
045100     MOVE "  ARTICOLO        IVA            IMPORTO" TO DATI-RIGA.
045200     MOVE "IMPONIBILE              IVA" TO DATI-RIGA (50:27).
045300     MOVE 2 TO N-RIGA-STAMPA.
045400     PERFORM SCRIVI THRU EX-SCRIVI.
045500     PERFORM STAMPA-RIGA-MODULO THRU EX-STAMPA-RIGA-MODULO
045600        VARYING I-RG FROM 1 BY 1
045700        UNTIL I-RG > N-RIGHE-TX OF PAR-TAXFREE.
045800     MOVE "  TOTALE EUR" TO DATI-RIGA.
045900     COMPUTE COL-1-ST = TOTALE-LORDO / 100.
046000     COMPUTE COL-3-ST = TOTALE-IVA / 100.
046100     MOVE 2 TO N-RIGA-STAMPA.
046200     PERFORM SCRIVI THRU EX-SCRIVI.
046300     STRING " VISTO DOGANALE ENTRO IL " DELIMITED BY SIZE
046400            SCADENZA-COM DELIMITED BY SIZE
046500        INTO DATI-RIGA.
046600     MOVE 2 TO N-RIGA-STAMPA.
046700     PERFORM SCRIVI THRU EX-SCRIVI.
046800     CALL "QCLPPR" USING PAR-PRINT
046900                          RIGA BUFFER.
047000 EX-STAMPA-MODULO.
047100     EXIT.
047200*
047300 STAMPA-RIGA-MODULO.
047400     MOVE C-MAT-RIGA-TX OF PAR-TAXFREE (I-RG) TO C-MAT-ST.
047500     MOVE ALIQ-RIGA-TX OF PAR-TAXFREE (I-RG) TO ALIQ-ST.
047600     COMPUTE COL-1-ST = LORDO-RIGA-TX OF PAR-TAXFREE (I-RG)
047700                      / 100.
047800     COMPUTE COL-2-ST = (LORDO-RIGA-TX OF PAR-TAXFREE (I-RG)
047900                      - IVA-RG (I-RG)) / 100.
048000     COMPUTE COL-3-ST = IVA-RG (I-RG) / 100.
048100     PERFORM SCRIVI THRU EX-SCRIVI.
048200 EX-STAMPA-RIGA-MODULO.
048300     EXIT.
048400*
048500*
048600 MENU-VIDEO.
048700     DISPLAY "----  TAX FREE  ---------------------------".
048800     DISPLAY "Funzione (V=visto doganale S=situazione mese) "
048900             NO ADVANCING.
049000     MOVE SPACE TO FUNZIONE-IN.
049100     ACCEPT FUNZIONE-IN.
049200     EVALUATE FUNZIONE-IN
049300        WHEN "V"
049400           PERFORM TRATTA-VISTO THRU EX-TRATTA-VISTO
049500        WHEN "S"
049600           PERFORM SITUAZIONE-MESE THRU EX-SITUAZIONE-MESE
049700        WHEN OTHER
049800           DISPLAY "Funzione non valida"
049900     END-EVALUATE.
050000 EX-MENU-VIDEO.
050100     EXIT.
050200*
050300*
050400*     rientra la copia vistata (o non rientra): il modulo
050500*     aperto si chiude col rimborso confermato o annullato
050600 TRATTA-VISTO.
050700     DISPLAY "Numero modulo " NO ADVANCING.
050800     MOVE SPACES TO NUMERO-IN.
050900     ACCEPT NUMERO-IN.
051000     IF NUMERO-IN NOT NUMERIC
051100        DISPLAY "Numero non valido"
051200        GO TO EX-TRATTA-VISTO.
051300     MOVE NUMERO-IN TO NUMERO-CERCATO.
051400     MOVE SPACE TO STATO-MODULO.
051500     OPEN INPUT FILE-TAXREG.
051600     IF TF-APERTO
051700        MOVE 0 TO OK-FINE-FILE
051800        PERFORM LEGGI-MODULO THRU EX-LEGGI-MODULO
051900           UNTIL LETTO-FINE-FILE
052000        CLOSE FILE-TAXREG
052100     END-IF.
052200     IF MODULO-ASSENTE
052300        DISPLAY "Modulo inesistente"
052400        GO TO EX-TRATTA-VISTO.
052500     IF MODULO-CHIUSO
052600        DISPLAY "Modulo gia' chiuso (" STATO-MODULO ")"
052700        GO TO EX-TRATTA-VISTO.
052800     MOVE REC-EMISSIONE TO REC-TAXREG.
052900     COMPUTE COL-3-ST = IVA-TF / 100.
053000     DISPLAY "Modulo del " DATA-TF " passaporto " PAESE-TF " "
053100             PASSAPORTO-TF " IVA " COL-3-ST.
053200     DISPLAY "R=rimborso confermato A=annullato " NO ADVANCING.
053300     MOVE SPACE TO RISPOSTA-IN.
053400     ACCEPT RISPOSTA-IN.
053500     IF RISPOSTA-IN NOT = "R" AND RISPOSTA-IN NOT = "A"
053600        DISPLAY "Nessuna variazione"
053700        GO TO EX-TRATTA-VISTO.
053800     OPEN EXTEND FILE-TAXREG.
053900     IF NOT TF-APERTO
054000        DISPLAY "TAXFREE    TAXFREEREG non apribile " CHECK-TF
054100        GO TO EX-TRATTA-VISTO.
054200     MOVE RISPOSTA-IN TO TIPO-TF.
054300     MOVE DATA-OGGI-TF TO DATA-TF.
054400     ACCEPT WK-TIME-TF FROM TIME.
054500     MOVE WK-TIME-TF (1:6) TO ORA-TF.
054600     MOVE W-TERMINALE OF W-COMMON TO TERMINALE-TF.
054700     MOVE W-SIGLA-UTENTE OF W-COMMON TO OPERATORE-TF.
054800     WRITE REC-TAXREG.
054900     CLOSE FILE-TAXREG.
055000     IF RISPOSTA-IN = "R"
055100        DISPLAY "Rimborso confermato"
055200     ELSE
055300        DISPLAY "Modulo annullato"
055400     END-IF.
055500 EX-TRATTA-VISTO.
055600     EXIT.
055700*
055800 LEGGI-MODULO.
055900     READ FILE-TAXREG
056000        AT END
056100           MOVE 1 TO OK-FINE-FILE
056200           GO TO EX-LEGGI-MODULO
056300     END-READ.
056400     IF NUMERO-TF NOT = NUMERO-CERCATO OR DETTAGLIO-TF
056500        GO TO EX-LEGGI-MODULO.
056600     MOVE TIPO-TF TO STATO-MODULO.
056700     IF EMISSIONE-TF
056800        MOVE REC-TAXREG TO REC-EMISSIONE.
056900 EX-LEGGI-MODULO.
057000     EXIT.
057100*
057200*
057300*     moduli emessi nel mese, una pagina per terminale con
057400*     lo stato di ciascuno e i totali per stato
057500 SITUAZIONE-MESE.
057600     DISPLAY "Mese di emissione (AAMM) " NO ADVANCING.
057700     MOVE SPACES TO MESE-IN.
057800     ACCEPT MESE-IN.
057900     IF MESE-IN NOT NUMERIC
058000        DISPLAY "Mese non valido"
058100        GO TO EX-SITUAZIONE-MESE.
058200     MOVE 0 TO N-MODULI.
058300     OPEN INPUT FILE-TAXREG.
058400     IF NOT TF-APERTO
058500        DISPLAY "Registro tax free vuoto"
058600        GO TO EX-SITUAZIONE-MESE.
058700     MOVE 0 TO OK-FINE-FILE.
058800     PERFORM CARICA-MODULO THRU EX-CARICA-MODULO
058900        UNTIL LETTO-FINE-FILE.
059000     CLOSE FILE-TAXREG.
059100     PERFORM APRI-STAMPA THRU EX-APRI-STAMPA.
059200     STRING " TAX FREE - SITUAZIONE MODULI EMESSI NEL MESE "
059300               DELIMITED BY SIZE
059400            MESE-IN DELIMITED BY SIZE
059500        INTO DATI-RIGA.
059600     PERFORM SCRIVI THRU EX-SCRIVI.
059700     MOVE "S" TO RESTANO-SW.
059800     PERFORM STAMPA-TERMINALE THRU EX-STAMPA-TERMINALE
059900        UNTIL NOT RESTANO-MODULI.
060000     IF N-MODULI = 0
060100        MOVE " nessun modulo nel mese" TO DATI-RIGA
060200        MOVE 2 TO N-RIGA-STAMPA
060300        PERFORM SCRIVI THRU EX-SCRIVI.
060400     CALL "QCLPPR" USING PAR-PRINT
060500                          RIGA BUFFER.
060600     MOVE N-MODULI TO CONTA-ED.
060700     DISPLAY "TAXFREE    moduli del mese " CONTA-ED.
060800 EX-SITUAZIONE-MESE.
060900     EXIT.
061000*
061100*     le righe di rimborso/annullo seguono sempre quella di
061200*     emissione: lo stato si aggiorna nello stesso giro
061300 CARICA-MODULO.
061400     READ FILE-TAXREG
061500        AT END
061600           MOVE 1 TO OK-FINE-FILE
061700           GO TO EX-CARICA-MODULO
061800     END-READ.
061900     IF DETTAGLIO-TF
062000        GO TO EX-CARICA-MODULO.
062100     IF EMISSIONE-TF
062200        IF DATA-TF (1:4) = MESE-IN
062300           PERFORM AGGIUNGI-MODULO THRU EX-AGGIUNGI-MODULO
062400        END-IF
062500        GO TO EX-CARICA-MODULO.
062600     MOVE 0 TO IX-MD.
062700     PERFORM CERCA-MODULO THRU EX-CERCA-MODULO
062800        VARYING I-MD FROM 1 BY 1 UNTIL I-MD > N-MODULI.
062900     IF IX-MD NOT = 0
063000        MOVE TIPO-TF TO STATO-MD (IX-MD).
063100 EX-CARICA-MODULO.
063200     EXIT.
063300*
063400 AGGIUNGI-MODULO.
063500     IF N-MODULI NOT < 2000
063600        DISPLAY "TAXFREE    TAB-MODULI da allargare"
063700        GO TO EX-AGGIUNGI-MODULO.
063800     ADD 1 TO N-MODULI.
063900     MOVE NUMERO-TF TO NUMERO-MD (N-MODULI).
064000     MOVE TERMINALE-TF TO TERMINALE-MD (N-MODULI).
064100     MOVE DATA-TF TO DATA-MD (N-MODULI).
064200     MOVE PAESE-TF TO PAESE-MD (N-MODULI).
064300     MOVE PASSAPORTO-TF TO PASSAPORTO-MD (N-MODULI).
064400     MOVE LORDO-TF TO LORDO-MD (N-MODULI).
064500     MOVE IVA-TF TO IVA-MD (N-MODULI).
064600     MOVE SCADENZA-TF TO SCADENZA-MD (N-MODULI).
064700     MOVE "E" TO STATO-MD (N-MODULI).
064800     MOVE "N" TO STAMPATO-MD (N-MODULI).
064900 EX-AGGIUNGI-MODULO.
065000     EXIT.
065100*
065200 CERCA-MODULO.
065300     IF NUMERO-MD (I-MD) = NUMERO-TF
065400        MOVE I-MD TO IX-MD.
065500 EX-CERCA-MODULO.
065600     EXIT.
065700*
065800*     il terminale del primo modulo non ancora stampato, poi
065900*     tutti i suoi
066000 STAMPA-TERMINALE.
066100     MOVE 0 TO IX-MD.
066200     PERFORM CERCA-NON-STAMPATO THRU EX-CERCA-NON-STAMPATO
066300        VARYING I-MD FROM 1 BY 1
066400        UNTIL I-MD > N-MODULI OR IX-MD NOT = 0.
066500     IF IX-MD = 0
066600        MOVE "N" TO RESTANO-SW
066700        GO TO EX-STAMPA-TERMINALE.
066800     MOVE TERMINALE-MD (IX-MD) TO TERMINALE-CORR.
066900     MOVE 0 TO CONTA-STATO (1) CONTA-STATO (2)
067000               CONTA-STATO (3) CONTA-STATO (4).
067100     MOVE 0 TO IVA-STATO (1) IVA-STATO (2)
067200               IVA-STATO (3) IVA-STATO (4).
067300     STRING " --- TERMINALE " DELIMITED BY SIZE
067400            TERMINALE-CORR DELIMITED BY SIZE
067500            " ---" DELIMITED BY SIZE
067600        INTO DATI-RIGA.
067700     MOVE 2 TO N-RIGA-STAMPA.
067800     PERFORM SCRIVI THRU EX-SCRIVI.
067900     MOVE "  MODULO  DATA    PAESE PASSAPORTO" TO DATI-RIGA.
068000     MOVE "IMPORTO              IVA  SCADENZA  STATO"
068100       TO DATI-RIGA (56:41).
068200     PERFORM SCRIVI THRU EX-SCRIVI.
068300     PERFORM STAMPA-MODULO-MESE THRU EX-STAMPA-MODULO-MESE
068400        VARYING I-MD FROM IX-MD BY 1 UNTIL I-MD > N-MODULI.
068500     PERFORM STAMPA-TOTALE-STATO THRU EX-STAMPA-TOTALE-STATO
068600        VARYING I-ST FROM 1 BY 1 UNTIL I-ST > 4.
068700 EX-STAMPA-TERMINALE.
068800     EXIT.
068900*
069000 CERCA-NON-STAMPATO.
069100     IF STAMPATO-MD (I-MD) = "N"
069200        MOVE I-MD TO IX-MD.
069300 EX-CERCA-NON-STAMPATO.
069400     EXIT.
069500*
069600*     stato: 1 aperto, 2 rimborsato, 3 annullato, 4 scaduto
069700*     (aperto oltre il termine per il visto)
069800 STAMPA-MODULO-MESE.
069900     IF STAMPATO-MD (I-MD) = "S"
070000        OR TERMINALE-MD (I-MD) NOT = TERMINALE-CORR
070100        GO TO EX-STAMPA-MODULO-MESE.
070200     MOVE "S" TO STAMPATO-MD (I-MD).
070300     EVALUATE TRUE
070400        WHEN STATO-MD (I-MD) = "R"
070500           MOVE 2 TO I-ST
070600        WHEN STATO-MD (I-MD) = "A"
070700           MOVE 3 TO I-ST
070800        WHEN SCADENZA-MD (I-MD) < DATA-OGGI-TF
070900           MOVE 4 TO I-ST
071000        WHEN OTHER
071100           MOVE 1 TO I-ST
071200     END-EVALUATE.
071300     ADD 1 TO CONTA-STATO (I-ST).
071400     ADD IVA-MD (I-MD) TO IVA-STATO (I-ST).
071500     MOVE NUMERO-MD (I-MD) TO NUMERO-ST.
071600     MOVE DATA-MD (I-MD) TO DATA-ST.
071700     MOVE PAESE-MD (I-MD) TO PAESE-ST.
071800     MOVE PASSAPORTO-MD (I-MD) TO PASSAPORTO-ST.
071900     COMPUTE LORDO-ST = LORDO-MD (I-MD) / 100.
072000     COMPUTE IVA-ST = IVA-MD (I-MD) / 100.
072100     MOVE SCADENZA-MD (I-MD) TO SCADENZA-ST.
072200     MOVE DESCR-STATO (I-ST) TO STATO-ST.
072300     PERFORM SCRIVI THRU EX-SCRIVI.
072400 EX-STAMPA-MODULO-MESE.
072500     EXIT.
072600*
072700 STAMPA-TOTALE-STATO.
072800     IF CONTA-STATO (I-ST) = 0
072900        GO TO EX-STAMPA-TOTALE-STATO.
073000     MOVE CONTA-STATO (I-ST) TO CONTA-ED.
073100     STRING "  totale " DELIMITED BY SIZE
073200            DESCR-STATO (I-ST) DELIMITED BY SIZE
073300            " moduli " DELIMITED BY SIZE
073400            CONTA-ED DELIMITED BY SIZE
073500        INTO DATI-RIGA.
073600     COMPUTE IVA-ST = IVA-STATO (I-ST) / 100.
073700     PERFORM SCRIVI THRU EX-SCRIVI.
073800 EX-STAMPA-TOTALE-STATO.
073900     EXIT.
074000*
074100*
074200 APRI-STAMPA.
074300     MOVE  136  TO LL-RIGA.
074400     MOVE 9999 TO N-MAX-RIGHE.
074500     MOVE "X" TO PRE-NOME-FILE.
074600     MOVE W-FORMATO-INTERNO TO TERM-N-FILE.
074700     CALL "QOLPPR" USING PAR-PRINT
074800                          RIGA BUFFER.
074900     MOVE 0   TO N-STAMPANTE.
075000     MOVE "M" TO COMANDO.
075100     MOVE 66  TO N-RIGA-STAMPA.
075200 EX-APRI-STAMPA.
075300     EXIT.
075400*
075500 SCRIVI.
075600     CALL "QWLPPR" USING PAR-PRINT
075700                         RIGA BUFFER.
075800     IF STATO OF PAR-PRINT NOT = 0
075900        MOVE STATO OF PAR-PRINT TO STATO-DISPLAY
076000        DISPLAY "TAXFREE    ERRORE QPRINT CON STATO : "
076100                STATO-DISPLAY
076200     END-IF.
076300     MOVE SPACES TO DATI-RIGA.
076400     MOVE "S" TO COMANDO.
076500     MOVE 0 TO N-RIGA-STAMPA.
076600 EX-SCRIVI.
076700     EXIT.
076800*
076900*
077000 TTDBGET.
077100              COPY PDBGET.
077200*
077300*      FINE PROGRAMMA    **** /K TAXFREE.COB  *****
