000100*CONTROL SUBPROGRAM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. ESTRATTI.
000310*2026*        15/10/26
000320*     estrazioni libere per gli analisti, al posto delle
000330*     richieste a programma su MOVMAG, SITPF e ANAMAT.
000340*     FUNZIONE "D": si sceglie l'archivio (MOVMAG, SITPF,
000350*     ANAMAT, BOLLE), i campi dal catalogo mostrato a video
000360*     (fino a 15, nell'ordine delle colonne), i filtri che
000370*     hanno senso per l'archivio (settimane da/a per MOVMAG,
000380*     date da/a sulla data dell'archivio, classe dal C-MAT,
000390*     magazzino, conto, causale) e i totali (riga di totale
000400*     oppure raggruppamento sul primo campo); la definizione
000410*     si salva per nome su ESTRDEF (YESTRDF), lo stesso nome
000420*     la sostituisce. FUNZIONE "E": chiede solo il nome e
000430*     gira la definizione con scansione seriale dell'archivio,
000440*     quindi si mette anche come passo della catena ORCHEOD.
000450*     L'uscita e' un CSV (campi separati da ";", importi con
000460*     la virgola) con le intestazioni in chiaro, sul file
000470*     ESTRCSV equiparato col nome dell'estrazione (COMMAND2
000480*     "FILE"); le date escono GG/MM/AAAA passando da QDATAS.
000490*     Gli importi sono in centesimi sugli archivi e escono in
00049A*     euro. FUNZIONE "L": elenco delle estrazioni salvate.
00049B*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
000800 OBJECT-COMPUTER.  HP-3000.
000900 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
001000 INPUT-OUTPUT SECTION.
001100     FILE-CONTROL.
001200     SELECT OPTIONAL FILE-DEF ASSIGN TO "ESTRDEF"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-ED.
001500     SELECT OPTIONAL FILE-CSV ASSIGN TO "ESTRCSV"
001600        ORGANIZATION IS LINE SEQUENTIAL
001700        FILE STATUS IS CHECK-EC.
001800*
001900 DATA DIVISION.
002000 FILE SECTION.
002100 FD FILE-DEF DATA RECORD REC-DEF.
002200 01 REC-DEF               COPY YESTRDF.
002300*
002400 FD FILE-CSV DATA RECORD REC-CSV.
002500 01 REC-CSV                  PIC X(400).
002600*
002700 WORKING-STORAGE SECTION.
002800*
002900 01 REC-MOVMAG       COPY YMOVMAG.
003000 01 REC-SITPF        COPY YSITPF.
003100 01 REC-BOLLE        COPY YBOLLE.
003200 01 AREA-REC-SET     PIC X(512).
003300 01 FILLER REDEFINES AREA-REC-SET.
003400  05 REC-ANAMAT      COPY YANAMAT.
003500*
003600 01 COD-ES           COPY DANCODMT.
003700*
003800 77 CHECK-ED        PIC XX.
003900    88 ED-APERTO    VALUES ARE "05", "00".
004000 77 CHECK-EC        PIC XX.
004100    88 EC-APERTO    VALUES ARE "05", "00".
004200*
004300 01 OK-FINE-FILE    PIC S9(4) COMP.
004400    88 LETTO-FINE-FILE VALUE 1.
004500*
004600 01 T-TAB           PIC X VALUE X"9".
004700*
004800 01 FUNZIONE-IN     PIC X.
004900 01 NOME-IN         PIC X(8).
005000 01 ARCHIVIO-IN     PIC X.
005100 01 CAMPO-IN        PIC XX.
005200 01 SETT-IN         PIC XX.
005300 01 DATA-IN         PIC X(6).
005400 01 CLASSE-IN       PIC XX.
005500 01 MAG-IN          PIC X(3).
005600 01 CONTO-IN        PIC X(9).
005700 01 TOTALI-IN       PIC X.
005800*
005900 01 PARGEN           COPY QPARGEN.
006000 01 PARQDATA-RIGA    COPY QPARDATS.
006100*
006200* catalogo dei campi: archivio, numero, tipo, intestazione.
006300* Tipo C codice, N quantita' (sommata), V importo in
006400* centesimi (sommato), P importo in centesimi (non sommato),
006500* D data AAMMGG, A alfanumerico
006600 01 TAB-CATALOGO-VAL.
006700    05 FILLER PIC X(24) VALUE "M01CRif. interno".
006800    05 FILLER PIC X(24) VALUE "M02CRiga".
006900    05 FILLER PIC X(24) VALUE "M03CCodice materiale".
007000    05 FILLER PIC X(24) VALUE "M04CClasse".
007100    05 FILLER PIC X(24) VALUE "M05CStagione".
007200    05 FILLER PIC X(24) VALUE "M06CConto".
007300    05 FILLER PIC X(24) VALUE "M07ACausale".
007400    05 FILLER PIC X(24) VALUE "M08CSettimana".
007500    05 FILLER PIC X(24) VALUE "M09CMagazzino".
007600    05 FILLER PIC X(24) VALUE "M10NQuantita'".
007700    05 FILLER PIC X(24) VALUE "M11PPrezzo unitario".
007800    05 FILLER PIC X(24) VALUE "M12PCosto standard".
007900    05 FILLER PIC X(24) VALUE "M13VValore (prezzo x q.)".
008000    05 FILLER PIC X(24) VALUE "M14CRif. ordine".
008100    05 FILLER PIC X(24) VALUE "M15CCliente finale".
008200    05 FILLER PIC X(24) VALUE "S01CCodice materiale".
008300    05 FILLER PIC X(24) VALUE "S02CClasse".
008400    05 FILLER PIC X(24) VALUE "S03CStagione".
008500    05 FILLER PIC X(24) VALUE "S04CMagazzino".
008600    05 FILLER PIC X(24) VALUE "S05NGiacenza".
008700    05 FILLER PIC X(24) VALUE "S06VValore giacenza".
008800    05 FILLER PIC X(24) VALUE "S07NOrdinato".
008900    05 FILLER PIC X(24) VALUE "S08NImpegnato".
009000    05 FILLER PIC X(24) VALUE "S09NDisponibile".
009100    05 FILLER PIC X(24) VALUE "S10DUltimo movimento".
009200    05 FILLER PIC X(24) VALUE "S11DData inventario".
009300    05 FILLER PIC X(24) VALUE "S12NQuantita' invent.".
009400    05 FILLER PIC X(24) VALUE "S13VValore inventario".
009500    05 FILLER PIC X(24) VALUE "A01CCodice materiale".
009600    05 FILLER PIC X(24) VALUE "A02ADescrizione".
009700    05 FILLER PIC X(24) VALUE "A03CClasse".
009800    05 FILLER PIC X(24) VALUE "A04CStagione".
009900    05 FILLER PIC X(24) VALUE "A05CAnno".
010000    05 FILLER PIC X(24) VALUE "A06CCollezione".
010100    05 FILLER PIC X(24) VALUE "A07DData nascita".
010200    05 FILLER PIC X(24) VALUE "A08DUltima variazione".
010300    05 FILLER PIC X(24) VALUE "A09PCosto".
010400    05 FILLER PIC X(24) VALUE "A10AUnita' di misura".
010500    05 FILLER PIC X(24) VALUE "A11ATipo materiale".
010600    05 FILLER PIC X(24) VALUE "A12CClasse gruppo".
010700    05 FILLER PIC X(24) VALUE "B01CConto".
010800    05 FILLER PIC X(24) VALUE "B02CRif. interno".
010900    05 FILLER PIC X(24) VALUE "B03DData bolla".
011000    05 FILLER PIC X(24) VALUE "B04CNumero".
011100    05 FILLER PIC X(24) VALUE "B05CNumero pre-fattura".
011200    05 FILLER PIC X(24) VALUE "B06CMagazzino".
011300 01 TAB-CATALOGO REDEFINES TAB-CATALOGO-VAL.
011400  05 RIGA-CP OCCURS 46.
011500   10 ARCHIVIO-CP      PIC X.
011600   10 NUMERO-CP        PIC 99.
011700   10 TIPO-CP          PIC X.
011800   10 INTEST-CP        PIC X(20).
011900 01 N-CP            PIC S9(4) COMP VALUE 46.
012000 01 I-CP            PIC S9(4) COMP.
012100 01 IX-CP           PIC S9(4) COMP.
012200 01 ARCHIVIO-COM    PIC X.
012300 01 CAMPO-COM       PIC 99.
012400 01 CAMPO-ED        PIC Z9.
012500*
012600* definizioni salvate (ESTRDEF riscritto per intero)
012700 01 TAB-DEFINIZIONI.
012800  05 RIGA-DF          PIC X(133) OCCURS 100.
012900 01 N-DF            PIC S9(4) COMP.
013000 01 I-DF            PIC S9(4) COMP.
013100 01 IX-DF           PIC S9(4) COMP.
013200 01 DEF-COM          COPY YESTRDF.
013300 01 I-ES            PIC S9(4) COMP.
013400 01 FINE-CAMPI      PIC X.
013500    88 CAMPI-FINITI VALUE "S".
013600*
013700* colonne dell'estrazione in corso
013800 01 TAB-SCELTI.
013900  05 RIGA-SC OCCURS 15.
014000   10 TIPO-SC          PIC X.
014100      88 SC-SOMMABILE  VALUES ARE "N", "V".
014200   10 INTEST-SC        PIC X(20).
014300   10 TESTO-SC         PIC X(24).
014400   10 VALORE-SC        PIC S9(15) COMP-3.
014500   10 TOTALE-SC        PIC S9(15) COMP-3.
014600 01 N-SC            PIC S9(4) COMP.
014700 01 I-SC            PIC S9(4) COMP.
014800*
014900* gruppi sul primo campo
015000 01 TAB-GRUPPI.
015100  05 RIGA-GR OCCURS 2000.
015200   10 CHIAVE-GR        PIC X(24).
015300   10 SOMMA-GR         PIC S9(15) COMP-3 OCCURS 15.
015400 01 N-GR            PIC S9(4) COMP.
015500 01 I-GR            PIC S9(4) COMP.
015600 01 IX-GR           PIC S9(4) COMP.
015700 01 GRUPPI-PERSI    PIC S9(9) COMP.
015800*
015900* filtri in uso
016000 01 SETT-DA-COM     PIC S9(4) COMP.
016100 01 SETT-A-COM      PIC S9(4) COMP.
016200 01 SETT-COM        PIC S9(4) COMP.
016300 01 DATA-DA-INT     PIC S9(8) COMP.
016400 01 DATA-A-INT      PIC S9(8) COMP.
016500 01 DATA-COM        PIC S9(8) COMP.
016600 01 DATA-VALIDA     PIC X.
016700    88 DATA-OK      VALUE "S".
016800 01 RECORD-VALIDO   PIC X.
016900    88 RECORD-SCELTO VALUE "S".
017000*
017100* valore del campo e sua forma testo
017200 01 VALORE-NUM      PIC S9(15) COMP-3.
017300 01 VALORE-ALFA     PIC X(24).
017400 01 TESTO-COM       PIC X(24).
017500 01 NUMERO-ED       PIC -(15)9.
017600 01 IMPORTO-COM     PIC S9(13)V99 COMP-3.
017700 01 IMPORTO-ED      PIC -(13)9,99.
017800 01 SPAZI-ED        PIC S9(4) COMP.
017900 01 AA4-ED          PIC 9(4).
018000 01 TOT-GIAC        PIC S9(9) COMP.
018100 01 TOT-ORD         PIC S9(9) COMP.
018200 01 TOT-IMP         PIC S9(9) COMP.
018300 01 TOT-INV         PIC S9(9) COMP.
018400 01 I-TG            PIC S9(4) COMP.
018500*
018600* riga CSV
018700 01 RIGA-CSV        PIC X(400).
018800 01 PUNTO-CSV       PIC S9(4) COMP.
018900*
019000* file CSV equiparato col nome dell'estrazione
019100 01 COMANDO-FILE-ES  PIC X(40).
019200 01 CARRIAGE-RETURN  PIC X VALUE X"13".
019300 01 ERR          PIC S9(9) COMP.
019400 01 ERR-PARM     PIC S9(9) COMP.
019500 01 ERR-DISP     PIC -(6).
019600*
019700 01 RECORD-LETTI    PIC S9(9) COMP.
019800 01 RIGHE-SCRITTE   PIC S9(9) COMP.
019900 01 CONTA-ED        PIC Z(8)9.
020000*
020100 LINKAGE SECTION.
020200*
020300 01 W-COMMON       COPY WCOMMONW.
020400*
020500*PAGE
020600 PROCEDURE DIVISION  USING W-COMMON.
020700 INIZIO.
020800     DISPLAY "----  ESTRAZIONI PER GLI ANALISTI  ------".
020900     DISPLAY "Funzione (D=definisci E=esegui L=elenco) "
021000             NO ADVANCING.
021100     MOVE SPACE TO FUNZIONE-IN.
021200     ACCEPT FUNZIONE-IN.
021300     EVALUATE FUNZIONE-IN
021400        WHEN "D"
021500           PERFORM DEFINISCI THRU EX-DEFINISCI
021600        WHEN "E"
021700           PERFORM ESEGUI THRU EX-ESEGUI
021800        WHEN "L"
021900           PERFORM ELENCO THRU EX-ELENCO
022000        WHEN OTHER
022100           DISPLAY "Funzione non valida"
022200     END-EVALUATE.
022300 FINE.
022400     EXIT PROGRAM.
022500*
022600*
022700******************************************************
022800*  DEFINIZIONE DI UN'ESTRAZIONE                      *
022900******************************************************
023000 DEFINISCI.
023100     PERFORM CARICA-DEFINIZIONI THRU EX-CARICA-DEFINIZIONI.
023200     DISPLAY "Nome dell'estrazione (8 car.) " NO ADVANCING.
023300     MOVE SPACES TO NOME-IN.
023400     ACCEPT NOME-IN.
023500     IF NOME-IN = SPACES
023600        DISPLAY "Nome mancante"
023700        GO TO EX-DEFINISCI.
023800     PERFORM CERCA-DEFINIZIONE THRU EX-CERCA-DEFINIZIONE.
023900     IF IX-DF NOT = 0
024000        DISPLAY "Estrazione gia' salvata: viene sostituita".
024100     IF IX-DF = 0 AND N-DF NOT < 100
024200        DISPLAY "Troppe estrazioni salvate su ESTRDEF"
024300        GO TO EX-DEFINISCI.
024400     MOVE SPACES TO DEF-COM.
024500     MOVE NOME-IN TO NOME-ES OF DEF-COM.
024600     DISPLAY "Descrizione " NO ADVANCING.
024700     ACCEPT DESCR-ES OF DEF-COM.
024800     DISPLAY "Archivio (M=MOVMAG S=SITPF A=ANAMAT B=BOLLE) "
024900             NO ADVANCING.
025000     MOVE SPACE TO ARCHIVIO-IN.
025100     ACCEPT ARCHIVIO-IN.
025200     MOVE ARCHIVIO-IN TO ARCHIVIO-ES OF DEF-COM.
025300     IF NOT ES-MOVMAG OF DEF-COM AND NOT ES-SITPF OF DEF-COM
025400        AND NOT ES-ANAMAT OF DEF-COM
025500        AND NOT ES-BOLLE OF DEF-COM
025600        DISPLAY "Archivio non valido"
025700        GO TO EX-DEFINISCI.
025800     MOVE ARCHIVIO-IN TO ARCHIVIO-COM.
025900     DISPLAY "Campi disponibili:".
026000     PERFORM MOSTRA-CATALOGO THRU EX-MOSTRA-CATALOGO
026100        VARYING I-CP FROM 1 BY 1 UNTIL I-CP > N-CP.
026200     MOVE 0 TO N-CAMPI-ES OF DEF-COM.
026300     MOVE SPACE TO FINE-CAMPI.
026400     PERFORM CHIEDI-CAMPO THRU EX-CHIEDI-CAMPO
026500        UNTIL CAMPI-FINITI.
026600     IF N-CAMPI-ES OF DEF-COM = 0
026700        DISPLAY "Nessun campo scelto"
026800        GO TO EX-DEFINISCI.
026900     PERFORM CHIEDI-FILTRI THRU EX-CHIEDI-FILTRI.
027000     DISPLAY "Totali (spazio=no T=riga totale "
027100             "G=raggruppa sul primo campo) " NO ADVANCING.
027200     MOVE SPACE TO TOTALI-IN.
027300     ACCEPT TOTALI-IN.
027400     MOVE TOTALI-IN TO TOTALI-ES OF DEF-COM.
027500     IF NOT ES-TOTALE OF DEF-COM
027600        AND NOT ES-RAGGRUPPA OF DEF-COM
027700        MOVE SPACE TO TOTALI-ES OF DEF-COM.
027800     IF ES-RAGGRUPPA OF DEF-COM
027900        MOVE CAMPO-ES OF DEF-COM (1) TO CAMPO-COM
028000        PERFORM CERCA-CATALOGO THRU EX-CERCA-CATALOGO
028100        IF TIPO-CP (IX-CP) = "N" OR "V"
028200           DISPLAY "Il primo campo e' una quantita': "
028300                   "solo riga di totale"
028400           MOVE "T" TO TOTALI-ES OF DEF-COM
028500        END-IF
028600     END-IF.
028700     PERFORM METTI-TAB-DEF THRU EX-METTI-TAB-DEF.
028800     IF IX-DF = 0
028900        ADD 1 TO N-DF
029000        MOVE N-DF TO IX-DF.
029100     MOVE DEF-COM TO RIGA-DF (IX-DF).
029200     OPEN OUTPUT FILE-DEF.
029300     IF NOT ED-APERTO
029400        DISPLAY "ESTRATTI   ESTRDEF non apribile " CHECK-ED
029500        GO TO EX-DEFINISCI.
029600     PERFORM SCRIVI-DEFINIZIONE THRU EX-SCRIVI-DEFINIZIONE
029700        VARYING I-DF FROM 1 BY 1 UNTIL I-DF > N-DF.
029800     CLOSE FILE-DEF.
029900     DISPLAY "Estrazione " NOME-IN " salvata".
030000 EX-DEFINISCI.
030100     EXIT.
030200*
030300 MOSTRA-CATALOGO.
030400     IF ARCHIVIO-CP (I-CP) = ARCHIVIO-COM
030500        MOVE NUMERO-CP (I-CP) TO CAMPO-ED
030600        DISPLAY "  " CAMPO-ED "  " INTEST-CP (I-CP)
030700     END-IF.
030800 EX-MOSTRA-CATALOGO.
030900     EXIT.
031000*
031100 CHIEDI-CAMPO.
031200     DISPLAY "Campo (2 cifre, vuoto = fine) " NO ADVANCING.
031300     MOVE SPACES TO CAMPO-IN.
031400     ACCEPT CAMPO-IN.
031500     IF CAMPO-IN = SPACES
031600        MOVE "S" TO FINE-CAMPI
031700        GO TO EX-CHIEDI-CAMPO.
031800     IF CAMPO-IN NOT NUMERIC
031900        DISPLAY "Campo non numerico"
032000        GO TO EX-CHIEDI-CAMPO.
032100     MOVE CAMPO-IN TO CAMPO-COM.
032200     PERFORM CERCA-CATALOGO THRU EX-CERCA-CATALOGO.
032300     IF IX-CP = 0
032400        DISPLAY "Campo inesistente per l'archivio"
032500        GO TO EX-CHIEDI-CAMPO.
032600     ADD 1 TO N-CAMPI-ES OF DEF-COM.
032700     MOVE CAMPO-COM
032800       TO CAMPO-ES OF DEF-COM (N-CAMPI-ES OF DEF-COM).
032900     IF N-CAMPI-ES OF DEF-COM NOT < 15
033000        DISPLAY "Raggiunto il massimo di 15 campi"
033100        MOVE "S" TO FINE-CAMPI.
033200 EX-CHIEDI-CAMPO.
033300     EXIT.
033400*
033500*     in IX-CP la riga di catalogo di ARCHIVIO-COM/CAMPO-COM
033600 CERCA-CATALOGO.
033700     MOVE 0 TO IX-CP.
033800     PERFORM CONFRONTA-CATALOGO THRU EX-CONFRONTA-CATALOGO
033900        VARYING I-CP FROM 1 BY 1
034000        UNTIL I-CP > N-CP OR IX-CP NOT = 0.
034100 EX-CERCA-CATALOGO.
034200     EXIT.
034300*
034400 CONFRONTA-CATALOGO.
034500     IF ARCHIVIO-CP (I-CP) = ARCHIVIO-COM
034600        AND NUMERO-CP (I-CP) = CAMPO-COM
034700        MOVE I-CP TO IX-CP.
034800 EX-CONFRONTA-CATALOGO.
034900     EXIT.
035000*
035100*     solo i filtri che valgono per l'archivio scelto;
035200*     risposta vuota = nessun filtro
035300 CHIEDI-FILTRI.
035400     MOVE 0 TO SETT-DA-ES OF DEF-COM SETT-A-ES OF DEF-COM
035500               DATA-DA-ES OF DEF-COM DATA-A-ES OF DEF-COM
035600               CLASSE-ES OF DEF-COM MAG-ES OF DEF-COM
035700               CONTO-ES OF DEF-COM.
035800     MOVE SPACES TO CAUSALE-ES OF DEF-COM.
035900     IF ES-MOVMAG OF DEF-COM
036000        DISPLAY "Dalla settimana (2 cifre) " NO ADVANCING
036100        PERFORM CHIEDI-SETTIMANA THRU EX-CHIEDI-SETTIMANA
036200        MOVE SETT-COM TO SETT-DA-ES OF DEF-COM
036300        DISPLAY "Alla settimana  (2 cifre) " NO ADVANCING
036400        PERFORM CHIEDI-SETTIMANA THRU EX-CHIEDI-SETTIMANA
036500        MOVE SETT-COM TO SETT-A-ES OF DEF-COM
036600     ELSE
036700        DISPLAY "Dalla data (GGMMAA) " NO ADVANCING
036800        PERFORM CHIEDI-DATA THRU EX-CHIEDI-DATA
036900        MOVE DATA-IN TO DATA-DA-ES OF DEF-COM
037000        DISPLAY "Alla data  (GGMMAA) " NO ADVANCING
037100        PERFORM CHIEDI-DATA THRU EX-CHIEDI-DATA
037200        MOVE DATA-IN TO DATA-A-ES OF DEF-COM
037300     END-IF.
037400     IF NOT ES-BOLLE OF DEF-COM
037500        DISPLAY "Classe (2 cifre) " NO ADVANCING
037600        MOVE SPACES TO CLASSE-IN
037700        ACCEPT CLASSE-IN
037800        IF CLASSE-IN NUMERIC
037900           MOVE CLASSE-IN TO CLASSE-ES OF DEF-COM
038000        END-IF
038100     END-IF.
038200     IF NOT ES-ANAMAT OF DEF-COM
038300        DISPLAY "Magazzino (3 cifre) " NO ADVANCING
038400        MOVE SPACES TO MAG-IN
038500        ACCEPT MAG-IN
038600        IF MAG-IN NUMERIC
038700           MOVE MAG-IN TO MAG-ES OF DEF-COM
038800        END-IF
038900     END-IF.
039000     IF ES-MOVMAG OF DEF-COM OR ES-BOLLE OF DEF-COM
039100        DISPLAY "Conto (9 cifre) " NO ADVANCING
039200        MOVE SPACES TO CONTO-IN
039300        ACCEPT CONTO-IN
039400        IF CONTO-IN NUMERIC
039500           MOVE CONTO-IN TO CONTO-ES OF DEF-COM
039600        END-IF
039700     END-IF.
039800     IF ES-MOVMAG OF DEF-COM
039900        DISPLAY "Causale " NO ADVANCING
040000        ACCEPT CAUSALE-ES OF DEF-COM
040100     END-IF.
040200 EX-CHIEDI-FILTRI.
040300     EXIT.
040400*
040500 CHIEDI-SETTIMANA.
040600     MOVE 0 TO SETT-COM.
040700     MOVE SPACES TO SETT-IN.
040800     ACCEPT SETT-IN.
040900     IF SETT-IN = SPACES
041000        GO TO EX-CHIEDI-SETTIMANA.
041100     IF SETT-IN NOT NUMERIC
041200        DISPLAY "Settimana non numerica: nessun filtro"
041300        GO TO EX-CHIEDI-SETTIMANA.
041400     MOVE SETT-IN TO SETT-COM.
041500     IF SETT-COM > 53
041600        DISPLAY "Settimana oltre la 53: nessun filtro"
041700        MOVE 0 TO SETT-COM.
041800 EX-CHIEDI-SETTIMANA.
041900     EXIT.
042000*
042100*     la data si controlla con QDATAS funz.1; errata = zero
042200 CHIEDI-DATA.
042300     MOVE SPACES TO DATA-IN.
042400     ACCEPT DATA-IN.
042500     IF DATA-IN = SPACES
042600        MOVE ZEROS TO DATA-IN
042700        GO TO EX-CHIEDI-DATA.
042800     IF DATA-IN NOT NUMERIC
042900        DISPLAY "Data non numerica: nessun filtro"
043000        MOVE ZEROS TO DATA-IN
043100        GO TO EX-CHIEDI-DATA.
043200     MOVE DATA-IN TO DATA-COM.
043300     PERFORM DATA-INTERNA THRU EX-DATA-INTERNA.
043400     IF NOT DATA-OK
043500        DISPLAY "Data errata: nessun filtro"
043600        MOVE ZEROS TO DATA-IN.
043700 EX-CHIEDI-DATA.
043800     EXIT.
043900*
044000*     DATA-COM GGMMAA in DATA-COM AAMMGG (QDATAS funz.1)
044100 DATA-INTERNA.
044200     MOVE "N" TO DATA-VALIDA.
044300     MOVE DATA-COM TO Q-DATA-9 OF PARQDATA-RIGA.
044400     MOVE 1 TO Q-FUNZIONE OF PARGEN.
044500     CANCEL "QDATAS"
044600     CALL "QDATAS" USING PARGEN
044700                         Q-DATA-E OF PARQDATA-RIGA
044800                         Q-DATA-I OF PARQDATA-RIGA
044900                         Q-SETTIMANA OF PARQDATA-RIGA.
045000     IF Q-STATO OF PARGEN NOT = 0
045100        GO TO EX-DATA-INTERNA.
045200     MOVE Q-DATA-I OF PARQDATA-RIGA TO DATA-COM.
045300     MOVE "S" TO DATA-VALIDA.
045400 EX-DATA-INTERNA.
045500     EXIT.
045600*
045700 METTI-TAB-DEF.
045800     MOVE T-TAB TO TG-ES-1 OF DEF-COM TG-ES-2 OF DEF-COM
045900                   TG-ES-3 OF DEF-COM TG-ES-4 OF DEF-COM
046000                   TG-ES-5 OF DEF-COM TG-ES-6 OF DEF-COM
046100                   TG-ES-7 OF DEF-COM TG-ES-8 OF DEF-COM
046200                   TG-ES-9 OF DEF-COM TG-ES-10 OF DEF-COM
046300                   TG-ES-11 OF DEF-COM TG-ES-12 OF DEF-COM.
046400     PERFORM METTI-TAB-CAMPO THRU EX-METTI-TAB-CAMPO
046500        VARYING I-ES FROM 1 BY 1 UNTIL I-ES > 15.
046600 EX-METTI-TAB-DEF.
046700     EXIT.
046800*
046900 METTI-TAB-CAMPO.
047000     MOVE T-TAB TO TG-CAMPO-ES OF DEF-COM (I-ES).
047100     IF I-ES > N-CAMPI-ES OF DEF-COM
047200        MOVE 0 TO CAMPO-ES OF DEF-COM (I-ES).
047300 EX-METTI-TAB-CAMPO.
047400     EXIT.
047500*
047600 SCRIVI-DEFINIZIONE.
047700     MOVE RIGA-DF (I-DF) TO REC-DEF.
047800     WRITE REC-DEF.
047900 EX-SCRIVI-DEFINIZIONE.
048000     EXIT.
048100*
048200*
048300******************************************************
048400*  DEFINIZIONI SALVATE                               *
048500******************************************************
048600 CARICA-DEFINIZIONI.
048700     MOVE 0 TO N-DF OK-FINE-FILE.
048800     OPEN INPUT FILE-DEF.
048900     IF NOT ED-APERTO
049000        GO TO EX-CARICA-DEFINIZIONI.
049100     PERFORM LEGGI-DEFINIZIONE THRU EX-LEGGI-DEFINIZIONE
049200        UNTIL LETTO-FINE-FILE.
049300     CLOSE FILE-DEF.
049400 EX-CARICA-DEFINIZIONI.
049500     EXIT.
049600*
049700 LEGGI-DEFINIZIONE.
049800     READ FILE-DEF
049900        AT END
050000           MOVE 1 TO OK-FINE-FILE
050100           GO TO EX-LEGGI-DEFINIZIONE.
050200     IF REC-DEF = SPACES OR N-DF NOT < 100
050300        GO TO EX-LEGGI-DEFINIZIONE.
050400     ADD 1 TO N-DF.
050500     MOVE REC-DEF TO RIGA-DF (N-DF).
050600 EX-LEGGI-DEFINIZIONE.
050700     EXIT.
050800*
050900*     in IX-DF la definizione di nome NOME-IN (0 = nuova)
051000 CERCA-DEFINIZIONE.
051100     MOVE 0 TO IX-DF.
051200     PERFORM CONFRONTA-DEFINIZIONE THRU EX-CONFRONTA-DEFINIZIONE
051300        VARYING I-DF FROM 1 BY 1
051400        UNTIL I-DF > N-DF OR IX-DF NOT = 0.
051500 EX-CERCA-DEFINIZIONE.
051600     EXIT.
051700*
051800 CONFRONTA-DEFINIZIONE.
051900     IF RIGA-DF (I-DF) (1:8) = NOME-IN
052000        MOVE I-DF TO IX-DF.
052100 EX-CONFRONTA-DEFINIZIONE.
052200     EXIT.
052300*
052400 ELENCO.
052500     PERFORM CARICA-DEFINIZIONI THRU EX-CARICA-DEFINIZIONI.
052600     IF N-DF = 0
052700        DISPLAY "Nessuna estrazione salvata"
052800        GO TO EX-ELENCO.
052900     DISPLAY "NOME     A DESCRIZIONE                    CAMPI T".
053000     PERFORM MOSTRA-DEFINIZIONE THRU EX-MOSTRA-DEFINIZIONE
053100        VARYING I-DF FROM 1 BY 1 UNTIL I-DF > N-DF.
053200 EX-ELENCO.
053300     EXIT.
053400*
053500 MOSTRA-DEFINIZIONE.
053600     MOVE RIGA-DF (I-DF) TO DEF-COM.
053700     MOVE N-CAMPI-ES OF DEF-COM TO CAMPO-ED.
053800     DISPLAY NOME-ES OF DEF-COM " " ARCHIVIO-ES OF DEF-COM
053900             " " DESCR-ES OF DEF-COM "   " CAMPO-ED
054000             " " TOTALI-ES OF DEF-COM.
054100 EX-MOSTRA-DEFINIZIONE.
054200     EXIT.
054300*
054400*
054500******************************************************
054600*  ESECUZIONE DI UN'ESTRAZIONE                       *
054700******************************************************
054800 ESEGUI.
054900     DISPLAY "Nome dell'estrazione " NO ADVANCING.
055000     MOVE SPACES TO NOME-IN.
055100     ACCEPT NOME-IN.
055200     PERFORM CARICA-DEFINIZIONI THRU EX-CARICA-DEFINIZIONI.
055300     PERFORM CERCA-DEFINIZIONE THRU EX-CERCA-DEFINIZIONE.
055400     IF IX-DF = 0
055500        DISPLAY "ESTRATTI   estrazione " NOME-IN
055600                " non definita su ESTRDEF"
055700        GO TO EX-ESEGUI.
055800     MOVE RIGA-DF (IX-DF) TO DEF-COM.
055900     DISPLAY "Estrazione " NOME-ES OF DEF-COM " "
056000             DESCR-ES OF DEF-COM.
056100     MOVE ARCHIVIO-ES OF DEF-COM TO ARCHIVIO-COM.
056200     MOVE 0 TO N-SC.
056300     PERFORM PREPARA-COLONNA THRU EX-PREPARA-COLONNA
056400        VARYING I-SC FROM 1 BY 1
056500        UNTIL I-SC > N-CAMPI-ES OF DEF-COM.
056600     IF N-SC = 0
056700        DISPLAY "ESTRATTI   nessun campo valido per "
056800                NOME-IN
056900        GO TO EX-ESEGUI.
057000     PERFORM PREPARA-FILTRI THRU EX-PREPARA-FILTRI.
057100     MOVE SPACES TO COMANDO-FILE-ES.
057200     STRING "FILE ESTRCSV=" DELIMITED BY SIZE
057300            NOME-ES OF DEF-COM DELIMITED BY SPACE
057400            CARRIAGE-RETURN DELIMITED BY SIZE
057500        INTO COMANDO-FILE-ES.
057600     CANCEL "COMMAND2"
057700     CALL "COMMAND2" USING COMANDO-FILE-ES ERR ERR-PARM.
057800     IF ERR NOT = 0
057900        MOVE ERR TO ERR-DISP
058000        DISPLAY "ESTRATTI   err COMMAND2 " ERR-DISP
058100        GO TO EX-ESEGUI.
058200     OPEN OUTPUT FILE-CSV.
058300     IF NOT EC-APERTO
058400        DISPLAY "ESTRATTI   ESTRCSV non apribile " CHECK-EC
058500        GO TO EX-ESEGUI.
058600     MOVE 0 TO RECORD-LETTI RIGHE-SCRITTE N-GR GRUPPI-PERSI.
058700     PERFORM METTI-INTESTAZIONE THRU EX-METTI-INTESTAZIONE
058800        VARYING I-SC FROM 1 BY 1 UNTIL I-SC > N-SC.
058900     PERFORM SCRIVI-RIGA-CSV THRU EX-SCRIVI-RIGA-CSV.
059000     MOVE 0 TO W-VALORE-CAMPO-W.
059100     MOVE 0 TO W-STATUS-WORD-IMAGE.
059200     PERFORM LEGGI-ARCHIVIO-SER THRU EX-LEGGI-ARCHIVIO-SER
059300        UNTIL W-FUORI-FILE.
059400     IF ES-RAGGRUPPA OF DEF-COM
059500        PERFORM SCRIVI-GRUPPO THRU EX-SCRIVI-GRUPPO
059600           VARYING I-GR FROM 1 BY 1 UNTIL I-GR > N-GR.
059700     IF ES-TOTALE OF DEF-COM OR ES-RAGGRUPPA OF DEF-COM
059800        PERFORM SCRIVI-TOTALE THRU EX-SCRIVI-TOTALE.
059900     CLOSE FILE-CSV.
060000     MOVE RECORD-LETTI TO CONTA-ED.
060100     DISPLAY "Record letti          " CONTA-ED.
060200     MOVE RIGHE-SCRITTE TO CONTA-ED.
060300     DISPLAY "Righe CSV scritte     " CONTA-ED.
060400     IF GRUPPI-PERSI NOT = 0
060500        MOVE GRUPPI-PERSI TO CONTA-ED
060600        DISPLAY "Record fuori gruppo (oltre 2000) " CONTA-ED.
060700 EX-ESEGUI.
060800     EXIT.
060900*
061000 PREPARA-COLONNA.
061100     MOVE CAMPO-ES OF DEF-COM (I-SC) TO CAMPO-COM.
061200     PERFORM CERCA-CATALOGO THRU EX-CERCA-CATALOGO.
061300     IF IX-CP = 0
061400        MOVE CAMPO-COM TO CAMPO-ED
061500        DISPLAY "ESTRATTI   campo " CAMPO-ED
061600                " non a catalogo, saltato"
061700        GO TO EX-PREPARA-COLONNA.
061800     ADD 1 TO N-SC.
061900     MOVE TIPO-CP (IX-CP) TO TIPO-SC (N-SC).
062000     MOVE INTEST-CP (IX-CP) TO INTEST-SC (N-SC).
062100     MOVE 0 TO TOTALE-SC (N-SC).
062200     MOVE CAMPO-COM TO CAMPO-ES OF DEF-COM (N-SC).
062300 EX-PREPARA-COLONNA.
062400     EXIT.
062500*
062600*     settimane: a zero tutto l'anno; DA oltre A vuol dire a
062700*     cavallo d'anno (es. dalla 50 alla 3). Date in interno.
062800 PREPARA-FILTRI.
062900     MOVE SETT-DA-ES OF DEF-COM TO SETT-DA-COM.
063000     MOVE SETT-A-ES OF DEF-COM TO SETT-A-COM.
063100     IF SETT-DA-COM = 0
063200        MOVE 1 TO SETT-DA-COM.
063300     IF SETT-A-COM = 0
063400        MOVE 53 TO SETT-A-COM.
063500     MOVE 0 TO DATA-DA-INT.
063600     MOVE 99999999 TO DATA-A-INT.
063700     IF DATA-DA-ES OF DEF-COM NOT = 0
063800        MOVE DATA-DA-ES OF DEF-COM TO DATA-COM
063900        PERFORM DATA-INTERNA THRU EX-DATA-INTERNA
064000        IF DATA-OK
064100           MOVE DATA-COM TO DATA-DA-INT
064200        END-IF
064300     END-IF.
064400     IF DATA-A-ES OF DEF-COM NOT = 0
064500        MOVE DATA-A-ES OF DEF-COM TO DATA-COM
064600        PERFORM DATA-INTERNA THRU EX-DATA-INTERNA
064700        IF DATA-OK
064800           MOVE DATA-COM TO DATA-A-INT
064900        END-IF
065000     END-IF.
065100 EX-PREPARA-FILTRI.
065200     EXIT.
065300*
065400 METTI-INTESTAZIONE.
065500     MOVE INTEST-SC (I-SC) TO TESTO-SC (I-SC).
065600 EX-METTI-INTESTAZIONE.
065700     EXIT.
065800*
065900 LEGGI-ARCHIVIO-SER.
066000     ADD 1 TO W-VALORE-CAMPO-W.
066100     MOVE 2 TO W-MODO.
066200     EVALUATE TRUE
066300        WHEN ES-MOVMAG OF DEF-COM
066400           MOVE "MOVMAG;" TO W-NOME-DATA-SET
066500        WHEN ES-SITPF OF DEF-COM
066600           MOVE "SITPF;"  TO W-NOME-DATA-SET
066700        WHEN ES-ANAMAT OF DEF-COM
066800           MOVE "ANAMAT;" TO W-NOME-DATA-SET
066900        WHEN OTHER
067000           MOVE "BOLLE;"  TO W-NOME-DATA-SET
067100     END-EVALUATE.
067200     PERFORM TTDBGET THRU EX-TTDBGET.
067300     IF NOT W-OK-IMAGE
067400        GO TO EX-LEGGI-ARCHIVIO-SER.
067500     ADD 1 TO RECORD-LETTI.
067600     MOVE "S" TO RECORD-VALIDO.
067700     EVALUATE TRUE
067800        WHEN ES-MOVMAG OF DEF-COM
067900           PERFORM VAGLIA-MOVMAG THRU EX-VAGLIA-MOVMAG
068000        WHEN ES-SITPF OF DEF-COM
068100           PERFORM VAGLIA-SITPF THRU EX-VAGLIA-SITPF
068200        WHEN ES-ANAMAT OF DEF-COM
068300           PERFORM VAGLIA-ANAMAT THRU EX-VAGLIA-ANAMAT
068400        WHEN OTHER
068500           PERFORM VAGLIA-BOLLE THRU EX-VAGLIA-BOLLE
068600     END-EVALUATE.
068700     IF NOT RECORD-SCELTO
068800        GO TO EX-LEGGI-ARCHIVIO-SER.
068900     PERFORM VALORE-COLONNA THRU EX-VALORE-COLONNA
069000        VARYING I-SC FROM 1 BY 1 UNTIL I-SC > N-SC.
069100     IF ES-RAGGRUPPA OF DEF-COM
069200        PERFORM ACCUMULA-GRUPPO THRU EX-ACCUMULA-GRUPPO
069300     ELSE
069400        PERFORM SCRIVI-RIGA-CSV THRU EX-SCRIVI-RIGA-CSV
069500     END-IF.
069600 EX-LEGGI-ARCHIVIO-SER.
069700     EXIT.
069800*
069900*
070000******************************************************
070100*  FILTRI PER ARCHIVIO                               *
070200******************************************************
070300*     la SETTIMANA di MOVMAG non porta l'anno
070400 VAGLIA-MOVMAG.
070500     MOVE AREA-REC-SET TO REC-MOVMAG.
070600     MOVE SETTIMANA OF REC-MOVMAG TO SETT-COM.
070700     PERFORM VAGLIA-SETTIMANA THRU EX-VAGLIA-SETTIMANA.
070800     IF NOT RECORD-SCELTO
070900        GO TO EX-VAGLIA-MOVMAG.
071000     MOVE C-MAT OF REC-MOVMAG TO C-MAT-TRANS-RID.
071100     IF CLASSE-ES OF DEF-COM NOT = 0
071200        AND CLASSE OF C-MAT-TRANSITO NOT = CLASSE-ES OF DEF-COM
071300        MOVE "N" TO RECORD-VALIDO
071400        GO TO EX-VAGLIA-MOVMAG.
071500     IF MAG-ES OF DEF-COM NOT = 0
071600        AND MAGAZZINO OF REC-MOVMAG NOT = MAG-ES OF DEF-COM
071700        MOVE "N" TO RECORD-VALIDO
071800        GO TO EX-VAGLIA-MOVMAG.
071900     IF CONTO-ES OF DEF-COM NOT = 0
072000        AND CONTO OF REC-MOVMAG NOT = CONTO-ES OF DEF-COM
072100        MOVE "N" TO RECORD-VALIDO
072200        GO TO EX-VAGLIA-MOVMAG.
072300     IF CAUSALE-ES OF DEF-COM NOT = SPACES
072400        AND C-OPE OF REC-MOVMAG NOT = CAUSALE-ES OF DEF-COM
072500        MOVE "N" TO RECORD-VALIDO.
072600 EX-VAGLIA-MOVMAG.
072700     EXIT.
072800*
072900 VAGLIA-SETTIMANA.
073000     IF SETT-DA-COM NOT > SETT-A-COM
073100        IF SETT-COM < SETT-DA-COM OR SETT-COM > SETT-A-COM
073200           MOVE "N" TO RECORD-VALIDO
073300        END-IF
073400     ELSE
073500        IF SETT-COM < SETT-DA-COM AND SETT-COM > SETT-A-COM
073600           MOVE "N" TO RECORD-VALIDO
073700        END-IF
073800     END-IF.
073900 EX-VAGLIA-SETTIMANA.
074000     EXIT.
074100*
074200 VAGLIA-DATA.
074300     IF DATA-COM < DATA-DA-INT OR DATA-COM > DATA-A-INT
074400        MOVE "N" TO RECORD-VALIDO.
074500 EX-VAGLIA-DATA.
074600     EXIT.
074700*
074800*     filtro date sull'ultimo movimento (DT-UM)
074900 VAGLIA-SITPF.
075000     MOVE AREA-REC-SET TO REC-SITPF.
075100     MOVE DT-UM OF REC-SITPF TO DATA-COM.
075200     PERFORM VAGLIA-DATA THRU EX-VAGLIA-DATA.
075300     IF NOT RECORD-SCELTO
075400        GO TO EX-VAGLIA-SITPF.
075500     MOVE C-MAT OF REC-SITPF TO C-MAT-TRANS-RID.
075600     IF CLASSE-ES OF DEF-COM NOT = 0
075700        AND CLASSE OF C-MAT-TRANSITO NOT = CLASSE-ES OF DEF-COM
075800        MOVE "N" TO RECORD-VALIDO
075900        GO TO EX-VAGLIA-SITPF.
076000     IF MAG-ES OF DEF-COM NOT = 0
076100        AND MAGAZZINO OF REC-SITPF NOT = MAG-ES OF DEF-COM
076200        MOVE "N" TO RECORD-VALIDO
076300        GO TO EX-VAGLIA-SITPF.
076400     MOVE 0 TO TOT-GIAC TOT-ORD TOT-IMP TOT-INV.
076500     PERFORM SOMMA-TAGLIA-SITPF THRU EX-SOMMA-TAGLIA-SITPF
076600        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
076700 EX-VAGLIA-SITPF.
076800     EXIT.
076900*
077000 SOMMA-TAGLIA-SITPF.
077100     ADD QTA-GIAC-PF OF REC-SITPF (I-TG) TO TOT-GIAC.
077200     ADD QTA-ORD OF REC-SITPF (I-TG) TO TOT-ORD.
077300     ADD QTA-IMP OF REC-SITPF (I-TG) TO TOT-IMP.
077400     ADD QTA-INV-PF OF REC-SITPF (I-TG) TO TOT-INV.
077500 EX-SOMMA-TAGLIA-SITPF.
077600     EXIT.
077700*
077800*     filtro date sulla data di nascita (DT-NA)
077900 VAGLIA-ANAMAT.
078000     MOVE DT-NA OF REC-ANAMAT TO DATA-COM.
078100     PERFORM VAGLIA-DATA THRU EX-VAGLIA-DATA.
078200     IF NOT RECORD-SCELTO
078300        GO TO EX-VAGLIA-ANAMAT.
078400     MOVE C-MAT OF REC-ANAMAT TO C-MAT-TRANS-RID.
078500     IF CLASSE-ES OF DEF-COM NOT = 0
078600        AND CLASSE OF C-MAT-TRANSITO NOT = CLASSE-ES OF DEF-COM
078700        MOVE "N" TO RECORD-VALIDO.
078800 EX-VAGLIA-ANAMAT.
078900     EXIT.
079000*
079100 VAGLIA-BOLLE.
079200     MOVE AREA-REC-SET TO REC-BOLLE.
079300     MOVE DATA-NASCITA OF REC-BOLLE TO DATA-COM.
079400     PERFORM VAGLIA-DATA THRU EX-VAGLIA-DATA.
079500     IF NOT RECORD-SCELTO
079600        GO TO EX-VAGLIA-BOLLE.
079700     IF MAG-ES OF DEF-COM NOT = 0
079800        AND MAGAZZINO OF REC-BOLLE NOT = MAG-ES OF DEF-COM
079900        MOVE "N" TO RECORD-VALIDO
080000        GO TO EX-VAGLIA-BOLLE.
080100     IF CONTO-ES OF DEF-COM NOT = 0
080200        AND CONTO OF REC-BOLLE NOT = CONTO-ES OF DEF-COM
080300        MOVE "N" TO RECORD-VALIDO.
080400 EX-VAGLIA-BOLLE.
080500     EXIT.
080600*
080700*
080800******************************************************
080900*  VALORI DELLE COLONNE                              *
081000******************************************************
081100 VALORE-COLONNA.
081200     MOVE 0 TO VALORE-NUM.
081300     MOVE SPACES TO VALORE-ALFA.
081400     MOVE CAMPO-ES OF DEF-COM (I-SC) TO CAMPO-COM.
081500     EVALUATE TRUE
081600        WHEN ES-MOVMAG OF DEF-COM
081700           PERFORM CAMPO-MOVMAG THRU EX-CAMPO-MOVMAG
081800        WHEN ES-SITPF OF DEF-COM
081900           PERFORM CAMPO-SITPF THRU EX-CAMPO-SITPF
082000        WHEN ES-ANAMAT OF DEF-COM
082100           PERFORM CAMPO-ANAMAT THRU EX-CAMPO-ANAMAT
082200        WHEN OTHER
082300           PERFORM CAMPO-BOLLE THRU EX-CAMPO-BOLLE
082400     END-EVALUATE.
082500     MOVE VALORE-NUM TO VALORE-SC (I-SC).
082600     IF SC-SOMMABILE (I-SC)
082700        ADD VALORE-NUM TO TOTALE-SC (I-SC).
082800     EVALUATE TIPO-SC (I-SC)
082900        WHEN "A"
083000           MOVE VALORE-ALFA TO TESTO-COM
083100           INSPECT TESTO-COM REPLACING ALL ";" BY ","
083200        WHEN "D"
083300           PERFORM TESTO-DATA THRU EX-TESTO-DATA
083400        WHEN "V"
083500           PERFORM TESTO-IMPORTO THRU EX-TESTO-IMPORTO
083600        WHEN "P"
083700           PERFORM TESTO-IMPORTO THRU EX-TESTO-IMPORTO
083800        WHEN OTHER
083900           PERFORM TESTO-NUMERO THRU EX-TESTO-NUMERO
084000     END-EVALUATE.
084100     MOVE TESTO-COM TO TESTO-SC (I-SC).
084200 EX-VALORE-COLONNA.
084300     EXIT.
084400*
084500 CAMPO-MOVMAG.
084600     EVALUATE CAMPO-COM
084700        WHEN 1
084800           MOVE RIF-INTERNO OF REC-MOVMAG TO VALORE-NUM
084900        WHEN 2
085000           MOVE NUMERO-RIGA OF REC-MOVMAG TO VALORE-NUM
085100        WHEN 3
085200           MOVE C-MAT OF REC-MOVMAG TO VALORE-NUM
085300        WHEN 4
085400           MOVE CLASSE OF C-MAT-TRANSITO TO VALORE-NUM
085500        WHEN 5
085600           MOVE STAGIONE OF C-MAT-TRANSITO TO VALORE-NUM
085700        WHEN 6
085800           MOVE CONTO OF REC-MOVMAG TO VALORE-NUM
085900        WHEN 7
086000           MOVE C-OPE OF REC-MOVMAG TO VALORE-ALFA
086100        WHEN 8
086200           MOVE SETTIMANA OF REC-MOVMAG TO VALORE-NUM
086300        WHEN 9
086400           MOVE MAGAZZINO OF REC-MOVMAG TO VALORE-NUM
086500        WHEN 10
086600           MOVE QUANTITA OF REC-MOVMAG TO VALORE-NUM
086700        WHEN 11
086800           MOVE PREZZO OF REC-MOVMAG TO VALORE-NUM
086900        WHEN 12
087000           MOVE COSTO-STD OF REC-MOVMAG TO VALORE-NUM
087100        WHEN 13
087200           COMPUTE VALORE-NUM = PREZZO OF REC-MOVMAG
087300                              * QUANTITA OF REC-MOVMAG
087400        WHEN 14
087500           MOVE RIF-ORDINE OF REC-MOVMAG TO VALORE-NUM
087600        WHEN 15
087700           MOVE CLI-FINALE OF REC-MOVMAG TO VALORE-NUM
087800     END-EVALUATE.
087900 EX-CAMPO-MOVMAG.
088000     EXIT.
088100*
088200 CAMPO-SITPF.
088300     EVALUATE CAMPO-COM
088400        WHEN 1
088500           MOVE C-MAT OF REC-SITPF TO VALORE-NUM
088600        WHEN 2
088700           MOVE CLASSE OF C-MAT-TRANSITO TO VALORE-NUM
088800        WHEN 3
088900           MOVE STAGIONE OF C-MAT-TRANSITO TO VALORE-NUM
089000        WHEN 4
089100           MOVE MAGAZZINO OF REC-SITPF TO VALORE-NUM
089200        WHEN 5
089300           MOVE TOT-GIAC TO VALORE-NUM
089400        WHEN 6
089500           MOVE VAL-GIAC OF REC-SITPF TO VALORE-NUM
089600        WHEN 7
089700           MOVE TOT-ORD TO VALORE-NUM
089800        WHEN 8
089900           MOVE TOT-IMP TO VALORE-NUM
090000        WHEN 9
090100           COMPUTE VALORE-NUM = TOT-GIAC - TOT-IMP
090200        WHEN 10
090300           MOVE DT-UM OF REC-SITPF TO VALORE-NUM
090400        WHEN 11
090500           MOVE DT-INV OF REC-SITPF TO VALORE-NUM
090600        WHEN 12
090700           MOVE TOT-INV TO VALORE-NUM
090800        WHEN 13
090900           MOVE VAL-INV OF REC-SITPF TO VALORE-NUM
091000     END-EVALUATE.
091100 EX-CAMPO-SITPF.
091200     EXIT.
091300*
091400 CAMPO-ANAMAT.
091500     EVALUATE CAMPO-COM
091600        WHEN 1
091700           MOVE C-MAT OF REC-ANAMAT TO VALORE-NUM
091800        WHEN 2
091900           MOVE D-MAT OF REC-ANAMAT TO VALORE-ALFA
092000        WHEN 3
092100           MOVE CLASSE OF C-MAT-TRANSITO TO VALORE-NUM
092200        WHEN 4
092300           MOVE STAGIONE OF REC-ANAMAT TO VALORE-NUM
092400        WHEN 5
092500           MOVE ANNO OF REC-ANAMAT TO VALORE-NUM
092600        WHEN 6
092700           MOVE COLLEZIONE OF REC-ANAMAT TO VALORE-NUM
092800        WHEN 7
092900           MOVE DT-NA OF REC-ANAMAT TO VALORE-NUM
093000        WHEN 8
093100           MOVE DT-UV OF REC-ANAMAT TO VALORE-NUM
093200        WHEN 9
093300           MOVE COSTO OF REC-ANAMAT TO VALORE-NUM
093400        WHEN 10
093500           MOVE UN-MIS OF REC-ANAMAT TO VALORE-ALFA
093600        WHEN 11
093700           MOVE TIPO-MAT OF REC-ANAMAT TO VALORE-ALFA
093800        WHEN 12
093900           MOVE CL-GR OF REC-ANAMAT TO VALORE-NUM
094000     END-EVALUATE.
094100 EX-CAMPO-ANAMAT.
094200     EXIT.
094300*
094400 CAMPO-BOLLE.
094500     EVALUATE CAMPO-COM
094600        WHEN 1
094700           MOVE CONTO OF REC-BOLLE TO VALORE-NUM
094800        WHEN 2
094900           MOVE RIF-INTERNO OF REC-BOLLE TO VALORE-NUM
095000        WHEN 3
095100           MOVE DATA-NASCITA OF REC-BOLLE TO VALORE-NUM
095200        WHEN 4
095300           MOVE NUMERO OF REC-BOLLE TO VALORE-NUM
095400        WHEN 5
095500           MOVE NUM-PRE-FATT OF REC-BOLLE TO VALORE-NUM
095600        WHEN 6
095700           MOVE MAGAZZINO OF REC-BOLLE TO VALORE-NUM
095800     END-EVALUATE.
095900 EX-CAMPO-BOLLE.
096000     EXIT.
096100*
096200*     numeri e importi senza gli spazi in testa
096300 TESTO-NUMERO.
096400     MOVE VALORE-NUM TO NUMERO-ED.
096500     MOVE 0 TO SPAZI-ED.
096600     INSPECT NUMERO-ED TALLYING SPAZI-ED FOR LEADING SPACES.
096700     MOVE SPACES TO TESTO-COM.
096800     MOVE NUMERO-ED (SPAZI-ED + 1:) TO TESTO-COM.
096900 EX-TESTO-NUMERO.
097000     EXIT.
097100*
097200 TESTO-IMPORTO.
097300     COMPUTE IMPORTO-COM = VALORE-NUM / 100.
097400     MOVE IMPORTO-COM TO IMPORTO-ED.
097500     MOVE 0 TO SPAZI-ED.
097600     INSPECT IMPORTO-ED TALLYING SPAZI-ED FOR LEADING SPACES.
097700     MOVE SPACES TO TESTO-COM.
097800     MOVE IMPORTO-ED (SPAZI-ED + 1:) TO TESTO-COM.
097900 EX-TESTO-IMPORTO.
098000     EXIT.
098100*
098200*     AAMMGG in GG/MM/AAAA (QDATAS funz.2 poi funz.5)
098300 TESTO-DATA.
098400     MOVE SPACES TO TESTO-COM.
098500     IF VALORE-NUM NOT > 0
098600        GO TO EX-TESTO-DATA.
098700     MOVE VALORE-NUM TO Q-DATA-I OF PARQDATA-RIGA.
098800     MOVE 2 TO Q-FUNZIONE OF PARGEN.
098900     CANCEL "QDATAS"
099000     CALL "QDATAS" USING PARGEN
099100                         Q-DATA-E OF PARQDATA-RIGA
099200                         Q-DATA-I OF PARQDATA-RIGA
099300                         Q-SETTIMANA OF PARQDATA-RIGA
099400                         Q-AA-4 OF PARQDATA-RIGA
099500                         Q-GIORNI-SERIALE OF PARQDATA-RIGA.
099600     MOVE 5 TO Q-FUNZIONE OF PARGEN.
099700     CANCEL "QDATAS"
099800     CALL "QDATAS" USING PARGEN
099900                         Q-DATA-E OF PARQDATA-RIGA
100000                         Q-DATA-I OF PARQDATA-RIGA
100100                         Q-SETTIMANA OF PARQDATA-RIGA
100200                         Q-AA-4 OF PARQDATA-RIGA
100300                         Q-GIORNI-SERIALE OF PARQDATA-RIGA.
100400     MOVE Q-AA-4 OF PARQDATA-RIGA TO AA4-ED.
100500     STRING Q-GG OF PARQDATA-RIGA DELIMITED BY SIZE
100600            "/" DELIMITED BY SIZE
100700            Q-MM OF PARQDATA-RIGA DELIMITED BY SIZE
100800            "/" DELIMITED BY SIZE
100900            AA4-ED DELIMITED BY SIZE
101000        INTO TESTO-COM.
101100 EX-TESTO-DATA.
101200     EXIT.
101300*
101400*
101500******************************************************
101600*  RIGHE DEL CSV                                     *
101700******************************************************
101800*     col raggruppamento escono il primo campo e le
101900*     quantita'/importi sommati, le altre colonne no
102000 SCRIVI-RIGA-CSV.
102100     MOVE SPACES TO RIGA-CSV.
102200     MOVE 1 TO PUNTO-CSV.
102300     PERFORM AGGIUNGI-COLONNA THRU EX-AGGIUNGI-COLONNA
102400        VARYING I-SC FROM 1 BY 1 UNTIL I-SC > N-SC.
102500     MOVE RIGA-CSV TO REC-CSV.
102600     WRITE REC-CSV.
102700     ADD 1 TO RIGHE-SCRITTE.
102800 EX-SCRIVI-RIGA-CSV.
102900     EXIT.
103000*
103100 AGGIUNGI-COLONNA.
103200     IF ES-RAGGRUPPA OF DEF-COM AND I-SC > 1
103300        AND NOT SC-SOMMABILE (I-SC)
103400        GO TO EX-AGGIUNGI-COLONNA.
103500     IF I-SC > 1
103600        STRING ";" DELIMITED BY SIZE
103700           INTO RIGA-CSV WITH POINTER PUNTO-CSV.
103800     STRING TESTO-SC (I-SC) DELIMITED BY "  "
103900        INTO RIGA-CSV WITH POINTER PUNTO-CSV.
104000 EX-AGGIUNGI-COLONNA.
104100     EXIT.
104200*
104300 ACCUMULA-GRUPPO.
104400     MOVE 0 TO IX-GR.
104500     PERFORM CERCA-GRUPPO THRU EX-CERCA-GRUPPO
104600        VARYING I-GR FROM 1 BY 1
104700        UNTIL I-GR > N-GR OR IX-GR NOT = 0.
104800     IF IX-GR = 0
104900        IF N-GR NOT < 2000
105000           ADD 1 TO GRUPPI-PERSI
105100           GO TO EX-ACCUMULA-GRUPPO
105200        END-IF
105300        ADD 1 TO N-GR
105400        MOVE N-GR TO IX-GR
105500        MOVE TESTO-SC (1) TO CHIAVE-GR (IX-GR)
105600        PERFORM AZZERA-SOMMA THRU EX-AZZERA-SOMMA
105700           VARYING I-SC FROM 1 BY 1 UNTIL I-SC > 15
105800     END-IF.
105900     PERFORM SOMMA-COLONNA THRU EX-SOMMA-COLONNA
106000        VARYING I-SC FROM 1 BY 1 UNTIL I-SC > N-SC.
106100 EX-ACCUMULA-GRUPPO.
106200     EXIT.
106300*
106400 CERCA-GRUPPO.
106500     IF CHIAVE-GR (I-GR) = TESTO-SC (1)
106600        MOVE I-GR TO IX-GR.
106700 EX-CERCA-GRUPPO.
106800     EXIT.
106900*
107000 AZZERA-SOMMA.
107100     MOVE 0 TO SOMMA-GR (IX-GR I-SC).
107200 EX-AZZERA-SOMMA.
107300     EXIT.
107400*
107500 SOMMA-COLONNA.
107600     IF SC-SOMMABILE (I-SC)
107700        ADD VALORE-SC (I-SC) TO SOMMA-GR (IX-GR I-SC).
107800 EX-SOMMA-COLONNA.
107900     EXIT.
108000*
108100 SCRIVI-GRUPPO.
108200     MOVE CHIAVE-GR (I-GR) TO TESTO-SC (1).
108300     PERFORM TESTO-SOMMA THRU EX-TESTO-SOMMA
108400        VARYING I-SC FROM 2 BY 1 UNTIL I-SC > N-SC.
108500     PERFORM SCRIVI-RIGA-CSV THRU EX-SCRIVI-RIGA-CSV.
108600 EX-SCRIVI-GRUPPO.
108700     EXIT.
108800*
108900 TESTO-SOMMA.
109000     MOVE SPACES TO TESTO-SC (I-SC).
109100     IF NOT SC-SOMMABILE (I-SC)
109200        GO TO EX-TESTO-SOMMA.
109300     MOVE SOMMA-GR (I-GR I-SC) TO VALORE-NUM.
109400     PERFORM TESTO-SOMMABILE THRU EX-TESTO-SOMMABILE.
109500 EX-TESTO-SOMMA.
109600     EXIT.
109700*
109800 TESTO-SOMMABILE.
109900     IF TIPO-SC (I-SC) = "V"
110000        PERFORM TESTO-IMPORTO THRU EX-TESTO-IMPORTO
110100     ELSE
110200        PERFORM TESTO-NUMERO THRU EX-TESTO-NUMERO
110300     END-IF.
110400     MOVE TESTO-COM TO TESTO-SC (I-SC).
110500 EX-TESTO-SOMMABILE.
110600     EXIT.
110700*
110800*     riga finale: TOTALE nella prima colonna se non e' a
110900*     sua volta una quantita'
111000 SCRIVI-TOTALE.
111100     PERFORM TESTO-TOTALE THRU EX-TESTO-TOTALE
111200        VARYING I-SC FROM 1 BY 1 UNTIL I-SC > N-SC.
111300     IF NOT SC-SOMMABILE (1)
111400        MOVE "TOTALE" TO TESTO-SC (1).
111500     PERFORM SCRIVI-RIGA-CSV THRU EX-SCRIVI-RIGA-CSV.
111600 EX-SCRIVI-TOTALE.
111700     EXIT.
111800*
111900 TESTO-TOTALE.
112000     MOVE SPACES TO TESTO-SC (I-SC).
112100     IF NOT SC-SOMMABILE (I-SC)
112200        GO TO EX-TESTO-TOTALE.
112300     MOVE TOTALE-SC (I-SC) TO VALORE-NUM.
112400     PERFORM TESTO-SOMMABILE THRU EX-TESTO-SOMMABILE.
112500 EX-TESTO-TOTALE.
112600     EXIT.
112700*
112800*
112900 TTDBGET.
113000              COPY PDBGET.
113100*
113200*      FINE PROGRAMMA    **** /K ESTRATTI.COB  *****
