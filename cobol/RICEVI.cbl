0004AD*     quantita' finiscono su UBICAZF (UBICAZ "R"); CONSITPF
0004AE*     mostra poi dove sta la merce, non solo che esiste.
0004AF*
0004B0*SCHEDART*   15/10/26
0004B1*     articolo nuovo impostato da SCHEDART ma con la scheda
0004B2*     ancora incompleta (VALID-REC "IN" su ANAMAT): la
0004B3*     scansione si rifiuta come per il C-MAT non accreditato,
0004B4*     finche' la scheda non passa attiva.
0004B5*
0004B6*PREPACK*    15/10/26
0004B7*     cartoni prepack: ogni codice scansionato passa prima da
0004B8*     PREPACK "E"; un codice cartone si esplode nei pezzi per
0004B9*     taglia dell'assortimento (entro le taglie NTG) sul C-MAT
0004BA*     del cartone, con le stesse verifiche MATFOR/scheda del
0004BB*     capo scansionato. A carichi scritti i cartoni arrivati
0004BC*     si registrano su PACKRIC (PREPACK "R") con la bolla: da
0004BD*     li' LOTTRACE e VITACAPO sanno che il lotto e' arrivato
0004BE*     in cartone.
0004BF*
0004C0*ASNFORN*    15/10/26
0004C1*     ricevimento alla cieca su ASN: se per fornitore/bolla c'e'
0004C2*     un avviso di spedizione importato (ASNFORN "A") la
0004C3*     sessione lavora cartone per cartone: col comando "C" si
0004C4*     scansiona l'etichetta del cartone (ASNFORN "V" avvisa se
0004C5*     non e' annunciato) e i capi che seguono gli appartengono;
0004C6*     le quantita' attese non si mostrano. A carichi scritti il
0004C7*     ricevuto per cartone/C-MAT va su ASNRIC ("R") e la bolla
0004C8*     si chiude ("C"): stampa eccedenze/mancanze/non annunciati
0004C9*     e li lascia su ASNDIFF per il riscontro di FATFORN.
0004CA*
0004CB*CONTOVEN*   15/10/26
0004CC*     merce in conto vendita fornitore: all'apertura si chiede
0004CD*     se la bolla e' in conto vendita; lo e' anche l'articolo
0004CE*     per cui CONTOVEN ("A") trova l'accordo del fornitore, e
0004CF*     in tal caso il COSTO-STD del carico e' quello concordato.
0004D0*     Il carico resta CARF su MOVMAG e in piu' va sul libro
0004D1*     CVMOVIM (CONTOVEN "C") come merce del fornitore.
0004D2*
0004D3*SPEDIMP*    15/10/26
0004D4*     spedizioni import: indicato il fornitore si mostrano i
0004D5*     suoi container consegnati e da ricevere con la bolla
0004D6*     (SPEDIMP "B"); il ricevimento atteso e' su ASNATT e la
0004D7*     sessione va su ASN. A carichi scritti la spedizione di
0004D8*     fornitore/bolla passa ricevuta (SPEDIMP "R").
0004D9*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
006300 01 COD-IN           PIC X(14).
006400    88 RICEVI-FINE   VALUE ".             ".
006500    88 RICEVI-KEYED  VALUE "Q             ".
006510*ASNFORN*
006520    88 RICEVI-CARTONE VALUE "C             ".
006530*ASNFORN*
006600*
006700 01 C-MAT-KEY-IN     PIC X(15).
006800 01 QTA-KEY-IN       PIC X(40).
010441 01 PAR-EANXREF      COPY PAREAN.
010442*EANXREF*
010443*
010444*SCHEDART*
010445 01 SCHEDA-SW        PIC X.
010446    88 SCHEDA-ATTIVA VALUE "S".
010447*SCHEDART*
010448*
010449*PREPACK*
01044A 01 PAR-PREPACK      COPY PARPACK.
01044B 01 CARTONE-SW       PIC X.
01044C    88 CARTONE-RIC   VALUE "S".
01044D* cartoni ricevuti nella sessione, da registrare su PACKRIC
01044E 01 TAB-CARTONI.
01044F  05 RIGA-CT OCCURS 200.
010450   10 COD-PACK-CT      PIC X(14).
010451   10 C-MAT-CT         PIC 9(15).
010452   10 CARTONI-CT       PIC 9(4).
010453 01 N-RIGHE-CT      PIC S9(4) COMP.
010454 01 I-CT            PIC S9(4) COMP.
010455 01 IX-CT           PIC S9(4) COMP.
010456*PREPACK*
010457*
010458*ASNFORN*
010459 01 PAR-ASN          COPY PARASN.
01045A 01 ASN-SW           PIC X.
01045B    88 ASN-ATTIVO    VALUE "S".
01045C 01 CARTONE-ASN      PIC X(20).
01045D 01 QTA-ASN          PIC S9(4) COMP.
01045E* carichi al cambio cartone: la differenza va al cartone
01045F 01 TAB-FOTO-ASN.
010460  05 RIGA-FA OCCURS 500.
010461   10 QTA-FA           PIC S9(4) COMP
010462        OCCURS 10.
010463* ricevuto della sessione per cartone ASN e articolo
010464 01 TAB-RIC-ASN.
010465  05 RIGA-RA OCCURS 500.
010466   10 CARTONE-RA       PIC X(20).
010467   10 C-MAT-RA         PIC 9(15).
010468   10 QTA-RA           PIC S9(4) COMP
010469        OCCURS 10.
01046A 01 N-RIGHE-RA      PIC S9(4) COMP.
01046B 01 I-RA            PIC S9(4) COMP.
01046C 01 IX-RA           PIC S9(4) COMP.
01046D*ASNFORN*
01046E*
01046F*CONTOVEN*
010470 01 PAR-CONTOVEN   COPY PARCONTV.
010471 01 CV-IN           PIC X.
010472 01 CONTO-VENDITA-RIC PIC X.
010473    88 BOLLA-IN-CONTO-VENDITA VALUE "S".
010474 01 CONTO-VENDITA-RIGA PIC X.
010475    88 RIGA-IN-CONTO-VENDITA VALUE "L" "A".
010476*CONTOVEN*
010477*
010478*SPEDIMP*
010479 01 PAR-SPEDIMP    COPY PARSPIMP.
01047A*SPEDIMP*
010500 LINKAGE SECTION.
010600*
010700 01 W-COMMON       COPY WCOMMONW.
012000     PERFORM VERIFICA-FORNITORE THRU EX-VERIFICA-FORNITORE.
012100     IF NOT FORN-OK
012200        GO TO FINE.
012210*SPEDIMP*
012220     MOVE "B" TO FUNZ-SP OF PAR-SPEDIMP.
012230     MOVE CONTO-FORN TO CONTO-SP OF PAR-SPEDIMP.
012240     CALL "SPEDIMP" USING W-COMMON PAR-SPEDIMP.
012250*SPEDIMP*
012300     DISPLAY "Bolla fornitore (15 cifre) " NO ADVANCING.
012400     ACCEPT BOLLA-IN.
012500     IF BOLLA-IN NOT NUMERIC
013480        DISPLAY "Causale CARF non ammessa (CAUSALIF)"
013490        GO TO FINE.
013491*CAUSALI*
013492*CONTOVEN*
013493     DISPLAY "Merce in conto vendita del fornitore? (S/N) "
013494             NO ADVANCING.
013495     MOVE SPACE TO CV-IN.
013496     ACCEPT CV-IN.
013497     MOVE "N" TO CONTO-VENDITA-RIC.
013498     IF CV-IN = "S" OR CV-IN = "s"
013499        MOVE "S" TO CONTO-VENDITA-RIC.
01349A*CONTOVEN*
013500     MOVE 0 TO N-RIGHE-CR CAPI-RICEVUTI.
013501*PREPACK*
013502     MOVE 0 TO N-RIGHE-CT.
013503*PREPACK*
013504*ASNFORN*
013505     MOVE 0 TO N-RIGHE-RA.
013506     INITIALIZE TAB-FOTO-ASN.
013507     MOVE SPACES TO CARTONE-ASN.
013508     MOVE "N" TO ASN-SW.
013509     MOVE "A" TO FUNZ-AS OF PAR-ASN.
01350A     MOVE CONTO-FORN TO CONTO-AS OF PAR-ASN.
01350B     MOVE RIF-BOLLA-RIC TO RIF-BOLLA-AS OF PAR-ASN.
01350C     CALL "ASNFORN" USING W-COMMON PAR-ASN.
01350D     IF ASN-OK OF PAR-ASN
01350E        MOVE "S" TO ASN-SW
01350F        DISPLAY "Ricevimento su ASN: " CARTONI-AS OF PAR-ASN
013510                " cartoni (C = etichetta cartone)".
013511*ASNFORN*
013600     DISPLAY "Scansiona i capi (Q = quantita' a mano,"
013700             " . = fine)".
013800     MOVE SPACES TO COD-IN.
013900     PERFORM TRATTA-SCANSIONE THRU EX-TRATTA-SCANSIONE
014000        UNTIL RICEVI-FINE.
014010*ASNFORN*
014020     IF ASN-ATTIVO
014030        PERFORM STACCA-CARTONE-ASN THRU EX-STACCA-CARTONE-ASN.
014040*ASNFORN*
014100     IF CAPI-RICEVUTI = 0
014200        DISPLAY "Nessun capo ricevuto"
014300        GO TO FINE.
014404*UBICAZ*
014405     PERFORM VERSA-UBICAZIONI THRU EX-VERSA-UBICAZIONI.
014406*UBICAZ*
014407*PREPACK*
014408     PERFORM REGISTRA-CARTONI THRU EX-REGISTRA-CARTONI
014409        VARYING I-CT FROM 1 BY 1 UNTIL I-CT > N-RIGHE-CT.
01440A*PREPACK*
01440B*ASNFORN*
01440C     IF ASN-ATTIVO
01440D        PERFORM CHIUDI-ASN THRU EX-CHIUDI-ASN.
01440E*ASNFORN*
014410*ORDFORN*
014420     MOVE "S" TO FUNZ-OF OF PAR-ORDFORN.
014430     MOVE CONTO-FORN TO CONTO-OF OF PAR-ORDFORN.
014440     MOVE RIF-BOLLA-RIC TO RIF-BOLLA-OF OF PAR-ORDFORN.
014450     CALL "ORDFORN" USING W-COMMON PAR-ORDFORN.
014460*ORDFORN*
014461*SPEDIMP*
014462     MOVE "R" TO FUNZ-SP OF PAR-SPEDIMP.
014463     MOVE CONTO-FORN TO CONTO-SP OF PAR-SPEDIMP.
014464     MOVE RIF-BOLLA-RIC TO RIF-BOLLA-SP OF PAR-SPEDIMP.
014465     CALL "SPEDIMP" USING W-COMMON PAR-SPEDIMP.
014466     IF SPED-TROVATA OF PAR-SPEDIMP
014467        DISPLAY "Spedizione import ricevuta".
014468*SPEDIMP*
014500     DISPLAY "Carico registrato: " CAPI-RICEVUTI " capi".
014600     PERFORM CHIEDI-ETICHETTE THRU EX-CHIEDI-ETICHETTE.
014700 FINE.
018100     ACCEPT COD-IN.
018200     IF RICEVI-FINE OR COD-IN = SPACES
018300        GO TO EX-TRATTA-SCANSIONE.
018310*ASNFORN*
018320     IF RICEVI-CARTONE AND ASN-ATTIVO
018330        PERFORM TRATTA-CARTONE-ASN THRU EX-TRATTA-CARTONE-ASN
018340        GO TO EX-TRATTA-SCANSIONE.
018350*ASNFORN*
018400     IF RICEVI-KEYED
018500        PERFORM TRATTA-KEYED THRU EX-TRATTA-KEYED
018600        GO TO EX-TRATTA-SCANSIONE.
018601*PREPACK*
018602     PERFORM TRATTA-PACK-RIC THRU EX-TRATTA-PACK-RIC.
018603     IF CARTONE-RIC
018604        GO TO EX-TRATTA-SCANSIONE.
018605*PREPACK*
018700     IF COD-IN NOT NUMERIC
018710*EANXREF*
018720*       EAN-13 del cartellino commerciale? si prova la
026700        DISPLAY "C-MAT " C-MAT-TRANS-RID
026800                " NON accreditato al fornitore"
026900        GO TO EX-AGGANCIA-ARTICOLO.
026901*SCHEDART*
026902     PERFORM VERIFICA-SCHEDA THRU EX-VERIFICA-SCHEDA.
026903     IF NOT SCHEDA-ATTIVA
026904        DISPLAY "C-MAT " C-MAT-TRANS-RID
026905                " con scheda articolo incompleta"
026906        GO TO EX-AGGANCIA-ARTICOLO.
026907*SCHEDART*
027000     IF N-RIGHE-CR < 500
027100        ADD 1 TO N-RIGHE-CR
027200        MOVE C-MAT-TRANS-RID TO C-MAT-CR (N-RIGHE-CR)
035620*    valorizzazioni a ultimo costo / media (VALINVEN, INTERCO)
035630*    non vedrebbero mai la merce ricevuta da qui
035640     PERFORM LEGGI-COSTO-CARICO THRU EX-LEGGI-COSTO-CARICO.
035641*CONTOVEN*
035642     PERFORM VERIFICA-CONTO-VENDITA
035643        THRU EX-VERIFICA-CONTO-VENDITA.
035644*CONTOVEN*
035650     MOVE COSTO-CARICO-RIC TO COSTO-STD OF REC-MOVMAG.
035700     PERFORM CALCOLA-SETTIMANA-RIC
035800         THRU EX-CALCOLA-SETTIMANA-RIC.
037440            THRU EX-ABBINA-ORDINI-STAG
037450     END-IF.
037460*ORDSTAG*
037461*CONTOVEN*
037462     IF W-OK-IMAGE AND RIGA-IN-CONTO-VENDITA
037463        PERFORM REGISTRA-CONTO-VENDITA
037464            THRU EX-REGISTRA-CONTO-VENDITA
037465     END-IF.
037466*CONTOVEN*
037500 EX-SCRIVI-UN-CARICO.
037600     EXIT.
037601*
037690 EX-COPIA-QTA-UBICAZ.
037691     EXIT.
037692*UBICAZ*
037693*
037694*CONTOVEN*
037695*     la riga e' del fornitore se la bolla e' dichiarata in
037696*     conto vendita (L) o se c'e' l'accordo per l'articolo
037697*     (A); con l'accordo il costo e' quello concordato
037698 VERIFICA-CONTO-VENDITA.
037699     MOVE "N" TO CONTO-VENDITA-RIGA.
03769A     MOVE "A" TO FUNZ-CV OF PAR-CONTOVEN.
03769B     MOVE CONTO-FORN TO CONTO-FORN-CV OF PAR-CONTOVEN.
03769C     MOVE C-MAT-CR (I-CR) TO C-MAT-CV OF PAR-CONTOVEN.
03769D     CALL "CONTOVEN" USING W-COMMON PAR-CONTOVEN.
03769E     IF CV-TROVATO OF PAR-CONTOVEN
03769F        MOVE "A" TO CONTO-VENDITA-RIGA
0376A0        MOVE COSTO-CV OF PAR-CONTOVEN TO COSTO-CARICO-RIC
0376A1     ELSE
0376A2        IF BOLLA-IN-CONTO-VENDITA
0376A3           MOVE "L" TO CONTO-VENDITA-RIGA
0376A4        END-IF
0376A5     END-IF.
0376A6 EX-VERIFICA-CONTO-VENDITA.
0376A7     EXIT.
0376A8*
0376A9 REGISTRA-CONTO-VENDITA.
0376AA     MOVE "C" TO FUNZ-CV OF PAR-CONTOVEN.
0376AB     MOVE CONTO-FORN TO CONTO-FORN-CV OF PAR-CONTOVEN.
0376AC     MOVE C-MAT-CR (I-CR) TO C-MAT-CV OF PAR-CONTOVEN.
0376AD     MOVE MAG-RIC TO MAG-CV OF PAR-CONTOVEN.
0376AE     MOVE TOT-QTA-ART TO QTA-CV OF PAR-CONTOVEN.
0376AF     MOVE COSTO-CARICO-RIC TO COSTO-CV OF PAR-CONTOVEN.
0376B0     MOVE RIF-BOLLA-RIC TO RIF-CV OF PAR-CONTOVEN.
0376B1     MOVE CONTO-VENDITA-RIGA TO ORIGINE-CV OF PAR-CONTOVEN.
0376B2     CALL "CONTOVEN" USING W-COMMON PAR-CONTOVEN.
0376B3     DISPLAY "Conto vendita " CONTO-FORN ": "
0376B4             TOT-QTA-ART " capi di " C-MAT-CR (I-CR).
0376B5 EX-REGISTRA-CONTO-VENDITA.
0376B6     EXIT.
0376B7*CONTOVEN*
037700*
037800 SOMMA-TOT-ART.
037900     ADD QTA-CR (I-CR, I-TG) TO TOT-QTA-ART.
038400     MOVE QTA-CR (I-CR, I-TG) TO QTA-TAGLIA OF REC-MOVMAG (I-TG).
038500 EX-METTI-QTA-CARICO.
038600     EXIT.
038601*
038602*SCHEDART*
038603*     scheda impostata da SCHEDART e non ancora completa
038604*     (VALID-REC "IN"): l'articolo non si riceve
038605 VERIFICA-SCHEDA.
038606     MOVE "S" TO SCHEDA-SW.
038607     MOVE "ANAMAT;" TO W-NOME-DATA-SET.
038608     MOVE "C-MAT;" TO W-NOME-CAMPO.
038609     MOVE C-MAT-TRANS-RID TO W-VALORE-CAMPO.
03860A     MOVE 7 TO W-MODO.
03860B     PERFORM TTDBGET THRU EX-TTDBGET.
03860C     IF W-OK-IMAGE
03860D        AND VALID-REC OF REC-ANAMAT = "IN"
03860E        MOVE "N" TO SCHEDA-SW
03860F     END-IF.
038610 EX-VERIFICA-SCHEDA.
038611     EXIT.
038612*SCHEDART*
038613*
038614*PREPACK*
038615*     codice cartone dell'anagrafica PREPACKF: il C-MAT si
038616*     aggancia come per il capo scansionato e si sommano i
038617*     pezzi per taglia dell'assortimento; codice ignoto = si
038618*     prosegue con la decodifica normale
038619 TRATTA-PACK-RIC.
03861A     MOVE "N" TO CARTONE-SW.
03861B     MOVE "E" TO FUNZ-PK OF PAR-PREPACK.
03861C     MOVE COD-IN TO COD-PACK-PK OF PAR-PREPACK.
03861D     CALL "PREPACK" USING W-COMMON PAR-PREPACK.
03861E     IF PACK-IGNOTO OF PAR-PREPACK
03861F        GO TO EX-TRATTA-PACK-RIC.
038620     MOVE "S" TO CARTONE-SW.
038621     IF PACK-NON-VALIDO OF PAR-PREPACK
038622        DISPLAY "Cartone " COD-IN " con assortimento non "
038623                "valido (taglie NTG): scansione rifiutata"
038624        GO TO EX-TRATTA-PACK-RIC.
038625     MOVE C-MAT-PK OF PAR-PREPACK TO C-MAT-TRANS-RID.
038626     PERFORM AGGANCIA-ARTICOLO THRU EX-AGGANCIA-ARTICOLO.
038627     IF IX-TROVATO-CR = 0
038628        GO TO EX-TRATTA-PACK-RIC.
038629     PERFORM SOMMA-QTA-PACK THRU EX-SOMMA-QTA-PACK
03862A        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > NTG-NTG.
03862B     PERFORM ANNOTA-CARTONE THRU EX-ANNOTA-CARTONE.
03862C     DISPLAY "cartone " PEZZI-PK OF PAR-PREPACK " capi,"
03862D             " ricevuti " CAPI-RICEVUTI.
03862E EX-TRATTA-PACK-RIC.
03862F     EXIT.
038630*
038631 SOMMA-QTA-PACK.
038632     IF QTA-PK OF PAR-PREPACK (I-TG) > 0
038633        ADD QTA-PK OF PAR-PREPACK (I-TG)
038634            TO QTA-CR (IX-TROVATO-CR, I-TG)
038635        ADD QTA-PK OF PAR-PREPACK (I-TG) TO CAPI-RICEVUTI
038636     END-IF.
038637 EX-SOMMA-QTA-PACK.
038638     EXIT.
038639*
03863A*     un cartone gia' visto nella sessione conta un arrivo in
03863B*     piu' sulla stessa riga
03863C ANNOTA-CARTONE.
03863D     MOVE 0 TO IX-CT.
03863E     PERFORM CERCA-CARTONE THRU EX-CERCA-CARTONE
03863F        VARYING I-CT FROM 1 BY 1 UNTIL I-CT > N-RIGHE-CT.
038640     IF IX-CT = 0
038641        IF N-RIGHE-CT NOT < 200
038642           DISPLAY "RICEVI     TAB-CARTONI da allargare"
038643           GO TO EX-ANNOTA-CARTONE
038644        END-IF
038645        ADD 1 TO N-RIGHE-CT
038646        MOVE N-RIGHE-CT TO IX-CT
038647        MOVE COD-IN TO COD-PACK-CT (IX-CT)
038648        MOVE C-MAT-TRANS-RID TO C-MAT-CT (IX-CT)
038649        MOVE 0 TO CARTONI-CT (IX-CT)
03864A     END-IF.
03864B     ADD 1 TO CARTONI-CT (IX-CT).
03864C EX-ANNOTA-CARTONE.
03864D     EXIT.
03864E*
03864F CERCA-CARTONE.
038650     IF COD-PACK-CT (I-CT) = COD-IN
038651        MOVE I-CT TO IX-CT
038652     END-IF.
038653 EX-CERCA-CARTONE.
038654     EXIT.
038655*
038656 REGISTRA-CARTONI.
038657     MOVE "R" TO FUNZ-PK OF PAR-PREPACK.
038658     MOVE COD-PACK-CT (I-CT) TO COD-PACK-PK OF PAR-PREPACK.
038659     MOVE C-MAT-CT (I-CT) TO C-MAT-PK OF PAR-PREPACK.
03865A     MOVE CARTONI-CT (I-CT) TO CARTONI-PK OF PAR-PREPACK.
03865B     MOVE RIF-BOLLA-RIC TO RIF-BOLLA-PK OF PAR-PREPACK.
03865C     MOVE CONTO-FORN TO CONTO-PK OF PAR-PREPACK.
03865D     MOVE MAG-RIC TO MAG-PK OF PAR-PREPACK.
03865E     CALL "PREPACK" USING W-COMMON PAR-PREPACK.
03865F EX-REGISTRA-CARTONI.
038660     EXIT.
038661*PREPACK*
038662*ASNFORN*
038663*     comando "C" in sessione su ASN: i capi finora contati
038664*     vanno al cartone precedente, poi si legge l'etichetta
038665*     del nuovo; le quantita' attese non si mostrano
038666 TRATTA-CARTONE-ASN.
038667     PERFORM STACCA-CARTONE-ASN THRU EX-STACCA-CARTONE-ASN.
038668     DISPLAY "Etichetta cartone " NO ADVANCING.
038669     MOVE SPACES TO CARTONE-ASN.
03866A     ACCEPT CARTONE-ASN.
03866B     IF CARTONE-ASN = SPACES
03866C        DISPLAY "Cartone non indicato: i capi che seguono "
03866D                "risulteranno non annunciati"
03866E        GO TO EX-TRATTA-CARTONE-ASN.
03866F     MOVE "V" TO FUNZ-AS OF PAR-ASN.
038670     MOVE CONTO-FORN TO CONTO-AS OF PAR-ASN.
038671     MOVE RIF-BOLLA-RIC TO RIF-BOLLA-AS OF PAR-ASN.
038672     MOVE CARTONE-ASN TO CARTONE-AS OF PAR-ASN.
038673     CALL "ASNFORN" USING W-COMMON PAR-ASN.
038674     IF ASN-ASSENTE OF PAR-ASN
038675        DISPLAY "Cartone " CARTONE-ASN " non annunciato "
038676                "nell'ASN"
038677     END-IF.
038678 EX-TRATTA-CARTONE-ASN.
038679     EXIT.
03867A*
03867B*     differenza fra carichi attuali e fotografia al cambio
03867C*     cartone = ricevuto del cartone corrente
03867D STACCA-CARTONE-ASN.
03867E     PERFORM STACCA-RIGA-ASN THRU EX-STACCA-RIGA-ASN
03867F        VARYING I-CR FROM 1 BY 1 UNTIL I-CR > N-RIGHE-CR.
038680 EX-STACCA-CARTONE-ASN.
038681     EXIT.
038682*
038683 STACCA-RIGA-ASN.
038684     PERFORM STACCA-TAGLIA-ASN THRU EX-STACCA-TAGLIA-ASN
038685        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > NTG-NTG.
038686 EX-STACCA-RIGA-ASN.
038687     EXIT.
038688*
038689 STACCA-TAGLIA-ASN.
03868A     IF QTA-CR (I-CR, I-TG) = QTA-FA (I-CR, I-TG)
03868B        GO TO EX-STACCA-TAGLIA-ASN.
03868C     COMPUTE QTA-ASN = QTA-CR (I-CR, I-TG) - QTA-FA (I-CR, I-TG).
03868D     MOVE QTA-CR (I-CR, I-TG) TO QTA-FA (I-CR, I-TG).
03868E     PERFORM ANNOTA-ASN THRU EX-ANNOTA-ASN.
03868F EX-STACCA-TAGLIA-ASN.
038690     EXIT.
038691*
038692 ANNOTA-ASN.
038693     MOVE 0 TO IX-RA.
038694     PERFORM CERCA-RIGA-ASN THRU EX-CERCA-RIGA-ASN
038695        VARYING I-RA FROM 1 BY 1 UNTIL I-RA > N-RIGHE-RA.
038696     IF IX-RA = 0
038697        IF N-RIGHE-RA NOT < 500
038698           DISPLAY "RICEVI     TAB-RIC-ASN da allargare"
038699           GO TO EX-ANNOTA-ASN
03869A        END-IF
03869B        ADD 1 TO N-RIGHE-RA
03869C        MOVE N-RIGHE-RA TO IX-RA
03869D        INITIALIZE RIGA-RA (IX-RA)
03869E        MOVE CARTONE-ASN TO CARTONE-RA (IX-RA)
03869F        MOVE C-MAT-CR (I-CR) TO C-MAT-RA (IX-RA)
0386A0     END-IF.
0386A1     ADD QTA-ASN TO QTA-RA (IX-RA, I-TG).
0386A2 EX-ANNOTA-ASN.
0386A3     EXIT.
0386A4*
0386A5 CERCA-RIGA-ASN.
0386A6     IF CARTONE-RA (I-RA) = CARTONE-ASN
0386A7        AND C-MAT-RA (I-RA) = C-MAT-CR (I-CR)
0386A8        MOVE I-RA TO IX-RA
0386A9     END-IF.
0386AA EX-CERCA-RIGA-ASN.
0386AB     EXIT.
0386AC*
0386AD*     a carichi scritti: ricevuto per cartone/C-MAT su ASNRIC,
0386AE*     poi chiusura della bolla contro l'ASN
0386AF CHIUDI-ASN.
0386B0     PERFORM REGISTRA-RIC-ASN THRU EX-REGISTRA-RIC-ASN
0386B1        VARYING I-RA FROM 1 BY 1 UNTIL I-RA > N-RIGHE-RA.
0386B2     MOVE "C" TO FUNZ-AS OF PAR-ASN.
0386B3     MOVE CONTO-FORN TO CONTO-AS OF PAR-ASN.
0386B4     MOVE RIF-BOLLA-RIC TO RIF-BOLLA-AS OF PAR-ASN.
0386B5     CALL "ASNFORN" USING W-COMMON PAR-ASN.
0386B6     DISPLAY "Differenze contro ASN: " DIFFERENZE-AS OF PAR-ASN.
0386B7 EX-CHIUDI-ASN.
0386B8     EXIT.
0386B9*
0386BA REGISTRA-RIC-ASN.
0386BB     MOVE "R" TO FUNZ-AS OF PAR-ASN.
0386BC     MOVE CONTO-FORN TO CONTO-AS OF PAR-ASN.
0386BD     MOVE RIF-BOLLA-RIC TO RIF-BOLLA-AS OF PAR-ASN.
0386BE     MOVE CARTONE-RA (I-RA) TO CARTONE-AS OF PAR-ASN.
0386BF     MOVE C-MAT-RA (I-RA) TO C-MAT-AS OF PAR-ASN.
0386C0     PERFORM COPIA-QTA-ASN THRU EX-COPIA-QTA-ASN
0386C1        VARYING I-TG FROM 1 BY 1 UNTIL I-TG > 10.
0386C2     CALL "ASNFORN" USING W-COMMON PAR-ASN.
0386C3 EX-REGISTRA-RIC-ASN.
0386C4     EXIT.
0386C5*
0386C6 COPIA-QTA-ASN.
0386C7     MOVE QTA-RA (I-RA, I-TG) TO QTA-AS OF PAR-ASN (I-TG).
0386C8 EX-COPIA-QTA-ASN.
0386C9     EXIT.
0386CA*ASNFORN*
038700*
033210*     costo standard dall'anagrafica materiali (mod.7), come
033220*     LEGGI-COSTO-ANAMAT in VALINVEN
