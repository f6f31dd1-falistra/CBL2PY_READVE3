000460*     "L" lista a video la coda delle anomalie.
000470*     L'amministrazione smette di riscontrare le fatture sui
000480*     tabulati RICEVI a mano, corte consegne comprese.
000481*2026*        15/10/26
000482*     riscontro contro l'ASN: se la quantita' fatturata non
000483*     torna col ricevuto e per fornitore/bolla/C-MAT la
000484*     chiusura del ricevimento su ASN (ASNFORN) ha lasciato
000485*     differenze su ASNDIFF, l'anomalia esce col motivo ASN
000486*     invece di QTA: la merce e' arrivata diversa da quanto il
000487*     fornitore stesso aveva annunciato.
000488*2026*        15/10/26
000489*     FUNZIONE "S" sblocca una fattura in anomalia: le righe
00048A*     "E" del fornitore/numero tornano da riscontrare (R) o
00048B*     passano pagabili accettando la differenza (A), cosi'
00048C*     lo scadenzario di PAGFORN la rimette in pagamento.
00048D*2026*        15/10/26
00048E*     la riga di FATTECCZ passa sul tracciato YFATECZ, col
00048F*     numero della nota di addebito NOTADEB (zero all'uscita).
000490*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
001800     SELECT OPTIONAL FILE-ECCZ-IN ASSIGN TO "FATTECCZ"
001900        ORGANIZATION IS LINE SEQUENTIAL
002000        FILE STATUS IS CHECK-EI.
002010     SELECT OPTIONAL FILE-DIFF ASSIGN TO "ASNDIFF"
002020        ORGANIZATION IS LINE SEQUENTIAL
002030        FILE STATUS IS CHECK-AD.
002100*
002200 DATA DIVISION.
002300 FILE SECTION.
004000    05 STATO-FF              PIC X.
004100*
004200 FD FILE-ECCZ DATA RECORD REC-ECCZ.
004300 01 REC-ECCZ               COPY YFATECZ.
006100*
006200 FD FILE-ECCZ-IN DATA RECORD REC-ECCZ-IN.
006300 01 REC-ECCZ-IN           PIC X(100).
006310*
006320 FD FILE-DIFF DATA RECORD REC-ASNDIFF.
006330 01 REC-ASNDIFF            COPY YASNDIF.
006400*
006500 WORKING-STORAGE SECTION.
006600*
008000    88 EC-APERTO    VALUES ARE "05", "00".
008100 77 CHECK-EI        PIC XX.
008200    88 EI-APERTO    VALUES ARE "05", "00".
008210 77 CHECK-AD        PIC XX.
008220    88 AD-APERTO    VALUES ARE "05", "00".
008300*
008400 01 OK-FINE-FF      PIC S9(4) COMP.
008500    88 LETTO-FINE-FF VALUE 1.
008600 01 OK-FINE-EI      PIC S9(4) COMP.
008700    88 LETTO-FINE-EI VALUE 1.
008710 01 OK-FINE-AD      PIC S9(4) COMP.
008720    88 LETTO-FINE-AD VALUE 1.
008730 01 DIFF-ASN-SW     PIC X.
008740    88 C-E-DIFF-ASN VALUE "S".
008800*
008900 01 T-TAB           PIC X VALUE X"9".
009000*
011300 01 QTA-RIGA-IN     PIC X(6).
011400 01 IMPORTO-RIGA-IN PIC X(11).
011500 01 ALTRA-RIGA      PIC X.
011510 01 SCELTA-SBLOCCO  PIC X.
011520 01 N-SBLOCCATE     PIC S9(4) COMP.
011530 01 N-SBLOCCATE-ED  PIC ZZZ9.
011600*
011700 01 ESITO-CONTO     PIC S9(4) COMP.
011800    88 CONTO-BUONO  VALUE 0.
014100 INIZIO.
014200     PERFORM CARICA-NTG THRU EX-CARICA-NTG.
014300     DISPLAY "----  FATTURE FORNITORE  ----------------".
014400     DISPLAY "Funzione (I=registra M=riscontro L=anomalie "
014410             "S=sblocco) "
014500             NO ADVANCING.
014600     MOVE SPACE TO FUNZIONE-IN.
014700     ACCEPT FUNZIONE-IN.
015200           PERFORM RISCONTRA-FATTURE THRU EX-RISCONTRA-FATTURE
015300        WHEN "L"
015400           PERFORM LISTA-ANOMALIE THRU EX-LISTA-ANOMALIE
015410        WHEN "S"
015420           PERFORM SBLOCCA-FATTURA THRU EX-SBLOCCA-FATTURA
015500        WHEN OTHER
015600           DISPLAY "Funzione non valida"
015700     END-EVALUATE.
028100        GO TO EX-RISCONTRA-RIGA.
028200     IF QTA-RICEVUTA-RI NOT = QTA-FN (I-FN)
028300        MOVE "QTA" TO MOTIVO-EZ
028310        PERFORM CERCA-DIFF-ASN THRU EX-CERCA-DIFF-ASN
028320        IF C-E-DIFF-ASN
028330           MOVE "ASN" TO MOTIVO-EZ
028340        END-IF
028400        PERFORM SEGNA-ANOMALIA THRU EX-SEGNA-ANOMALIA
028500        GO TO EX-RISCONTRA-RIGA.
028600     COMPUTE IMPORTO-ATTESO = QTA-RICEVUTA-RI
034200     IF NOT EC-APERTO
034300        GO TO EX-SEGNA-ANOMALIA.
034400     MOVE T-TAB TO TG-EZ-1 TG-EZ-2 TG-EZ-3 TG-EZ-4 TG-EZ-5
034500                   TG-EZ-6 TG-EZ-7 TG-EZ-8 TG-EZ-9.
034600     MOVE W-FORMATO-INTERNO TO DATA-EZ.
034700     MOVE CONTO-FN (I-FN) TO CONTO-EZ.
034800     MOVE NUM-FATT-FN (I-FN) TO NUM-FATT-EZ.
035200     MOVE IMPORTO-FN (I-FN) TO IMPORTO-FATT-EZ.
035300     COMPUTE IMPORTO-ATTESO-EZ = QTA-RICEVUTA-RI
035400             * COSTO-CARICO-RI.
035410     MOVE 0 TO NOTA-DEB-EZ.
035500     WRITE REC-ECCZ.
035600 EX-SEGNA-ANOMALIA.
035700     EXIT.
035701*
035702*     differenze del ricevimento contro l'ASN per la bolla e
035703*     il C-MAT della riga fattura (scritte da ASNFORN)
035704 CERCA-DIFF-ASN.
035705     MOVE "N" TO DIFF-ASN-SW.
035706     OPEN INPUT FILE-DIFF.
035707     IF NOT AD-APERTO
035708        GO TO EX-CERCA-DIFF-ASN.
035709     MOVE 0 TO OK-FINE-AD.
03570A     PERFORM LEGGI-RIGA-DIFF THRU EX-LEGGI-RIGA-DIFF
03570B        UNTIL LETTO-FINE-AD OR C-E-DIFF-ASN.
03570C     CLOSE FILE-DIFF.
03570D EX-CERCA-DIFF-ASN.
03570E     EXIT.
03570F*
035710 LEGGI-RIGA-DIFF.
035711     READ FILE-DIFF
035712        AT END
035713           MOVE 1 TO OK-FINE-AD
035714        NOT AT END
035715           IF CONTO-AD = CONTO-FN (I-FN)
035716              AND RIF-BOLLA-AD = RIF-BOLLA-FN (I-FN)
035717              AND C-MAT-AD = C-MAT-FN (I-FN)
035718              MOVE "S" TO DIFF-ASN-SW
035719           END-IF
03571A     END-READ.
03571B EX-LEGGI-RIGA-DIFF.
03571C     EXIT.
035800*
035900*
036000 CARICA-FATTURE.
043700           DISPLAY REC-ECCZ-IN
043800     END-READ.
043900 EX-LISTA-RIGA-ECCZ.
043902     EXIT.
043904*
043906*
043908*     la fattura bloccata in anomalia si sblocca a mano dopo
043910*     aver sentito il fornitore: R rimette le righe "E" da
043912*     riscontrare al prossimo M, A le accetta come pagabili
043914 SBLOCCA-FATTURA.
043916     DISPLAY "CONTO fornitore (8 cifre) " NO ADVANCING.
043918     ACCEPT CONTO-IN.
043920     IF CONTO-IN NOT NUMERIC
043922        DISPLAY "CONTO non numerico"
043924        GO TO EX-SBLOCCA-FATTURA.
043926     MOVE CONTO-IN TO CONTO-FATT.
043928     DISPLAY "Numero fattura            " NO ADVANCING.
043930     ACCEPT NUM-FATT-IN.
043932     DISPLAY "R=riscontra di nuovo A=accetta differenza "
043934             NO ADVANCING.
043936     MOVE SPACE TO SCELTA-SBLOCCO.
043938     ACCEPT SCELTA-SBLOCCO.
043940     IF SCELTA-SBLOCCO NOT = "R" AND NOT = "A"
043942        DISPLAY "Scelta non valida"
043944        GO TO EX-SBLOCCA-FATTURA.
043946     PERFORM CARICA-FATTURE THRU EX-CARICA-FATTURE.
043948     MOVE 0 TO N-SBLOCCATE.
043950     PERFORM SBLOCCA-RIGA THRU EX-SBLOCCA-RIGA
043952        VARYING I-FN FROM 1 BY 1 UNTIL I-FN > N-FATTURE-FN.
043954     IF N-SBLOCCATE = 0
043956        DISPLAY "Nessuna riga in anomalia per la fattura"
043958        GO TO EX-SBLOCCA-FATTURA.
043960     PERFORM RISCRIVI-FATTURE THRU EX-RISCRIVI-FATTURE.
043962     MOVE N-SBLOCCATE TO N-SBLOCCATE-ED.
043964     DISPLAY "FATFORN    righe sbloccate " N-SBLOCCATE-ED.
043966 EX-SBLOCCA-FATTURA.
043968     EXIT.
043970*
043972 SBLOCCA-RIGA.
043974     IF STATO-FN (I-FN) NOT = "E"
043976        OR CONTO-FN (I-FN) NOT = CONTO-FATT
043978        OR NUM-FATT-FN (I-FN) NOT = NUM-FATT-IN
043980        GO TO EX-SBLOCCA-RIGA.
043982     IF SCELTA-SBLOCCO = "R"
043984        MOVE "A" TO STATO-FN (I-FN)
043986     ELSE
043988        MOVE "P" TO STATO-FN (I-FN).
043990     ADD 1 TO N-SBLOCCATE.
043992 EX-SBLOCCA-RIGA.
044000     EXIT.
044100*
044200*
