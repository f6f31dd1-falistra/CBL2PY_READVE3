000440*     email il tabulato parte anche via QELPPR, accanto al PDF
000450*     del DDT.
000460*
000461*LINGUE*     15/10/26
000462*     proforma e scheda doganale nella lingua del cliente
000463*     (LINGUE: stato di INDIRIZZI del conto, salvo eccezione
000464*     per conto), testi fissi da TESTIDOC; sulle righe della
000465*     proforma la descrizione ANAMAT, tradotta da DMATLING.
000466*     Il conto si cerca sul DDT prima della testata; senza
000467*     traduzione resta l'italiano.
000468*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
004200  05 REC-INDIRIZZI   COPY YINDIRIZ.
004300 01 FILLER REDEFINES AREA-REC-SET.
004400  05 REC-CONFATT     COPY YCONFAT.
      *LINGUE*
       01 FILLER REDEFINES AREA-REC-SET.
        05 REC-ANAMAT      COPY YANAMAT.
      *LINGUE*
004500*
004600 01 COD-DOG          COPY DANCODMT.
004700*
013800 01 VALORE-ED        PIC Z(9)9,99.
013900 01 MASSA-ED         PIC Z(7)9,9.
014000*
      *LINGUE*
       01 PAR-LINGUE      COPY PARLINGU.
      *
      * testi fissi dei documenti: l'originale italiano e la copia
      * tradotta per la lingua del cliente
       01 TESTI-ITALIANI-ED.
        05 FILLER  PIC X(60) VALUE "FATTURA PROFORMA DDT".
        05 FILLER  PIC X(60) VALUE
           "  C-MAT            QTA      VALORE         DESCRIZIONE".
        05 FILLER  PIC X(60) VALUE "TOTALE".
        05 FILLER  PIC X(60) VALUE "DIVISA".
        05 FILLER  PIC X(60) VALUE "DESTINAZIONE".
        05 FILLER  PIC X(60) VALUE " NESSUN MOVIMENTO PER IL DDT".
        05 FILLER  PIC X(60) VALUE " SCHEDA DOGANALE PER VOCE HS".
        05 FILLER  PIC X(60) VALUE
           "  VOCE HS   ORIG  QTA      MASSA KG   VALORE".
       01 FILLER REDEFINES TESTI-ITALIANI-ED.
        05 ITALIANO-ED     PIC X(60) OCCURS 8.
       01 TESTI-DOC-ED.
        05 TESTO-ED        PIC X(60) OCCURS 8.
       01 FILLER REDEFINES TESTI-DOC-ED.
        05 ETI-PROFORMA    PIC X(60).
        05 ETI-TESTATA-PROFORMA PIC X(60).
        05 ETI-TOTALE      PIC X(60).
        05 ETI-DIVISA      PIC X(60).
        05 ETI-DESTINAZIONE PIC X(60).
        05 ETI-NESSUN-MOV  PIC X(60).
        05 ETI-SCHEDA-HS   PIC X(60).
        05 ETI-TESTATA-HS  PIC X(60).
       01 I-TX            PIC S9(4) COMP.
       01 D-MAT-RIGA      PIC X(24).
      *LINGUE*
014100 LINKAGE SECTION.
014200*
014300 01 W-COMMON       COPY WCOMMONW.
026000     PERFORM CARICA-PESI THRU EX-CARICA-PESI.
026100     MOVE 0 TO N-HS-ED RIGHE-PROFORMA TOT-VALORE-ED
026200               CONTO-DDT.
      *LINGUE*
           PERFORM PREPARA-LINGUA THRU EX-PREPARA-LINGUA.
      *LINGUE*
026300     PERFORM APRI-TABULATO THRU EX-APRI-TABULATO.
026400     PERFORM SCRIVI-PROFORMA THRU EX-SCRIVI-PROFORMA.
026500     IF RIGHE-PROFORMA = 0
      *LINGUE*
              MOVE ETI-NESSUN-MOV TO DATI-RIGA
      *LINGUE*
026700        PERFORM SCRIVI THRU EX-SCRIVI
026800     ELSE
026900        PERFORM SCRIVI-SCHEDA-HS THRU EX-SCRIVI-SCHEDA-HS
028400*     divisa si risolvono sul primo movimento
028500 SCRIVI-PROFORMA.
028600     MOVE SPACES TO DATI-RIGA.
      *LINGUE*
           STRING " " DELIMITED BY SIZE
                  ETI-PROFORMA DELIMITED BY "  "
                  " " DELIMITED BY SIZE
      *LINGUE*
028800            RIF-DDT-IN DELIMITED BY SIZE
028900        INTO DATI-RIGA.
029000     PERFORM SCRIVI THRU EX-SCRIVI.
      *LINGUE*
           MOVE ETI-TESTATA-PROFORMA TO DATI-RIGA.
      *LINGUE*
029200     MOVE 2 TO N-RIGA-STAMPA.
029300     PERFORM SCRIVI THRU EX-SCRIVI.
029400     MOVE "MOVMAG;" TO W-NOME-DATA-SET.
030200     END-IF.
030300     MOVE SPACES TO DATI-RIGA.
030400     COMPUTE VALORE-ED = TOT-VALORE-ED / 100.
      *LINGUE*
           STRING "  " DELIMITED BY SIZE
                  ETI-TOTALE DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  VALORE-ED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  ETI-DIVISA DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  DIVISA-DDT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  ETI-DESTINAZIONE DELIMITED BY "  "
                  " " DELIMITED BY SIZE
      *LINGUE*
031000            STATO-DEST DELIMITED BY SIZE
031100        INTO DATI-RIGA.
031200     MOVE 1 TO N-RIGA-STAMPA.
033900     MOVE C-MAT OF REC-MOVMAG TO C-MAT-ED.
034000     MOVE QTA-RIGA-ED TO QTA-ED.
034100     COMPUTE VALORE-ED = VALORE-RIGA-ED / 100.
      *LINGUE*
           PERFORM DESCRIZIONE-RIGA THRU EX-DESCRIZIONE-RIGA.
      *LINGUE*
034200     STRING "  " DELIMITED BY SIZE
034300            C-MAT-ED DELIMITED BY SIZE
034400            "  " DELIMITED BY SIZE
034500            QTA-ED DELIMITED BY SIZE
034600            "  " DELIMITED BY SIZE
034700            VALORE-ED DELIMITED BY SIZE
      *LINGUE*
                  "  " DELIMITED BY SIZE
                  D-MAT-RIGA DELIMITED BY SIZE
      *LINGUE*
034800        INTO DATI-RIGA.
034900     MOVE 1 TO N-RIGA-STAMPA.
035000     PERFORM SCRIVI THRU EX-SCRIVI.
038400 EX-RISOLVI-DESTINO.
038500     EXIT.
038600*
      *LINGUE*
      *     il conto del primo scarico del DDT decide la lingua
      *     (destinazione e divisa si risolvono qui, prima della
      *     testata); testi fissi tradotti una volta per documento
       PREPARA-LINGUA.
           MOVE "MOVMAG;" TO W-NOME-DATA-SET.
           MOVE "RIF-INTR;" TO W-NOME-CAMPO.
           MOVE RIF-DDT TO W-VALORE-CAMPO.
           PERFORM TTDBFIND THRU EX-TTDBFIND.
           IF W-OK-IMAGE
              PERFORM DBGET-MOVMAG-ED THRU EX-DBGET-MOVMAG-ED
              PERFORM CERCA-CONTO-DDT THRU EX-CERCA-CONTO-DDT
                 UNTIL W-FINE-CATENA OR NOT W-OK-IMAGE
                       OR CONTO-DDT NOT = 0
           END-IF.
           MOVE "IT" TO LINGUA-LG OF PAR-LINGUE.
           IF CONTO-DDT NOT = 0
              MOVE "L" TO FUNZ-LG OF PAR-LINGUE
              MOVE CONTO-DDT TO CONTO-LG OF PAR-LINGUE
              CALL "LINGUE" USING W-COMMON PAR-LINGUE
           END-IF.
           PERFORM TRADUCI-TESTO-ED THRU EX-TRADUCI-TESTO-ED
              VARYING I-TX FROM 1 BY 1 UNTIL I-TX > 8.
       EX-PREPARA-LINGUA.
           EXIT.
      *
       CERCA-CONTO-DDT.
           IF QUANTITA OF REC-MOVMAG < 0
              MOVE CONTO OF REC-MOVMAG TO CONTO-DDT
              PERFORM RISOLVI-DESTINO THRU EX-RISOLVI-DESTINO
           ELSE
              PERFORM DBGET-MOVMAG-ED THRU EX-DBGET-MOVMAG-ED.
       EX-CERCA-CONTO-DDT.
           EXIT.
      *
       TRADUCI-TESTO-ED.
           MOVE ITALIANO-ED (I-TX) TO TESTO-LG OF PAR-LINGUE.
           IF NOT LG-ITALIANO OF PAR-LINGUE
              MOVE "T" TO FUNZ-LG OF PAR-LINGUE
              CALL "LINGUE" USING W-COMMON PAR-LINGUE
           END-IF.
           MOVE TESTO-LG OF PAR-LINGUE TO TESTO-ED (I-TX).
       EX-TRADUCI-TESTO-ED.
           EXIT.
      *
      *     descrizione ANAMAT della riga, tradotta se c'e' (la
      *     DBGET calcolata su ANAMAT non tocca la catena MOVMAG)
       DESCRIZIONE-RIGA.
           MOVE SPACES TO D-MAT-RIGA.
           MOVE "ANAMAT;" TO W-NOME-DATA-SET.
           MOVE "C-MAT;" TO W-NOME-CAMPO.
           MOVE C-MAT OF REC-MOVMAG TO W-VALORE-CAMPO.
           MOVE 7 TO W-MODO.
           PERFORM TTDBGET THRU EX-TTDBGET.
           IF W-OK-IMAGE
              MOVE D-MAT OF REC-ANAMAT TO D-MAT-RIGA.
           MOVE "MOVMAG;" TO W-NOME-DATA-SET.
           MOVE "RIF-INTR;" TO W-NOME-CAMPO.
           IF LG-ITALIANO OF PAR-LINGUE
              GO TO EX-DESCRIZIONE-RIGA.
           MOVE "A" TO FUNZ-LG OF PAR-LINGUE.
           MOVE C-MAT OF REC-MOVMAG TO C-MAT-LG OF PAR-LINGUE.
           MOVE D-MAT-RIGA TO TESTO-LG OF PAR-LINGUE.
           CALL "LINGUE" USING W-COMMON PAR-LINGUE.
           MOVE TESTO-LG OF PAR-LINGUE TO D-MAT-RIGA.
       EX-DESCRIZIONE-RIGA.
           EXIT.
      *LINGUE*
      *
038700 ACCUMULA-HS.
038800     MOVE C-MAT OF REC-MOVMAG TO C-MAT-TRANS-RID.
038900     PERFORM CERCA-VOCE-HS THRU EX-CERCA-VOCE-HS.
046500*
046600*
046700 SCRIVI-SCHEDA-HS.
      *LINGUE*
           MOVE ETI-SCHEDA-HS TO DATI-RIGA.
      *LINGUE*
046900     MOVE 3 TO N-RIGA-STAMPA.
047000     PERFORM SCRIVI THRU EX-SCRIVI.
      *LINGUE*
           MOVE ETI-TESTATA-HS TO DATI-RIGA.
      *LINGUE*
047300     MOVE 1 TO N-RIGA-STAMPA.
047400     PERFORM SCRIVI THRU EX-SCRIVI.
047500     PERFORM STAMPA-RIGA-HS THRU EX-STAMPA-RIGA-HS
