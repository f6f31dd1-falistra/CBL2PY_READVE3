000430*     dell'ordine passa dalla sessione). Il rilascio non scende
000440*     mai sotto zero.
000450*
000460*RITIRWEB*   15/10/26
000470*     le righe con negozio di ritiro (NEG-RITIRO-OW) non si
000480*     prenotano qui: "O" e "A" le passano a RITIRWEB ("I"/"X"),
000485*     che impegna nel negozio o sul magazzino del travaso.
000490*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
004300 01 DELTA-QTA       PIC S9(4) COMP.
004400 01 SITPF-TROVATO   PIC S9(4) COMP.
004500    88 C-E-SITPF    VALUE 1.
004510*RITIRWEB*
004520 01 RIGHE-RITIRO    PIC S9(4) COMP.
004530 01 PAR-RITIRWEB    COPY PARRITWB.
004540*RITIRWEB*
004600*
005000 LINKAGE SECTION.
005100*
007800*
007900 LAVORA-ORDINIWEB.
008000     OPEN INPUT FILE-ORDWEB.
008010     MOVE 0 TO RIGHE-RITIRO.
008100     IF OW-APERTO
008200        MOVE 0 TO OK-FINE-FILE
008300        PERFORM LEGGI-RIGA-ORDWEB THRU EX-LEGGI-RIGA-ORDWEB
008400           UNTIL LETTO-FINE-FILE
008500        CLOSE FILE-ORDWEB
008600     END-IF.
008610*RITIRWEB*
008620     IF RIGHE-RITIRO > 0
008630        MOVE "I" TO FUNZ-RW OF PAR-RITIRWEB
008640        CANCEL "RITIRWEB"
008650        CALL "RITIRWEB" USING W-COMMON PAR-RITIRWEB
008660     END-IF.
008670*RITIRWEB*
008700 EX-LAVORA-ORDINIWEB.
008800     EXIT.
008900*
009200        AT END
009300           MOVE 1 TO OK-FINE-FILE
009400        NOT AT END
009410*RITIRWEB*
009420           IF CONSEGNA-A-CASA-OW OF REC-ORDWEB
009500              PERFORM PRENOTA-RIGA-WEB THRU EX-PRENOTA-RIGA-WEB
009510           ELSE
009520              ADD 1 TO RIGHE-RITIRO
009530           END-IF
009540*RITIRWEB*
009600     END-READ.
009700 EX-LEGGI-RIGA-ORDWEB.
009800     EXIT.
010000*
010100 LAVORA-ANNULWEB.
010200     OPEN INPUT FILE-ANNUL.
010210     MOVE 0 TO RIGHE-RITIRO.
010300     IF AW-APERTO
010400        MOVE 0 TO OK-FINE-FILE
010500        PERFORM LEGGI-RIGA-ANNUL THRU EX-LEGGI-RIGA-ANNUL
010600           UNTIL LETTO-FINE-FILE
010700        CLOSE FILE-ANNUL
010800     END-IF.
010810*RITIRWEB*
010820     IF RIGHE-RITIRO > 0
010830        MOVE "X" TO FUNZ-RW OF PAR-RITIRWEB
010840        CANCEL "RITIRWEB"
010850        CALL "RITIRWEB" USING W-COMMON PAR-RITIRWEB
010860     END-IF.
010870*RITIRWEB*
010900 EX-LAVORA-ANNULWEB.
011000     EXIT.
011100*
011500           MOVE 1 TO OK-FINE-FILE
011600        NOT AT END
011700           MOVE REC-ANNUL TO REC-ORDWEB
011710*RITIRWEB*
011720           IF CONSEGNA-A-CASA-OW OF REC-ORDWEB
011800              PERFORM PRENOTA-RIGA-WEB THRU EX-PRENOTA-RIGA-WEB
011810           ELSE
011820              ADD 1 TO RIGHE-RITIRO
011830           END-IF
011840*RITIRWEB*
011900     END-READ.
012000 EX-LEGGI-RIGA-ANNUL.
012100     EXIT.
