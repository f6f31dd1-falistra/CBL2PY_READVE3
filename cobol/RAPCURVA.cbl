000400*     tabella TAGLIE di TABTAGLIE (CODICE-TG), non dagli indici
000410*     grezzi. Spool sulla catena QOLPPR/QWLPPR/QCLPPR.
000420*
000430*2026*        15/10/26
000440*     vendite anche con causale "VDIP" (acquisti del
000450*     personale da READVE3).
000460*
000461*VENSETT*    15/10/26
000462*     i movimenti si leggono dal riepilogo settimanale
000463*     VENSETTF di VENSETT quando c'e' (riga ripresentata come
000464*     movimento MOVMAG, valori dalle somme del riepilogo);
000465*     senza riepilogo si torna alla scansione seriale di
000466*     MOVMAG.
000467*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
001200     SELECT OPTIONAL FILE-TAGLIE ASSIGN TO "TAGLIE"
001300        ORGANIZATION IS LINE SEQUENTIAL
001400        FILE STATUS IS CHECK-TG.
      *VENSETT*
           SELECT OPTIONAL FILE-VENSETT ASSIGN TO "VENSETTF"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHECK-VS.
      *VENSETT*
001500*
001600 DATA DIVISION.
001700 FILE SECTION.
001800 FD FILE-TAGLIE DATA RECORD REC-TAGLIE.
001900 01 REC-TAGLIE COPY YTAGLIE.
      *VENSETT*
       FD FILE-VENSETT DATA RECORD REC-VENSETT.
       01 REC-VENSETT           COPY YVENSETT.
      *VENSETT*
002000*
002100 WORKING-STORAGE SECTION.
002200*
003100*
003200 77 CHECK-TG        PIC XX.
003300    88 TG-APERTO    VALUES ARE "05", "00".
      *VENSETT*
       77 CHECK-VS        PIC XX.
          88 VS-PRESENTE  VALUE "00".
       01 FINE-VENSETT    PIC X.
       01 FONTE-MOV       PIC X VALUE "M".
          88 DA-RIEPILOGO VALUE "R".
      *VENSETT*
003400 01 OK-FINE-TG      PIC S9(4) COMP.
003500    88 LETTO-FINE-TG VALUE 1.
003600*
018100     EXIT.
018200*
018300*
      *VENSETT*
      *     riepilogo settimanale VENSETTF (VENSETT) al posto
      *     della scansione seriale di MOVMAG, quando c'e'
       SCANSIONA-RIEPILOGO.
           MOVE "M" TO FONTE-MOV.
           OPEN INPUT FILE-VENSETT.
           IF NOT VS-PRESENTE
              IF CHECK-VS = "05"
                 CLOSE FILE-VENSETT
              END-IF
              DISPLAY "RAPCURVA   riepilogo VENSETTF assente: "
                      "scansione di MOVMAG"
              GO TO EX-SCANSIONA-RIEPILOGO.
           MOVE "R" TO FONTE-MOV.
           MOVE "N" TO FINE-VENSETT.
           PERFORM LEGGI-RIEPILOGO THRU EX-LEGGI-RIEPILOGO
              UNTIL FINE-VENSETT = "S".
           CLOSE FILE-VENSETT.
       EX-SCANSIONA-RIEPILOGO.
           EXIT.
      *
       LEGGI-RIEPILOGO.
           READ FILE-VENSETT
              AT END
                 MOVE "S" TO FINE-VENSETT
                 GO TO EX-LEGGI-RIEPILOGO
           END-READ.
           PERFORM RIEPILOGO-IN-MOVMAG THRU EX-RIEPILOGO-IN-MOVMAG.
           PERFORM VAGLIA-MOV-CURVA THRU EX-VAGLIA-MOV-CURVA.
       EX-LEGGI-RIEPILOGO.
           EXIT.
      *
       RIEPILOGO-IN-MOVMAG.
                    COPY PVENSMOV.
      *VENSETT*
018400 SCANSIONA-MOVMAG.
      *VENSETT*
           PERFORM SCANSIONA-RIEPILOGO THRU EX-SCANSIONA-RIEPILOGO.
           IF DA-RIEPILOGO
              GO TO EX-SCANSIONA-MOVMAG.
      *VENSETT*
018500     MOVE 0 TO W-VALORE-CAMPO-W.
018600     MOVE 0 TO W-STATUS-WORD-IMAGE.
018700     PERFORM LEGGI-MOVMAG-SER THRU EX-LEGGI-MOVMAG-SER
020800     IF QUANTITA OF REC-MOVMAG NOT < 0
020900        OR RIF-BOLLA-FORN OF REC-MOVMAG NOT = 0
020910        OR (C-OPE OF REC-MOVMAG NOT = "VESD"
020920            AND C-OPE OF REC-MOVMAG NOT = "OMAG"
020925            AND C-OPE OF REC-MOVMAG NOT = "VDIP")
021000        GO TO EX-VAGLIA-MOV-CURVA.
021100     MOVE C-MAT OF REC-MOVMAG TO C-MAT-TRANS-RID.
021200     PERFORM VAGLIA-SELEZIONE THRU EX-VAGLIA-SELEZIONE.
