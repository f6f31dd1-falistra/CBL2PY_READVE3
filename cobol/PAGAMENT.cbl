000436*     BLOCKBAR rifiuta i baruni bloccati. L'importo usato e'
000437*     il valore del buono fino a concorrenza del residuo.
000438*
000439*ORASESS*    15/10/26
00043A*     la testata "S" porta nel riferimento l'ora di chiusura
00043B*     (HHMMSS): PERDITE vi aggancia gli storni appena prima
00043C*     di una sessione pagata solo in contanti.
00043D*
00043E*ACCDATI*    15/10/26
00043F*     le righe portano in coda la carta fedelta' della
000440*     sessione (CARTA-PAG, 0 se nessuna): DIRACCES vi ritrova
000441*     i pagamenti del titolare. Le righe precedenti ne sono
000442*     prive.
000443*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
003200    05 IMPORTO-PG            PIC 9(11).
003300    05 TG-PG-7               PIC X.
003400    05 RIF-PG                PIC X(15).
003401*ACCDATI*
003402    05 TG-PG-8               PIC X.
003403    05 CARTA-PG              PIC 9(13).
003404*ACCDATI*
003500*
003600 WORKING-STORAGE SECTION.
003700*
005430 01 PAR-BUONOACQ     COPY PARBUONO.
005440 01 NUMERO-BUONO-IN  PIC X(8).
005450*BUONO*
005451*ORASESS*
005452 01 ORA-CHIUSURA-PG  PIC 9(8).
005453*ORASESS*
005500*
005600 LINKAGE SECTION.
005700*
014500     MOVE "S" TO TIPO-PG.
014600     MOVE VALORE-PAG OF PAR-PAGAMENT TO IMPORTO-PG.
014700     MOVE SPACES TO RIF-PG.
014701*ORASESS*
014702     ACCEPT ORA-CHIUSURA-PG FROM TIME.
014703     MOVE ORA-CHIUSURA-PG (1:6) TO RIF-PG (1:6).
014704*ORASESS*
014800     WRITE REC-PAGLOG.
014900 EX-SCRIVI-RIGA-SESSIONE.
015000     EXIT.
016700     MOVE W-SIGLA-UTENTE OF W-COMMON TO OPERATORE-PG.
016800     MOVE CONTO-PAG OF PAR-PAGAMENT TO CONTO-PG.
016900     MOVE MAGAZZINO-PAG OF PAR-PAGAMENT TO MAG-PG.
016901*ACCDATI*
016902     MOVE T-TAB TO TG-PG-8.
016903     MOVE CARTA-PAG OF PAR-PAGAMENT TO CARTA-PG.
016904*ACCDATI*
017000 EX-RIEMPI-CHIAVE-PAGLOG.
017100     EXIT.
017200*
