000440*     cosi' bordero' e controllo fatture vettore girano su
000441*     numeri veri.
000442*
000443*VUOTI*       15/10/26
000444*     imballi a rendere: dai colli e dal FLAG3 di ANAMAT (capo
000445*     appeso/in scatola) si ricavano grucce, roll container e
000446*     casse della bolla; l'operatore li conferma o li corregge
000447*     e vanno come spedito al negozio sul registro VUOTIMOV
000448*     (resi, saldi ed estratto mensile in VUOTI).
000449*
00044A*CONAI*       15/10/26
00044B*     imballaggi per la dichiarazione CONAI: con la stessa
00044C*     classificazione dei vuoti (collo con capi appesi o di
00044D*     soli capi in scatola, FLAG3 di ANAMAT) si registrano su
00044E*     IMBSPED colli e capi della bolla per societa' del C-MAT;
00044F*     pesi e materiali li applica CONAIDIC. Il rigo PESODDT
000450*     riscritto tiene anche il conto cliente.
000451*
000452*COLLICON*    15/10/26
000453*     contenuto dei colli su COLLICON (DDT, collo, C-MAT,
000454*     taglia, quantita'): serve a SINVETT per valorizzare ai
000455*     prezzi della bolla i colli smarriti o danneggiati.
000456*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHECK-PW.
      *PESODDT*
      *VUOTI*
           SELECT OPTIONAL FILE-VUOTI ASSIGN TO "VUOTIMOV"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHECK-VU.
      *VUOTI*
      *CONAI*
           SELECT OPTIONAL FILE-IMBSPED ASSIGN TO "IMBSPED"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHECK-IS.
      *CONAI*
      *COLLICON*
           SELECT OPTIONAL FILE-COLLICON ASSIGN TO "COLLICON"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHECK-CN.
      *COLLICON*
001600 DATA DIVISION.
001700 FILE SECTION.
001800* stesso tracciato di FILE-BC in READVE3, col collo in coda
       FD FILE-PESODDT DATA RECORD REC-PESODDT.
       01 REC-PESODDT            COPY YPESODDT.
      *PESODDT*
      *VUOTI*
       FD FILE-VUOTI DATA RECORD REC-VUOTI.
       01 REC-VUOTI              COPY YVUOTMOV.
      *VUOTI*
      *CONAI*
       FD FILE-IMBSPED DATA RECORD REC-IMBSPED.
       01 REC-IMBSPED            COPY YIMBSPED.
      *CONAI*
      *COLLICON*
       FD FILE-COLLICON DATA RECORD REC-COLLICON.
       01 REC-COLLICON           COPY YCOLLCON.
      *COLLICON*
004500 WORKING-STORAGE SECTION.
004600*
004700 77 CHECK-BC        PIC XX.
          88 LETTO-FINE-PW VALUE 1.
       01 TAB-PESODDT-PK.
        05 RIGA-PW OCCURS 500.
         10 REC-PW-MEM     PIC X(51).
       01 N-RIGHE-PW      PIC S9(4) COMP.
       01 PESODDT-PIENO   PIC X.
       01 I-PW            PIC S9(4) COMP.
       01 DATA-DDT-9      PIC 9(6).
       01 NUMERO-DDT-9    PIC 9(6).
      *PESODDT*
      *VUOTI*
       77 CHECK-VU        PIC XX.
          88 VU-APERTO    VALUES ARE "05", "00".
       01 OK-FINE-VU      PIC S9(4) COMP.
          88 LETTO-FINE-VU VALUE 1.
       01 T-TAB-VU        PIC X VALUE X"9".
       01 AREA-REC-SET    PIC X(512).
       01 FILLER REDEFINES AREA-REC-SET.
        05 REC-ANAMAT     COPY YANAMAT.
      * capo appeso si/no per articolo (C-MAT senza colore)
       01 TAB-APPESO-PK.
        05 RIGA-AP OCCURS 300.
         10 C-MAT-AP        PIC 9(15).
         10 APPESO-AP       PIC X.
       01 N-APPESO-PK     PIC S9(4) COMP.
       01 I-AP            PIC S9(4) COMP.
       01 IX-AP           PIC S9(4) COMP.
       01 C-MAT-AP-RIC    PIC 9(15).
       01 APPESO-RIGA     PIC X.
       01 APPESI-COLLO    PIC S9(4) COMP.
       01 SCATOLA-COLLO   PIC S9(4) COMP.
      * imballi a rendere della bolla, stessi codici di VUOTI
       01 TAB-VUOTI-INIZ.
        05 FILLER          PIC X(22) VALUE "GRGRUCCE".
        05 FILLER          PIC X(22) VALUE "STSTENDER".
        05 FILLER          PIC X(22) VALUE "RCROLL CONTAINER".
        05 FILLER          PIC X(22) VALUE "CSCASSE".
       01 TAB-VUOTI-PK REDEFINES TAB-VUOTI-INIZ.
        05 RIGA-VK OCCURS 4.
         10 COD-VK          PIC XX.
         10 DESCR-VK        PIC X(20).
       01 TAB-QTA-VK.
        05 RIGA-QV OCCURS 4.
         10 QTA-VK          PIC S9(7) COMP.
         10 MANUALE-VK      PIC X.
       01 I-VK            PIC S9(4) COMP.
       01 QTA-VK-IN       PIC X(5).
       01 QTA-VK-NUM      PIC 9(5).
       01 QTA-VK-ED       PIC ZZZZ9.
       01 NEG-VK          PIC 9(3).
       01 VUOTI-GIA-REG   PIC X.
      *VUOTI*
      *CONAI*
       77 CHECK-IS        PIC XX.
          88 IS-APERTO    VALUES ARE "05", "00".
       01 OK-FINE-IS      PIC S9(4) COMP.
          88 LETTO-FINE-IS VALUE 1.
       01 T-TAB-IS        PIC X VALUE X"9".
       01 IMBSPED-GIA-REG PIC X.
      * colli e capi della bolla per societa' del C-MAT
       01 TAB-SOC-IS.
        05 RIGA-SI OCCURS 10.
         10 SOCIETA-SI       PIC 9.
         10 COLLI-SCATOLA-SI PIC S9(4) COMP.
         10 COLLI-APPESI-SI  PIC S9(4) COMP.
         10 CAPI-APPESI-SI   PIC S9(7) COMP.
         10 CAPI-SCATOLA-SI  PIC S9(7) COMP.
       01 N-SOC-IS        PIC S9(4) COMP.
       01 I-SI            PIC S9(4) COMP.
       01 IX-SI           PIC S9(4) COMP.
       01 IX-SOC-COLLO    PIC S9(4) COMP.
       01 SOCIETA-RIC-SI  PIC 9.
      *CONAI*
      *COLLICON*
       77 CHECK-CN        PIC XX.
          88 CN-APERTO    VALUES ARE "05", "00".
       01 OK-FINE-CN      PIC S9(4) COMP.
          88 LETTO-FINE-CN VALUE 1.
       01 COLLICON-GIA-REG PIC X.
      *COLLICON*
007600 01 COLLO-MAX       PIC 9(3).
007700 01 COLLO-CORRENTE  PIC 9(3).
007710*PESOREAL*
014700        DISPLAY "Nessun capo sul file BARCNEG della bolla"
014800        GO TO FINE.
014900     PERFORM STAMPA-PACKING THRU EX-STAMPA-PACKING.
      *VUOTI*
           PERFORM CONTA-VUOTI THRU EX-CONTA-VUOTI.
      *VUOTI*
      *PESODDT*
      *    i colli contati finiscono sul rigo PESODDT della bolla
      *    (PRINTDDF li lascia a zero): bordero vettori e DESADV
014910     PERFORM AGGIORNA-COLLI-PESODDT
014920         THRU EX-AGGIORNA-COLLI-PESODDT.
      *PESODDT*
      *CONAI*
           PERFORM REGISTRA-IMBALLI-CONAI
               THRU EX-REGISTRA-IMBALLI-CONAI.
      *CONAI*
      *COLLICON*
           PERFORM REGISTRA-CONTENUTO-COLLI
               THRU EX-REGISTRA-CONTENUTO-COLLI.
      *COLLICON*
015000 FINE.
015100     EXIT PROGRAM.
015200*
       EX-CERCA-PESO-CLASSE.
           EXIT.
      *PESOREAL*
      *VUOTI*
      *     imballi a rendere della bolla: per ogni collo con capi
      *     appesi un roll container e una gruccia per capo, per
      *     ogni collo di soli capi in scatola una cassa; gli
      *     stender solo a mano. Una bolla gia' registrata su
      *     VUOTIMOV non si riscrive (correzioni con VUOTI "A")
       CONTA-VUOTI.
           IF NEG-IN NOT NUMERIC OR MAG-IN NOT NUMERIC
              DISPLAY "Negozio/magazzino non numerici: imballi"
                      " a rendere non registrati"
              GO TO EX-CONTA-VUOTI.
           MOVE DATA-DDT-IN TO DATA-DDT-9.
           MOVE NUMERO-DDT-IN TO NUMERO-DDT-9.
           MOVE NEG-IN TO NEG-VK.
           PERFORM VERIFICA-VUOTI-BOLLA
               THRU EX-VERIFICA-VUOTI-BOLLA.
           IF VUOTI-GIA-REG = "S"
              DISPLAY "Imballi a rendere gia' registrati per la"
                      " bolla: correzioni con VUOTI"
              GO TO EX-CONTA-VUOTI.
           PERFORM AZZERA-VUOTO-PK THRU EX-AZZERA-VUOTO-PK
              VARYING I-VK FROM 1 BY 1 UNTIL I-VK > 4.
           MOVE 0 TO N-APPESO-PK.
           PERFORM CONTA-VUOTI-COLLO THRU EX-CONTA-VUOTI-COLLO
              VARYING COLLO-CORRENTE FROM 1 BY 1
              UNTIL COLLO-CORRENTE > COLLO-MAX.
           DISPLAY "Imballi a rendere della bolla (NNNNN per"
                   " correggere, vuoto = conferma)".
           PERFORM CONFERMA-VUOTO-PK THRU EX-CONFERMA-VUOTO-PK
              VARYING I-VK FROM 1 BY 1 UNTIL I-VK > 4.
           OPEN EXTEND FILE-VUOTI.
           IF NOT VU-APERTO
              DISPLAY "PACKLIST   VUOTIMOV non apribile " CHECK-VU
              GO TO EX-CONTA-VUOTI.
           PERFORM SCRIVI-VUOTO-PK THRU EX-SCRIVI-VUOTO-PK
              VARYING I-VK FROM 1 BY 1 UNTIL I-VK > 4.
           CLOSE FILE-VUOTI.
       EX-CONTA-VUOTI.
           EXIT.
      *
       VERIFICA-VUOTI-BOLLA.
           MOVE "N" TO VUOTI-GIA-REG.
           OPEN INPUT FILE-VUOTI.
           IF NOT VU-APERTO
              GO TO EX-VERIFICA-VUOTI-BOLLA.
           MOVE 0 TO OK-FINE-VU.
           PERFORM LEGGI-RIGA-VUOTI-PK THRU EX-LEGGI-RIGA-VUOTI-PK
              UNTIL LETTO-FINE-VU.
           CLOSE FILE-VUOTI.
       EX-VERIFICA-VUOTI-BOLLA.
           EXIT.
      *
       LEGGI-RIGA-VUOTI-PK.
           READ FILE-VUOTI
              AT END
                 MOVE 1 TO OK-FINE-VU
              NOT AT END
                 IF SPEDITO-VU
                    AND DATA-VU = DATA-DDT-9
                    AND NUMERO-DDT-VU = NUMERO-DDT-9
                    AND NEG-VU = NEG-VK
                    MOVE "S" TO VUOTI-GIA-REG
                 END-IF
           END-READ.
       EX-LEGGI-RIGA-VUOTI-PK.
           EXIT.
      *
       AZZERA-VUOTO-PK.
           MOVE 0 TO QTA-VK (I-VK).
           MOVE "N" TO MANUALE-VK (I-VK).
       EX-AZZERA-VUOTO-PK.
           EXIT.
      *
       CONTA-VUOTI-COLLO.
           MOVE 0 TO APPESI-COLLO SCATOLA-COLLO.
           PERFORM CLASSIFICA-CAPI-COLLO
               THRU EX-CLASSIFICA-CAPI-COLLO
              VARYING I-PK FROM 1 BY 1 UNTIL I-PK > N-RIGHE-PK.
           IF APPESI-COLLO > 0
              ADD APPESI-COLLO TO QTA-VK (1)
              ADD 1 TO QTA-VK (3)
           ELSE
              IF SCATOLA-COLLO > 0
                 ADD 1 TO QTA-VK (4)
              END-IF
           END-IF.
       EX-CONTA-VUOTI-COLLO.
           EXIT.
      *
       CLASSIFICA-CAPI-COLLO.
           IF COLLO-PK (I-PK) NOT = COLLO-CORRENTE
              GO TO EX-CLASSIFICA-CAPI-COLLO.
           PERFORM DECODIFICA-CMAT-PESO
               THRU EX-DECODIFICA-CMAT-PESO.
           PERFORM CERCA-APPESO THRU EX-CERCA-APPESO.
           IF APPESO-RIGA = "S"
              ADD QTA-PK (I-PK) TO APPESI-COLLO
           ELSE
              ADD QTA-PK (I-PK) TO SCATOLA-COLLO.
       EX-CLASSIFICA-CAPI-COLLO.
           EXIT.
      *
      *     FLAG3 dell'articolo da ANAMAT (mod.7), una volta sola
      *     per articolo; senza anagrafica il capo va in scatola
       CERCA-APPESO.
           COMPUTE C-MAT-AP-RIC = C-MAT-TRANS-RID / 1000 * 1000.
           MOVE 0 TO IX-AP.
           PERFORM CONFRONTA-APPESO THRU EX-CONFRONTA-APPESO
              VARYING I-AP FROM 1 BY 1 UNTIL I-AP > N-APPESO-PK.
           IF IX-AP NOT = 0
              MOVE APPESO-AP (IX-AP) TO APPESO-RIGA
              GO TO EX-CERCA-APPESO.
           MOVE "N" TO APPESO-RIGA.
           MOVE "ANAMAT;" TO W-NOME-DATA-SET.
           MOVE "C-MAT;" TO W-NOME-CAMPO.
           MOVE C-MAT-AP-RIC TO W-VALORE-CAMPO.
           MOVE 7 TO W-MODO.
           PERFORM TTDBGET THRU EX-TTDBGET.
           IF W-OK-IMAGE
              AND CAPO-APPESO OF REC-ANAMAT
              MOVE "S" TO APPESO-RIGA.
           IF N-APPESO-PK < 300
              ADD 1 TO N-APPESO-PK
              MOVE C-MAT-AP-RIC TO C-MAT-AP (N-APPESO-PK)
              MOVE APPESO-RIGA TO APPESO-AP (N-APPESO-PK).
       EX-CERCA-APPESO.
           EXIT.
      *
       CONFRONTA-APPESO.
           IF C-MAT-AP (I-AP) = C-MAT-AP-RIC
              MOVE I-AP TO IX-AP.
       EX-CONFRONTA-APPESO.
           EXIT.
      *
      *     correzione a mano della quantita' calcolata
       CONFERMA-VUOTO-PK.
           MOVE QTA-VK (I-VK) TO QTA-VK-ED.
           DISPLAY "  " DESCR-VK (I-VK) QTA-VK-ED "  " NO ADVANCING.
           MOVE SPACES TO QTA-VK-IN.
           ACCEPT QTA-VK-IN.
           IF QTA-VK-IN = SPACES
              GO TO EX-CONFERMA-VUOTO-PK.
           IF QTA-VK-IN NOT NUMERIC
              DISPLAY "Quantita' non numerica, tenuto il calcolo"
              GO TO EX-CONFERMA-VUOTO-PK.
           MOVE QTA-VK-IN TO QTA-VK-NUM.
           IF QTA-VK-NUM NOT = QTA-VK (I-VK)
              MOVE QTA-VK-NUM TO QTA-VK (I-VK)
              MOVE "S" TO MANUALE-VK (I-VK).
       EX-CONFERMA-VUOTO-PK.
           EXIT.
      *
       SCRIVI-VUOTO-PK.
           IF QTA-VK (I-VK) = 0
              GO TO EX-SCRIVI-VUOTO-PK.
           MOVE T-TAB-VU TO TV-1 TV-2 TV-3 TV-4 TV-5 TV-6 TV-7 TV-8.
           MOVE DATA-DDT-9 TO DATA-VU.
           MOVE "S" TO TIPO-VU.
           MOVE NEG-VK TO NEG-VU.
           MOVE MAG-IN TO MAG-VU.
           MOVE NUMERO-DDT-9 TO NUMERO-DDT-VU.
           MOVE COD-VK (I-VK) TO COD-VU.
           MOVE QTA-VK (I-VK) TO QTA-VU.
           MOVE MANUALE-VK (I-VK) TO MANUALE-VU.
           MOVE W-SIGLA-UTENTE OF W-COMMON TO UTENTE-VU.
           WRITE REC-VUOTI.
       EX-SCRIVI-VUOTO-PK.
           EXIT.
      *VUOTI*
      *CONAI*
      *     imballi della bolla per la dichiarazione CONAI: ogni
      *     collo e' "appeso" se porta almeno un capo appeso, se no
      *     "in scatola" (stessa regola di CONTA-VUOTI-COLLO), e va
      *     alla societa' del suo primo capo; i capi alla societa'
      *     del proprio C-MAT. Una bolla gia' registrata su IMBSPED
      *     non si riscrive
       REGISTRA-IMBALLI-CONAI.
           MOVE DATA-DDT-IN TO DATA-DDT-9.
           MOVE NUMERO-DDT-IN TO NUMERO-DDT-9.
           PERFORM VERIFICA-IMBSPED-BOLLA
               THRU EX-VERIFICA-IMBSPED-BOLLA.
           IF IMBSPED-GIA-REG = "S"
              DISPLAY "Imballi CONAI gia' registrati per la bolla"
              GO TO EX-REGISTRA-IMBALLI-CONAI.
           MOVE 0 TO N-SOC-IS N-APPESO-PK.
           PERFORM CONTA-IMBALLI-COLLO THRU EX-CONTA-IMBALLI-COLLO
              VARYING COLLO-CORRENTE FROM 1 BY 1
              UNTIL COLLO-CORRENTE > COLLO-MAX.
           IF N-SOC-IS = 0
              GO TO EX-REGISTRA-IMBALLI-CONAI.
           OPEN EXTEND FILE-IMBSPED.
           IF NOT IS-APERTO
              DISPLAY "PACKLIST   IMBSPED non apribile " CHECK-IS
              GO TO EX-REGISTRA-IMBALLI-CONAI.
           PERFORM SCRIVI-IMBSPED-PK THRU EX-SCRIVI-IMBSPED-PK
              VARYING I-SI FROM 1 BY 1 UNTIL I-SI > N-SOC-IS.
           CLOSE FILE-IMBSPED.
       EX-REGISTRA-IMBALLI-CONAI.
           EXIT.
      *
       VERIFICA-IMBSPED-BOLLA.
           MOVE "N" TO IMBSPED-GIA-REG.
           OPEN INPUT FILE-IMBSPED.
           IF NOT IS-APERTO
              GO TO EX-VERIFICA-IMBSPED-BOLLA.
           MOVE 0 TO OK-FINE-IS.
           PERFORM LEGGI-RIGA-IMBSPED-PK THRU EX-LEGGI-RIGA-IMBSPED-PK
              UNTIL LETTO-FINE-IS.
           CLOSE FILE-IMBSPED.
       EX-VERIFICA-IMBSPED-BOLLA.
           EXIT.
      *
       LEGGI-RIGA-IMBSPED-PK.
           READ FILE-IMBSPED
              AT END
                 MOVE 1 TO OK-FINE-IS
              NOT AT END
                 IF DATA-IS = DATA-DDT-9
                    AND NUMERO-DDT-IS = NUMERO-DDT-9
                    MOVE "S" TO IMBSPED-GIA-REG
                 END-IF
           END-READ.
       EX-LEGGI-RIGA-IMBSPED-PK.
           EXIT.
      *
       CONTA-IMBALLI-COLLO.
           MOVE 0 TO APPESI-COLLO SCATOLA-COLLO IX-SOC-COLLO.
           PERFORM CLASSIFICA-CAPI-CONAI THRU EX-CLASSIFICA-CAPI-CONAI
              VARYING I-PK FROM 1 BY 1 UNTIL I-PK > N-RIGHE-PK.
           IF IX-SOC-COLLO = 0
              GO TO EX-CONTA-IMBALLI-COLLO.
           IF APPESI-COLLO > 0
              ADD 1 TO COLLI-APPESI-SI (IX-SOC-COLLO)
           ELSE
              ADD 1 TO COLLI-SCATOLA-SI (IX-SOC-COLLO).
       EX-CONTA-IMBALLI-COLLO.
           EXIT.
      *
       CLASSIFICA-CAPI-CONAI.
           IF COLLO-PK (I-PK) NOT = COLLO-CORRENTE
              GO TO EX-CLASSIFICA-CAPI-CONAI.
           PERFORM DECODIFICA-CMAT-PESO
               THRU EX-DECODIFICA-CMAT-PESO.
           PERFORM CERCA-APPESO THRU EX-CERCA-APPESO.
           MOVE SOCIETA-MOD OF CMAT-PESO-PK TO SOCIETA-RIC-SI.
           PERFORM POSIZIONA-SOCIETA-SI THRU EX-POSIZIONA-SOCIETA-SI.
           IF IX-SI = 0
              GO TO EX-CLASSIFICA-CAPI-CONAI.
           IF IX-SOC-COLLO = 0
              MOVE IX-SI TO IX-SOC-COLLO.
           IF APPESO-RIGA = "S"
              ADD QTA-PK (I-PK) TO APPESI-COLLO
              ADD QTA-PK (I-PK) TO CAPI-APPESI-SI (IX-SI)
           ELSE
              ADD QTA-PK (I-PK) TO SCATOLA-COLLO
              ADD QTA-PK (I-PK) TO CAPI-SCATOLA-SI (IX-SI).
       EX-CLASSIFICA-CAPI-CONAI.
           EXIT.
      *
      *     riga della societa' SOCIETA-RIC-SI, aggiunta se manca
       POSIZIONA-SOCIETA-SI.
           MOVE 0 TO IX-SI.
           PERFORM CONFRONTA-SOCIETA-SI THRU EX-CONFRONTA-SOCIETA-SI
              VARYING I-SI FROM 1 BY 1 UNTIL I-SI > N-SOC-IS.
           IF IX-SI NOT = 0 OR N-SOC-IS NOT < 10
              GO TO EX-POSIZIONA-SOCIETA-SI.
           ADD 1 TO N-SOC-IS.
           MOVE N-SOC-IS TO IX-SI.
           MOVE SOCIETA-RIC-SI TO SOCIETA-SI (IX-SI).
           MOVE 0 TO COLLI-SCATOLA-SI (IX-SI) COLLI-APPESI-SI (IX-SI)
                     CAPI-APPESI-SI (IX-SI) CAPI-SCATOLA-SI (IX-SI).
       EX-POSIZIONA-SOCIETA-SI.
           EXIT.
      *
       CONFRONTA-SOCIETA-SI.
           IF SOCIETA-SI (I-SI) = SOCIETA-RIC-SI
              MOVE I-SI TO IX-SI.
       EX-CONFRONTA-SOCIETA-SI.
           EXIT.
      *
       SCRIVI-IMBSPED-PK.
           MOVE T-TAB-IS TO TS-1 TS-2 TS-3 TS-4 TS-5 TS-6 TS-7 TS-8.
           MOVE DATA-DDT-9 TO DATA-IS.
           MOVE NUMERO-DDT-9 TO NUMERO-DDT-IS.
           MOVE 0 TO MAG-IS NEG-IS.
           IF MAG-IN NUMERIC
              MOVE MAG-IN TO MAG-IS.
           IF NEG-IN NUMERIC
              MOVE NEG-IN TO NEG-IS.
           MOVE SOCIETA-SI (I-SI) TO SOCIETA-IS.
           MOVE COLLI-SCATOLA-SI (I-SI) TO COLLI-SCATOLA-IS.
           MOVE COLLI-APPESI-SI (I-SI) TO COLLI-APPESI-IS.
           MOVE CAPI-APPESI-SI (I-SI) TO CAPI-APPESI-IS.
           MOVE CAPI-SCATOLA-SI (I-SI) TO CAPI-SCATOLA-IS.
           WRITE REC-IMBSPED.
       EX-SCRIVI-IMBSPED-PK.
           EXIT.
      *CONAI*
      *COLLICON*
      *     contenuto dei colli per i sinistri vettore: una riga per
      *     collo/C-MAT/taglia col C-MAT intero di MOVMAG. Una bolla
      *     gia' registrata su COLLICON non si riscrive
       REGISTRA-CONTENUTO-COLLI.
           MOVE DATA-DDT-IN TO DATA-DDT-9.
           MOVE NUMERO-DDT-IN TO NUMERO-DDT-9.
           PERFORM VERIFICA-COLLICON-BOLLA
               THRU EX-VERIFICA-COLLICON-BOLLA.
           IF COLLICON-GIA-REG = "S"
              GO TO EX-REGISTRA-CONTENUTO-COLLI.
           OPEN EXTEND FILE-COLLICON.
           IF NOT CN-APERTO
              DISPLAY "PACKLIST   COLLICON non apribile " CHECK-CN
              GO TO EX-REGISTRA-CONTENUTO-COLLI.
           PERFORM SCRIVI-COLLICON-PK THRU EX-SCRIVI-COLLICON-PK
              VARYING I-PK FROM 1 BY 1 UNTIL I-PK > N-RIGHE-PK.
           CLOSE FILE-COLLICON.
       EX-REGISTRA-CONTENUTO-COLLI.
           EXIT.
      *
       VERIFICA-COLLICON-BOLLA.
           MOVE "N" TO COLLICON-GIA-REG.
           OPEN INPUT FILE-COLLICON.
           IF NOT CN-APERTO
              GO TO EX-VERIFICA-COLLICON-BOLLA.
           MOVE 0 TO OK-FINE-CN.
           PERFORM LEGGI-RIGA-COLLICON-PK
               THRU EX-LEGGI-RIGA-COLLICON-PK
              UNTIL LETTO-FINE-CN.
           CLOSE FILE-COLLICON.
       EX-VERIFICA-COLLICON-BOLLA.
           EXIT.
      *
       LEGGI-RIGA-COLLICON-PK.
           READ FILE-COLLICON
              AT END
                 MOVE 1 TO OK-FINE-CN
              NOT AT END
                 IF DATA-CN = DATA-DDT-9
                    AND NUMERO-DDT-CN = NUMERO-DDT-9
                    MOVE "S" TO COLLICON-GIA-REG
                    MOVE 1 TO OK-FINE-CN
                 END-IF
           END-READ.
       EX-LEGGI-RIGA-COLLICON-PK.
           EXIT.
      *
       SCRIVI-COLLICON-PK.
           MOVE T-TAB-IS TO TN-1 TN-2 TN-3 TN-4 TN-5 TN-6.
           MOVE DATA-DDT-9 TO DATA-CN.
           MOVE NUMERO-DDT-9 TO NUMERO-DDT-CN.
           MOVE COLLO-PK (I-PK) TO COLLO-CN.
           PERFORM DECODIFICA-CMAT-PESO
               THRU EX-DECODIFICA-CMAT-PESO.
           MOVE C-MAT-TRANS-RID TO C-MAT-CN.
           MOVE TAGLIA-PK (I-PK) TO TAGLIA-CN.
           MOVE QTA-PK (I-PK) TO QTA-CN.
           MOVE NOME-PK (I-PK) TO NOME-CN.
           WRITE REC-COLLICON.
       EX-SCRIVI-COLLICON-PK.
           EXIT.
      *COLLICON*
015400*     stesso nome file ricostruito da RISTCART
015500 COSTRUISCI-DD-BARCNEG.
015600     MOVE SPACE               TO USER-VAR-VALUE.
034000 EX-SCRIVI.
034100     EXIT.
034200*
      *VUOTI*
       TTDBGET.
                    COPY PDBGET.
      *VUOTI*
      *
034300*      FINE PROGRAMMA    **** /K PACKLIST.COB  *****
