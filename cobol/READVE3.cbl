015199*     supervisore e i due valori; RAPECCEZ la riporta nel
015199*     digest del mattino.
015199*
015199*SCHEDART*   15/10/26
015199*     articolo impostato da SCHEDART ma non ancora completo
015199*     (VALID-REC "IN" su ANAMAT: mancano listino, composizione,
015199*     stagione, peso o voce doganale): la scansione si rifiuta
015199*     col messaggio a pannello, come l'articolo inesistente.
015199*
015199*PREPACK*    15/10/26
015199*     vendita ingrosso: se il codice letto nella richiesta
015199*     quantita' e' un cartone prepack (PREPACK), si chiede il
015199*     numero di cartoni e lo scarico avviene per taglia secondo
015199*     l'assortimento del cartone (limiti NTG di TABTAGLIE).
015199*     LOTTRACE riporta il codice cartone con cui il capo e'
015199*     arrivato al ricevimento (PACKRIC).
015199*
015199*KITTAIL*    15/10/26
015199*     tailleur (FLAG6 "2" su ANAMAT): il kit non ha giacenza
015199*     propria. SCRIVI-RECORD scrive la riga VESD/OMAG del kit
015199*     (fatturato e documento) ma non tocca il suo SITPF; per
015199*     ogni componente di KITCOMPF (KITTAIL "E") scrive una riga
015199*     MOVMAG causale "SKIT" a prezzo zero e scarica il SITPF
015199*     del componente per la taglia mappata per i pezzi per kit.
015199*
015199*CONTOVEN*   15/10/26
015199*     merce in conto vendita fornitore: SCRIVI-RECORD passa il
015199*     venduto della riga (o il reso, negativo) a CONTOVEN "V",
015199*     che lo scarica dal libro CVMOVIM dei capi ancora del
015199*     fornitore per C-MAT/magazzino; MOVMAG e SITPF invariati.
015199*
015199*DOCCOMM*    15/10/26
015199*     documento commerciale della cassa: all'apertura della
015199*     sessione DOCCOMM "I", SCRIVI-RECORD passa ogni riga
015199*     venduta (prezzo per capi) con "A", alla chiusura dopo
015199*     PAGAMENT "V" con lo sconto fedelta' (PREZZO-TOT meno
015199*     incassato): numero, IVA per aliquota, giornale DOCCOMMF.
015199*
015199*TAXFREE*    15/10/26
015199*     le stesse righe vanno a TAXFREE "A" (IVA per riga); dopo
015199*     il documento commerciale TAXFREE "E" offre il modulo
015199*     tax free al turista extra UE se la sessione supera la
015199*     soglia di legge (paese e passaporto battuti in cassa).
015199*
015199*ACQDIP*     15/10/26
015199*     acquisti del personale: a inizio sessione il badge del
015199*     dipendente (ACQDIP "V"); la sessione muove causale
015199*     "VDIP", ogni capo prende lo sconto della sua CLASSE
015199*     (ACQDIP "S", anche sopra la promozione, non sul prezzo
015199*     contrattato) e non passa se supera il tetto annuo; le
015199*     righe scritte vanno al giornale DIPACQLOG (ACQDIP "R").
015199*
015199*ACCONTO*    15/10/26
015199*     prenotazione con acconto: tipo vendita "P", i capi letti
015199*     non vanno su MOVMAG ma in impegno (ACCONTI "L"), poi
015199*     cliente, acconto e cedola (ACCONTI "C") e PAGAMENT incassa
015199*     il solo acconto. Al ritiro il numero della cedola rimette
015199*     i capi in vendita come le unita' d'ordine web (ACCONTI
015199*     "V"); l'acconto scende dall'incasso e la cedola si chiude
015199*     (ACCONTI "R").
015199*
015199*RITIRWEB*   15/10/26
015199*     ordini web con ritiro in negozio: TRATTA-ORDINIWEB salta
015199*     le righe con negozio di ritiro (le gestisce RITIRWEB). Al
015199*     banco il numero d'ordine web (RITIRWEB "V") rimette in
015199*     lettura le righe pronte nel negozio della sessione, come
015199*     le unita' d'ordine web; il valore dei capi, gia' pagato
015199*     sul web, scende dall'incasso e l'ordine si chiude
015199*     (RITIRWEB "R").
015199*
015199*PERIODI*    15/10/26
015199*     la copia espansa di PDBPUT chiama CTRLPER prima della
015199*     DBPUT su MOVMAG come la COPY: movimenti in un periodo
015199*     chiuso ridatati o rifiutati.
015199*
015199*COMPOSIZ*   15/10/26
015199*     il capo con la composizione tessile non valida
015199*     (mancante, tessuto o fodera non al 100%, sigla fibra non
015199*     legale: CTRLCOMP "B") non entra nella bolla senza il
015199*     codice supervisore; la conferma va su COMPLOG e vale per
015199*     tutta la sessione, anche per PRINTDDF. Accessori esenti.
015199*
015199*STORNORA*   15/10/26
015199*     STORNOLOG porta anche l'ora dello storno e la sigla
015199*     dell'operatore (rapporto PERDITE per il controllo
015199*     perdite).
015199*
015199*ACCDATI*    15/10/26
015199*     la carta fedelta' della sessione passa a PAGAMENT, che
015199*     la riporta sul giornale PAGAMLOG (estrazione DIRACCES).
015199*
015200 ENVIRONMENT DIVISION.
015300 CONFIGURATION SECTION.
015400 SOURCE-COMPUTER.  HP-3000.
       77 QTA-DISP-QV             PIC S9(8) COMP.
       77 QTA-CHIESTA-QV          PIC S9(8) COMP.
      *QTAVEND*
      *PREPACK*
       01 PAR-PREPACK             COPY PARPACK.
       77 PACK-QV-SW              PIC X VALUE "N".
          88 PACK-QV-LETTO        VALUE "S".
       77 CARTONI-QV-IN           PIC X(4).
       77 CARTONI-QV              PIC 9(4).
       77 QTA-PACK-QV             PIC S9(8) COMP.
      *PREPACK*
      *KITTAIL*
       01 PAR-KITTAIL             COPY PARKIT.
       77 IC-KIT                  PIC S9(4) COMP.
       77 IT-KIT                  PIC S9(4) COMP.
       77 TG-KIT                  PIC S9(4) COMP.
       01 QTA-TAGLIE-KIT.
           10 QTA-TAGLIA-KIT PIC S9(4) COMP
              OCCURS 10.
      *KITTAIL*
      *CONTOVEN*
       01 PAR-CONTOVEN            COPY PARCONTV.
       77 IT-CV                   PIC S9(4) COMP.
       77 QTA-VENDUTA-CV          PIC S9(6) COMP.
      *CONTOVEN*
      *DOCCOMM*
       01 PAR-DOCCOMM             COPY PARDOCCO.
      *DOCCOMM*
      *TAXFREE*
       01 PAR-TAXFREE             COPY PARTAXFR.
      *TAXFREE*
      *ACQDIP*
       01 PAR-ACQDIP              COPY PARDIPAC.
       77 DIPENDENTE-SW           PIC X VALUE "N".
          88 SESSIONE-DIPENDENTE  VALUE "D".
       77 BADGE-DIP-IN            PIC X(10).
      *ACQDIP*
      *ACCONTO*
       01 PAR-ACCONTI             COPY PARACCON.
       77 ACCONTO-SESS-SW         PIC X VALUE "N".
          88 SESSIONE-ACCONTO     VALUE "P".
       77 CEDOLA-IN               PIC X(6).
       77 NUMERO-RITIRO-COM       PIC 9(6) VALUE 0.
       77 ACCONTO-RITIRO-COM      PIC S9(11) COMP-3 VALUE 0.
       77 I-RIGA-AC               PIC S9(4) COMP.
       77 I-UNITA-AC              PIC S9(4) COMP.
       77 I-TG-AC                 PIC S9(4) COMP.
      *ACCONTO*
      *RITIRWEB*
       01 PAR-RITIRWEB            COPY PARRITWB.
       77 ORDINE-WEB-IN           PIC X(20).
       77 RIF-RITIRO-WEB-COM      PIC X(20) VALUE SPACES.
       77 PREPAGATO-WEB-COM       PIC S9(11) COMP-3 VALUE 0.
       77 PREZZO-PRIMA-RW         PIC 9(11) COMP-3.
       77 I-RIGA-RW               PIC S9(4) COMP.
       77 I-UNITA-RW              PIC S9(4) COMP.
      *RITIRWEB*
      *COMPOSIZ*
       01 PAR-CTRLCOMP            COPY PARCOMP.
      *COMPOSIZ*
       01 COMANDO-SFTP-CONFWEB.
        05 FILLER      PIC X(12) VALUE "SFTP CONFWEB".
        05 FILLER      PIC X     VALUE X"13".
      *PROFILI*
      *OMAGGIO*
           MOVE "N" TO OMAGGIO-SW.
      *ACCONTO*
      *    DISPLAY "Tipo vendita (N=normale O=omaggio/campionario) "
      *            NO ADVANCING.
           DISPLAY "Tipo vendita (N=normale O=omaggio/campionario "
                   "P=prenotazione con acconto) " NO ADVANCING.
      *ACCONTO*
           MOVE SPACE TO TIPO-VENDITA-IN.
           ACCEPT TIPO-VENDITA-IN.
           IF TIPO-VENDITA-IN = "O" OR = "o"
              END-IF
           END-IF.
      *OMAGGIO*
      *ACCONTO*
           MOVE "N" TO ACCONTO-SESS-SW.
           IF TIPO-VENDITA-IN = "P" OR = "p"
              MOVE "P" TO ACCONTO-SESS-SW
              DISPLAY "Sessione PRENOTAZIONE CON ACCONTO".
      *ACCONTO*
      *ACQDIP*
      *    acquisto del personale: il badge vale per la sessione,
      *    non in omaggio
           MOVE "N" TO DIPENDENTE-SW.
      *ACCONTO*
      *    (ne' in prenotazione: il badge si batte al ritiro)
      *    IF NOT SESSIONE-OMAGGIO
           IF NOT SESSIONE-OMAGGIO AND NOT SESSIONE-ACCONTO
      *ACCONTO*
              DISPLAY "Badge dipendente (vuoto = nessuno) "
                      NO ADVANCING
              MOVE SPACES TO BADGE-DIP-IN
              ACCEPT BADGE-DIP-IN
              IF BADGE-DIP-IN NOT = SPACES
                 MOVE "V" TO FUNZ-DA OF PAR-ACQDIP
                 MOVE BADGE-DIP-IN TO BADGE-DA OF PAR-ACQDIP
                 CALL "ACQDIP" USING W-COMMON PAR-ACQDIP
                 IF NOT DA-OK OF PAR-ACQDIP
                    MOVE "BADGE DIPENDENTE NON VALIDO"
                         TO MSG-PANNELLO-ERR
                    PERFORM REGISTRA-ERRORE THRU EX-REGISTRA-ERRORE
                    DISPLAY "Badge non in anagrafica o non attivo"
                    GO TO EX-TRATTA-NEG
                 END-IF
                 MOVE "D" TO DIPENDENTE-SW
              END-IF
           END-IF.
      *ACQDIP*
      *CAUSALI*
      *    la causale si valida DOPO la domanda omaggio: e' la
      *    risposta appena data a decidere se la sessione muove
           ELSE
              MOVE "VESD" TO CAUSALE-CA OF PAR-CTRLCAUS
           END-IF.
      *ACQDIP*
           IF SESSIONE-DIPENDENTE
              MOVE "VDIP" TO CAUSALE-CA OF PAR-CTRLCAUS.
      *ACQDIP*
           MOVE W-SIGLA-UTENTE TO OPERATORE-CA OF PAR-CTRLCAUS.
           MOVE MAG-INPUT-R TO MAGAZZINO-CA OF PAR-CTRLCAUS.
           CALL "CTRLCAUS" USING W-COMMON PAR-CTRLCAUS.
           MOVE "A" TO STATO-SESSIONE-COM.
           PERFORM SCRIVI-SESSIONE THRU EX-SCRIVI-SESSIONE.
      *SESSIONI*
      *DOCCOMM*
           MOVE "I" TO FUNZ-DC OF PAR-DOCCOMM.
           CALL "DOCCOMM" USING W-COMMON PAR-DOCCOMM.
      *DOCCOMM*
      *TAXFREE*
           MOVE "I" TO FUNZ-TX OF PAR-TAXFREE.
           CALL "TAXFREE" USING W-COMMON PAR-TAXFREE.
      *TAXFREE*
      *ACCONTO*
           MOVE 0 TO NUMERO-RITIRO-COM ACCONTO-RITIRO-COM.
           MOVE "I" TO FUNZ-AC OF PAR-ACCONTI.
           CALL "ACCONTI" USING W-COMMON PAR-ACCONTI.
      *ACCONTO*
      *RITIRWEB*
           MOVE SPACES TO RIF-RITIRO-WEB-COM.
           MOVE 0 TO PREPAGATO-WEB-COM.
      *RITIRWEB*
315100     PERFORM TRATTA-OLD-NEW THRU EX-TRATTA-OLD-NEW.
315200     PERFORM TRATTA-LETTI THRU EX-TRATTA-LETTI.
      *CKPNEG*
           PERFORM SCRIVI-SESSIONE THRU EX-SCRIVI-SESSIONE.
      *SESSIONI*
      *PAGAM*
      *ACCONTO*
      *    prenotazione: si incassa il solo acconto, niente
      *    fedelta' ne' documento commerciale (arrivano al ritiro)
           IF SESSIONE-ACCONTO
              IF NOT SIMULAZIONE-UNICODDT AND NOT MODO-OFFLINE
                 AND AC-OK OF PAR-ACCONTI
                 AND NUMERO-AC OF PAR-ACCONTI > 0
                 MOVE CONTO-IN-R TO CONTO-PAG OF PAR-PAGAMENT
                 MOVE MAG-INPUT-R TO MAGAZZINO-PAG OF PAR-PAGAMENT
                 MOVE IND-CAPI-LETTI TO CAPI-PAG OF PAR-PAGAMENT
                 MOVE ACCONTO-AC OF PAR-ACCONTI
                      TO VALORE-PAG OF PAR-PAGAMENT
      *ACCDATI*
                 MOVE CARTA-FEDELTA-COM TO CARTA-PAG OF PAR-PAGAMENT
      *ACCDATI*
                 CALL "PAGAMENT" USING W-COMMON PAR-PAGAMENT
              END-IF
              GO TO EX-TRATTA-NEG
           END-IF.
      *ACCONTO*
      *FIDELITY*
      *    il riscatto punti scende dal valore da incassare; i punti
      *    maturano sul pagato netto sconto
           IF NOT SIMULAZIONE-UNICODDT AND NOT MODO-OFFLINE
              MOVE PREZZO-TOT TO VALORE-INCASSO-COM
      *ACCONTO*
      *       ritiro di una prenotazione: l'acconto e' gia' in cassa
              IF ACCONTO-RITIRO-COM > 0
                 SUBTRACT ACCONTO-RITIRO-COM FROM VALORE-INCASSO-COM
                 IF VALORE-INCASSO-COM < 0
                    MOVE 0 TO VALORE-INCASSO-COM
                 END-IF
              END-IF
      *ACCONTO*
      *RITIRWEB*
      *       ordine web ritirato: i capi sono gia' pagati sul web
              IF PREPAGATO-WEB-COM > 0
                 SUBTRACT PREPAGATO-WEB-COM FROM VALORE-INCASSO-COM
                 IF VALORE-INCASSO-COM < 0
                    MOVE 0 TO VALORE-INCASSO-COM
                 END-IF
              END-IF
      *RITIRWEB*
              IF CARTA-FEDELTA-COM > 0 AND VALORE-INCASSO-COM > 0
                 MOVE "R" TO FUNZ-FD OF PAR-FIDELITY
                 MOVE CARTA-FEDELTA-COM TO CARTA-FD OF PAR-FIDELITY
              MOVE MAG-INPUT-R TO MAGAZZINO-PAG OF PAR-PAGAMENT
              MOVE IND-CAPI-LETTI TO CAPI-PAG OF PAR-PAGAMENT
              MOVE VALORE-INCASSO-COM TO VALORE-PAG OF PAR-PAGAMENT
      *ACCDATI*
              MOVE CARTA-FEDELTA-COM TO CARTA-PAG OF PAR-PAGAMENT
      *ACCDATI*
              CALL "PAGAMENT" USING W-COMMON PAR-PAGAMENT
      *ACCONTO*
              IF NUMERO-RITIRO-COM > 0
                 MOVE NUMERO-RITIRO-COM TO NUMERO-AC OF PAR-ACCONTI
                 MOVE ACCONTO-RITIRO-COM TO ACCONTO-AC OF PAR-ACCONTI
                 MOVE "R" TO FUNZ-AC OF PAR-ACCONTI
                 CALL "ACCONTI" USING W-COMMON PAR-ACCONTI
              END-IF
      *ACCONTO*
      *RITIRWEB*
              IF RIF-RITIRO-WEB-COM NOT = SPACES
                 MOVE "R" TO FUNZ-RW OF PAR-RITIRWEB
                 MOVE RIF-RITIRO-WEB-COM
                      TO RIF-ORDINE-RW OF PAR-RITIRWEB
                 MOVE MAG-INPUT-R TO MAG-RW OF PAR-RITIRWEB
                 CALL "RITIRWEB" USING W-COMMON PAR-RITIRWEB
              END-IF
      *RITIRWEB*
              IF CARTA-FEDELTA-COM > 0 AND VALORE-INCASSO-COM > 0
                 MOVE "A" TO FUNZ-FD OF PAR-FIDELITY
                 MOVE CARTA-FEDELTA-COM TO CARTA-FD OF PAR-FIDELITY
                      TO VALORE-FD OF PAR-FIDELITY
                 CALL "FIDELITY" USING W-COMMON PAR-FIDELITY
              END-IF
      *DOCCOMM*
              COMPUTE SCONTO-DC OF PAR-DOCCOMM =
                      PREZZO-TOT - VALORE-INCASSO-COM
      *ACCONTO*
      *       l'acconto e' pagamento, non sconto
              SUBTRACT ACCONTO-RITIRO-COM FROM SCONTO-DC OF PAR-DOCCOMM
      *RITIRWEB*
              SUBTRACT PREPAGATO-WEB-COM FROM SCONTO-DC OF PAR-DOCCOMM
      *RITIRWEB*
              IF SCONTO-DC OF PAR-DOCCOMM < 0
                 MOVE 0 TO SCONTO-DC OF PAR-DOCCOMM
              END-IF
      *ACCONTO*
              MOVE CONTO-IN-R TO CONTO-DC OF PAR-DOCCOMM
              MOVE MAG-INPUT-R TO MAG-DC OF PAR-DOCCOMM
              MOVE RIF-BOLLA-DDT TO RIF-DC OF PAR-DOCCOMM
              MOVE "V" TO FUNZ-DC OF PAR-DOCCOMM
              CALL "DOCCOMM" USING W-COMMON PAR-DOCCOMM
      *DOCCOMM*
      *TAXFREE*
              IF DC-EMESSO OF PAR-DOCCOMM
                 MOVE SCONTO-DC OF PAR-DOCCOMM TO SCONTO-TX
                 MOVE CONTO-IN-R TO CONTO-TX OF PAR-TAXFREE
                 MOVE MAG-INPUT-R TO MAG-TX OF PAR-TAXFREE
                 MOVE RIF-BOLLA-DDT TO RIF-TX OF PAR-TAXFREE
                 MOVE NUMERO-Z-DC OF PAR-DOCCOMM TO DOC-Z-TX
                 MOVE NUMERO-DOC-DC OF PAR-DOCCOMM TO DOC-NUM-TX
                 MOVE "E" TO FUNZ-TX OF PAR-TAXFREE
                 CALL "TAXFREE" USING W-COMMON PAR-TAXFREE
              END-IF
      *TAXFREE*
           END-IF.
      *FIDELITY*
      *PAGAM*
      *QTAVEND*
           PERFORM TRATTA-QTA-VENDITA THRU EX-TRATTA-QTA-VENDITA.
      *QTAVEND*
      *ACCONTO*
           IF NOT SESSIONE-ACCONTO AND NOT SESSIONE-OMAGGIO
              PERFORM TRATTA-RITIRO-ACCONTO
                  THRU EX-TRATTA-RITIRO-ACCONTO.
      *ACCONTO*
      *RITIRWEB*
           IF NOT SESSIONE-ACCONTO AND NOT SESSIONE-OMAGGIO
              PERFORM TRATTA-RITIRO-WEB THRU EX-TRATTA-RITIRO-WEB.
      *RITIRWEB*
357200*
357300**    DISPLAY "m".
357400     DISPLAY " S stampa rapportino".
              AT END
                 MOVE 1 TO OK-FINE-OW
              NOT AT END
      *RITIRWEB*
      *          PERFORM PREPARA-RIGA-ORDWEB THRU EX-PREPARA-RIGA-ORDWEB
                 IF CONSEGNA-A-CASA-OW OF REC-ORDWEB
                    PERFORM PREPARA-RIGA-ORDWEB
                       THRU EX-PREPARA-RIGA-ORDWEB
                 END-IF
      *RITIRWEB*
           END-READ.
       EX-LEGGI-ORDWEB.
           EXIT.
       EX-ESEGUI-UNITA-ORDWEB.
           EXIT.
      *ORDWEB*
*
      *ACCONTO*
      *     ritiro di una prenotazione con acconto: la cedola
      *     (stesso magazzino di sessione) rimette in lettura i suoi
      *     capi; ogni unita' possiede gia' il suo impegno, come
      *     l'unita' d'ordine web, e lo rilascia dopo TRATTA-LEGGI
       TRATTA-RITIRO-ACCONTO.
           DISPLAY "Ritiro prenotazione: numero cedola "
                   "(vuoto = nessuna) " NO ADVANCING.
           MOVE SPACES TO CEDOLA-IN.
           ACCEPT CEDOLA-IN.
           IF CEDOLA-IN = SPACES
              GO TO EX-TRATTA-RITIRO-ACCONTO.
           IF CEDOLA-IN NOT NUMERIC
              DISPLAY "Numero cedola non numerico"
              GO TO EX-TRATTA-RITIRO-ACCONTO.
           MOVE "V" TO FUNZ-AC OF PAR-ACCONTI.
           MOVE CEDOLA-IN TO NUMERO-AC OF PAR-ACCONTI.
           CALL "ACCONTI" USING W-COMMON PAR-ACCONTI.
           IF NOT AC-OK OF PAR-ACCONTI
              EVALUATE TRUE
                 WHEN AC-NON-TROVATA OF PAR-ACCONTI
                    DISPLAY "Cedola inesistente"
                 WHEN AC-NON-APERTA OF PAR-ACCONTI
                    DISPLAY "Cedola gia' ritirata o scaduta"
                 WHEN OTHER
                    DISPLAY "Cedola SCADUTA: capi non piu' impegnati"
              END-EVALUATE
              MOVE "CEDOLA ACCONTO NON VALIDA" TO MSG-PANNELLO-ERR
              PERFORM REGISTRA-ERRORE THRU EX-REGISTRA-ERRORE
              GO TO EX-TRATTA-RITIRO-ACCONTO.
           IF MAG-AC OF PAR-ACCONTI NOT = MAG-INPUT-R
              DISPLAY "Cedola di altro magazzino: "
                      MAG-AC OF PAR-ACCONTI
              GO TO EX-TRATTA-RITIRO-ACCONTO.
           PERFORM RITIRA-RIGA-ACCONTO THRU EX-RITIRA-RIGA-ACCONTO
              VARYING I-RIGA-AC FROM 1 BY 1
              UNTIL I-RIGA-AC > N-RIGHE-AC OF PAR-ACCONTI.
           MOVE NUMERO-AC OF PAR-ACCONTI TO NUMERO-RITIRO-COM.
           MOVE ACCONTO-AC OF PAR-ACCONTI TO ACCONTO-RITIRO-COM.
           COMPUTE PREZZO-D = ACCONTO-RITIRO-COM / 100.
           DISPLAY "Acconto gia' versato EUR " PREZZO-D.
       EX-TRATTA-RITIRO-ACCONTO.
           EXIT.
*
       RITIRA-RIGA-ACCONTO.
           MOVE C-MAT-RIGA-AC OF PAR-ACCONTI (I-RIGA-AC)
                TO C-MAT-TRANS-RID.
           MOVE MODELLO OF C-MAT-TRANSITO TO MODELLO OF C-MAT-A-BARRE.
           MOVE VEST-A OF C-MAT-TRANSITO TO
               VESTIBILITA OF C-MAT-A-BARRE.
           MOVE PEZZO-A OF C-MAT-TRANSITO TO PEZZO OF C-MAT-A-BARRE.
           MOVE PROGR-ART OF C-MAT-TRANSITO TO SOCIETA OF C-MAT-A-BARRE.
           MOVE COLORE OF C-MAT-TRANSITO TO
               VARIANTE-COL OF C-MAT-A-BARRE.
           MOVE TAGLIA-RIGA-AC OF PAR-ACCONTI (I-RIGA-AC)
                TO TAGLIA OF C-MAT-A-BARRE.
           MOVE TAGLIA-RIGA-AC OF PAR-ACCONTI (I-RIGA-AC) TO NTG-MEM.
           PERFORM RITIRA-UNITA-ACCONTO THRU EX-RITIRA-UNITA-ACCONTO
              VARYING I-UNITA-AC FROM 1 BY 1
              UNTIL I-UNITA-AC > QTA-RIGA-AC OF PAR-ACCONTI (I-RIGA-AC).
       EX-RITIRA-RIGA-ACCONTO.
           EXIT.
*
       RITIRA-UNITA-ACCONTO.
           MOVE "S" TO UNITA-ORDWEB-SW.
           PERFORM TRATTA-LEGGI THRU EX-TRATTA-LEGGI.
           MOVE "N" TO UNITA-ORDWEB-SW.
           MOVE "R" TO FUNZIONE-IMPW OF PAR-IMPEWEB.
           MOVE C-MAT-TRANS-RID TO C-MAT-IMPW OF PAR-IMPEWEB.
           MOVE MAG-INPUT-R TO MAGAZZINO-IMPW OF PAR-IMPEWEB.
           MOVE NTG-MEM TO TAGLIA-IMPW OF PAR-IMPEWEB.
           MOVE 1 TO QTA-IMPW OF PAR-IMPEWEB.
           CANCEL "IMPEWEB"
           CALL "IMPEWEB" USING W-COMMON PAR-IMPEWEB.
       EX-RITIRA-UNITA-ACCONTO.
           EXIT.
*
      *RITIRWEB*
      *     consegna al banco di un ordine web con ritiro in negozio:
      *     le righe pronte nel magazzino di sessione passano in
      *     vendita un'unita' alla volta e rilasciano il loro impegno,
      *     come la cedola d'acconto; il prezzo di ogni unita' si
      *     accumula nel gia' pagato sul web
       TRATTA-RITIRO-WEB.
           DISPLAY "Ritiro ordine web: numero ordine "
                   "(vuoto = nessuno) " NO ADVANCING.
           MOVE SPACES TO ORDINE-WEB-IN.
           ACCEPT ORDINE-WEB-IN.
           IF ORDINE-WEB-IN = SPACES
              GO TO EX-TRATTA-RITIRO-WEB.
           MOVE "V" TO FUNZ-RW OF PAR-RITIRWEB.
           MOVE ORDINE-WEB-IN TO RIF-ORDINE-RW OF PAR-RITIRWEB.
           MOVE MAG-INPUT-R TO MAG-RW OF PAR-RITIRWEB.
           CALL "RITIRWEB" USING W-COMMON PAR-RITIRWEB.
           IF NOT RW-OK OF PAR-RITIRWEB
              EVALUATE TRUE
                 WHEN RW-NON-TROVATO OF PAR-RITIRWEB
                    DISPLAY "Ordine web inesistente o non da ritirare"
                 WHEN RW-NON-PRONTO OF PAR-RITIRWEB
                    DISPLAY "Ordine web non ancora arrivato in negozio"
                 WHEN RW-ALTRO-NEGOZIO OF PAR-RITIRWEB
                    DISPLAY "Ordine web da ritirare in altro negozio"
                 WHEN OTHER
                    DISPLAY "Ordine web gia' ritirato o chiuso"
              END-EVALUATE
              MOVE "ORDINE WEB NON CONSEGNABILE" TO MSG-PANNELLO-ERR
              PERFORM REGISTRA-ERRORE THRU EX-REGISTRA-ERRORE
              GO TO EX-TRATTA-RITIRO-WEB.
           PERFORM RITIRA-RIGA-WEB THRU EX-RITIRA-RIGA-WEB
              VARYING I-RIGA-RW FROM 1 BY 1
              UNTIL I-RIGA-RW > N-RIGHE-RW OF PAR-RITIRWEB.
           MOVE ORDINE-WEB-IN TO RIF-RITIRO-WEB-COM.
           COMPUTE PREZZO-D = PREPAGATO-WEB-COM / 100.
           DISPLAY "Ordine web gia' pagato EUR " PREZZO-D.
       EX-TRATTA-RITIRO-WEB.
           EXIT.
*
       RITIRA-RIGA-WEB.
           MOVE C-MAT-RIGA-RW OF PAR-RITIRWEB (I-RIGA-RW)
                TO C-MAT-TRANS-RID.
           MOVE MODELLO OF C-MAT-TRANSITO TO MODELLO OF C-MAT-A-BARRE.
           MOVE VEST-A OF C-MAT-TRANSITO TO
               VESTIBILITA OF C-MAT-A-BARRE.
           MOVE PEZZO-A OF C-MAT-TRANSITO TO PEZZO OF C-MAT-A-BARRE.
           MOVE PROGR-ART OF C-MAT-TRANSITO TO SOCIETA OF C-MAT-A-BARRE.
           MOVE COLORE OF C-MAT-TRANSITO TO
               VARIANTE-COL OF C-MAT-A-BARRE.
           MOVE TAGLIA-RIGA-RW OF PAR-RITIRWEB (I-RIGA-RW)
                TO TAGLIA OF C-MAT-A-BARRE.
           MOVE TAGLIA-RIGA-RW OF PAR-RITIRWEB (I-RIGA-RW) TO NTG-MEM.
           PERFORM RITIRA-UNITA-WEB THRU EX-RITIRA-UNITA-WEB
              VARYING I-UNITA-RW FROM 1 BY 1
              UNTIL I-UNITA-RW >
                    QTA-RIGA-RW OF PAR-RITIRWEB (I-RIGA-RW).
       EX-RITIRA-RIGA-WEB.
           EXIT.
*
       RITIRA-UNITA-WEB.
           MOVE PREZZO-TOT TO PREZZO-PRIMA-RW.
           MOVE "S" TO UNITA-ORDWEB-SW.
           PERFORM TRATTA-LEGGI THRU EX-TRATTA-LEGGI.
           MOVE "N" TO UNITA-ORDWEB-SW.
           IF PREZZO-TOT > PREZZO-PRIMA-RW
              COMPUTE PREPAGATO-WEB-COM = PREPAGATO-WEB-COM
                    + PREZZO-TOT - PREZZO-PRIMA-RW.
           MOVE "R" TO FUNZIONE-IMPW OF PAR-IMPEWEB.
           MOVE C-MAT-TRANS-RID TO C-MAT-IMPW OF PAR-IMPEWEB.
           MOVE MAG-INPUT-R TO MAGAZZINO-IMPW OF PAR-IMPEWEB.
           MOVE NTG-MEM TO TAGLIA-IMPW OF PAR-IMPEWEB.
           MOVE 1 TO QTA-IMPW OF PAR-IMPEWEB.
           CANCEL "IMPEWEB"
           CALL "IMPEWEB" USING W-COMMON PAR-IMPEWEB.
       EX-RITIRA-UNITA-WEB.
           EXIT.
      *RITIRWEB*
*
      *     sessione di prenotazione a fine lettura: ogni taglia
      *     letta va sulla cedola e in impegno, poi cliente, acconto
      *     e stampa della cedola
       REGISTRA-PRENOTAZIONE.
           PERFORM RIGA-PRENOTAZIONE THRU EX-RIGA-PRENOTAZIONE
               VARYING W-INDICE-3 FROM 1 BY 1
               UNTIL W-INDICE-3 > QT-NUM-ELEM-EFF OF PARTAB-ART.
           MOVE CONTO-IN-R TO CONTO-AC OF PAR-ACCONTI.
           MOVE MAG-INPUT-R TO MAG-AC OF PAR-ACCONTI.
           MOVE "C" TO FUNZ-AC OF PAR-ACCONTI.
           CALL "ACCONTI" USING W-COMMON PAR-ACCONTI.
           IF NOT AC-OK OF PAR-ACCONTI
              DISPLAY "PRENOTAZIONE NON REGISTRATA".
       EX-REGISTRA-PRENOTAZIONE.
           EXIT.
*
       RIGA-PRENOTAZIONE.
           IF TAB-ART (W-INDICE-3) = 0
              OR QTA-TAGLIE-TAB (W-INDICE-3) = LOW-VALUE
              GO TO EX-RIGA-PRENOTAZIONE.
           COMPUTE C-MAT-A-BARRE-RID = TAB-ART (W-INDICE-3) * 10.
           MOVE ART-TAB-LETTI(W-INDICE-3) TO ART-ELEM-LETTI.
           MOVE 0 TO C-MAT-TRANS-RID.
           MOVE MODELLO OF C-MAT-A-BARRE TO MODELLO OF
                               C-MAT-TRANSITO.
           MOVE VESTIBILITA OF C-MAT-A-BARRE TO
                        VEST-A OF C-MAT-TRANSITO.
           MOVE SOCIETA OF C-MAT-A-BARRE TO
                            PROGR-ART OF C-MAT-TRANSITO.
           MOVE PEZZO OF C-MAT-A-BARRE TO PEZZO-A OF
                               C-MAT-TRANSITO.
           MOVE VARIANTE-COL OF C-MAT-A-BARRE TO COLORE OF
                               C-MAT-TRANSITO.
           PERFORM TAGLIA-PRENOTAZIONE THRU EX-TAGLIA-PRENOTAZIONE
               VARYING I-TG-AC FROM 1 BY 1
               UNTIL I-TG-AC > NTG-NTG.
       EX-RIGA-PRENOTAZIONE.
           EXIT.
*
       TAGLIA-PRENOTAZIONE.
           IF QTA-TAGLIA-ELEM (I-TG-AC) NOT > 0
              GO TO EX-TAGLIA-PRENOTAZIONE.
           MOVE "L" TO FUNZ-AC OF PAR-ACCONTI.
           MOVE C-MAT-TRANS-RID TO C-MAT-AC OF PAR-ACCONTI.
           MOVE MAG-INPUT-R TO MAG-AC OF PAR-ACCONTI.
           MOVE I-TG-AC TO TAGLIA-AC OF PAR-ACCONTI.
           MOVE QTA-TAGLIA-ELEM (I-TG-AC) TO QTA-AC OF PAR-ACCONTI.
           MOVE PREZZO-ELEM TO PREZZO-AC OF PAR-ACCONTI.
           CALL "ACCONTI" USING W-COMMON PAR-ACCONTI.
           IF NOT AC-OK OF PAR-ACCONTI
              DISPLAY "Capo non prenotato: " C-MAT-TRANS-RID
                      " tg " I-TG-AC.
       EX-TAGLIA-PRENOTAZIONE.
           EXIT.
      *ACCONTO*
*
      *QTAVEND*
      *     vendita a quantita' (il comando Q di RICEVI, lato
           ACCEPT COD-QV-IN.
           IF QTA-VEND-FINE OR COD-QV-IN = SPACES
              GO TO EX-TRATTA-QTA-RIGA.
      *PREPACK*
           PERFORM ESPLODI-PACK-QV THRU EX-ESPLODI-PACK-QV.
           IF PACK-QV-LETTO
              GO TO EX-TRATTA-QTA-RIGA.
      *PREPACK*
           IF COD-QV-IN NOT NUMERIC
              DISPLAY "C-MAT non numerico"
              GO TO EX-TRATTA-QTA-RIGA.
                             C-MAT-TRANSITO.
           MOVE VARIANTE-COL OF C-MAT-A-BARRE TO COLORE OF
                             C-MAT-TRANSITO.
      *PREPACK*
           PERFORM VENDI-QTA-SITPF THRU EX-VENDI-QTA-SITPF.
      *PREPACK*
       EX-TRATTA-QTA-RIGA.
           EXIT.
*
      *PREPACK*
      *     giacenza del C-MAT nel magazzino di sessione e vendita
      *     taglia per taglia della griglia QTA-QV-IN (riga battuta
      *     a mano o cartone esploso)
       VENDI-QTA-SITPF.
           MOVE "SITPF;" TO W-NOME-DATA-SET.
           MOVE "C-MAT;" TO W-NOME-CAMPO.
           MOVE C-MAT-TRANS-RID TO W-VALORE-CAMPO.
              DISPLAY "Manca Sit  " C-MAT-A-BARRE-RID
              MOVE "Manca Sit" TO MSG-PANNELLO-ERR
              PERFORM REGISTRA-ERRORE THRU EX-REGISTRA-ERRORE
              GO TO EX-VENDI-QTA-SITPF.
           PERFORM TRATTA-QTA-TAGLIA THRU EX-TRATTA-QTA-TAGLIA
              VARYING IT-QV FROM 1 BY 1 UNTIL IT-QV > NTG-NTG.
       EX-VENDI-QTA-SITPF.
           EXIT.
*
      *     codice cartone dell'anagrafica PREPACKF (vendita
      *     all'ingrosso a cartoni chiusi): PREPACK "E" da' C-MAT e
      *     pezzi per taglia, si chiede il numero di cartoni e la
      *     griglia che ne risulta segue la strada della riga a
      *     quantita'; codice ignoto = si prosegue come C-MAT
       ESPLODI-PACK-QV.
           MOVE "N" TO PACK-QV-SW.
           MOVE "E" TO FUNZ-PK OF PAR-PREPACK.
           MOVE COD-QV-IN TO COD-PACK-PK OF PAR-PREPACK.
           CALL "PREPACK" USING W-COMMON PAR-PREPACK.
           IF PACK-IGNOTO OF PAR-PREPACK
              GO TO EX-ESPLODI-PACK-QV.
           MOVE "S" TO PACK-QV-SW.
           IF PACK-NON-VALIDO OF PAR-PREPACK
              DISPLAY "Cartone con assortimento non valido (NTG)"
              MOVE "CARTONE NON VALIDO" TO MSG-PANNELLO-ERR
              PERFORM REGISTRA-ERRORE THRU EX-REGISTRA-ERRORE
              GO TO EX-ESPLODI-PACK-QV.
           DISPLAY "Numero cartoni (4 cifre)      " NO ADVANCING.
           MOVE SPACES TO CARTONI-QV-IN.
           ACCEPT CARTONI-QV-IN.
           IF CARTONI-QV-IN NOT NUMERIC
              DISPLAY "Numero cartoni non numerico"
              GO TO EX-ESPLODI-PACK-QV.
           MOVE CARTONI-QV-IN TO CARTONI-QV.
           MOVE ZEROS TO QTA-QV-IN.
           PERFORM MOLTIPLICA-PACK-QV THRU EX-MOLTIPLICA-PACK-QV
              VARYING IT-QV FROM 1 BY 1 UNTIL IT-QV > NTG-NTG.
           MOVE C-MAT-PK OF PAR-PREPACK TO C-MAT-TRANS-RID.
           MOVE MODELLO OF C-MAT-TRANSITO TO MODELLO OF C-MAT-A-BARRE.
           MOVE VEST-A OF C-MAT-TRANSITO TO
               VESTIBILITA OF C-MAT-A-BARRE.
           MOVE PEZZO-A OF C-MAT-TRANSITO TO PEZZO OF C-MAT-A-BARRE.
           MOVE PROGR-ART OF C-MAT-TRANSITO TO SOCIETA OF C-MAT-A-BARRE.
           MOVE COLORE OF C-MAT-TRANSITO TO
               VARIANTE-COL OF C-MAT-A-BARRE.
           MOVE 0 TO TAGLIA OF C-MAT-A-BARRE.
           PERFORM VENDI-QTA-SITPF THRU EX-VENDI-QTA-SITPF.
       EX-ESPLODI-PACK-QV.
           EXIT.
*
       MOLTIPLICA-PACK-QV.
           COMPUTE QTA-PACK-QV =
                   QTA-PK OF PAR-PREPACK (IT-QV) * CARTONI-QV.
           IF QTA-PACK-QV > 9999
              MOVE 9999 TO QTA-PACK-QV.
           MOVE QTA-PACK-QV TO QTA-QV-EL (IT-QV).
       EX-MOLTIPLICA-PACK-QV.
           EXIT.
      *PREPACK*
*
      *     la quantita' chiesta si tappa alla giacenza della
      *     taglia: il resto viene rifiutato a video (come un
394210          MOVE "Inesist." TO MSG-PANNELLO-ERR
394220          PERFORM REGISTRA-ERRORE THRU EX-REGISTRA-ERRORE
394400          GO TO EX-TRATTA-LEGGI.
      *SCHEDART*
      *    scheda articolo non ancora completa: non si vende, alla
      *    prima lettura come per l'articolo gia' in tabella (anche
      *    quello rimesso in tabella dalla ripresa del CKP)
           IF QT-STATO OF PARTAB-ART = 0
              MOVE C-MAT-TRANS-RID TO W-VALORE-CAMPO
              MOVE "ANAMAT;" TO W-NOME-DATA-SET
              MOVE "C-MAT;" TO W-NOME-CAMPO
              MOVE 7 TO W-MODO
              PERFORM TTDBGET THRU EX-TTDBGET
              IF NOT W-OK-IMAGE
                 MOVE SPACES TO VALID-REC OF REC-ANAMAT
              END-IF
           END-IF.
           IF VALID-REC OF REC-ANAMAT = "IN"
              DISPLAY "Articolo incompleto " C-MAT-A-BARRE-RID
              MOVE "Articolo incompleto (SCHEDART)"
                   TO MSG-PANNELLO-ERR
              PERFORM REGISTRA-ERRORE THRU EX-REGISTRA-ERRORE
              GO TO EX-TRATTA-LEGGI.
      *SCHEDART*
394500*ASZERO*
394600*     IF (A-INPUT-R NOT = 0 AND
394700*         A-INPUT-R NOT = ANNO OF REC-ANAMAT) OR
      *OMAGGIO*
      *      in sessione omaggio il prezzo zero e' voluto e gia'
      *      autorizzato: niente giro manca-prezzo ne' NOGIACLOG
             IF SESSIONE-OMAGGIO
                MOVE 0 TO PREZZO-MEM
             END-IF
      *OMAGGIO*
403500*NOPRZ*
403600*PRZANABU*
              END-IF
           END-IF.
      *SOTTOCOSTO*
      *COMPOSIZ*
      *    composizione tessile (CTRLCOMP): il capo non valido non
      *    si spedisce senza il codice di un supervisore
           IF QT-STATO OF PARTAB-ART NOT = 0
              MOVE "B" TO FUNZ-CC OF PAR-CTRLCOMP
              MOVE C-MAT-TRANS-RID TO C-MAT-CC OF PAR-CTRLCOMP
              CALL "CTRLCOMP" USING W-COMMON PAR-CTRLCOMP
              IF CC-RIFIUTATA OF PAR-CTRLCOMP
                 MOVE "COMPOSIZIONE NON VALIDA"
                      TO MSG-PANNELLO-ERR
                 PERFORM REGISTRA-ERRORE THRU EX-REGISTRA-ERRORE
                 GO TO EX-TRATTA-LEGGI
              END-IF
           END-IF.
      *COMPOSIZ*
      *ACQDIP*
      *    acquisto del personale: sconto della classe sul prezzo
      *    (anche promozionale, non sul contrattato) e tetto annuo
      *    (speso dell'anno + sessione + capo; tetto zero = libero)
           IF SESSIONE-DIPENDENTE
              IF QT-STATO OF PARTAB-ART NOT = 0
                 AND PREZZO-MEM > 0
                 AND VAL-REC-MEM NOT = "C "
                 MOVE "S" TO FUNZ-DA OF PAR-ACQDIP
                 MOVE CLASSE OF C-MAT-A-BARRE
                      TO CLASSE-DA OF PAR-ACQDIP
                 CALL "ACQDIP" USING W-COMMON PAR-ACQDIP
                 COMPUTE PREZZO-MEM ROUNDED = PREZZO-MEM *
                         (100 - PERC-DA OF PAR-ACQDIP) / 100
              END-IF
              IF TETTO-DA OF PAR-ACQDIP > 0
                 AND SPESO-DA OF PAR-ACQDIP + PREZZO-TOT + PREZZO-MEM
                     > TETTO-DA OF PAR-ACQDIP
                 MOVE "TETTO ANNUO DIPENDENTE SUPERATO"
                      TO MSG-PANNELLO-ERR
                 PERFORM REGISTRA-ERRORE THRU EX-REGISTRA-ERRORE
                 DISPLAY "Capo rifiutato: supera il tetto annuo"
                 GO TO EX-TRATTA-LEGGI
              END-IF
           END-IF.
      *ACQDIP*
407700     IF QT-STATO OF PARTAB-ART NOT = 0
407800       COMPUTE ELEM-ART = C-MAT-A-BARRE-RID / 10
407900       MOVE D-MAT-MEM TO D-MAT-ELEM
                  THRU EX-STAMPA-SIMULAZIONE-DDT
              GO TO EX-TRATTA-LETTI.
      *SIMULDDT*
      *ACCONTO*
      *    prenotazione: nessun DDT ne' MOVMAG, i capi vanno in
      *    impegno sulla cedola
           IF SESSIONE-ACCONTO
              IF NOT MODO-OFFLINE
                 PERFORM REGISTRA-PRENOTAZIONE
                     THRU EX-REGISTRA-PRENOTAZIONE
              END-IF
              GO TO EX-TRATTA-LETTI.
      *ACCONTO*
      *FIDO*
      *    sessione grande con fido superato: seconda autorizzazione
      *    alla conferma del DDT
                     TAGLIA-SN OF REC-STORNOLOG.
           MOVE PREZZO-TOT TO PREZZO-SN OF REC-STORNOLOG.
           MOVE IND-CAPI-LETTI TO QTA-SN OF REC-STORNOLOG.
      *STORNORA*
           PERFORM ORA-OPER-STORNO THRU EX-ORA-OPER-STORNO.
      *STORNORA*
           WRITE REC-STORNOLOG.
      *STORNOLOG*
492900        MOVE 0 TO IND-CAPI-LETTI
           MOVE NTG-IN TO TAGLIA-SN OF REC-STORNOLOG.
           MOVE PREZZO-ELEM TO PREZZO-SN OF REC-STORNOLOG.
           MOVE 1 TO QTA-SN OF REC-STORNOLOG.
      *STORNORA*
           PERFORM ORA-OPER-STORNO THRU EX-ORA-OPER-STORNO.
      *STORNORA*
           WRITE REC-STORNOLOG.
      *STORNOLOG*
495900     SUBTRACT 1 FROM IND-CAPI-LETTI.
497800        TO ART-TAB-LETTI(QT-INDEX-ELEM OF PARTAB-ART).
497900 EX-TRATTA-STORNO.
498000     EXIT.
      *STORNORA*
      *
       ORA-OPER-STORNO.
           MOVE T-TAB TO TG-SN-7 TG-SN-8.
           ACCEPT WK-TIME-8 FROM TIME.
           MOVE WK-TIME-8 (1:6) TO ORA-SN OF REC-STORNOLOG.
           MOVE W-SIGLA-UTENTE TO OPERATORE-SN OF REC-STORNOLOG.
       EX-ORA-OPER-STORNO.
           EXIT.
      *STORNORA*
498100*
498200*
498300 SCORRI-TB.
547500     PERFORM PREPARA-MOVMAG THRU EX-PREPARA-MOVMAG.
547600     PERFORM CREA-MOVMAG-P-3
547700           THRU EX-CREA-MOVMAG-P-3.
      *DOCCOMM*
           IF NOT SIMULAZIONE-UNICODDT AND NOT MODO-OFFLINE
              AND NOT SESSIONE-OMAGGIO
              PERFORM RIGA-DOCCOMM THRU EX-RIGA-DOCCOMM.
      *DOCCOMM*
      *ACQDIP*
           IF SESSIONE-DIPENDENTE AND NOT SIMULAZIONE-UNICODDT
              AND NOT MODO-OFFLINE
              PERFORM RIGA-ACQDIP THRU EX-RIGA-ACQDIP.
      *ACQDIP*
      *KITTAIL*
      *    tailleur: niente SITPF del kit, si scaricano i componenti
           MOVE "E" TO FUNZ-KT OF PAR-KITTAIL.
           MOVE C-MAT-TRANS-RID TO C-MAT-KT OF PAR-KITTAIL.
           MOVE 0 TO MAG-KT OF PAR-KITTAIL.
           CALL "KITTAIL" USING W-COMMON PAR-KITTAIL.
           IF KIT-TROVATO OF PAR-KITTAIL
              PERFORM SCARICA-COMPONENTE THRU EX-SCARICA-COMPONENTE
                 VARYING IC-KIT FROM 1 BY 1
                 UNTIL IC-KIT > N-COMP-KT OF PAR-KITTAIL
              GO TO EX-SCRIVI-RECORD.
      *KITTAIL*
      *CONTOVEN*
           PERFORM SCARICA-CONTO-VENDITA
              THRU EX-SCARICA-CONTO-VENDITA.
      *CONTOVEN*
547800     PERFORM AGGIORNA-SITPF-P-3
547900           THRU EX-AGGIORNA-SITPF-P-3.
548000 EX-SCRIVI-RECORD.
548700 EX-INVERTI-QTA.
548800     EXIT.
548900*
      *CONTOVEN*
      *    venduto della riga (reso se negativo) sulla merce in
      *    conto vendita del fornitore, se ce n'e' per l'articolo
       SCARICA-CONTO-VENDITA.
           MOVE 0 TO QTA-VENDUTA-CV.
           PERFORM SOMMA-QTA-CV THRU EX-SOMMA-QTA-CV
                 VARYING IT-CV FROM 1 BY 1
                 UNTIL IT-CV > NTG-NTG.
           IF QTA-VENDUTA-CV = 0
              GO TO EX-SCARICA-CONTO-VENDITA.
           MOVE "V" TO FUNZ-CV OF PAR-CONTOVEN.
           MOVE C-MAT-TRANS-RID TO C-MAT-CV OF PAR-CONTOVEN.
           MOVE MAG-INPUT-R TO MAG-CV OF PAR-CONTOVEN.
           MOVE QTA-VENDUTA-CV TO QTA-CV OF PAR-CONTOVEN.
           MOVE RIF-INTERNO OF MOVMAG TO RIF-CV OF PAR-CONTOVEN.
           CALL "CONTOVEN" USING W-COMMON PAR-CONTOVEN.
       EX-SCARICA-CONTO-VENDITA.
           EXIT.
      *
       SOMMA-QTA-CV.
           ADD QTA-TAGLIA-ELEM (IT-CV) TO QTA-VENDUTA-CV.
       EX-SOMMA-QTA-CV.
           EXIT.
      *CONTOVEN*
      *DOCCOMM*
      *    riga venduta sul documento commerciale: prezzo per capi
       RIGA-DOCCOMM.
           MOVE 0 TO QTA-VENDUTA-CV.
           PERFORM SOMMA-QTA-CV THRU EX-SOMMA-QTA-CV
                 VARYING IT-CV FROM 1 BY 1
                 UNTIL IT-CV > NTG-NTG.
           MOVE "A" TO FUNZ-DC OF PAR-DOCCOMM.
           MOVE C-MAT-TRANS-RID TO C-MAT-DC OF PAR-DOCCOMM.
           COMPUTE IMPORTO-DC OF PAR-DOCCOMM =
                   PREZZO-ELEM * QTA-VENDUTA-CV.
           CALL "DOCCOMM" USING W-COMMON PAR-DOCCOMM.
      *TAXFREE*
           MOVE "A" TO FUNZ-TX OF PAR-TAXFREE.
           MOVE C-MAT-TRANS-RID TO C-MAT-TX OF PAR-TAXFREE.
           MOVE IMPORTO-DC OF PAR-DOCCOMM TO IMPORTO-TX.
           CALL "TAXFREE" USING W-COMMON PAR-TAXFREE.
      *TAXFREE*
       EX-RIGA-DOCCOMM.
           EXIT.
      *DOCCOMM*
      *ACQDIP*
      *    riga del dipendente sul giornale DIPACQLOG
       RIGA-ACQDIP.
           MOVE 0 TO QTA-VENDUTA-CV.
           PERFORM SOMMA-QTA-CV THRU EX-SOMMA-QTA-CV
                 VARYING IT-CV FROM 1 BY 1
                 UNTIL IT-CV > NTG-NTG.
           MOVE "R" TO FUNZ-DA OF PAR-ACQDIP.
           MOVE C-MAT-TRANS-RID TO C-MAT-DA OF PAR-ACQDIP.
           MOVE MAG-INPUT-R TO MAG-DA OF PAR-ACQDIP.
           COMPUTE IMPORTO-DA OF PAR-ACQDIP =
                   PREZZO-ELEM * QTA-VENDUTA-CV.
           MOVE RIF-INTERNO OF MOVMAG TO RIF-DA OF PAR-ACQDIP.
           CALL "ACQDIP" USING W-COMMON PAR-ACQDIP.
       EX-RIGA-ACQDIP.
           EXIT.
      *ACQDIP*
549000*
549100 CERCA-PREZZO.
549200     MOVE "ANAMAT;" TO W-NOME-DATA-SET.
570600*IF X8=OFF                                                        PDBPUT
570700*CONTROL NOLIST                                                   PDBPUT
570800*IF                                                               PDBPUT
      *PERIODI*
      *    controllo periodi chiusi della COPY PDBPUT: la copia
      *    espansa a mano deve restare allineata
           IF W-NOME-DATA-SET = "MOVMAG" OR "MOVMAG;"
              CALL "CTRLPER" USING BY REFERENCE W-COMMON
                                   BY CONTENT "C"
                                   BY REFERENCE AREA-REC-SET
              IF NOT W-OK-IMAGE
                 GO TO EX-TTDBPUT
              END-IF
           END-IF.
      *PERIODI*
570900     MOVE 1 TO W-MODO.                                            PDBPUT
571000     CALL "DBPUT" USING W-NOME-DATA-BASE-1                        PDBPUT
571100                        W-NOME-DATA-SET                           PDBPUT
           IF SESSIONE-OMAGGIO
              MOVE "OMAG" TO C-OPE OF MOVMAG
           ELSE
      *ACQDIP*
              IF SESSIONE-DIPENDENTE
                 MOVE "VDIP" TO C-OPE OF MOVMAG
              ELSE
      *ACQDIP*
600100     MOVE "VESD" TO C-OPE OF MOVMAG
      *ACQDIP*
              END-IF
      *ACQDIP*
           END-IF.
600200     MOVE QTA-TAGLIE-NEG TO QTA-TAGLIE OF MOVMAG.
600210*PROMO*
604100     CALL "AGSITPFW" USING W-COMMON PARAGGPF.
604200 EX-AGGIORNA-SITPF-P-3.
604300     EXIT.
      *KITTAIL*
      *
      *    componente IC-KIT del tailleur venduto: quantita' della
      *    riga (gia' invertita) portate sulla taglia del componente
      *    e moltiplicate per i pezzi per kit
       SCARICA-COMPONENTE.
           MOVE LOW-VALUE TO QTA-TAGLIE-KIT.
           PERFORM ESPLODI-TAGLIA-KIT THRU EX-ESPLODI-TAGLIA-KIT
                 VARYING IT-KIT FROM 1 BY 1
                 UNTIL IT-KIT > NTG-NTG.
           PERFORM PREPARA-MOVMAG THRU EX-PREPARA-MOVMAG.
           MOVE C-MAT-COMP-KT OF PAR-KITTAIL (IC-KIT)
             TO C-MAT OF MOVMAG.
           MOVE 0 TO PREZZO OF MOVMAG
                     COSTO-STD OF MOVMAG
                     CODICE-PROMO-MOV OF MOVMAG.
           MOVE "SKIT" TO C-OPE OF MOVMAG.
           MOVE QTA-TAGLIE-KIT TO QTA-TAGLIE OF MOVMAG.
           MOVE MAG-INPUT-R TO MAGAZZINO OF MOVMAG.
           MOVE CONTO-IN-R TO CONTO OF MOVMAG.
           MOVE MOVMAG TO AREA-REC-SET.
           MOVE "MOVMAG" TO W-NOME-DATA-SET.
           PERFORM TTDBPUT THRU EX-TTDBPUT.
           IF NOT W-OK-IMAGE
             MOVE W-STATUS-WORD-IMAGE TO STATO-DISPLAY
             DISPLAY "ERR PUT MOVMAG-SKIT- " STATO-DISPLAY
             DISPLAY "PER C-MAT " C-MAT OF MOVMAG
             CANCEL "QDBERROR"
             CALL "QDBERROR" USING W-COMMON
             PERFORM SCRIVI-ERRDBLOG THRU EX-SCRIVI-ERRDBLOG
           END-IF.
           MOVE LOW-VALUE TO PARAGGPF.
           MOVE C-MAT-COMP-KT OF PAR-KITTAIL (IC-KIT)
             TO C-MAT OF PARAGGPF.
           MOVE MAG-INPUT-R TO MAGAZZINO OF PARAGGPF.
           MOVE -1 TO VALORE OF PARAGGPF.
           MOVE QTA-TAGLIE-KIT TO QTA-8 OF PARAGGPF.
           MOVE 1 TO F-GIAC OF PARAGGPF.
           CANCEL "AGSITPFW"
           CALL "AGSITPFW" USING W-COMMON PARAGGPF.
       EX-SCARICA-COMPONENTE.
           EXIT.
      *
       ESPLODI-TAGLIA-KIT.
           MOVE TAGLIA-COMP-KT OF PAR-KITTAIL (IC-KIT, IT-KIT)
             TO TG-KIT.
           IF TG-KIT > 0
              COMPUTE QTA-TAGLIA-KIT (TG-KIT) =
                      QTA-TAGLIA-KIT (TG-KIT) +
                      QTA-TAGLIA-NEG (IT-KIT) *
                      PEZZI-COMP-KT OF PAR-KITTAIL (IC-KIT)
           END-IF.
       EX-ESPLODI-TAGLIA-KIT.
           EXIT.
      *KITTAIL*
604400*
604500*
604600*
                         TG-LT-4 OF REC-LOTTRAC
                         TG-LT-5 OF REC-LOTTRAC
                         TG-LT-6 OF REC-LOTTRAC.
      *PREPACK*
      *    lotto arrivato in cartone prepack (PACKRIC scritto da
      *    RICEVI): il codice cartone resta sul capo per VITACAPO
           MOVE T-TAB TO TG-LT-7 OF REC-LOTTRAC.
           MOVE "V" TO FUNZ-PK OF PAR-PREPACK.
           MOVE RIF-BOLLA-FORN-LT OF REC-LOTTRAC
                TO RIF-BOLLA-PK OF PAR-PREPACK.
           MOVE MOVSKU-CMAT TO C-MAT-PK OF PAR-PREPACK.
           CALL "PREPACK" USING W-COMMON PAR-PREPACK.
           MOVE COD-PACK-PK OF PAR-PREPACK
                TO COD-PACK-LT OF REC-LOTTRAC.
      *PREPACK*
           WRITE REC-LOTTRAC.
       EX-SCRIVI-RIGA-LOTTRAC.
           EXIT.
