      *     alla causale di scostamento. Senza parametro il travaso
      *     resta in un colpo solo com'e' sempre stato.
      *
      *PREPACK*     15/10/26
      *     travaso a cartoni: a richiesta, prima del giro si
      *     scansionano i codici cartone prepack (PREPACK "E") col
      *     numero di cartoni; il giro su SITPF rilascia allora solo
      *     gli articoli dei cartoni, per taglia secondo
      *     l'assortimento e mai oltre la giacenza. I cartoni senza
      *     giacenza sul magazzino di partenza si segnalano a fine
      *     lettura.
      *
      *KITTAIL*     15/10/26
      *     tailleur nel travaso a cartoni: un codice che non e'
      *     un cartone prepack ma un kit di KITCOMPF (KITTAIL "E")
      *     si esplode nei componenti, con le quantita' per taglia
      *     del kit portate sulla taglia e i pezzi del componente;
      *     il giro su SITPF travasa allora i componenti (il kit
      *     non ha giacenza propria). Lotto fermo su un componente
      *     = tailleur scartato.
      *
      ***************************************
      *MAGSEDE          MAGGIO 2022 VALERIA
      *     INSERITA FUNCTION-ID. magsede
      *LOTHOLD*
       01 PAR-LOTHOLD            COPY PARLHOLD.
      *LOTHOLD*
      *PREPACK*
       01 PAR-PREPACK            COPY PARPACK.
       01 CARTONI-TR-IN          PIC XX.
          88 TRAVASO-CARTONI     VALUE "SI".
       01 FINE-CARTONI-SW        PIC X.
          88 FINE-CARTONI        VALUE "S".
      *KITTAIL*
       01 COD-PACK-TR-IN         PIC X(15).
      *KITTAIL*
       01 N-CARTONI-TR-IN        PIC X(4).
       01 N-CARTONI-TR           PIC 9(4).
       01 TAB-CARTONI-TR.
          05 RIGA-TC             OCCURS 500.
             10 C-MAT-TC         PIC S9(15) COMP-3.
             10 TRAVASATO-TC     PIC X.
             10 QTA-TC           PIC S9(8) COMP OCCURS 10.
       01 N-RIGHE-TC             PIC S9(4) COMP VALUE 0.
       01 I-TC                   PIC S9(4) COMP.
      *PREPACK*
      *KITTAIL*
       01 PAR-KITTAIL            COPY PARKIT.
       01 QTA-KIT-TR-IN          PIC X(40).
       01 FILLER REDEFINES QTA-KIT-TR-IN.
          05 QTA-KIT-TR-EL       PIC 9(4) OCCURS 10.
       01 KIT-FERMO-SW           PIC X.
          88 KIT-FERMO           VALUE "S".
       01 IC-KIT                 PIC S9(4) COMP.
       01 TG-KIT                 PIC S9(4) COMP.
      *KITTAIL*
      *PROFILI*
      *TRANSITO*
       77 CHECK-TP               PIC XX.
              DISPLAY "Operatore non abilitato al travaso"
              GO TO EX-TRATTA.
      *PROFILI*                                                                                               
      *PREPACK*
           PERFORM CHIEDI-CARTONI-TR THRU EX-CHIEDI-CARTONI-TR.
      *PREPACK*
035800*  
           IF AGGIORNA-IN = "SI"
              IF DISIMPEGNA = "SI"                
       EX-CHIAMA-PARAMETRI-CAUSALE-CDEP. EXIT.
      *MAGCDEP*                                                         fine
      *
      *PREPACK*
      *    travaso a cartoni: raccolta delle scansioni dei codici
      *    cartone prepack, esplosi per taglia in TAB-CARTONI-TR
       CHIEDI-CARTONI-TR.
           MOVE 0 TO N-RIGHE-TC.
           MOVE SPACES TO CARTONI-TR-IN.
           DISPLAY "Travaso a cartoni? (SI/NO) " NO ADVANCING.
           ACCEPT CARTONI-TR-IN.
           IF CARTONI-TR-IN = "si"
              MOVE "SI" TO CARTONI-TR-IN.
           IF NOT TRAVASO-CARTONI
              MOVE "NO" TO CARTONI-TR-IN
              GO TO EX-CHIEDI-CARTONI-TR.
           MOVE "N" TO FINE-CARTONI-SW.
           PERFORM LEGGI-CARTONE-TR THRU EX-LEGGI-CARTONE-TR
              UNTIL FINE-CARTONI.
           DISPLAY "Articoli da cartoni: " N-RIGHE-TC.
       EX-CHIEDI-CARTONI-TR.
           EXIT.
      *
       LEGGI-CARTONE-TR.
           MOVE SPACES TO COD-PACK-TR-IN.
      *KITTAIL*
           DISPLAY "Codice cartone o tailleur (vuoto=fine) "
                   NO ADVANCING.
      *KITTAIL*
           ACCEPT COD-PACK-TR-IN.
           IF COD-PACK-TR-IN = SPACES
              MOVE "S" TO FINE-CARTONI-SW
              GO TO EX-LEGGI-CARTONE-TR.
           MOVE "E" TO FUNZ-PK OF PAR-PREPACK.
           MOVE COD-PACK-TR-IN TO COD-PACK-PK OF PAR-PREPACK.
           CALL "PREPACK" USING W-COMMON PAR-PREPACK.
      *KITTAIL*
           IF PACK-IGNOTO OF PAR-PREPACK
              PERFORM LEGGI-KIT-TR THRU EX-LEGGI-KIT-TR
              GO TO EX-LEGGI-CARTONE-TR.
      *KITTAIL*
           IF PACK-NON-VALIDO OF PAR-PREPACK
              DISPLAY "Cartone non valido per le taglie "
                      COD-PACK-TR-IN
              GO TO EX-LEGGI-CARTONE-TR.
           MOVE SPACES TO N-CARTONI-TR-IN.
           DISPLAY "Numero cartoni " NO ADVANCING.
           ACCEPT N-CARTONI-TR-IN.
           MOVE 4 TO QD-LL-A QD-LL-B.
           MOVE 0 TO QD-NR-DEC.
           CANCEL "QDEEDIT"
           CALL "QDEEDIT" USING PARDEED N-CARTONI-TR-IN N-CARTONI-TR.
           IF QD-STATO OF PARDEED NOT = 0 OR N-CARTONI-TR = 0
              DISPLAY "Numero cartoni errato"
              GO TO EX-LEGGI-CARTONE-TR.
      *    stesso fermo qualita' del giro su SITPF
           MOVE "V" TO FUNZ-LH OF PAR-LOTHOLD.
           MOVE C-MAT-PK OF PAR-PREPACK TO C-MAT-LH OF PAR-LOTHOLD.
           MOVE MAGAZZINO-P TO MAG-LH OF PAR-LOTHOLD.
           MOVE SPACES TO BARUNI-LH OF PAR-LOTHOLD.
           CALL "LOTHOLD" USING W-COMMON PAR-LOTHOLD.
           IF LOTTO-FERMO OF PAR-LOTHOLD
              DISPLAY "LOTTO FERMO, cartone scartato: "
                      C-MAT-PK OF PAR-PREPACK " "
                      MOTIVO-LH OF PAR-LOTHOLD
              GO TO EX-LEGGI-CARTONE-TR.
           MOVE 1 TO I-TC.
           PERFORM CERCA-RIGA-TC THRU EX-CERCA-RIGA-TC.
           IF I-TC > 500
              DISPLAY "Troppi articoli nel travaso a cartoni"
              GO TO EX-LEGGI-CARTONE-TR.
           PERFORM SOMMA-TAGLIA-TC THRU EX-SOMMA-TAGLIA-TC
              VARYING IT FROM 1 BY 1 UNTIL IT > NTG-NTG.
           DISPLAY "Cartone " COD-PACK-TR-IN " art. "
                   C-MAT-PK OF PAR-PREPACK " pezzi "
                   PEZZI-PK OF PAR-PREPACK " x " N-CARTONI-TR.
       EX-LEGGI-CARTONE-TR.
           EXIT.
      *
      *    riga dell'articolo in tabella, aggiunta se nuova
       CERCA-RIGA-TC.
           IF I-TC > N-RIGHE-TC
              IF N-RIGHE-TC < 500
                 ADD 1 TO N-RIGHE-TC
                 MOVE N-RIGHE-TC TO I-TC
                 MOVE C-MAT-PK OF PAR-PREPACK TO C-MAT-TC (I-TC)
                 MOVE "N" TO TRAVASATO-TC (I-TC)
                 MOVE 0 TO QTA-TC (I-TC, 1) QTA-TC (I-TC, 2)
                           QTA-TC (I-TC, 3) QTA-TC (I-TC, 4)
                           QTA-TC (I-TC, 5) QTA-TC (I-TC, 6)
                           QTA-TC (I-TC, 7) QTA-TC (I-TC, 8)
                           QTA-TC (I-TC, 9) QTA-TC (I-TC, 10)
                 GO TO EX-CERCA-RIGA-TC
              ELSE
                 MOVE 501 TO I-TC
                 GO TO EX-CERCA-RIGA-TC.
           IF C-MAT-TC (I-TC) = C-MAT-PK OF PAR-PREPACK
              GO TO EX-CERCA-RIGA-TC.
           ADD 1 TO I-TC.
           GO TO CERCA-RIGA-TC.
       EX-CERCA-RIGA-TC.
           EXIT.
      *
       SOMMA-TAGLIA-TC.
           COMPUTE QTA-TC (I-TC, IT) = QTA-TC (I-TC, IT)
                 + QTA-PK OF PAR-PREPACK (IT) * N-CARTONI-TR.
       EX-SOMMA-TAGLIA-TC.
           EXIT.
      *PREPACK*
      *KITTAIL*
      *    codice non prepack: si prova il tailleur (KITTAIL "E"),
      *    che entra in tabella coi suoi componenti
       LEGGI-KIT-TR.
           IF COD-PACK-TR-IN NOT NUMERIC
              DISPLAY "Cartone inesistente " COD-PACK-TR-IN
              GO TO EX-LEGGI-KIT-TR.
           MOVE "E" TO FUNZ-KT OF PAR-KITTAIL.
           MOVE COD-PACK-TR-IN TO C-MAT-KT OF PAR-KITTAIL.
           MOVE 0 TO MAG-KT OF PAR-KITTAIL.
           CALL "KITTAIL" USING W-COMMON PAR-KITTAIL.
           IF KIT-IGNOTO OF PAR-KITTAIL
              DISPLAY "Cartone inesistente " COD-PACK-TR-IN
              GO TO EX-LEGGI-KIT-TR.
           MOVE SPACES TO QTA-KIT-TR-IN.
           DISPLAY "Tailleur per taglia (10 x 4 cifre) "
                   NO ADVANCING.
           ACCEPT QTA-KIT-TR-IN.
           IF QTA-KIT-TR-IN NOT NUMERIC OR QTA-KIT-TR-IN = ZEROS
              DISPLAY "Quantita' tailleur errata"
              GO TO EX-LEGGI-KIT-TR.
           MOVE "N" TO KIT-FERMO-SW.
           PERFORM CONTROLLA-LOTTO-KIT THRU EX-CONTROLLA-LOTTO-KIT
              VARYING IC-KIT FROM 1 BY 1
              UNTIL IC-KIT > N-COMP-KT OF PAR-KITTAIL.
           IF KIT-FERMO
              GO TO EX-LEGGI-KIT-TR.
           PERFORM CARICA-COMPONENTE-TR THRU EX-CARICA-COMPONENTE-TR
              VARYING IC-KIT FROM 1 BY 1
              UNTIL IC-KIT > N-COMP-KT OF PAR-KITTAIL.
           DISPLAY "Tailleur " COD-PACK-TR-IN " componenti "
                   N-COMP-KT OF PAR-KITTAIL.
       EX-LEGGI-KIT-TR.
           EXIT.
      *
       CONTROLLA-LOTTO-KIT.
           MOVE "V" TO FUNZ-LH OF PAR-LOTHOLD.
           MOVE C-MAT-COMP-KT OF PAR-KITTAIL (IC-KIT)
             TO C-MAT-LH OF PAR-LOTHOLD.
           MOVE MAGAZZINO-P TO MAG-LH OF PAR-LOTHOLD.
           MOVE SPACES TO BARUNI-LH OF PAR-LOTHOLD.
           CALL "LOTHOLD" USING W-COMMON PAR-LOTHOLD.
           IF LOTTO-FERMO OF PAR-LOTHOLD
              DISPLAY "LOTTO FERMO, tailleur scartato: "
                      C-MAT-COMP-KT OF PAR-KITTAIL (IC-KIT) " "
                      MOTIVO-LH OF PAR-LOTHOLD
              MOVE "S" TO KIT-FERMO-SW.
       EX-CONTROLLA-LOTTO-KIT.
           EXIT.
      *
       CARICA-COMPONENTE-TR.
           MOVE C-MAT-COMP-KT OF PAR-KITTAIL (IC-KIT)
             TO C-MAT-PK OF PAR-PREPACK.
           MOVE 1 TO I-TC.
           PERFORM CERCA-RIGA-TC THRU EX-CERCA-RIGA-TC.
           IF I-TC > 500
              DISPLAY "Troppi articoli nel travaso a cartoni"
              GO TO EX-CARICA-COMPONENTE-TR.
           PERFORM SOMMA-KIT-TC THRU EX-SOMMA-KIT-TC
              VARYING IT FROM 1 BY 1 UNTIL IT > NTG-NTG.
       EX-CARICA-COMPONENTE-TR.
           EXIT.
      *
      *    taglia del kit -> taglia del componente, per i pezzi
       SOMMA-KIT-TC.
           MOVE TAGLIA-COMP-KT OF PAR-KITTAIL (IC-KIT, IT) TO TG-KIT.
           IF TG-KIT > 0
              COMPUTE QTA-TC (I-TC, TG-KIT) = QTA-TC (I-TC, TG-KIT)
                    + QTA-KIT-TR-EL (IT)
                    * PEZZI-COMP-KT OF PAR-KITTAIL (IC-KIT).
       EX-SOMMA-KIT-TC.
           EXIT.
      *KITTAIL*
      *
035230*                                                                         
035240*                                                                         
035250 INPUTSEC SECTION 2.                                                      
             PERFORM LEGGI-SITPF THRU EX-LEGGI-SITPF.
           PERFORM TRATTA-SITPF THRU EX-TRATTA-SITPF
                 UNTIL NOT W-OK-IMAGE.
      *PREPACK*
           IF TRAVASO-CARTONI
              PERFORM SEGNALA-CARTONI-TR THRU EX-SEGNALA-CARTONI-TR
                 VARYING I-TC FROM 1 BY 1 UNTIL I-TC > N-RIGHE-TC.
      *PREPACK*
039600     GO TO FINE-INPUTSEC.                 
035300* 

               PERFORM LEGGI-SITPF THRU EX-LEGGI-SITPF
               GO TO EX-TRATTA-SITPF.           
      *
      *PREPACK*
      *    travaso a cartoni: solo gli articoli scansionati
           IF TRAVASO-CARTONI
              PERFORM CERCA-C-MAT-TC THRU EX-CERCA-C-MAT-TC
              IF I-TC > N-RIGHE-TC
                 PERFORM LEGGI-SITPF THRU EX-LEGGI-SITPF
                 GO TO EX-TRATTA-SITPF.
      *PREPACK*
           PERFORM RILASCIA THRU EX-RILASCIA.
      *
           PERFORM LEGGI-SITPF THRU EX-LEGGI-SITPF.
               END-IF
             END-IF
           END-PERFORM
      *PREPACK*
           IF TRAVASO-CARTONI
              MOVE "S" TO TRAVASATO-TC (I-TC)
              PERFORM LIMITA-TAGLIA-TC THRU EX-LIMITA-TAGLIA-TC
                 VARYING IT FROM 1 BY 1 UNTIL IT > NTG-NTG
           END-IF
      *PREPACK*
           RELEASE REC-SEL.
       EX-RILASCIA.
           EXIT.
      *PREPACK*
      *    la taglia esce per quanto portato dai cartoni, mai oltre
      *    la giacenza disponibile appena calcolata
       LIMITA-TAGLIA-TC.
           IF QTA-GIAC-PF OF REC-SEL(IT) < QTA-TC (I-TC, IT)
              DISPLAY "Giacenza insufficiente " C-MAT OF REC-SEL
                      " tg " IT
           ELSE
              MOVE QTA-TC (I-TC, IT) TO QTA-GIAC-PF OF REC-SEL(IT).
       EX-LIMITA-TAGLIA-TC.
           EXIT.
      *
       CERCA-C-MAT-TC.
           MOVE 1 TO I-TC.
       CERCA-C-MAT-TC-10.
           IF I-TC > N-RIGHE-TC
              GO TO EX-CERCA-C-MAT-TC.
           IF C-MAT-TC (I-TC) = C-MAT OF REC-SITPF
              GO TO EX-CERCA-C-MAT-TC.
           ADD 1 TO I-TC.
           GO TO CERCA-C-MAT-TC-10.
       EX-CERCA-C-MAT-TC.
           EXIT.
      *
       SEGNALA-CARTONI-TR.
           IF TRAVASATO-TC (I-TC) NOT = "S"
              DISPLAY "Cartone senza giacenza/escluso, C-MAT "
                      C-MAT-TC (I-TC).
       EX-SEGNALA-CARTONI-TR.
           EXIT.
      *PREPACK*
      *
      *
       TTDBGET-S.   COPY PDBGET REPLACING
