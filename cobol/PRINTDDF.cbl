      *  PF.CLASSI  SOSTITUITA CON anagrafica_classi_dbg
      *  PF.SOCIETA SOSTITUITA CON COPY MAPPASOCIETA
      *    
      *LINGUE*          15/10/26
      *       testi fissi, causale e descrizioni articolo nella lingua
      *       del cliente (LINGUE, da INDIRIZZI o eccezione per conto);
      *       si traduce dopo SCRIVI-RESTO, il DAFRPFAT resta italiano
      *
      *COMPOSIZ*        15/10/26
      *       prima di stampare i prodotti finiti ogni capo della bolla
      *       passa dal controllo composizione (CTRLCOMP "B"): senza
      *       codice supervisore il DDT non esce e DAFRPFAT resta vuoto;
      *       i capi gia' autorizzati in READVE3 non si richiedono
      *
      *CONAI*           15/10/26
      *       il rigo PESODDT porta anche il conto cliente del DDT: la
      *       dichiarazione CONAI (CONAIDIC) ne ricava lo stato per
      *       lasciare fuori l'export
      *
006000 ENVIRONMENT DIVISION.                                                    
006100 CONFIGURATION SECTION.                                                   
006200 SOURCE-COMPUTER.  HP-3000.                                               
         VALUE "  IL VETTORE E' TENUTO A SEGUIRE LE PRESCRIZIONI DEL".
         05 FILLER PIC X(20)
         VALUE " CODICE DELLA STRADA".
      *LINGUE*
       01 PAR-LINGUE             COPY PARLINGU.
      *LINGUE*
      *COMPOSIZ*
       01 PAR-CTRLCOMP           COPY PARCOMP.
       01 COMPOS-RIFIUTATA-SW    PIC X.
          88 COMPOS-RIFIUTATA    VALUE "S".
      *COMPOSIZ*
      *
016800*                                                                         
016900*                                                                         
044700     IF SI-FILE-FAT                                                       
044800       OPEN OUTPUT FILE-DAFRPFAT.                                         
044900*                                                                         
      *COMPOSIZ*
           IF PRODOTTI-FINITI
              PERFORM VERIFICA-COMPOSIZIONI
                 THRU EX-VERIFICA-COMPOSIZIONI
              IF COMPOS-RIFIUTATA
                 DISPLAY "DDT NON STAMPATO: COMPOSIZIONE NON VALIDA"
                 IF SI-FILE-FAT
                    CLOSE FILE-DAFRPFAT
                 END-IF
                 GO TO FINE
              END-IF
           END-IF.
      *COMPOSIZ*
      *LINGUE*
           PERFORM PREPARA-LINGUA THRU EX-PREPARA-LINGUA.
      *LINGUE*
045000     PERFORM APRI-STAMPA THRU EX-APRI-STAMPA.                       
045100     PERFORM TRATTA-NEG THRU EX-TRATTA-NEG.                               
045200     CALL "QCLPPR" USING PAR-PRINT RIGA-STAMPA BUFFER.
052500     MOVE SPACES TO DATI-RIGA.                                            
052600 EX-APRI-STAMPA.                                                          
052700     EXIT.                                                                
      *LINGUE*
      *
      *     lingua del documento dal conto cliente della bolla
       PREPARA-LINGUA.
           MOVE "L" TO FUNZ-LG OF PAR-LINGUE.
           MOVE CLIENTE-DDT TO CONTO-LG OF PAR-LINGUE.
           CALL "LINGUE" USING W-COMMON PAR-LINGUE.
       EX-PREPARA-LINGUA.
           EXIT.
      *
      *     TESTO-LG: in entrata il testo italiano, in uscita la
      *     traduzione (o lo stesso testo)
       TRADUCI-TESTO-PR.
           IF LG-ITALIANO OF PAR-LINGUE
              GO TO EX-TRADUCI-TESTO-PR.
           MOVE "T" TO FUNZ-LG OF PAR-LINGUE.
           CALL "LINGUE" USING W-COMMON PAR-LINGUE.
       EX-TRADUCI-TESTO-PR.
           EXIT.
      *
       TRADUCI-ARTICOLO-PR.
           IF LG-ITALIANO OF PAR-LINGUE
              GO TO EX-TRADUCI-ARTICOLO-PR.
           MOVE "A" TO FUNZ-LG OF PAR-LINGUE.
           MOVE C-MAT-TRANS-RID TO C-MAT-LG OF PAR-LINGUE.
           CALL "LINGUE" USING W-COMMON PAR-LINGUE.
       EX-TRADUCI-ARTICOLO-PR.
           EXIT.
      *LINGUE*
      *COMPOSIZ*
      *
      *     giro della catena della bolla come TRATTA-NEG, stesso
      *     filtro di STAMPA-DETT; CTRLCOMP rimette nomi e stato
      *     IMAGE, la catena prosegue
       VERIFICA-COMPOSIZIONI.
           MOVE "N" TO COMPOS-RIFIUTATA-SW.
           IF MOVTRANS-DDT
              MOVE "MOVTRANS" TO W-NOME-DATA-SET
           ELSE
              MOVE "MOVMAG;" TO W-NOME-DATA-SET.
           MOVE "RIF-INTR;" TO W-NOME-CAMPO.
           MOVE RIF-BOLLA-DDT TO W-VALORE-CAMPO.
           PERFORM TTDBFIND THRU EX-TTDBFIND.
           IF NOT W-OK-IMAGE
              GO TO EX-VERIFICA-COMPOSIZIONI.
           MOVE 5 TO W-MODO.
           PERFORM TTDBGET THRU EX-TTDBGET.
           PERFORM CONTROLLA-COMPOS-RIGA THRU EX-CONTROLLA-COMPOS-RIGA
              UNTIL NOT W-OK-IMAGE OR COMPOS-RIFIUTATA.
       EX-VERIFICA-COMPOSIZIONI.
           EXIT.
      *
       CONTROLLA-COMPOS-RIGA.
           MOVE AREA-REC-SET TO MOVMAG.
           IF CLIENTE-DDT = CONTO OF MOVMAG
              AND MAGAZZINO-DDT = MAGAZZINO OF MOVMAG
              AND CAUSALE-DDT = C-OPE OF MOVMAG
              MOVE "B" TO FUNZ-CC OF PAR-CTRLCOMP
              MOVE C-MAT OF MOVMAG TO C-MAT-CC OF PAR-CTRLCOMP
              CALL "CTRLCOMP" USING W-COMMON PAR-CTRLCOMP
              IF CC-RIFIUTATA OF PAR-CTRLCOMP
                 MOVE "S" TO COMPOS-RIFIUTATA-SW
                 GO TO EX-CONTROLLA-COMPOS-RIGA
              END-IF
           END-IF.
           MOVE 5 TO W-MODO.
           PERFORM TTDBGET THRU EX-TTDBGET.
       EX-CONTROLLA-COMPOS-RIGA.
           EXIT.
      *COMPOSIZ*
052800*                                                                         
052900*                                                                         
053000 CALL-QWPRINT-1.                                                          
           IF PESO-DDT-TOT > 0
              COMPUTE PESO-KG-ED = PESO-DDT-TOT / 1000
              MOVE SPACES TO DATI-RIGA
      *LINGUE*
              MOVE "PESO TOTALE KG" TO TESTO-LG OF PAR-LINGUE
              PERFORM TRADUCI-TESTO-PR THRU EX-TRADUCI-TESTO-PR
              STRING "  " DELIMITED BY SIZE
                     TESTO-LG OF PAR-LINGUE DELIMITED BY "  "
                     " " PESO-KG-ED DELIMITED BY SIZE
                 INTO DATI-RIGA
      *LINGUE*
              PERFORM CALL-QWPRINT-2 THRU EX-CALL-QWPRINT-2
           END-IF.
           PERFORM SCRIVI-PESODDT THRU EX-SCRIVI-PESODDT.
                  MOVE VETTORE-STRADA-STR TO DATI-RIGA
              END-IF
      *VETTAB*
      *LINGUE*
              MOVE DATI-RIGA TO TESTO-LG OF PAR-LINGUE
              PERFORM TRADUCI-TESTO-PR THRU EX-TRADUCI-TESTO-PR
              MOVE TESTO-LG OF PAR-LINGUE TO DATI-RIGA
      *LINGUE*
              PERFORM CALL-QWPRINT-2 THRU EX-CALL-QWPRINT-2
              ADD 1 TO IND-RIGA
      *VETTAB*
                 AND PAGAMENTO-VET OF REC-VETTORE NOT = 0
                  MOVE SPACES TO DATI-RIGA
                  MOVE PAGAMENTO-VET OF REC-VETTORE TO PAGAMENTO-VET-ST
      *LINGUE*
                  MOVE "CONDIZIONI DI PAGAMENTO VETTORE:"
                    TO TESTO-LG OF PAR-LINGUE
                  PERFORM TRADUCI-TESTO-PR THRU EX-TRADUCI-TESTO-PR
                  STRING "  " DELIMITED BY SIZE
                         TESTO-LG OF PAR-LINGUE DELIMITED BY "  "
                         " " PAGAMENTO-VET-ST DELIMITED BY SIZE
                      INTO DATI-RIGA
      *LINGUE*
                  PERFORM CALL-QWPRINT-2 THRU EX-CALL-QWPRINT-2
                  ADD 1 TO IND-RIGA
              END-IF
              END-IF
              MOVE 0 TO COLLI-PW
              MOVE PESO-DDT-TOT TO PESO-GRAMMI-PW
      *CONAI*
              MOVE T-TAB-PW TO TW-5
              MOVE CLIENTE-DDT TO CONTO-PW
      *CONAI*
              WRITE REC-PESODDT
              CLOSE FILE-PESODDT
      *TARVETT*
090800*     MOVE MODELLI-COD-IVA TO COM-IVA-F.                                   
090900*     PERFORM SCRIVI-RESTO THRU EX-SCRIVI-RESTO.                           
091000**                                                                         
      *LINGUE*
           MOVE DESC-CL-C-MAT TO TESTO-LG OF PAR-LINGUE.
           PERFORM TRADUCI-TESTO-PR THRU EX-TRADUCI-TESTO-PR.
           MOVE TESTO-LG OF PAR-LINGUE TO DESC-CL-C-MAT.
      *LINGUE*
091100*     PERFORM CALL-QWPRINT-2 THRU EX-CALL-QWPRINT-2.                       
091200*     ADD 1 TO IND-RIGA.                                                   
091300*     IF DOC-DDT                                                           
                    PERFORM VARYING I FROM 1 BY 1 UNTIL I > 20
                       OR CC-RR(I) = SPACES
                        IF I = 1
      *LINGUE*
                            MOVE "composizione :"
                              TO TESTO-LG OF PAR-LINGUE
                            PERFORM TRADUCI-TESTO-PR
                               THRU EX-TRADUCI-TESTO-PR
                            MOVE TESTO-LG OF PAR-LINGUE TO D-DESC-COMP
      *LINGUE*
                            MOVE SPACES TO D-CLASSE-PEZZO
                            IF PIU-PEZZI
                                MOVE CC-DESC-CLASSE(I) 
102800*                                                                         
102900     PERFORM SCRIVI-RESTO THRU EX-SCRIVI-RESTO.                           
103000*                                                                         
      *LINGUE*
           IF PRODOTTI-FINITI
              MOVE NOME-MODELLO TO TESTO-LG OF PAR-LINGUE
              PERFORM TRADUCI-ARTICOLO-PR THRU EX-TRADUCI-ARTICOLO-PR
              MOVE TESTO-LG OF PAR-LINGUE TO NOME-MODELLO
              MOVE DESC-CL-C-MAT TO TESTO-LG OF PAR-LINGUE
              PERFORM TRADUCI-TESTO-PR THRU EX-TRADUCI-TESTO-PR
           ELSE
              MOVE DESC-CL-C-MAT TO TESTO-LG OF PAR-LINGUE
              PERFORM TRADUCI-ARTICOLO-PR THRU EX-TRADUCI-ARTICOLO-PR
           END-IF.
           MOVE TESTO-LG OF PAR-LINGUE TO DESC-CL-C-MAT.
      *LINGUE*
103100     PERFORM CALL-QWPRINT-2 THRU EX-CALL-QWPRINT-2.                       
103200     ADD 1 TO IND-RIGA.                                                   
103300     IF DOC-DDT                                                           
105600                                             1                            
105700           PERFORM SCRIVI-RESTO2 THRU EX-SCRIVI-RESTO2                    
105800*                                                                         
      *LINGUE*
                 MOVE "composizione :" TO TESTO-LG OF PAR-LINGUE
                 PERFORM TRADUCI-TESTO-PR THRU EX-TRADUCI-TESTO-PR
                 MOVE TESTO-LG OF PAR-LINGUE TO C-MAT-DETT
                 MOVE "tessuto" TO TESTO-LG OF PAR-LINGUE
                 PERFORM TRADUCI-TESTO-PR THRU EX-TRADUCI-TESTO-PR
                 MOVE TESTO-LG OF PAR-LINGUE TO D-TIPO-COMP
      *LINGUE*
105900           PERFORM CALL-QWPRINT-2 THRU EX-CALL-QWPRINT-2                  
106000           ADD 1 TO IND-RIGA                                              
106100           IF ZONA-COMPOSIZIONI-F NOT = SPACES                            
106600                                                2                         
106700              PERFORM SCRIVI-RESTO2 THRU EX-SCRIVI-RESTO2                 
106800*                                                                         
      *LINGUE*
                    MOVE "fodera" TO TESTO-LG OF PAR-LINGUE
                    PERFORM TRADUCI-TESTO-PR THRU EX-TRADUCI-TESTO-PR
                    MOVE TESTO-LG OF PAR-LINGUE TO D-TIPO-COMP
      *LINGUE*
106900              PERFORM CALL-QWPRINT-2 THRU EX-CALL-QWPRINT-2               
107000              ADD 1 TO IND-RIGA.                                          
107100     ADD TOT-CAPI-RIGA-C TO TOT-BOLLA-C.                                  
128600       ELSE                                                               
128700          MOVE 4 TO N-RIGA-STAMPA.                                        
128800     IF IND-PAG NOT < 2                                                   
      *LINGUE*
              MOVE "Seguito" TO TESTO-LG OF PAR-LINGUE
              PERFORM TRADUCI-TESTO-PR THRU EX-TRADUCI-TESTO-PR
              MOVE TESTO-LG OF PAR-LINGUE TO DESC-BOLLA.
      *LINGUE*
129000     PERFORM CALL-QWPRINT-1 THRU EX-CALL-QWPRINT-1.                       
129100     IF INDIRIZZO-C-COM NOT = SPACES                                      
129200        MOVE INDIRIZZO-C-COM TO RAG-SOC                                   
133300       MOVE "TRASFERIMENTO" TO CAUSALE-T.                                 
           IF CLIENTE-DDT = 10000852 OR = 10000853
               MOVE "TRASFERIMENTO CONTO DEPOSITO" TO CAUSALE-T.
      *LINGUE*
           IF CAUSALE-T NOT = SPACES
              MOVE CAUSALE-T TO TESTO-LG OF PAR-LINGUE
              PERFORM TRADUCI-TESTO-PR THRU EX-TRADUCI-TESTO-PR
              MOVE TESTO-LG OF PAR-LINGUE TO CAUSALE-T.
      *LINGUE*
133400*                                                                         
133500     IF DOC-DDT                                                           
133600        MOVE "D.d.T. D.P.R. 472/96" TO TIPO-DOC-DDT-T.                    
133700     IF DOC-NOT-DDT                                                       
133800        MOVE "DOCUMENTO INTERNO" TO TIPO-DOC-DDT-T.                       
      *LINGUE*
           IF TIPO-DOC-DDT-T NOT = SPACES
              MOVE TIPO-DOC-DDT-T TO TESTO-LG OF PAR-LINGUE
              PERFORM TRADUCI-TESTO-PR THRU EX-TRADUCI-TESTO-PR
              MOVE TESTO-LG OF PAR-LINGUE TO TIPO-DOC-DDT-T.
      *LINGUE*
133900     PERFORM CALL-QWPRINT-1 THRU EX-CALL-QWPRINT-1.                       
134000     MOVE 2 TO N-RIGA-STAMPA.                                             
134100*NODE*                                                                    
134700*
      *etich*
           if ind-pag < 2
      *LINGUE*
             MOVE "    Etichettatura se dovuta, ex D.Lgs. 194/99"
                     TO TESTO-LG OF PAR-LINGUE
             PERFORM TRADUCI-TESTO-PR THRU EX-TRADUCI-TESTO-PR
             MOVE TESTO-LG OF PAR-LINGUE TO DATI-RIGA
      *LINGUE*
             PERFORM CALL-QWPRINT-1 THRU EX-CALL-QWPRINT-1
             move 2 to ind-riga
           else
             move 1 to ind-riga.             
      *
      *LINGUE*
           MOVE "    CAPI DI ABBIGL. ESTERNO FEMMINILE"
                     TO TESTO-LG OF PAR-LINGUE.
           PERFORM TRADUCI-TESTO-PR THRU EX-TRADUCI-TESTO-PR.
           MOVE TESTO-LG OF PAR-LINGUE TO DATI-RIGA.
      *LINGUE*
135000     MOVE "  T1 T2 T3 T4 T5 T6 T7 T8 T9T10" TO RIGA-TEST-TG.                        
135100     PERFORM CALL-QWPRINT-1 THRU EX-CALL-QWPRINT-1.
      *etich*
