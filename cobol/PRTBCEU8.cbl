       01 FLAG-LOGO-SCELTO     PIC X.
       01 FLAG-BARRATO-SCELTO  PIC X.
      *LBLFORMA*
      *ETICOMP*
       01 N-EC-LBL             PIC S9(4) COMP.
      *ETICOMP*

       01  PY-INPUT-REC.
           05  INPUT-VAL-A           PIC X(4).
           IF NOT LBLF-GIA-CARICATA
              PERFORM CARICA-LBLF-MEM THRU EX-CARICA-LBLF-MEM
              MOVE "S" TO GIA-CARICATO-LM.
      *ETICOMP*
      *le etichette composizione/manutenzione di CTRLCOMP (file con
      *"_EC_" nel nome) hanno un tracciato loro: la riga "E" della
      *tabella o, senza, il layout ETICOMP; mai quello dei cartellini
           MOVE 0 TO N-EC-LBL.
           INSPECT COM-NOMEFILE TALLYING N-EC-LBL FOR ALL "_EC_".
           IF N-EC-LBL > 0
              MOVE "ETICOMP" TO LAYOUT-SCELTO
              MOVE 0 TO IX-LM
              IF N-RIGHE-LM > 0
                 MOVE "E" TO TIPO-RIC
                 MOVE SPACES TO CHIAVE-RIC
                 PERFORM CERCA-RIGA-LBLF THRU EX-CERCA-RIGA-LBLF
              END-IF
              GO TO APPLICA-FORMATO-LBL
           END-IF.
      *ETICOMP*
           IF N-RIGHE-LM = 0
              GO TO EX-CERCA-FORMATO-LBL.
           MOVE "K" TO TIPO-RIC.
              MOVE SPACES TO CHIAVE-RIC
              PERFORM CERCA-RIGA-LBLF THRU EX-CERCA-RIGA-LBLF
           END-IF.
      *ETICOMP*
       APPLICA-FORMATO-LBL.
      *ETICOMP*
           IF IX-LM NOT = 0
              MOVE LAYOUT-LM (IX-LM) TO LAYOUT-SCELTO
              IF DIVISA-LM (IX-LM) NOT = SPACES
