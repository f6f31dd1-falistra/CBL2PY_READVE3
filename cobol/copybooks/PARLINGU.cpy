      *================================================================
      * PARLINGU - parametri di chiamata per LINGUE (lingua dei
      *            documenti per conto e traduzione dei testi fissi
      *            e delle descrizioni articolo; senza funzione il
      *            programma va a video per la manutenzione delle
      *            tabelle LINGUACN, TESTIDOC e DMATLING)
      *================================================================
                .
           05 FUNZ-LG                PIC X.
              88 LG-LINGUA-CONTO     VALUE "L".
              88 LG-TESTO            VALUE "T".
              88 LG-ARTICOLO         VALUE "A".
              88 LG-RICARICA         VALUE "R".
           05 CONTO-LG               PIC 9(8).
      *    stato di INDIRIZZI del conto (uscita di "L")
           05 STATO-LG               PIC X(4).
      *    lingua del documento (uscita di "L", entrata di "T"/"A")
           05 LINGUA-LG              PIC XX.
              88 LG-ITALIANO         VALUE "IT", SPACES.
           05 C-MAT-LG               PIC 9(15).
      *    entrata: testo italiano (o D-MAT di ANAMAT);
      *    uscita: traduzione, o lo stesso testo se manca
           05 TESTO-LG               PIC X(80).
           05 ESITO-LG               PIC S9(4) COMP.
              88 LG-TRADOTTO         VALUE 0.
              88 LG-NON-TRADOTTO     VALUE 1.
