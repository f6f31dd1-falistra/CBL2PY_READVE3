      *** RIGA TABELLA IMBALLAGGI CONAI (IMBCONAI): peso unitario ***
      *** in grammi per materiale di ogni tipo di imballo.        ***
      *** COD-IC "CS" collo di soli capi in scatola (cartone),    ***
      *** "CA" collo con capi appesi (sacco/telo), "PA" per capo  ***
      *** appeso (gruccia, copriabito), "PS" per capo in scatola  ***
      *** (busta); piu' righe per codice se l'imballo e' misto.   ***
      *** MATERIALE-IC: AC acciaio, AL alluminio, CA carta e      ***
      *** cartone, LE legno, PL plastica, VE vetro. Manutenzione  ***
      *** e dichiarazione in CONAIDIC                             ***
           .
      *IF X9=OFF
      *CONTROL NOLIST
      *IF
           05 COD-IC                PIC XX.
              88 IC-COLLO-SCATOLA   VALUE "CS".
              88 IC-COLLO-APPESI    VALUE "CA".
              88 IC-CAPO-APPESO     VALUE "PA".
              88 IC-CAPO-SCATOLA    VALUE "PS".
           05 TC-1                  PIC X.
           05 MATERIALE-IC          PIC XX.
           05 TC-2                  PIC X.
           05 PESO-GRAMMI-IC        PIC 9(6).
           05 TC-3                  PIC X.
           05 DESCR-IC              PIC X(30).
      *
      *CONTROL LIST
      *
