                .
           05 OPERATORE-PROF         PIC X(8).
      *    azione richiesta: "VEND" sessione di vendita, "STOR"
      *    storno, "TRAS" travaso, "RESF" reso a fornitore,
      *    "CHIU" chiusura e "RIAP" riapertura di un periodo
           05 AZIONE-PROF            PIC X(4).
           05 MAGAZZINO-PROF         PIC 9(3).
           05 ESITO-PROF             PIC S9(4) COMP.
