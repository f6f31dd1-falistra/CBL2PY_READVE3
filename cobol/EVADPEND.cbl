000440*     viene riletto in memoria e riscritto per intero, sullo
000450*     schema di manutenzione di TABTAGLIE.
000460*
000462*2026*        15/10/26
000464*     vendite anche con causale "VDIP" (acquisti del
000466*     personale da READVE3).
000468*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
029700     IF QTA-TAGLIA OF REC-MOVMAG (TAGLIA-PM (I-PM)) < 0
029800        AND RIF-BOLLA-FORN OF REC-MOVMAG = 0
029810        AND (C-OPE OF REC-MOVMAG = "VESD"
029820             OR C-OPE OF REC-MOVMAG = "OMAG"
029825             OR C-OPE OF REC-MOVMAG = "VDIP")
029900        AND SETTIMANA OF REC-MOVMAG NOT < SETTIMANA-PM
030000        MOVE 1 TO VENDITA-TROVATA
030100     ELSE
