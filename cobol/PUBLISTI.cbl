000450*     versione, a video: il ribasso arriva su tutte le casse
000460*     la stessa mattina, e si vede chi manca.
000470*
000471*RIEQNEG*    15/10/26
000472*     NEGLIST porta in seconda colonna la regione del negozio
000473*     (la usa RIEQNEG); qui si legge solo il codice.
000474*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
006500 FD FILE-NEG DATA RECORD REC-NEG.
006600 01 REC-NEG.
006700    05 NEGOZIO-NG            PIC 9(3).
006701*RIEQNEG*
006702*   regione del negozio, per il riequilibrio di RIEQNEG
006703    05 TG-NG-1               PIC X.
006704    05 REGIONE-NG            PIC X(4).
006705*RIEQNEG*
006800*
006900 FD FILE-LIST DATA RECORD REC-LIST.
007000 01 REC-LIST.
