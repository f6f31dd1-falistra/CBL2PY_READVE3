000440*     dispaccia al capoturno abbonato. Si smette di essere
000450*     ciechi dal bordero' alla telefonata del cliente.
000460*
000461*2026*        15/10/26
000462*     a fine import stati i colli SMARRITO o DANNEGGIATO
000463*     aprono il sinistro vettore (SINVETT FUNZIONE "A").
000464*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  HP-3000.
014000 01 ERR          PIC S9(9) COMP.
014100 01 ERR-PARM     PIC S9(9) COMP.
014200 01 ERR-DISP     PIC -(6).
014201*
014202 01 PAR-SINVETT    COPY PARSINV.
014300*
014400 LINKAGE SECTION.
014500*
030000     CLOSE FILE-STA.
030100     PERFORM RISCRIVI-DLV THRU EX-RISCRIVI-DLV.
030200     DISPLAY "Import stati completato".
030201     MOVE "A" TO FUNZ-SV OF PAR-SINVETT.
030202     CALL "SINVETT" USING W-COMMON PAR-SINVETT.
030203     IF APERTI-SV OF PAR-SINVETT > 0
030204        DISPLAY "Sinistri vettore aperti: "
030205                APERTI-SV OF PAR-SINVETT.
030300 EX-IMPORTA-STATI.
030400     EXIT.
030500*
