001313*2026* aggiunta FUNZ. = 6 per il numero seriale dei giorni
001314*     (Q-GIORNI-SERIALE), utile per verificare l'anzianita' di
001315*     una data rispetto ad oggi per differenza
001316*2026* aggiunte FUNZ. = 7/8/9/10 per i giorni lavorativi
001317*     secondo il calendario aziendale (CTRLCAL, file CALENDF)
001320*
001400 ENVIRONMENT DIVISION.                                                    
001500                                                                          
005040                                                                          
005050 01 GIORNI             PIC S9(9) COMP.                                    
005060                                                                          
005061*2026*
005062 01  PAR-CTRLCAL  COPY PARCTCAL.
005063
005064 01 GG-DA-CONTARE      PIC S9(4) COMP.
005065 01 GG-NON-LAVORATIVI  PIC S9(4) COMP.
005066 01 SERIALE-CAL        PIC S9(9) COMP.
005067 01 QUO7               PIC S9(9) COMP.
005068 01 RESTO7             PIC S9(4) COMP.
005069 01 GG-INDIETRO        PIC S9(4) COMP.
005070*2026*
005100 LINKAGE SECTION.                                                         
005200 
      *conv
007430 01 Q-AA-4           PIC 9(4) COMP.
007440 01 Q-GIORNI-SERIALE  PIC S9(9) COMP.
007440
007441*2026*
007442 01 Q-CALENDARIO.
007443     05 Q-SOC-CAL        PIC 99.
007444     05 Q-MAG-CAL        PIC 9(3).
007445     05 Q-VET-CAL        PIC 9(8).
007446     05 Q-GG-LAVORO      PIC S9(4) COMP.
007447     05 Q-GIORNO-SETT    PIC 9.
007448     05 Q-LAVORATIVO     PIC X.
007449        88 Q-GIORNO-LAVORATIVO VALUE "S".
007450
007500 PROCEDURE DIVISION USING  PAR-DATA  Q-DATA-E  Q-DATA-I
007510                              Q-SETTIMANA  Q-AA-4
007520                              Q-GIORNI-SERIALE
007530                              Q-CALENDARIO.
007600                                                                          
007700 INIZIO.                                                                  
007800     MOVE 0 TO Q-STATO.                                                   
008300              WHEN 4 PERFORM TRT-4 THRU EX-TRT-4
008310              WHEN 5 PERFORM TRT-5 THRU EX-TRT-5
008320              WHEN 6 PERFORM TRT-6 THRU EX-TRT-6
008330              WHEN 7 PERFORM TRT-7 THRU EX-TRT-7
008340              WHEN 8 PERFORM TRT-8 THRU EX-TRT-8
008350              WHEN 9 PERFORM TRT-9 THRU EX-TRT-9
008360              WHEN 10 PERFORM TRT-10 THRU EX-TRT-10
008400              WHEN OTHER
008500              MOVE -9 TO Q-STATO                                          
008600     END-EVALUATE.                                                        
019100     EXIT.                                                                
019200                                                                          
019300                                                                          
019400*2026*
019410* giorno lavorativo: Q-DATA-I (AAMMGG) e' lavorativo per il
019420* calendario di Q-SOC-CAL/Q-MAG-CAL/Q-VET-CAL?
019430 TRT-7.
019440     PERFORM CONTROLLA-DATA-CAL THRU EX-CONTROLLA-DATA-CAL.
019450     IF Q-STATO NOT = 0
019460             GO TO EX-TRT-7.
019470     PERFORM VERIFICA-GIORNO THRU EX-VERIFICA-GIORNO.
019480 EX-TRT-7.
019490     EXIT.
019500
019510* Q-DATA-I spostata avanti di Q-GG-LAVORO giorni lavorativi;
019520* con zero resta se lavorativa, se no passa al primo lavorativo
019530 TRT-8.
019540     PERFORM CONTROLLA-DATA-CAL THRU EX-CONTROLLA-DATA-CAL.
019550     IF Q-STATO NOT = 0
019560             GO TO EX-TRT-8.
019570     IF Q-GG-LAVORO < 0
019580             MOVE -4 TO Q-STATO
019590             GO TO EX-TRT-8.
019600     MOVE Q-GG-LAVORO TO GG-DA-CONTARE.
019610     MOVE 0 TO GG-NON-LAVORATIVI.
019620     IF GG-DA-CONTARE = 0
019630        PERFORM VERIFICA-GIORNO THRU EX-VERIFICA-GIORNO
019640        PERFORM PRIMO-LAVORATIVO THRU EX-PRIMO-LAVORATIVO
019650     ELSE
019660        PERFORM CONTA-LAVORATIVO THRU EX-CONTA-LAVORATIVO
019670                UNTIL GG-DA-CONTARE = 0 OR Q-STATO NOT = 0.
019680     IF Q-STATO = 0
019690        MOVE DATA-2 TO Q-DATA-I.
019700 EX-TRT-8.
019710     EXIT.
019720
019730* scadenza: Q-DATA-I piu' Q-GG-LAVORO giorni di calendario,
019740* poi al primo giorno lavorativo se cade in un festivo
019750 TRT-9.
019760     PERFORM CONTROLLA-DATA-CAL THRU EX-CONTROLLA-DATA-CAL.
019770     IF Q-STATO NOT = 0
019780             GO TO EX-TRT-9.
019790     IF Q-GG-LAVORO > 0
019800        PERFORM GIORNO-DOPO THRU EX-GIORNO-DOPO
019810                Q-GG-LAVORO TIMES.
019820     MOVE 0 TO GG-NON-LAVORATIVI.
019830     PERFORM VERIFICA-GIORNO THRU EX-VERIFICA-GIORNO.
019840     PERFORM PRIMO-LAVORATIVO THRU EX-PRIMO-LAVORATIVO.
019850     IF Q-STATO = 0
019860        MOVE DATA-2 TO Q-DATA-I.
019870 EX-TRT-9.
019880     EXIT.
019890
019900* primo giorno lavorativo della settimana di Q-DATA-I: dal
019910* lunedi' (lunedi' di Pasquetta -> martedi', ecc.)
019920 TRT-10.
019930     PERFORM CONTROLLA-DATA-CAL THRU EX-CONTROLLA-DATA-CAL.
019940     IF Q-STATO NOT = 0
019950             GO TO EX-TRT-10.
019960     PERFORM GIORNO-SETTIMANA THRU EX-GIORNO-SETTIMANA.
019970     COMPUTE GG-INDIETRO = Q-GIORNO-SETT - 1.
019980     IF GG-INDIETRO > 0
019990        PERFORM GIORNO-PRIMA THRU EX-GIORNO-PRIMA
020000                GG-INDIETRO TIMES.
020010     MOVE 0 TO GG-NON-LAVORATIVI.
020020     PERFORM VERIFICA-GIORNO THRU EX-VERIFICA-GIORNO.
020030     PERFORM PRIMO-LAVORATIVO THRU EX-PRIMO-LAVORATIVO.
020040     IF Q-STATO = 0
020050        MOVE DATA-2 TO Q-DATA-I.
020060 EX-TRT-10.
020070     EXIT.
020080
020090 CONTROLLA-DATA-CAL.
020100     MOVE Q-DATA-I TO DATA-2.
020110     IF Q-MM OF DATA-2X < 1 OR Q-MM OF DATA-2X > 12
020120             MOVE -1 TO Q-STATO
020130             GO TO EX-CONTROLLA-DATA-CAL.
020140     PERFORM IMPOSTA-FEBBRAIO THRU EX-IMPOSTA-FEBBRAIO.
020150     MOVE Q-MM OF DATA-2X TO IND.
020160     IF Q-GG OF DATA-2X < 1 OR Q-GG OF DATA-2X > EL-GG-MESE (IND)
020170             MOVE -2 TO Q-STATO.
020180 EX-CONTROLLA-DATA-CAL.
020190     EXIT.
020200
020210 IMPOSTA-FEBBRAIO.
020220     DIVIDE Q-AA OF DATA-2X BY 4 GIVING QUO2 REMAINDER RESTO.
020230     IF RESTO = 0
020240             MOVE 29 TO EL-GG-MESE (2)
020250     ELSE
020260             MOVE 28 TO EL-GG-MESE (2).
020270 EX-IMPOSTA-FEBBRAIO.
020280     EXIT.
020290
020300* avanti di un giorno lavorativo
020310 CONTA-LAVORATIVO.
020320     PERFORM GIORNO-DOPO THRU EX-GIORNO-DOPO.
020330     PERFORM VERIFICA-GIORNO THRU EX-VERIFICA-GIORNO.
020340     IF Q-GIORNO-LAVORATIVO
020350        SUBTRACT 1 FROM GG-DA-CONTARE
020360        MOVE 0 TO GG-NON-LAVORATIVI
020370     ELSE
020380        ADD 1 TO GG-NON-LAVORATIVI
020390        IF GG-NON-LAVORATIVI > 366
020400           MOVE -5 TO Q-STATO.
020410 EX-CONTA-LAVORATIVO.
020420     EXIT.
020430
020440* dal giorno in DATA-2 (gia' verificato) al primo lavorativo
020450 PRIMO-LAVORATIVO.
020460     IF Q-GIORNO-LAVORATIVO
020470             GO TO EX-PRIMO-LAVORATIVO.
020480     ADD 1 TO GG-NON-LAVORATIVI.
020490     IF GG-NON-LAVORATIVI > 366
020500             MOVE -5 TO Q-STATO
020510             GO TO EX-PRIMO-LAVORATIVO.
020520     PERFORM GIORNO-DOPO THRU EX-GIORNO-DOPO.
020530     PERFORM VERIFICA-GIORNO THRU EX-VERIFICA-GIORNO.
020540     GO TO PRIMO-LAVORATIVO.
020550 EX-PRIMO-LAVORATIVO.
020560     EXIT.
020570
020580 GIORNO-DOPO.
020590     MOVE Q-MM OF DATA-2X TO IND.
020600     IF Q-GG OF DATA-2X < EL-GG-MESE (IND)
020610             ADD 1 TO Q-GG OF DATA-2X
020620             GO TO EX-GIORNO-DOPO.
020630     MOVE 1 TO Q-GG OF DATA-2X.
020640     IF Q-MM OF DATA-2X < 12
020650             ADD 1 TO Q-MM OF DATA-2X
020660             GO TO EX-GIORNO-DOPO.
020670     MOVE 1 TO Q-MM OF DATA-2X.
020680     IF Q-AA OF DATA-2X = 99
020690             MOVE 0 TO Q-AA OF DATA-2X
020700     ELSE
020710             ADD 1 TO Q-AA OF DATA-2X.
020720     PERFORM IMPOSTA-FEBBRAIO THRU EX-IMPOSTA-FEBBRAIO.
020730 EX-GIORNO-DOPO.
020740     EXIT.
020750
020760 GIORNO-PRIMA.
020770     IF Q-GG OF DATA-2X > 1
020780             SUBTRACT 1 FROM Q-GG OF DATA-2X
020790             GO TO EX-GIORNO-PRIMA.
020800     IF Q-MM OF DATA-2X > 1
020810             SUBTRACT 1 FROM Q-MM OF DATA-2X
020820     ELSE
020830             MOVE 12 TO Q-MM OF DATA-2X
020840             IF Q-AA OF DATA-2X = 0
020850                MOVE 99 TO Q-AA OF DATA-2X
020860             ELSE
020870                SUBTRACT 1 FROM Q-AA OF DATA-2X
020880             END-IF
020890             PERFORM IMPOSTA-FEBBRAIO THRU EX-IMPOSTA-FEBBRAIO.
020900     MOVE Q-MM OF DATA-2X TO IND.
020910     MOVE EL-GG-MESE (IND) TO Q-GG OF DATA-2X.
020920 EX-GIORNO-PRIMA.
020930     EXIT.
020940
020950* giorno della settimana (1 = lunedi') di DATA-2 dal numero
020960* seriale come in TRT-6; il seriale 1 (1/1/1) cade di lunedi'
020970 GIORNO-SETTIMANA.
020980     IF Q-AA OF DATA-2X <= 50
020990       COMPUTE GG-ANNO-0 = (1999 + Q-AA OF DATA-2X) * 365
021000                + (1999 + Q-AA OF DATA-2X) / 4
021010     ELSE
021020       COMPUTE GG-ANNO-0 = (1899 + Q-AA OF DATA-2X) * 365
021030                + (1899 + Q-AA OF DATA-2X) / 4.
021040     MOVE 0 TO GIORNI.
021050     PERFORM SCORRI-MESI THRU EX-SCORRI-MESI
021060            VARYING IND FROM 1 BY 1
021070              UNTIL IND = Q-MM OF DATA-2X.
021080     ADD Q-GG OF DATA-2X TO GIORNI.
021090     COMPUTE SERIALE-CAL = GG-ANNO-0 + GIORNI + 5.
021100     DIVIDE SERIALE-CAL BY 7 GIVING QUO7 REMAINDER RESTO7.
021110     COMPUTE Q-GIORNO-SETT = RESTO7 + 1.
021120 EX-GIORNO-SETTIMANA.
021130     EXIT.
021140
021150 VERIFICA-GIORNO.
021160     PERFORM GIORNO-SETTIMANA THRU EX-GIORNO-SETTIMANA.
021170     MOVE "V"              TO FUNZ-CC.
021180     MOVE DATA-2           TO DATA-CC.
021190     MOVE Q-GIORNO-SETT    TO GIORNO-SETT-CC.
021200     MOVE Q-SOC-CAL        TO SOC-CC.
021210     MOVE Q-MAG-CAL        TO MAG-CC.
021220     MOVE Q-VET-CAL        TO VET-CC.
021230     CALL "CTRLCAL" USING PAR-CTRLCAL.
021240     MOVE ESITO-CC         TO Q-LAVORATIVO.
021250 EX-VERIFICA-GIORNO.
021260     EXIT.
021270*2026*
