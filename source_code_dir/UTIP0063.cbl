000010 IDENTIFICATION DIVISION.                                         00079090
000020 PROGRAM-ID.                                                      00079090
000030             UTIP0063.                                            00079090
000040*                                                                 00079090
000050*    ROUTINE DI SERVIZIO PER IL CALENDARIO DEI PAGAMENTI (CEDOLE  00079090
000060*    E RIMBORSI) DEI TITOLI:                                      00079090
000070*    FUNZIONE '1' - DATA TEORICA: SOMMA (O SOTTRAE, SE NEGATIVO)  00079090
000080*        PARM-MESI MESI ALLA DATA PARM-DATA-GGMMAA E RESTITUISCE  00079090
000090*        IN PARM-DATA2-GGMMAA LA DATA NON RETTIFICATA; IL GIORNO  00079090
000100*        RESTA QUELLO DI PARTENZA, RIDOTTO ALL'ULTIMO GIORNO DEL  00079090
000110*        MESE DI ARRIVO SE QUEST'ULTIMO E' PIU' CORTO. IL PIANO   00079090
000120*        TEORICO DI UN TITOLO SI OTTIENE CHIAMANDO LA FUNZIONE    00079090
000130*        SEMPRE DALLA STESSA DATA DI ANCORAGGIO CON MULTIPLI      00079090
000140*        DELLA PERIODICITA' (COSI' IL GIORNO NON SI ACCORCIA DA   00079090
000150*        UNA RATA ALL'ALTRA);                                     00079090
000160*    FUNZIONE '2' - DATA RETTIFICATA: RIPORTA PARM-DATA-GGMMAA SU 00079090
000170*        UN GIORNO LAVORATIVO SECONDO LA CONVENZIONE IN           00079090
000180*        PARM-CONVENZIONE E LA RESTITUISCE IN PARM-DATA2-GGMMAA:  00079090
000190*          'F ' = GIORNO LAVORATIVO SUCCESSIVO (FOLLOWING)        00079090
000200*          'MF' = SUCCESSIVO, MA SE CAMBIA IL MESE PRECEDENTE     00079090
000210*                 (MODIFIED FOLLOWING)                            00079090
000220*          'P ' = GIORNO LAVORATIVO PRECEDENTE (PRECEDING)        00079090
000230*        UNA DATA GIA' LAVORATIVA RESTA INVARIATA. IL CALENDARIO  00079090
000240*        E' QUELLO DI UTIP0062, CON LA TABELLA FESTIVITA' PASSATA 00079090
000250*        DAL CHIAMANTE (MEMBRO 'CALFEST' DEL FILE TABELLE);       00079090
000260*    FUNZIONE '3' - FRAZIONE D'ANNO FRA PARM-DATA-GGMMAA (INIZIO) 00079090
000270*        E PARM-DATA2-GGMMAA (FINE, NON ANTERIORE ALL'INIZIO),    00079090
000280*        RESTITUITA IN PARM-FRAZIONE, SECONDO LA BASE DI CALCOLO  00079090
000290*        IN PARM-CONVENZIONE:                                     00079090
000300*          'AA' = ACT/ACT: I GIORNI CADUTI IN CIASCUN ANNO SOLARE 00079090
000310*                 DIVISI PER LA LUNGHEZZA DI QUELL'ANNO (365/366) 00079090
000320*          '36' = ACT/360: GIORNI EFFETTIVI DIVISI PER 360        00079090
000330*          '30' = 30/360 (EUROPEA): MESI DI 30 GIORNI, IL GIORNO  00079090
000340*                 31 CONTA COME 30, ANNO DI 360 GIORNI.           00079090
000350*    LE DATE SONO GGMMAA CON LA FINESTRA DI SECOLO DI UTIP0060    00079090
000360*    (00-49 = 20XX, 50-99 = 19XX) E VENGONO VALIDATE CON L'ANDATA 00079090
000370*    E RITORNO UTIP0060R/UTIP0060. L'ARITMETICA DI CALENDARIO     00079090
000380*    RIUSA UTIP0060/UTIP0061/UTIP0062, SENZA DUPLICARE TABELLE    00079090
000390*    MESI NE' BISESTILITA'. PARM-RC: 0 = REGOLARE, +1 = FUNZIONE, 00079090
000400*    CONVENZIONE O DATA NON VALIDA.                               00079090
000410*                                                                 00079090
000420*    MODIFICHE:                                                   00079090
000430*      OTT26  RG0932  PRIMA STESURA.                              00079090
000440*                                                                 00079090
000450 DATA DIVISION.                                                   00079090
000460 EJECT                                                            00079090
000470 WORKING-STORAGE SECTION.                                         00079090
000480 SKIP2                                                            00079090
000490 01  W61-FUNZ            PIC X(01).                               00079090
000500 01  W61-GIORNI          PIC S9(7)   COMP-3.                      00079090
000510 01  W61-RC              PIC S9(1)   COMP-3.                      00079090
000520*                                                                 00079090
000530 01  W62-FUNZ            PIC X(01).                               00079090
000540 01  W62-DATA-GGMMAA.                                             00079090
000550     05  W62-DATA-GG     PIC 99.                                  00079090
000560     05  W62-DATA-MM     PIC 99.                                  00079090
000570     05  W62-DATA-AA     PIC 99.                                  00079090
000580 01  W62-GIORNI          PIC S9(7)   COMP-3    VALUE ZERO.        00079090
000590 01  W62-FESTIVO         PIC X(01).                               00079090
000600 01  W62-RC              PIC S9(1)   COMP-3.                      00079090
000610*                                                                 00079090
000620 01  W-DATA-LAVORO.                                               00079090
000630     05  W-LAV-GG        PIC 99.                                  00079090
000640     05  W-LAV-MM        PIC 99.                                  00079090
000650     05  W-LAV-AA        PIC 99.                                  00079090
000660 01  W-DATA-LAVORO-N REDEFINES W-DATA-LAVORO                      00079090
000670                         PIC 9(6).                                00079090
000680*                                                                 00079090
000690 01  W-DATA-RITORNO.                                              00079090
000700     05  W-RIT-GG        PIC 99.                                  00079090
000710     05  W-RIT-MM        PIC 99.                                  00079090
000720     05  W-RIT-AA        PIC 99.                                  00079090
000730*                                                                 00079090
000740 01  W-DATA-CALCOLO.                                              00079090
000750     05  W-CALC-GG       PIC 99.                                  00079090
000760     05  W-CALC-MM       PIC 99.                                  00079090
000770     05  W-CALC-AA       PIC 99.                                  00079090
000780*                                                                 00079090
000790 01  W-DATA-INIZIO.                                               00079090
000800     05  W-INI-GG        PIC 99.                                  00079090
000810     05  W-INI-MM        PIC 99.                                  00079090
000820     05  W-INI-AA        PIC 99.                                  00079090
000830 01  W-DATA-FINE.                                                 00079090
000840     05  W-FIN-GG        PIC 99.                                  00079090
000850     05  W-FIN-MM        PIC 99.                                  00079090
000860     05  W-FIN-AA        PIC 99.                                  00079090
000870*                                                                 00079090
000880 01  W-DATA-YYDDD        PIC S9(5)   COMP-3.                      00079090
000890 01  W-DATA5             PIC 9(5).                                00079090
000900 01  W-DATA5-R  REDEFINES W-DATA5.                                00079090
000910     05  W-DATA5-AA      PIC 99.                                  00079090
000920     05  W-DATA5-DDD     PIC 999.                                 00079090
000930*                                                                 00079090
000940*    ANNO A 4 CIFRE (FINESTRA 00-49=20XX/50-99=19XX, STESSA       00079090
000950*    REGOLA DI UTIP0060/5000-CALCOLA-BISESTILE).                  00079090
000960 01  W-ANNO-C2           PIC 99.                                  00079090
000970 01  W-ANNO-C4           PIC 9(4).                                00079090
000980 01  W-ANNO-C4-R  REDEFINES W-ANNO-C4.                            00079090
000990     05  W-ANNO-C4-SEC   PIC 99.                                  00079090
001000     05  W-ANNO-C4-AA    PIC 99.                                  00079090
001010 01  W-ANNO-INIZIO       PIC 9(4).                                00079090
001020 01  W-ANNO-FINE         PIC 9(4).                                00079090
001030*                                                                 00079090
001040 01  W-MESI-TOTALI       PIC S9(7)   COMP-3.                      00079090
001050 01  W-QUOZIENTE         PIC S9(7)   COMP-3.                      00079090
001060 01  W-RESTO             PIC S9(3)   COMP-3.                      00079090
001070 01  W-GG-BASE           PIC 99.                                  00079090
001080 01  W-GG-MESE           PIC 99.                                  00079090
001090 01  W-DDD-PRIMO         PIC S9(3)   COMP-3.                      00079090
001100 01  W-GG-ANNO           PIC S9(3)   COMP-3.                      00079090
001110 01  W-DDD-INIZIO        PIC S9(3)   COMP-3.                      00079090
001120 01  W-DDD-FINE          PIC S9(3)   COMP-3.                      00079090
001130 01  W-GG-ANNO-INIZIO    PIC S9(3)   COMP-3.                      00079090
001140 01  W-GG-ANNO-FINE      PIC S9(3)   COMP-3.                      00079090
001150 01  W-GG-30-INIZIO      PIC S9(3)   COMP-3.                      00079090
001160 01  W-GG-30-FINE        PIC S9(3)   COMP-3.                      00079090
001170 01  W-GIORNI-30         PIC S9(7)   COMP-3.                      00079090
001180 01  W-ANNI-PIENI        PIC S9(3)   COMP-3.                      00079090
001190 01  W-FRAZ-PARZIALE     PIC S9(3)V9(9) COMP-3.                   00079090
001200 01  W-NUMERATORE        PIC S9(7)V9(9) COMP-3.                   00079090
001210*                                                                 00079090
001220 LINKAGE SECTION.                                                 00079090
001230 SKIP2                                                            00079090
001240 01  PARM-FUNZ           PIC X(01).                               00079090
001250     88  FUNZ-DATA-TEORICA          VALUE '1'.                    00079090
001260     88  FUNZ-DATA-RETTIFICATA      VALUE '2'.                    00079090
001270     88  FUNZ-FRAZIONE-ANNO         VALUE '3'.                    00079090
001280*                                                                 00079090
001290 01  PARM-DATA-GGMMAA.                                            00079090
001300     05  PARM-DATA-GG    PIC 99.                                  00079090
001310     05  PARM-DATA-MM    PIC 99.                                  00079090
001320     05  PARM-DATA-AA    PIC 99.                                  00079090
001330*                                                                 00079090
001340 01  PARM-DATA2-GGMMAA.                                           00079090
001350     05  PARM-DATA2-GG   PIC 99.                                  00079090
001360     05  PARM-DATA2-MM   PIC 99.                                  00079090
001370     05  PARM-DATA2-AA   PIC 99.                                  00079090
001380*                                                                 00079090
001390 01  PARM-MESI           PIC S9(5)   COMP-3.                      00079090
001400*                                                                 00079090
001410 01  PARM-CONVENZIONE    PIC X(02).                               00079090
001420     88  CONV-FOLLOWING             VALUE 'F '.                   00079090
001430     88  CONV-MOD-FOLLOWING         VALUE 'MF'.                   00079090
001440     88  CONV-PRECEDING             VALUE 'P '.                   00079090
001450     88  BASE-ACT-ACT               VALUE 'AA'.                   00079090
001460     88  BASE-ACT-360               VALUE '36'.                   00079090
001470     88  BASE-30-360                VALUE '30'.                   00079090
001480*                                                                 00079090
001490 01  PARM-FRAZIONE       PIC S9(3)V9(9) COMP-3.                   00079090
001500*                                                                 00079090
001510 01  PARM-RC             PIC S9(1)   COMP-3.                      00079090
001520     88  PARM-RC-OK                 VALUE ZERO.                   00079090
001530     88  PARM-RC-ERRORE             VALUE +1.                     00079090
001540*                                                                 00079090
001550 01  PARM-TAB-FESTIVITA.                                          00079090
001560     05  PARM-NUM-FESTIVITA         PIC 9(3).                     00079090
001570     05  PARM-FESTIVITA  PIC 9(6)   OCCURS 40.                    00079090
001580 EJECT                                                            00079090
001590 PROCEDURE DIVISION USING PARM-FUNZ                               00079090
001600                          PARM-DATA-GGMMAA                        00079090
001610                          PARM-DATA2-GGMMAA                       00079090
001620                          PARM-MESI                               00079090
001630                          PARM-CONVENZIONE                        00079090
001640                          PARM-FRAZIONE                           00079090
001650                          PARM-RC                                 00079090
001660                          PARM-TAB-FESTIVITA.                     00079090
001670 SKIP2                                                            00079090
001680 0000-MAINLINE.                                                   00079090
001690*                                                                 00079090
001700     MOVE ZERO TO PARM-RC.                                        00079090
001710     MOVE PARM-DATA-GGMMAA TO W-DATA-LAVORO.                      00079090
001720     PERFORM 8100-VALIDA-DATA THRU 8100-EXIT.                     00079090
001730     IF PARM-RC-ERRORE                                            00079090
001740         GO TO 0000-FINE.                                         00079090
001750*                                                                 00079090
001760     EVALUATE TRUE                                                00079090
001770         WHEN FUNZ-DATA-TEORICA                                   00079090
001780             PERFORM 1000-DATA-TEORICA THRU 1000-EXIT             00079090
001790         WHEN FUNZ-DATA-RETTIFICATA                               00079090
001800             PERFORM 2000-DATA-RETTIFICATA THRU 2000-EXIT         00079090
001810         WHEN FUNZ-FRAZIONE-ANNO                                  00079090
001820             PERFORM 3000-FRAZIONE-ANNO THRU 3000-EXIT            00079090
001830         WHEN OTHER                                               00079090
001840             MOVE +1 TO PARM-RC                                   00079090
001850     END-EVALUATE.                                                00079090
001860*                                                                 00079090
001870 0000-FINE.                                                       00079090
001880     GOBACK.                                                      00079090
001890 EJECT                                                            00079090
001900*-------------------------------------------------------------*   00079090
001910* FUNZIONE '1' - DATA TEORICA: DATA DI PARTENZA PIU' PARM-MESI *  00079090
001920* MESI, CON IL GIORNO RIDOTTO A FINE MESE SE NECESSARIO. IL   *   00079090
001930* RISULTATO DEVE RESTARE NELLA FINESTRA DI SECOLO.            *   00079090
001940*-------------------------------------------------------------*   00079090
001950 1000-DATA-TEORICA.                                               00079090
001960*                                                                 00079090
001970     MOVE PARM-DATA-GG TO W-GG-BASE.                              00079090
001980     MOVE PARM-DATA-AA TO W-ANNO-C2.                              00079090
001990     PERFORM 8300-COMPLETA-SECOLO THRU 8300-EXIT.                 00079090
002000     COMPUTE W-MESI-TOTALI = W-ANNO-C4 * 12                       00079090
002010                           + PARM-DATA-MM - 1                     00079090
002020                           + PARM-MESI.                           00079090
002030     DIVIDE W-MESI-TOTALI BY 12 GIVING W-QUOZIENTE                00079090
002040                                REMAINDER W-RESTO.                00079090
002050     IF W-QUOZIENTE LESS 1950                                     00079090
002060     OR W-QUOZIENTE GREATER 2049                                  00079090
002070         MOVE +1 TO PARM-RC                                       00079090
002080         GO TO 1000-EXIT.                                         00079090
002090*                                                                 00079090
002100     MOVE W-QUOZIENTE   TO W-ANNO-C4.                             00079090
002110     MOVE W-ANNO-C4-AA  TO W-LAV-AA.                              00079090
002120     COMPUTE W-LAV-MM = W-RESTO + 1.                              00079090
002130     PERFORM 8200-GIORNI-DEL-MESE THRU 8200-EXIT.                 00079090
002140     IF W-GG-BASE GREATER W-GG-MESE                               00079090
002150         MOVE W-GG-MESE TO W-LAV-GG                               00079090
002160     ELSE                                                         00079090
002170         MOVE W-GG-BASE TO W-LAV-GG                               00079090
002180     END-IF.                                                      00079090
002190     MOVE W-DATA-LAVORO TO PARM-DATA2-GGMMAA.                     00079090
002200*                                                                 00079090
002210 1000-EXIT.                                                       00079090
002220     EXIT.                                                        00079090
002230 EJECT                                                            00079090
002240*-------------------------------------------------------------*   00079090
002250* FUNZIONE '2' - DATA RETTIFICATA SECONDO LA CONVENZIONE DI   *   00079090
002260* GIORNO LAVORATIVO (UTIP0062 FUNZIONI '4', '2' E '3').       *   00079090
002270*-------------------------------------------------------------*   00079090
002280 2000-DATA-RETTIFICATA.                                           00079090
002290*                                                                 00079090
002300     IF NOT CONV-FOLLOWING                                        00079090
002310     AND NOT CONV-MOD-FOLLOWING                                   00079090
002320     AND NOT CONV-PRECEDING                                       00079090
002330         MOVE +1 TO PARM-RC                                       00079090
002340         GO TO 2000-EXIT.                                         00079090
002350*                                                                 00079090
002360     MOVE PARM-DATA-GGMMAA TO W62-DATA-GGMMAA.                    00079090
002370     MOVE '4' TO W62-FUNZ.                                        00079090
002380     PERFORM 8500-CHIAMA-UTIP0062 THRU 8500-EXIT.                 00079090
002390     IF PARM-RC-ERRORE                                            00079090
002400         GO TO 2000-EXIT.                                         00079090
002410     IF W62-FESTIVO EQUAL 'N'                                     00079090
002420         MOVE PARM-DATA-GGMMAA TO PARM-DATA2-GGMMAA               00079090
002430         GO TO 2000-EXIT.                                         00079090
002440*                                                                 00079090
002450     IF CONV-PRECEDING                                            00079090
002460         MOVE '3' TO W62-FUNZ                                     00079090
002470     ELSE                                                         00079090
002480         MOVE '2' TO W62-FUNZ                                     00079090
002490     END-IF.                                                      00079090
002500     PERFORM 8500-CHIAMA-UTIP0062 THRU 8500-EXIT.                 00079090
002510     IF PARM-RC-ERRORE                                            00079090
002520         GO TO 2000-EXIT.                                         00079090
002530*                                                                 00079090
002540*    MODIFIED FOLLOWING: SE IL SUCCESSIVO CADE NEL MESE DOPO SI   00079090
002550*    TORNA INDIETRO AL PRECEDENTE LAVORATIVO DALLA DATA NOMINALE. 00079090
002560     IF CONV-MOD-FOLLOWING                                        00079090
002570     AND W62-DATA-MM NOT EQUAL PARM-DATA-MM                       00079090
002580         MOVE PARM-DATA-GGMMAA TO W62-DATA-GGMMAA                 00079090
002590         MOVE '3' TO W62-FUNZ                                     00079090
002600         PERFORM 8500-CHIAMA-UTIP0062 THRU 8500-EXIT              00079090
002610         IF PARM-RC-ERRORE                                        00079090
002620             GO TO 2000-EXIT.                                     00079090
002630*                                                                 00079090
002640     MOVE W62-DATA-GGMMAA TO PARM-DATA2-GGMMAA.                   00079090
002650*                                                                 00079090
002660 2000-EXIT.                                                       00079090
002670     EXIT.                                                        00079090
002680 EJECT                                                            00079090
002690*-------------------------------------------------------------*   00079090
002700* FUNZIONE '3' - FRAZIONE D'ANNO FRA LE DUE DATE SECONDO LA   *   00079090
002710* BASE DI CALCOLO RICHIESTA.                                  *   00079090
002720*-------------------------------------------------------------*   00079090
002730 3000-FRAZIONE-ANNO.                                              00079090
002740*                                                                 00079090
002750     MOVE PARM-DATA2-GGMMAA TO W-DATA-LAVORO.                     00079090
002760     PERFORM 8100-VALIDA-DATA THRU 8100-EXIT.                     00079090
002770     IF PARM-RC-ERRORE                                            00079090
002780         GO TO 3000-EXIT.                                         00079090
002790*                                                                 00079090
002800     MOVE PARM-DATA-GGMMAA  TO W-DATA-INIZIO.                     00079090
002810     MOVE PARM-DATA2-GGMMAA TO W-DATA-FINE.                       00079090
002820     MOVE '2' TO W61-FUNZ.                                        00079090
002830     CALL 'UTIP0061' USING W61-FUNZ                               00079090
002840                           W-DATA-FINE                            00079090
002850                           W-DATA-INIZIO                          00079090
002860                           W61-GIORNI                             00079090
002870                           W61-RC.                                00079090
002880     IF W61-RC NOT EQUAL ZERO                                     00079090
002890     OR W61-GIORNI LESS ZERO                                      00079090
002900         MOVE +1 TO PARM-RC                                       00079090
002910         GO TO 3000-EXIT.                                         00079090
002920*                                                                 00079090
002930     MOVE W-INI-AA TO W-ANNO-C2.                                  00079090
002940     PERFORM 8300-COMPLETA-SECOLO THRU 8300-EXIT.                 00079090
002950     MOVE W-ANNO-C4 TO W-ANNO-INIZIO.                             00079090
002960     MOVE W-FIN-AA TO W-ANNO-C2.                                  00079090
002970     PERFORM 8300-COMPLETA-SECOLO THRU 8300-EXIT.                 00079090
002980     MOVE W-ANNO-C4 TO W-ANNO-FINE.                               00079090
002990*                                                                 00079090
003000     EVALUATE TRUE                                                00079090
003010         WHEN BASE-ACT-ACT                                        00079090
003020             PERFORM 3100-ACT-ACT THRU 3100-EXIT                  00079090
003030         WHEN BASE-ACT-360                                        00079090
003040             MOVE W61-GIORNI TO W-NUMERATORE                      00079090
003050             COMPUTE PARM-FRAZIONE ROUNDED = W-NUMERATORE / 360   00079090
003060         WHEN BASE-30-360                                         00079090
003070             PERFORM 3300-TRENTA-360 THRU 3300-EXIT               00079090
003080         WHEN OTHER                                               00079090
003090             MOVE +1 TO PARM-RC                                   00079090
003100     END-EVALUATE.                                                00079090
003110*                                                                 00079090
003120 3000-EXIT.                                                       00079090
003130     EXIT.                                                        00079090
003140*                                                                 00079090
003150*-------------------------------------------------------------*   00079090
003160* ACT/ACT: NELLO STESSO ANNO GIORNI / LUNGHEZZA DELL'ANNO;     *  00079090
003170* ALTRIMENTI CODA DEL PRIMO ANNO, ANNI PIENI INTERMEDI E TESTA *  00079090
003180* DELL'ULTIMO, CIASCUNA SULLA LUNGHEZZA DEL PROPRIO ANNO.      *  00079090
003190*-------------------------------------------------------------*   00079090
003200 3100-ACT-ACT.                                                    00079090
003210*                                                                 00079090
003220     CALL 'UTIP0060R' USING W-DATA-INIZIO W-DATA-YYDDD.           00079090
003230     MOVE W-DATA-YYDDD TO W-DATA5.                                00079090
003240     MOVE W-DATA5-DDD  TO W-DDD-INIZIO.                           00079090
003250     CALL 'UTIP0060R' USING W-DATA-FINE   W-DATA-YYDDD.           00079090
003260     MOVE W-DATA-YYDDD TO W-DATA5.                                00079090
003270     MOVE W-DATA5-DDD  TO W-DDD-FINE.                             00079090
003280*                                                                 00079090
003290     MOVE W-INI-AA TO W-CALC-AA.                                  00079090
003300     PERFORM 8400-GIORNI-DELL-ANNO THRU 8400-EXIT.                00079090
003310     MOVE W-GG-ANNO TO W-GG-ANNO-INIZIO.                          00079090
003320     MOVE W-FIN-AA TO W-CALC-AA.                                  00079090
003330     PERFORM 8400-GIORNI-DELL-ANNO THRU 8400-EXIT.                00079090
003340     MOVE W-GG-ANNO TO W-GG-ANNO-FINE.                            00079090
003350*                                                                 00079090
003360     IF W-ANNO-INIZIO EQUAL W-ANNO-FINE                           00079090
003370         MOVE W61-GIORNI TO W-NUMERATORE                          00079090
003380         COMPUTE PARM-FRAZIONE ROUNDED =                          00079090
003390                 W-NUMERATORE / W-GG-ANNO-INIZIO                  00079090
003400         GO TO 3100-EXIT.                                         00079090
003410*                                                                 00079090
003420     COMPUTE W-NUMERATORE = W-GG-ANNO-INIZIO - W-DDD-INIZIO + 1.  00079090
003430     COMPUTE PARM-FRAZIONE ROUNDED =                              00079090
003440             W-NUMERATORE / W-GG-ANNO-INIZIO.                     00079090
003450     COMPUTE W-NUMERATORE = W-DDD-FINE - 1.                       00079090
003460     COMPUTE W-FRAZ-PARZIALE ROUNDED =                            00079090
003470             W-NUMERATORE / W-GG-ANNO-FINE.                       00079090
003480     ADD W-FRAZ-PARZIALE TO PARM-FRAZIONE.                        00079090
003490     COMPUTE W-ANNI-PIENI = W-ANNO-FINE - W-ANNO-INIZIO - 1.      00079090
003500     ADD W-ANNI-PIENI TO PARM-FRAZIONE.                           00079090
003510*                                                                 00079090
003520 3100-EXIT.                                                       00079090
003530     EXIT.                                                        00079090
003540*                                                                 00079090
003550*-------------------------------------------------------------*   00079090
003560* 30/360 EUROPEA: GIORNO 31 PORTATO A 30 SU ENTRAMBE LE DATE. *   00079090
003570*-------------------------------------------------------------*   00079090
003580 3300-TRENTA-360.                                                 00079090
003590*                                                                 00079090
003600     MOVE W-INI-GG TO W-GG-30-INIZIO.                             00079090
003610     IF W-GG-30-INIZIO GREATER 30                                 00079090
003620         MOVE 30 TO W-GG-30-INIZIO.                               00079090
003630     MOVE W-FIN-GG TO W-GG-30-FINE.                               00079090
003640     IF W-GG-30-FINE GREATER 30                                   00079090
003650         MOVE 30 TO W-GG-30-FINE.                                 00079090
003660*                                                                 00079090
003670     COMPUTE W-GIORNI-30 = (W-ANNO-FINE - W-ANNO-INIZIO) * 360    00079090
003680                         + (W-FIN-MM - W-INI-MM) * 30             00079090
003690                         + W-GG-30-FINE - W-GG-30-INIZIO.         00079090
003700     MOVE W-GIORNI-30 TO W-NUMERATORE.                            00079090
003710     COMPUTE PARM-FRAZIONE ROUNDED = W-NUMERATORE / 360.          00079090
003720*                                                                 00079090
003730 3300-EXIT.                                                       00079090
003740     EXIT.                                                        00079090
003750 EJECT                                                            00079090
003760*-------------------------------------------------------------*   00079090
003770* VALIDA W-DATA-LAVORO: NUMERICA, MESE 1-12, GIORNO 1-31 E    *   00079090
003780* DATA DI CALENDARIO REALE (ANDATA E RITORNO UTIP0060R/       *   00079090
003790* UTIP0060, CHE SU UN GIORNO OLTRE FINE MESE NON TORNA UGUALE).*  00079090
003800*-------------------------------------------------------------*   00079090
003810 8100-VALIDA-DATA.                                                00079090
003820*                                                                 00079090
003830     IF W-DATA-LAVORO-N NOT NUMERIC                               00079090
003840     OR W-LAV-MM EQUAL ZERO                                       00079090
003850     OR W-LAV-MM GREATER 12                                       00079090
003860     OR W-LAV-GG EQUAL ZERO                                       00079090
003870     OR W-LAV-GG GREATER 31                                       00079090
003880         MOVE +1 TO PARM-RC                                       00079090
003890         GO TO 8100-EXIT.                                         00079090
003900*                                                                 00079090
003910     CALL 'UTIP0060R' USING W-DATA-LAVORO  W-DATA-YYDDD.          00079090
003920     CALL 'UTIP0060'  USING W-DATA-YYDDD   W-DATA-RITORNO.        00079090
003930     IF W-DATA-RITORNO NOT EQUAL W-DATA-LAVORO                    00079090
003940         MOVE +1 TO PARM-RC.                                      00079090
003950*                                                                 00079090
003960 8100-EXIT.                                                       00079090
003970     EXIT.                                                        00079090
003980*                                                                 00079090
003990*-------------------------------------------------------------*   00079090
004000* GIORNI DEL MESE W-LAV-MM/W-LAV-AA: DIFFERENZA FRA I GIORNI  *   00079090
004010* GIULIANI DEL PRIMO DEL MESE SUCCESSIVO E DEL PRIMO DEL MESE *   00079090
004020* (DICEMBRE HA SEMPRE 31 GIORNI).                             *   00079090
004030*-------------------------------------------------------------*   00079090
004040 8200-GIORNI-DEL-MESE.                                            00079090
004050*                                                                 00079090
004060     IF W-LAV-MM EQUAL 12                                         00079090
004070         MOVE 31 TO W-GG-MESE                                     00079090
004080         GO TO 8200-EXIT.                                         00079090
004090*                                                                 00079090
004100     MOVE 01       TO W-CALC-GG.                                  00079090
004110     MOVE W-LAV-MM TO W-CALC-MM.                                  00079090
004120     MOVE W-LAV-AA TO W-CALC-AA.                                  00079090
004130     CALL 'UTIP0060R' USING W-DATA-CALCOLO W-DATA-YYDDD.          00079090
004140     MOVE W-DATA-YYDDD TO W-DATA5.                                00079090
004150     MOVE W-DATA5-DDD  TO W-DDD-PRIMO.                            00079090
004160     ADD 1 TO W-CALC-MM.                                          00079090
004170     CALL 'UTIP0060R' USING W-DATA-CALCOLO W-DATA-YYDDD.          00079090
004180     MOVE W-DATA-YYDDD TO W-DATA5.                                00079090
004190     COMPUTE W-GG-MESE = W-DATA5-DDD - W-DDD-PRIMO.               00079090
004200*                                                                 00079090
004210 8200-EXIT.                                                       00079090
004220     EXIT.                                                        00079090
004230*                                                                 00079090
004240*-------------------------------------------------------------*   00079090
004250* ANNO A 4 CIFRE DA W-ANNO-C2 (FINESTRA DI SECOLO).           *   00079090
004260*-------------------------------------------------------------*   00079090
004270 8300-COMPLETA-SECOLO.                                            00079090
004280*                                                                 00079090
004290     IF W-ANNO-C2 LESS 50                                         00079090
004300         COMPUTE W-ANNO-C4 = 2000 + W-ANNO-C2                     00079090
004310     ELSE                                                         00079090
004320         COMPUTE W-ANNO-C4 = 1900 + W-ANNO-C2                     00079090
004330     END-IF.                                                      00079090
004340*                                                                 00079090
004350 8300-EXIT.                                                       00079090
004360     EXIT.                                                        00079090
004370*                                                                 00079090
004380*-------------------------------------------------------------*   00079090
004390* LUNGHEZZA DELL'ANNO W-CALC-AA: GIORNO GIULIANO DEL 31/12.   *   00079090
004400*-------------------------------------------------------------*   00079090
004410 8400-GIORNI-DELL-ANNO.                                           00079090
004420*                                                                 00079090
004430     MOVE 31 TO W-CALC-GG.                                        00079090
004440     MOVE 12 TO W-CALC-MM.                                        00079090
004450     CALL 'UTIP0060R' USING W-DATA-CALCOLO W-DATA-YYDDD.          00079090
004460     MOVE W-DATA-YYDDD TO W-DATA5.                                00079090
004470     MOVE W-DATA5-DDD  TO W-GG-ANNO.                              00079090
004480*                                                                 00079090
004490 8400-EXIT.                                                       00079090
004500     EXIT.                                                        00079090
004510*                                                                 00079090
004520*-------------------------------------------------------------*   00079090
004530* CHIAMATA DI UTIP0062 SU W62-DATA-GGMMAA CON LA TABELLA      *   00079090
004540* FESTIVITA' DEL CHIAMANTE.                                   *   00079090
004550*-------------------------------------------------------------*   00079090
004560 8500-CHIAMA-UTIP0062.                                            00079090
004570*                                                                 00079090
004580     MOVE ZERO TO W62-GIORNI.                                     00079090
004590     CALL 'UTIP0062' USING W62-FUNZ                               00079090
004600                           W62-DATA-GGMMAA                        00079090
004610                           W62-GIORNI                             00079090
004620                           W62-FESTIVO                            00079090
004630                           W62-RC                                 00079090
004640                           PARM-TAB-FESTIVITA.                    00079090
004650     IF W62-RC NOT EQUAL ZERO                                     00079090
004660         MOVE +1 TO PARM-RC.                                      00079090
004670*                                                                 00079090
004680 8500-EXIT.                                                       00079090
004690     EXIT.                                                        00079090
