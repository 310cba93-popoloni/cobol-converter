RG0907* RESIDUO + SOPPRESSE CONSAPEVOLI). LO SWEEPER ARMQ3025       *   00220470
RG0907* CONTA LE RIPARTENZE SULLA RIGA GLOBALE '**'.                *   00220480
      ***************************************************************   00220490
RG0927* FINESTRE DI MANUTENZIONE PROGRAMMATA (MEMBRO "MANUTWIN"):   *   00220500
RG0927* GLI ALLARMI CHE RICADONO IN UNA FINESTRA APERTA SONO        *   00220510
RG0927* ARCHIVIATI E CONTATI COME SEMPRE, MA NON STAMPATI, NON      *   00220520
RG0927* ESCALATI (ALRT) E NON INOLTRATI ALLA CONSOLE (WNOC); IL     *   00220530
RG0927* TESTO ARCHIVIATO PORTA LA DICITURA DI SOPPRESSIONE E OGNI   *   00220540
RG0927* OCCORRENZA E' REGISTRATA SU TES_SGNZ_SOP (REPORT ARMB3028)  *   00220550
      ***************************************************************   00220560
RG0928* ISTRUZIONI OPERATIVE (MEMBRO "ARISTRUZ", SERVIZIO           *   00220570
RG0928* ARMR3025): SE CENSITE PER IL COD-ARC, EVENTUALMENTE         *   00220580
RG0928* RAFFINATE PER TRANSAZIONE, SONO STAMPATE SOTTO IL TESTO     *   00220590
RG0928* DELL'ALLARME SU TUTTA LA CATENA DELLE STAMPANTI.            *   00220600
      ***************************************************************   00220610
                                                                        00230000
       ENVIRONMENT DIVISION.                                            00240000
                                                                        00250000
RG0885     05  W-OGGI-MM                PIC XX.                         03521390
RG0885     05  W-OGGI-GG                PIC XX.                         03521400
                                                                        03521410
      ***************************************************************   03521420
RG0927*  FINESTRE DI MANUTENZIONE PROGRAMMATA (MEMBRO "MANUTWIN",   *   03521430
RG0927*  RICERCA 'RNE' SU SYSPTAB5): I MODELLI SONO PROVATI DAL     *   03521440
RG0927*  PIU' SPECIFICO (TRANSAZIONE + CODICE) AL PIU' GENERICO     *   03521450
RG0927*  ('****' + FAMIGLIA); VALE LA PRIMA FINESTRA APERTA IN CUI  *   03521460
RG0927*  CADE L'ISTANTE ATTUALE (AAAAMMGGHHMM). LA FINESTRA TROVATA *   03521470
RG0927*  RESTA IN ARMANT1 PER IL REGISTRO TES_SGNZ_SOP.             *   03521480
      ***************************************************************   03521490
RG0927     COPY ARMANT1.                                                03521500
RG0927     COPY ARSOPGR.                                                03521510
RG0927 77  W-IND-MANUT                  PIC S9(4) COMP VALUE ZERO.      03521520
RG0927 01  W-SW-MANUTENZIONE            PIC X     VALUE 'N'.            03521530
RG0927     88  IN-MANUTENZIONE                    VALUE 'S'.            03521540
RG0927     88  FUORI-MANUTENZIONE                 VALUE 'N'.            03521550
RG0927 01  W-ADESSO-MANUT.                                              03521560
RG0927     05  W-ADESSO-DATA            PIC X(08).                      03521570
RG0927     05  W-ADESSO-HH              PIC 99.                         03521580
RG0927     05  W-ADESSO-MN              PIC 99.                         03521590
RG0927 01  W-INIZIO-MANUT.                                              03521600
RG0927     05  W-INIZIO-DATA            PIC X(08).                      03521610
RG0927     05  W-INIZIO-ORA             PIC X(04).                      03521620
RG0927 01  W-FINE-MANUT.                                                03521630
RG0927     05  W-FINE-DATA              PIC X(08).                      03521640
RG0927     05  W-FINE-ORA               PIC X(04).                      03521650
RG0927 01  W-RIGA-SOPPRESSA             PIC X(77) VALUE SPACES.         03521660
                                                                        03521670
      ***************************************************************   03521680
RG0928*  ISTRUZIONI OPERATIVE DEL CODICE (SERVIZIO ARMR3025),       *   03521690
RG0928*  ACCODATE AL TESTO DELL'ALLARME DA ACCODA-ISTRUZIONI.       *   03521700
      ***************************************************************   03521710
RG0928     COPY ARRUNT1.                                                03521720
RG0928 77  W-RESP-ISTR                  PIC S9(8) COMP VALUE ZERO.      03521730
RG0928 77  W-IND-ISTR                   PIC S9(4) COMP VALUE ZERO.      03521740
RG0928 77  W-IND-RIGA-ISTR              PIC S9(4) COMP VALUE ZERO.      03521750
RG0928 01  W-TITOLO-ISTR.                                               03521760
RG0928     05  FILLER                   PIC X(27) VALUE                 03521770
RG0928         '*** ISTRUZIONI OPERATIVE - '.                           03521780
RG0928     05  W-TIT-ISTR-CODARC        PIC X(05).                      03521790
RG0928     05  FILLER                   PIC X(01) VALUE '/'.            03521800
RG0928     05  W-TIT-ISTR-CTRANS        PIC X(04).                      03521810
RG0928     05  FILLER                   PIC X(04) VALUE ' ***'.         03521820
                                                                        03521830
       01  INIZ-PGM PIC X(10) VALUE 'ARMP3025  '.                       03530000
                                                                        03540000
      ******************                                                03550000
           IF ARET101-RC EQUAL '2'                                      03940000
              PERFORM W003-RICHIESTA-ERRATA.                            03950000
                                                                        03960000
RG0927     PERFORM VERIFICA-MANUTENZIONE                                03960100
RG0927             THRU END-VERIFICA-MANUTENZIONE.                      03960200
                                                                        03960300
           IF ARET101-NO-TP                                             03970000
161199*       PERFORM AGGIORNA-PROG-DATAI THRU END-PROG-DATAI           03980000
161199        PERFORM ACQUISISCI-PROG THRU END-ACQUISISCI-PROG          03990000
           ELSE                                                         06930000
              PERFORM CARICA-TAB-SEGN UNTIL IND < 1                     06940000
           END-IF.                                                      06950000
                                                                        06950100
      *--------------------------------------------------------*        06950200
RG0928*  ISTRUZIONI OPERATIVE DEL CODICE IN CODA AL TESTO, SOLO *       06950300
RG0928*  QUANDO IL TESTO VA ALLE STAMPANTI.                     *       06950400
      *--------------------------------------------------------*        06950500
RG0928     IF NOT NON-STAMPARE AND FUORI-MANUTENZIONE                   06950600
RG0928        PERFORM ACCODA-ISTRUZIONI THRU END-ACCODA-ISTRUZIONI      06950700
RG0928     END-IF.                                                      06950800
                                                                        06960000
      *------------------------------------------------------*          06970000
      ***  COMPARA IDC-CODICI ERRORI TABELLA - AREA ERRORI  **          06980000
                                                                        08320000
           IF NON-STAMPARE                                              08330000
              GO TO END-SCRIVI-TESTO.                                   08340000
RG0927     IF IN-MANUTENZIONE                                           08340100
RG0927        GO TO END-SCRIVI-TESTO.                                   08340200
                                                                        08350000
      *--------------------------------------------------------*        08350100
RG0868*  LA STAMPANTE RICHIESTA (TERMID) E' SOLO LA PRIMA      *        08350200
RG0842        ELSE                                                      08860610
RG0842           PERFORM ARCHIVIA-DB2    THRU END-ARCHIVIA-DB2          08860620
RG0842        END-IF                                                    08860630
RG0927        IF (COM-CODARC = 'S' OR 'D') AND FUORI-MANUTENZIONE       08860640
RG0844           PERFORM VERIFICA-ESCALATION-CRIT                       08860650
RG0844                   THRU END-VERIFICA-ESCALATION-CRIT              08860660
RG0844        END-IF                                                    08860670
RG0842     ELSE                                                         08870000
RG0842        PERFORM ARCHIVIA-MRI    THRU END-ARCHIVIA-MRI             08900000
RG0842     END-IF.                                                      08910000
      *-----  DURANTE UNA FINESTRA DI MANUTENZIONE L'OCCORRENZA,        08910010
      *-----  ARCHIVIATA E CONTATA, E' REGISTRATA COME SOPPRESSA        08910020
RG0927     IF IN-MANUTENZIONE                                           08910030
RG0927        PERFORM REGISTRA-SOPPRESSA THRU END-REGISTRA-SOPPRESSA    08910040
RG0927     END-IF.                                                      08910050
                                                                        08920000
       END-ARCHIVIA.                                                    08930000
           EXIT.                                                        08940000
                                                                        09510000
           PERFORM INVIO-LOG.                                           09520000
                                                                        09520100
RG0927     IF (COM-CODARC = 'S' OR 'D') AND FUORI-MANUTENZIONE          09520200
RG0865        PERFORM INOLTRA-CONSOLE-NOC                               09520300
RG0865                THRU END-INOLTRA-CONSOLE-NOC                      09520400
RG0865     END-IF.                                                      09520500
               MOVE '*** ERRORI DI SISTEMA ***'                         10030000
                                                TO AREA-SGNZ-1(3)       10040000
           END-EVALUATE.                                                10050000
RG0927     IF IN-MANUTENZIONE                                           10050100
RG0927        MOVE W-RIGA-SOPPRESSA        TO AREA-SGNZ-1(4)            10050200
RG0927     END-IF.                                                      10050300
                                                                        10060000
      *-----------------*                                               10070000
       CARICA-SEGN-DETT.                                                10080000
                                                                        10213180
RG0865 END-INOLTRA-CONSOLE-NOC.                                         10213190
RG0865     EXIT.                                                        10213200
                                                                        10213210
      *=====================*                                           10213220
RG0927 VERIFICA-MANUTENZIONE.                                           10213230
      *=====================*                                           10213240
      *---------------------------------------------------------*       10213250
RG0927*  CERCA SUL MEMBRO "MANUTWIN" UNA FINESTRA DI MANUTENZIONE   *   10213260
RG0927*  APERTA CHE COPRA L'ALLARME, PROVANDO NELL'ORDINE:          *   10213270
RG0927*    TRANSAZIONE + COD-ARC, TRANSAZIONE + FAMIGLIA,           *   10213280
RG0927*    TRANSAZIONE + QUALUNQUE CODICE, '****' + COD-ARC,        *   10213290
RG0927*    '****' + FAMIGLIA.                                       *   10213300
RG0927*  L'ALLARME DI FINESTRA SCADUTA 'S0012' (ARMW3025) NON E'    *   10213310
RG0927*  MAI SOPPRESSO.                                             *   10213320
      *---------------------------------------------------------*       10213330
                                                                        10213340
RG0927     SET FUORI-MANUTENZIONE      TO TRUE.                         10213350
RG0927     IF ARE33I-COD-ARCH = 'S0012'                                 10213360
RG0927        GO TO END-VERIFICA-MANUTENZIONE.                          10213370
                                                                        10213380
RG0927     PERFORM COMPONI-DATA-OGGI-RNE                                10213390
RG0927             THRU END-COMPONI-DATA-OGGI-RNE.                      10213400
RG0927     MOVE W-DATA-OGGI-RNE        TO W-ADESSO-DATA.                10213410
RG0927     MOVE COM-HH                 TO W-ADESSO-HH.                  10213420
RG0927     MOVE COM-MN                 TO W-ADESSO-MN.                  10213430
                                                                        10213440
RG0927     MOVE ZERO                   TO W-IND-MANUT.                  10213450
RG0927     PERFORM PROVA-FINESTRA-MANUT                                 10213460
RG0927             THRU END-PROVA-FINESTRA-MANUT                        10213470
RG0927         UNTIL IN-MANUTENZIONE                                    10213480
RG0927            OR W-IND-MANUT NOT LESS 5.                            10213490
                                                                        10213500
RG0927 END-VERIFICA-MANUTENZIONE.                                       10213510
RG0927     EXIT.                                                        10213520
                                                                        10213530
      *=====================*                                           10213540
RG0927 PROVA-FINESTRA-MANUT.                                            10213550
      *=====================*                                           10213560
      *---------------------------------------------------------*       10213570
RG0927*  RICERCA 'RNE' DEL MODELLO N. W-IND-MANUT ALLA DATA         *   10213580
RG0927*  ODIERNA: SYSPTAB5 RESTITUISCE LA FINESTRA PIU' RECENTE     *   10213590
RG0927*  GIA' INIZIATA E NON SCADUTA; QUI SI VERIFICANO STATO E     *   10213600
RG0927*  ORE DI INIZIO E FINE.                                      *   10213610
      *---------------------------------------------------------*       10213620
                                                                        10213630
RG0927     ADD 1                       TO W-IND-MANUT.                  10213640
RG0927     MOVE SPACES                 TO ARMANT1.                      10213650
RG0927     MOVE 'MANUTWIN'             TO ARMANT1-NOME.                 10213660
RG0927     EVALUATE W-IND-MANUT                                         10213670
RG0927         WHEN 1                                                   10213680
RG0927              MOVE ARE33I-TRANSID    TO ARMANT1-CTRANS            10213690
RG0927              MOVE ARE33I-COD-ARCH   TO ARMANT1-CODARC            10213700
RG0927         WHEN 2                                                   10213710
RG0927              MOVE ARE33I-TRANSID    TO ARMANT1-CTRANS            10213720
RG0927              MOVE ARE33I-COD-ARCH   TO ARMANT1-CODARC-LETT       10213730
RG0927              MOVE '****'            TO ARMANT1-CODARC-RESTO      10213740
RG0927         WHEN 3                                                   10213750
RG0927              MOVE ARE33I-TRANSID    TO ARMANT1-CTRANS            10213760
RG0927              MOVE '*****'           TO ARMANT1-CODARC            10213770
RG0927         WHEN 4                                                   10213780
RG0927              MOVE '****'            TO ARMANT1-CTRANS            10213790
RG0927              MOVE ARE33I-COD-ARCH   TO ARMANT1-CODARC            10213800
RG0927         WHEN OTHER                                               10213810
RG0927              MOVE '****'            TO ARMANT1-CTRANS            10213820
RG0927              MOVE ARE33I-COD-ARCH   TO ARMANT1-CODARC-LETT       10213830
RG0927              MOVE '****'            TO ARMANT1-CODARC-RESTO      10213840
RG0927     END-EVALUATE.                                                10213850
RG0927     MOVE W-DATA-OGGI-RNE        TO ARMANT1-DATA-INIZIO.          10213860
                                                                        10213870
RG0927     EXEC CICS HANDLE CONDITION NOTOPEN (W004-NOTOPEN) END-EXEC.  10213880
                                                                        10213890
RG0927     MOVE 'RNE'                  TO ARMANT1-FUNZ.                 10213900
                                                                        10213910
RG0927     EXEC CICS LINK PROGRAM ('SYSPTAB5')                          10213920
RG0927               COMMAREA (ARMANT1)                                 10213930
RG0927               LENGTH (LENGTH OF ARMANT1)                         10213940
RG0927     END-EXEC.                                                    10213950
                                                                        10213960
RG0927     IF NOT ARMANT1-OK OR ARMANT1-CHIUSA                          10213970
RG0927        GO TO END-PROVA-FINESTRA-MANUT.                           10213980
                                                                        10213990
RG0927     MOVE ARMANT1-DATA-INIZIO    TO W-INIZIO-DATA.                10214000
RG0927     MOVE ARMANT1-ORA-INIZIO     TO W-INIZIO-ORA.                 10214010
RG0927     IF ARMANT1-ORA-INIZIO NOT NUMERIC                            10214020
RG0927        MOVE '0000'              TO W-INIZIO-ORA.                 10214030
RG0927     MOVE ARMANT1-DATA-FINE      TO W-FINE-DATA.                  10214040
RG0927     MOVE ARMANT1-ORA-FINE       TO W-FINE-ORA.                   10214050
RG0927     IF ARMANT1-ORA-FINE NOT NUMERIC                              10214060
RG0927        MOVE '2400'              TO W-FINE-ORA.                   10214070
                                                                        10214080
RG0927     IF W-ADESSO-MANUT LESS W-INIZIO-MANUT                        10214090
RG0927     OR W-ADESSO-MANUT NOT LESS W-FINE-MANUT                      10214100
RG0927        GO TO END-PROVA-FINESTRA-MANUT.                           10214110
                                                                        10214120
RG0927     SET IN-MANUTENZIONE         TO TRUE.                         10214130
RG0927     MOVE SPACES                 TO W-RIGA-SOPPRESSA.             10214140
RG0927     STRING '*** SOPPRESSA - MANUTENZIONE ' ARMANT1-CTRANS '/'    10214150
RG0927            ARMANT1-CODARC ' FINO AL ' W-FINE-DATA ' '            10214160
RG0927            W-FINE-ORA ' ***'                                     10214170
RG0927            DELIMITED BY SIZE INTO W-RIGA-SOPPRESSA.              10214180
                                                                        10214190
RG0927 END-PROVA-FINESTRA-MANUT.                                        10214200
RG0927     EXIT.                                                        10214210
                                                                        10214220
      *=====================*                                           10214230
RG0927 REGISTRA-SOPPRESSA.                                              10214240
      *=====================*                                           10214250
      *---------------------------------------------------------*       10214260
RG0927*  REGISTRA SU TES_SGNZ_SOP L'OCCORRENZA SOPPRESSA CON LA     *   10214270
RG0927*  SUA FINESTRA (REPORT DI FINE FINESTRA ARMB3028). COME PER  *   10214280
RG0927*  I CONTATORI, UN ERRORE DEL REGISTRO NON DEVE FAR FALLIRE   *   10214290
RG0927*  LA SEGNALAZIONE (SOLO DISPLAY).                            *   10214300
      *---------------------------------------------------------*       10214310
                                                                        10214320
RG0927     MOVE ARMANT1-CHIAVE20       TO SOP-CHIAVE-FIN.               10214330
RG0927     MOVE W-INIZIO-MANUT         TO SOP-INIZIO-FIN.               10214340
RG0927     MOVE W-FINE-MANUT           TO SOP-FINE-FIN.                 10214350
RG0927     MOVE ARMANT1-RICHIEDENTE    TO SOP-RICHIEDENTE.              10214360
RG0927     MOVE ARMANT1-MOTIVO         TO SOP-MOTIVO.                   10214370
RG0927     MOVE ARE33I-TRANSID         TO SOP-CTRANS.                   10214380
RG0927     MOVE ARE33I-COD-ARCH        TO SOP-CARCH.                    10214390
RG0927     MOVE ARE33I-CATAPI          TO SOP-CATAPI.                   10214400
RG0927     MOVE ARE33I-PGRMID          TO SOP-CPGM.                     10214410
RG0927     IF COM-CODARC = 'C' OR 'S' OR 'D'                            10214420
RG0927        MOVE ARE33I-MESSAGGIO    TO TAB-SEGNALAZIONI              10214430
RG0927        MOVE O-SEGNALAZIONE (1)  TO SOP-RIGA                      10214440
RG0927     ELSE                                                         10214450
RG0927        MOVE ARE33I-MSG-VARIABILE TO SOP-RIGA                     10214460
RG0927     END-IF.                                                      10214470
                                                                        10214480
RG0927     EXEC SQL                                                     10214490
RG0927          INSERT INTO TES_SGNZ_SOP                                10214500
RG0927                 (S_TMST, C_FINESTRA, S_INIZIO_FIN, S_FINE_FIN,   10214510
RG0927                  C_RICHIEDENTE, X_MOTIVO, CTRANS, C_ARCH,        10214520
RG0927                  CATAPI, C_PGM, X_RIGA)                          10214530
RG0927          VALUES (CURRENT TIMESTAMP, :SOP-CHIAVE-FIN,             10214540
RG0927                  :SOP-INIZIO-FIN, :SOP-FINE-FIN,                 10214550
RG0927                  :SOP-RICHIEDENTE, :SOP-MOTIVO, :SOP-CTRANS,     10214560
RG0927                  :SOP-CARCH, :SOP-CATAPI, :SOP-CPGM, :SOP-RIGA)  10214570
RG0927     END-EXEC.                                                    10214580
                                                                        10214590
RG0927     IF SQLCODE NOT EQUAL ZERO                                    10214600
RG0927        MOVE SQLCODE TO W-SQLCODE                                 10214610
RG0927        DISPLAY 'ARMP3025 - ERRORE INS TES_SGNZ_SOP '             10214620
RG0927                'SQLCODE=' W-SQLCODE                              10214630
RG0927     END-IF.                                                      10214640
                                                                        10214650
RG0927 END-REGISTRA-SOPPRESSA.                                          10214660
RG0927     EXIT.                                                        10214670
                                                                        10214680
      *--------------------------------------------------------*        10214690
RG0928*  ACCODA AL TESTO DELL'ALLARME LE ISTRUZIONI OPERATIVE  *        10214700
RG0928*  DEL COD-ARC (MEMBRO "ARISTRUZ" VIA ARMR3025): UNA     *        10214710
RG0928*  RIGA VUOTA, IL TITOLO E LE RIGHE, NEI LIMITI DELLE    *        10214720
RG0928*  45 RIGHE VARIABILI. LE ISTRUZIONI SONO UN AIUTO: UN   *        10214730
RG0928*  LORO ERRORE NON DEVE FAR FALLIRE LA SEGNALAZIONE.     *        10214740
      *--------------------------------------------------------*        10214750
RG0928 ACCODA-ISTRUZIONI.                                               10214760
                                                                        10214770
RG0928     MOVE SPACES                 TO ARRUNT1.                      10214780
RG0928     MOVE ARE33I-COD-ARCH        TO ARRUNT1-CODARC.               10214790
RG0928     MOVE ARE33I-TRANSID         TO ARRUNT1-CTRANS.               10214800
                                                                        10214810
RG0928     EXEC CICS LINK PROGRAM ('ARMR3025')                          10214820
RG0928               COMMAREA (ARRUNT1)                                 10214830
RG0928               LENGTH (LENGTH OF ARRUNT1)                         10214840
RG0928               RESP (W-RESP-ISTR)                                 10214850
RG0928     END-EXEC.                                                    10214860
                                                                        10214870
RG0928     IF W-RESP-ISTR NOT = DFHRESP(NORMAL)                         10214880
RG0928        GO TO END-ACCODA-ISTRUZIONI.                              10214890
                                                                        10214900
RG0928     IF ARRUNT1-NUM-RIGHE NOT NUMERIC                             10214910
RG0928     OR ARRUNT1-NUM-RIGHE = ZERO                                  10214920
RG0928        GO TO END-ACCODA-ISTRUZIONI.                              10214930
                                                                        10214940
RG0928     COMPUTE W-IND-ISTR = IND1 + 2.                               10214950
RG0928     IF W-IND-ISTR GREATER 44                                     10214960
RG0928        GO TO END-ACCODA-ISTRUZIONI.                              10214970
                                                                        10214980
RG0928     MOVE ARRUNT1-CODARC         TO W-TIT-ISTR-CODARC.            10214990
RG0928     IF ARRUNT1-DELLA-TRANS                                       10215000
RG0928        MOVE ARRUNT1-CTRANS      TO W-TIT-ISTR-CTRANS             10215010
RG0928     ELSE                                                         10215020
RG0928        MOVE '****'              TO W-TIT-ISTR-CTRANS             10215030
RG0928     END-IF.                                                      10215040
                                                                        10215050
RG0928     MOVE SPACES                 TO SEGNAL (W-IND-ISTR - 1).      10215060
RG0928     MOVE NL                     TO CR10 (W-IND-ISTR - 1).        10215070
RG0928     MOVE W-TITOLO-ISTR          TO SEGNAL (W-IND-ISTR).          10215080
RG0928     MOVE NL                     TO CR10 (W-IND-ISTR).            10215090
                                                                        10215100
RG0928     PERFORM ACCODA-RIGA-ISTR THRU END-ACCODA-RIGA-ISTR           10215110
RG0928         VARYING W-IND-RIGA-ISTR FROM 1 BY 1                      10215120
RG0928           UNTIL W-IND-RIGA-ISTR GREATER ARRUNT1-NUM-RIGHE        10215130
RG0928              OR W-IND-ISTR NOT LESS 45.                          10215140
                                                                        10215150
RG0928 END-ACCODA-ISTRUZIONI.                                           10215160
RG0928     EXIT.                                                        10215170
                                                                        10215180
RG0928 ACCODA-RIGA-ISTR.                                                10215190
                                                                        10215200
RG0928     ADD 1                       TO W-IND-ISTR.                   10215210
RG0928     MOVE ARRUNT1-RIGA (W-IND-RIGA-ISTR) TO SEGNAL (W-IND-ISTR).  10215220
RG0928     MOVE NL                     TO CR10 (W-IND-ISTR).            10215230
                                                                        10215240
RG0928 END-ACCODA-RIGA-ISTR.                                            10215250
RG0928     EXIT.                                                        10215260
                                                                        10220000
      *---------------------------------------------------------*       10230000
      *** ROUTINE GENERICA PER ERRORE RICERCA ADERENTE       ***        10240000
