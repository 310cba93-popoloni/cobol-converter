      *                    CODA CICS NON E' VISIBILE DA BATCH, MA UN
      *                    MESSAGGIO PARCHEGGIATO HA COMUNQUE LA SUA
      *                    RIGA WSRR NON VALIDATA, GIA' CONTATA DAL
      *                    PRIMO CONTROLLO);
      *                  - NESSUN MESSAGGIO TRATTENUTO IN ATTESA DEL
      *                    RILASCIO A QUATTRO OCCHI (RIGHE WSRR CON
      *                    CVALMSG '4', VEDI WSRL0083).
      *                SE QUALCOSA E' PENDENTE IL PROGRAMMA TERMINA
      *                CON RETURN-CODE 8 (LO SCHEDULATORE TRATTIENE
      *                IL ROLL), STAMPA IL DETTAGLIO DEI PENDENTI E
      *                DEPOSITA UN ALLARME 'S4001' SULLA TABELLA DI
      *                APPOGGIO TES_SGNZ_STG (COPY ARSTGGR), DA CUI
      *                LA TRANSAZIONE ARSD (ARMD3025) LO PASSA AD
      *                ARMP3025, CHE E' UN PROGRAMMA CICS E NON E'
      *                RICHIAMABILE DA BATCH (IL CODICE 'S4...' VA
      *                CENSITO NEL MEMBRO CODARC).
      ***************************************************************
      * MODIFICHE:                                                  *
      *   SET26  RG0892  PRIMA STESURA.                              *
      *   OTT26  RG0923  I MESSAGGI TRATTENUTI PER IL RILASCIO A     *
      *                  QUATTRO OCCHI (CVALMSG '4') SONO PENDENTI.  *
      *   OTT26  RG0925  L'ALLARME 'S4' NON E' PIU' SCRITTO SU       *
      *                  TES_SGNZ_LOG MA DEPOSITATO SU TES_SGNZ_STG, *
      *                  PONTE VERSO ARMP3025 (TRANSAZIONE ARSD).    *
      *   OTT26  RG0934  REGISTRAZIONE DELL'ESECUZIONE SUL REGISTRO  *
      *                  DELLA CATENA NOTTURNA (UTCL0066) E          *
      *                  CANCELLO DEI PREDECESSORI (RC 12).          *
      ***************************************************************

       ENVIRONMENT DIVISION.
       01  HV-WSL-PEND                   PIC S9(9)  COMP-3 VALUE ZERO.
       01  HV-WSRS-PEND                  PIC S9(9)  COMP-3 VALUE ZERO.
       01  HV-DEAD-PEND                  PIC S9(9)  COMP-3 VALUE ZERO.
RG0923 01  HV-TRAT-PEND                  PIC S9(9)  COMP-3 VALUE ZERO.

      ***************************************************************
      *    ALLARME DA CONSEGNARE AD ARMP3025 (TES_SGNZ_STG)        *
      ***************************************************************
RG0925     COPY ARSTGGR.
RG0925 01  W-STG-NUM                     PIC ZZZ.ZZZ.ZZ9.

      ***************************************************************
      *    AREA DI CHIAMATA DEL REGISTRO DELLE ESECUZIONI          *
      ***************************************************************
RG0934     COPY UTRUNT1.

           EXEC SQL INCLUDE SQLCA END-EXEC.

                  WITH UR
           END-EXEC.

RG0923     EXEC SQL DECLARE CUR-WSRR-TRAT CURSOR FOR
RG0923          SELECT DISTINCT PIDMTX
RG0923            FROM WSRR
RG0923           WHERE CVALMSG = '4'
RG0923           ORDER BY PIDMTX
RG0923            WITH UR
RG0923     END-EXEC.

           EXEC SQL DECLARE CUR-WSL-PEND CURSOR FOR
                SELECT PIDMTX
                  FROM WSL

       0000-MAINLINE.

RG0934     PERFORM 0100-REGISTRA-AVVIO   THRU 0100-EXIT.
           PERFORM 1000-INIZIALIZZA        THRU 1000-EXIT.
           PERFORM 2000-CONTROLLA-PENDENTI THRU 2000-EXIT.
           PERFORM 9999-FINE               THRU 9999-EXIT.
       0000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    REGISTRO DELLE ESECUZIONI (UTCL0066): AVVIO E        *
      *    CANCELLO DEI PREDECESSORI DICHIARATI NEL MEMBRO      *
      *    'RUNCATEN'. SE UN PREDECESSORE NON HA CONCLUSO LA    *
      *    STESSA DATA CONTABILE IL PROGRAMMA NON PARTE (RC 12).*
      *---------------------------------------------------------*
RG0934 0100-REGISTRA-AVVIO.

RG0934     MOVE SPACES               TO UTRUNT1.
RG0934     SET UTRUNT1-AVVIO         TO TRUE.
RG0934     MOVE 'WSRG0083'           TO UTRUNT1-CPGM.

RG0934     CALL 'UTCL0066' USING UTRUNT1.

RG0934     IF UTRUNT1-CANCELLO-CHIUSO
RG0934        DISPLAY 'WSRG0083 - NON AVVIATO: ' UTRUNT1-XNOTA
RG0934        MOVE 12 TO RETURN-CODE
RG0934        STOP RUN
RG0934     END-IF.

RG0934     IF NOT UTRUNT1-OK
RG0934        DISPLAY 'WSRG0083 - ERRORE REGISTRO ESECUZIONI, RC='
RG0934                 UTRUNT1-RC ' SQLCODE=' UTRUNT1-SQLCODE
RG0934        MOVE 16 TO RETURN-CODE
RG0934        STOP RUN
RG0934     END-IF.

RG0934     IF UTRUNT1-SOVRAPPOSTA
RG0934        DISPLAY 'WSRG0083 - ATTENZIONE: ALTRA ESECUZIONE DEL '
RG0934                'PROGRAMMA ANCORA IN CORSO'
RG0934     END-IF.

RG0934 0100-EXIT.
RG0934     EXIT.

      *---------------------------------------------------------*
      *    APERTURA REPORT E LETTURA DELLA GIORNATA CONTABILE    *
      *    IN CHIUSURA (DGIOR DI TABELLA DGC).                   *
           EXIT.

      *---------------------------------------------------------*
      *    I CONTROLLI DI PENDENZA, OGNUNO CON IL SUO            *
      *    CONTEGGIO E (SE PENDENTE) IL DETTAGLIO DEI PRIMI      *
      *    PIDMTX.                                               *
      *---------------------------------------------------------*
           PERFORM 2200-CONTA-WSL  THRU 2200-EXIT.
           PERFORM 2300-CONTA-WSRS THRU 2300-EXIT.
           PERFORM 2400-CONTA-DEAD THRU 2400-EXIT.
RG0923     PERFORM 2500-CONTA-TRAT THRU 2500-EXIT.

           COMPUTE W-TOT-PENDENTI = HV-WSRR-PEND + HV-WSL-PEND
RG0923                            + HV-WSRS-PEND + HV-TRAT-PEND.

       2000-EXIT.
           EXIT.
       2400-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    MESSAGGI TRATTENUTI DA WSOC83 PER IL RILASCIO A       *
      *    QUATTRO OCCHI (CVALMSG '4'): NON ANCORA APPLICATI NE' *
      *    RISPOSTI, QUINDI PENDENTI A TUTTI GLI EFFETTI FINCHE' *
      *    WSRL0083 NON LI RILASCIA O RESPINGE.                  *
      *---------------------------------------------------------*
RG0923 2500-CONTA-TRAT.

RG0923     EXEC SQL
RG0923          SELECT COUNT(DISTINCT PIDMTX)
RG0923            INTO :HV-CONTA
RG0923            FROM WSRR
RG0923           WHERE CVALMSG = '4'
RG0923            WITH UR
RG0923     END-EXEC.

RG0923     IF SQLCODE NOT EQUAL ZERO
RG0923        PERFORM 9900-ABEND-SQL THRU 9900-EXIT
RG0923     END-IF.

RG0923     MOVE HV-CONTA TO HV-TRAT-PEND.
RG0923     MOVE 'MESSAGGI TRATTENUTI DA RILASCIARE'
RG0923                   TO RC-DESCR.
RG0923     PERFORM 8000-STAMPA-CONTROLLO THRU 8000-EXIT.

RG0923     IF HV-CONTA GREATER ZERO
RG0923        MOVE ZERO TO W-DETT-STAMPATI
RG0923        SET NON-FINE-CURSORE TO TRUE
RG0923        EXEC SQL OPEN CUR-WSRR-TRAT END-EXEC
RG0923        PERFORM 2510-DETT-TRAT THRU 2510-EXIT
RG0923           UNTIL FINE-CURSORE
RG0923        EXEC SQL CLOSE CUR-WSRR-TRAT END-EXEC
RG0923     END-IF.

RG0923 2500-EXIT.
RG0923     EXIT.

RG0923 2510-DETT-TRAT.

RG0923     EXEC SQL
RG0923          FETCH CUR-WSRR-TRAT INTO :HV-PIDMTX
RG0923     END-EXEC.

RG0923     IF SQLCODE NOT EQUAL ZERO
RG0923     OR W-DETT-STAMPATI NOT LESS W-MAX-DETTAGLI
RG0923        SET FINE-CURSORE TO TRUE
RG0923     ELSE
RG0923        MOVE HV-PIDMTX TO RD-PIDMTX
RG0923        MOVE 'TRATTENUTO - RILASCIO A QUATTRO OCCHI'
RG0923                       TO RD-NOTA
RG0923        WRITE RPT-RECORD FROM RIGA-DETTAGLIO
RG0923        ADD 1 TO W-LINEE-STAMPATE
RG0923                 W-DETT-STAMPATI
RG0923     END-IF.

RG0923 2510-EXIT.
RG0923     EXIT.

      *---------------------------------------------------------*
      *    RIGA DI ESITO DI UN CONTROLLO.                        *
      *---------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------*
      *    ALLARME 'S4' QUANDO IL GATE TRATTIENE IL ROLL,        *
      *    DEPOSITATO SU TES_SGNZ_STG PER ARMP3025 (VEDI NOTA IN *
      *    TESTATA).                                             *
      *---------------------------------------------------------*
       8500-ARCHIVIA-ALLARME.

RG0925     MOVE SPACES TO STG-MESSAGGIO.
RG0925     MOVE 'GATE DI CHIUSURA GIORNATA STRIPPING (WSRG0083)'
RG0925                   TO STG-RIGA (1).
RG0925     MOVE 'LAVORO PENDENTE: ROLL DI DGC DA TRATTENERE'
RG0925                   TO STG-RIGA (2).
RG0925     MOVE W-TOT-PENDENTI TO W-STG-NUM.
RG0925     STRING 'TOTALE PENDENTI          : ' W-STG-NUM
RG0925            DELIMITED BY SIZE INTO STG-RIGA (3).
RG0925     MOVE HV-WSRR-PEND   TO W-STG-NUM.
RG0925     STRING 'WSRR DA VALIDARE         : ' W-STG-NUM
RG0925            DELIMITED BY SIZE INTO STG-RIGA (4).
RG0925     MOVE HV-TRAT-PEND   TO W-STG-NUM.
RG0925     STRING 'TRATTENUTI DA RILASCIARE : ' W-STG-NUM
RG0925            DELIMITED BY SIZE INTO STG-RIGA (5).
RG0925     MOVE 'DETTAGLIO SUL REPORT RPTOUT DI WSRG0083'
RG0925                   TO STG-RIGA (6).

RG0925     EXEC SQL
RG0925          INSERT INTO TES_SGNZ_STG
RG0925                 (S_TMST_STG, C_PGM, C_ARCH, CTRANS, CATAPI,
RG0925                  C_GRUPPO, X_MESSAGGIO, C_STATO, F_RITARDO,
RG0925                  Q_TENTATIVI)
RG0925          VALUES (CURRENT TIMESTAMP, 'WSRG0083', 'S4001',
RG0925                  'WSRG', 'MT-X', '0001', :STG-MESSAGGIO,
RG0925                  'A', 'N', 0)
RG0925     END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSRG0083 - ERRORE INSERT ALLARME SQLCODE='
           EXEC SQL ROLLBACK END-EXEC.
           CLOSE RPT-FILE.
           MOVE 16 TO RETURN-CODE.
RG0934     PERFORM 9950-REGISTRA-FINE THRU 9950-EXIT.
           STOP RUN.

       9900-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    REGISTRO DELLE ESECUZIONI: TERMINE CON RETURN-CODE   *
      *    E CONTEGGI. UN ERRORE DEL REGISTRO NON CAMBIA        *
      *    L'ESITO DEL PASSO: IL SUCCESSORE TROVERA' LA RIGA    *
      *    ANCORA APERTA E NON PARTIRA'.                        *
      *---------------------------------------------------------*
RG0934 9950-REGISTRA-FINE.

RG0934     MOVE RETURN-CODE          TO UTRUNT1-RC-PGM.
RG0934     MOVE W-TOT-PENDENTI       TO UTRUNT1-QLETTE.
RG0934     MOVE ZERO                 TO UTRUNT1-QSCRITTE.
RG0934     MOVE ZERO                 TO UTRUNT1-QCANCELLATE.
RG0934     SET UTRUNT1-CHIUSURA      TO TRUE.

RG0934     CALL 'UTCL0066' USING UTRUNT1.

RG0934     IF NOT UTRUNT1-OK
RG0934        DISPLAY 'WSRG0083 - ERRORE CHIUSURA REGISTRO ESECUZIONI, '
RG0934                'RC=' UTRUNT1-RC ' SQLCODE=' UTRUNT1-SQLCODE
RG0934     END-IF.

RG0934     MOVE UTRUNT1-RC-PGM       TO RETURN-CODE.

RG0934 9950-EXIT.
RG0934     EXIT.

      *---------------------------------------------------------*
      *    ESITO COMPLESSIVO, RETURN-CODE E TERMINE.             *
      *---------------------------------------------------------*
           DISPLAY 'WSRG0083 - WSL  IN CORSO     : ' HV-WSL-PEND.
           DISPLAY 'WSRG0083 - WSRS NON INVIATE  : ' HV-WSRS-PEND.
           DISPLAY 'WSRG0083 - IN DEAD LETTER    : ' HV-DEAD-PEND.
RG0923     DISPLAY 'WSRG0083 - TRATTENUTI        : ' HV-TRAT-PEND.

RG0934     PERFORM 9950-REGISTRA-FINE    THRU 9950-EXIT.

       9999-EXIT.
           EXIT.
