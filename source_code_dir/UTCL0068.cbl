       IDENTIFICATION DIVISION.

       PROGRAM-ID.      UTCL0068.
       AUTHOR.          MANUTENZIONE SYSPTAB5.
       INSTALLATION.    MONTE TITOLI - ELABORAZIONE DATI.
       DATE-WRITTEN.    OTTOBRE 2026.
       DATE-COMPILED.
      ***************************************************************
      *REMARKS.         M O N T E  T I T O L I
      *                 ------------------------
      *                 INTERROGAZIONE DELLO STATO DELLA CATENA
      *                 BATCH NOTTURNA.
      *                 -------------------------------------------
      *                 TRANSAZIONE UTRC - PSEUDO-CONVERSAZIONALE
      *                 (STESSO STILE DI ARMN3025)
      *                 -------------------------------------------
      *                 SOLA LETTURA DEL REGISTRO TAB_RUN_CTL
      *                 (COPY UTRUNGR, ALIMENTATO DA UTCL0066):
      *                   - ELENCA (ENTER, PF8 PER LE PAGINE
      *                     SUCCESSIVE) LE ESECUZIONI DI UNA DATA
      *                     CONTABILE (VUOTA = ULTIMA REGISTRATA),
      *                     EVENTUALMENTE DI UN SOLO PROGRAMMA, CON
      *                     STATO, ORA DI INIZIO E FINE, RETURN-CODE,
      *                     VOLUME (LETTE + SCRITTE + CANCELLATE) ED
      *                     ESITO SINTETICO;
      *                   - CON IL NUMERO DI RIGA MOSTRA I CONTEGGI
      *                     DELL'ESECUZIONE E LA NOTA (IL MOTIVO DEL
      *                     RIFIUTO PER LE ESECUZIONI FERMATE DAL
      *                     CANCELLO DEI PREDECESSORI).
      *                 IL REPORT DEL MATTINO CON IL CONFRONTO DEI
      *                 VOLUMI E I PROGRAMMI MANCANTI E' UTCL0067.
      ***************************************************************
      * MODIFICHE:                                                  *
      *   OTT26  RG0934  PRIMA STESURA.                              *
      ***************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  W-RIGHE-PAGINA          PIC S9(4) COMP VALUE +10.
       01  W-NUM-RIGHE             PIC S9(4) COMP VALUE ZERO.
       01  W-NSEL-X                PIC X(02) VALUE SPACES.
       01  W-NSEL-N REDEFINES W-NSEL-X PIC 9(02).
       01  W-SQLCODE               PIC ---9.
       01  W-NESEC-ED              PIC ZZ9.
       01  W-RC-ED                 PIC ZZ9.
       01  W-VOLUME                PIC 9(11) COMP-3 VALUE ZERO.
       01  W-VOLUME-ED             PIC ZZZ.ZZZ.ZZ9.
       01  W-LETTE-ED              PIC ZZZZZZZZ9.
       01  W-SCRITTE-ED            PIC ZZZZZZZZ9.
       01  W-CANC-ED               PIC ZZZZZZZZ9.
       01  W-FINE                  PIC X(08) VALUE SPACES.
       01  W-ESITO                 PIC X(23) VALUE SPACES.

      ***************************************************************
      *    HOST VARIABLES                                          *
      ***************************************************************
       01  HV-DELAB                PIC X(10).
       01  HV-CPGM-F               PIC X(08).
       01  HV-ULT-CPGM             PIC X(08).
       01  HV-ULT-NESEC            PIC S9(4) COMP.

      ***************************************************************
      *    ESECUZIONE LETTA                                        *
      ***************************************************************
           COPY UTRUNGR.

      ***************************************************************
      *    MAPPA SIMBOLICA DELLA VIDEATA                            *
      ***************************************************************
           COPY UTCL68M.

      ***************************************************************
      *    COMMAREA DI CONVERSAZIONE                                *
      ***************************************************************
       01  W-UTCL6C1.
           COPY UTCL6C1.

           EXEC SQL INCLUDE SQLCA   END-EXEC.

           COPY DFHAID.
           COPY DFHBMSCA.

      *-------------------------------------------------------------*
      * -- LE ESECUZIONI DELLA DATA, PER PROGRAMMA E PROGRESSIVO
      *-------------------------------------------------------------*
           EXEC SQL DECLARE CUR-ESECUZIONI CURSOR FOR
                SELECT C_PGM, N_ESEC, CHAR(S_TMST_INI),
                       CHAR(S_TMST_FIN), C_STATO, N_RC,
                       Q_LETTE, Q_SCRITTE, Q_CANCELLATE, F_SOVRAPP
                  FROM TAB_RUN_CTL
                 WHERE D_ELAB = DATE(:HV-DELAB)
                   AND (:HV-CPGM-F = SPACES
                        OR C_PGM   = :HV-CPGM-F)
                   AND (C_PGM > :HV-ULT-CPGM
                        OR (C_PGM  = :HV-ULT-CPGM
                            AND N_ESEC > :HV-ULT-NESEC))
                 ORDER BY C_PGM, N_ESEC
                 FOR FETCH ONLY
           END-EXEC.

      ******************
       LINKAGE SECTION.
      ******************

       01  DFHCOMMAREA.
           COPY UTCL6C1.

      *********************
       PROCEDURE DIVISION.
      *********************

           EXEC CICS HANDLE CONDITION
                     ERROR    (W900-ERRORE)
                     MAPFAIL  (W910-MAPFAIL)
           END-EXEC.

           IF EIBCALEN = ZERO
              PERFORM INIZIALIZZA-CRITERI
              PERFORM VIDEATA-INIZIALE THRU END-VIDEATA-INIZIALE
           ELSE
              MOVE DFHCOMMAREA TO W-UTCL6C1
              EVALUATE EIBAID
                 WHEN DFHCLEAR
                 WHEN DFHPF3
                      PERFORM FINE-CONVERSAZIONE THRU END-FINE-CONV
                 WHEN DFHPF8
                      PERFORM RICEVI-CRITERI THRU END-RICEVI-CRITERI
                      PERFORM LISTA-ESECUZIONI
                              THRU END-LISTA-ESECUZIONI
                 WHEN DFHENTER
                      PERFORM RICEVI-CRITERI THRU END-RICEVI-CRITERI
                      PERFORM SMISTA-RICHIESTA
                              THRU END-SMISTA-RICHIESTA
                 WHEN OTHER
                      MOVE 'TASTO NON VALIDO - USARE ENTER/PF8/PF3'
                                             TO MSGI
                      PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              END-EVALUATE
           END-IF.

           EXEC CICS RETURN TRANSID ('UTRC')
                     COMMAREA (W-UTCL6C1)
                     LENGTH   (LENGTH OF W-UTCL6C1)
           END-EXEC.

      *--------------------------------------------------------*
       INIZIALIZZA-CRITERI.
           MOVE SPACES          TO W-UTCL6C1.
           MOVE ZERO            TO UTCL6C1-ULT-NESEC OF W-UTCL6C1.
           MOVE ZERO            TO UTCL6C1-NUM-RIGHE OF W-UTCL6C1.
           SET UTCL6C1-EOF-NO OF W-UTCL6C1   TO TRUE.
      *--------------------------------------------------------*

      *--------------------------------------------------------*
       VIDEATA-INIZIALE.
           MOVE SPACES TO UTCL68MI.
           MOVE 'CATENA BATCH - ENTER=LISTA (DATA VUOTA = ULTIMA), N.RIG
      -         'A=DETTAGLIO' TO MSGI.
           EXEC CICS SEND MAP ('UTCL68M') MAPSET ('UTCL68S')
                     FROM (UTCL68MI) ERASE
           END-EXEC.
       END-VIDEATA-INIZIALE.
           EXIT.

      *--------------------------------------------------------*
       RICEVI-CRITERI.
           EXEC CICS RECEIVE MAP ('UTCL68M') MAPSET ('UTCL68S')
                     INTO (UTCL68MI)
           END-EXEC.

           IF DATAI = LOW-VALUES
              MOVE SPACES      TO DATAI
           END-IF.
           IF PGMFI = LOW-VALUES
              MOVE SPACES      TO PGMFI
           END-IF.
       END-RICEVI-CRITERI.
           EXIT.

      *--------------------------------------------------------*
      *    ENTER: CON IL NUMERO DI RIGA VALORIZZATO E' UNA      *
      *    RICHIESTA DI DETTAGLIO, ALTRIMENTI UNA NUOVA LISTA.  *
      *--------------------------------------------------------*
       SMISTA-RICHIESTA.

           MOVE NSELI TO W-NSEL-X.

           IF W-NSEL-X NUMERIC
           AND W-NSEL-N GREATER ZERO
              PERFORM DETTAGLIO-ESECUZIONE
                      THRU END-DETTAGLIO-ESECUZIONE
           ELSE
              MOVE SPACES TO UTCL6C1-ULT-CPGM  OF W-UTCL6C1
              MOVE ZERO   TO UTCL6C1-ULT-NESEC OF W-UTCL6C1
              SET UTCL6C1-EOF-NO OF W-UTCL6C1 TO TRUE
              PERFORM DATA-DA-ESAMINARE THRU END-DATA-DA-ESAMINARE
              PERFORM LISTA-ESECUZIONI THRU END-LISTA-ESECUZIONI
           END-IF.

       END-SMISTA-RICHIESTA.
           EXIT.

      *--------------------------------------------------------*
      *    DATA VUOTA: L'ULTIMA DATA CONTABILE REGISTRATA.      *
      *--------------------------------------------------------*
       DATA-DA-ESAMINARE.

           IF DATAI = SPACES
              EXEC SQL
                   SELECT VALUE(CHAR(MAX(D_ELAB), ISO), ' ')
                     INTO :HV-DELAB
                     FROM TAB_RUN_CTL
              END-EXEC
              IF SQLCODE NOT EQUAL ZERO
                 PERFORM W900-ERRORE-SQL THRU END-W900-ERRORE-SQL
              END-IF
              MOVE HV-DELAB TO DATAI
           END-IF.

           MOVE DATAI  TO UTCL6C1-DELAB OF W-UTCL6C1.
           MOVE PGMFI  TO UTCL6C1-CPGM  OF W-UTCL6C1.

       END-DATA-DA-ESAMINARE.
           EXIT.

      *--------------------------------------------------------*
      *    UNA PAGINA DI ESECUZIONI; LE CHIAVI DELLE RIGHE      *
      *    MOSTRATE RESTANO IN COMMAREA PER IL DETTAGLIO PER    *
      *    NUMERO.                                              *
      *--------------------------------------------------------*
       LISTA-ESECUZIONI.

           MOVE ZERO   TO W-NUM-RIGHE.
           MOVE SPACES TO UTCL68MI.
           MOVE UTCL6C1-DELAB OF W-UTCL6C1 TO DATAI.
           MOVE UTCL6C1-CPGM  OF W-UTCL6C1 TO PGMFI.

           IF UTCL6C1-DELAB OF W-UTCL6C1 = SPACES
              MOVE 'NESSUNA ESECUZIONE REGISTRATA' TO MSGI
              MOVE ZERO TO UTCL6C1-NUM-RIGHE OF W-UTCL6C1
              PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              GO TO END-LISTA-ESECUZIONI.

           IF UTCL6C1-EOF-SI OF W-UTCL6C1
              MOVE 'FINE LISTA - ENTER PER RICOMINCIARE' TO MSGI
              MOVE ZERO TO UTCL6C1-NUM-RIGHE OF W-UTCL6C1
              PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              GO TO END-LISTA-ESECUZIONI.

           MOVE UTCL6C1-DELAB     OF W-UTCL6C1 TO HV-DELAB.
           MOVE UTCL6C1-CPGM      OF W-UTCL6C1 TO HV-CPGM-F.
           MOVE UTCL6C1-ULT-CPGM  OF W-UTCL6C1 TO HV-ULT-CPGM.
           MOVE UTCL6C1-ULT-NESEC OF W-UTCL6C1 TO HV-ULT-NESEC.

           EXEC SQL OPEN CUR-ESECUZIONI END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM W900-ERRORE-SQL THRU END-W900-ERRORE-SQL
           END-IF.

           PERFORM LEGGI-UNA-ESECUZIONE THRU END-LEGGI-UNA-ESECUZIONE
              UNTIL W-NUM-RIGHE NOT LESS W-RIGHE-PAGINA
                 OR UTCL6C1-EOF-SI OF W-UTCL6C1.

           EXEC SQL CLOSE CUR-ESECUZIONI END-EXEC.

           MOVE W-NUM-RIGHE TO UTCL6C1-NUM-RIGHE OF W-UTCL6C1.

           IF W-NUM-RIGHE = ZERO
              MOVE 'NESSUNA ESECUZIONE CON I CRITERI INDICATI' TO MSGI
           ELSE
              MOVE 'N.RIGA = CONTEGGI E NOTA DELL''ESECUZIONE - PF8 = AV
      -            'ANTI' TO MSGI
           END-IF.

           PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA.

       END-LISTA-ESECUZIONI.
           EXIT.

      *--------------------------------------------------------*
      *    RIGA: N. PROGRAMMA ESEC. STATO INIZIO FINE RC        *
      *    VOLUME ESITO.                                        *
      *--------------------------------------------------------*
       LEGGI-UNA-ESECUZIONE.

           EXEC SQL FETCH CUR-ESECUZIONI
                     INTO :RUN-CPGM, :RUN-NESEC, :RUN-TMST-INI,
                          :RUN-TMST-FIN, :RUN-CSTATO, :RUN-NRC,
                          :RUN-QLETTE, :RUN-QSCRITTE,
                          :RUN-QCANCELLATE, :RUN-FSOVRAPP
           END-EXEC.

           IF SQLCODE EQUAL +100
              SET UTCL6C1-EOF-SI OF W-UTCL6C1 TO TRUE
           ELSE
              IF SQLCODE NOT EQUAL ZERO
                 PERFORM W900-ERRORE-SQL THRU END-W900-ERRORE-SQL
              ELSE
                 ADD 1 TO W-NUM-RIGHE
                 MOVE W-NUM-RIGHE TO W-NSEL-N
                 PERFORM IMPOSTA-ESITO THRU END-IMPOSTA-ESITO
                 MOVE RUN-NESEC   TO W-NESEC-ED
                 MOVE RUN-NRC     TO W-RC-ED
                 COMPUTE W-VOLUME = RUN-QLETTE + RUN-QSCRITTE
                                  + RUN-QCANCELLATE
                 MOVE W-VOLUME    TO W-VOLUME-ED
                 STRING W-NSEL-X           DELIMITED BY SIZE
                        ' '                DELIMITED BY SIZE
                        RUN-CPGM           DELIMITED BY SIZE
                        ' '                DELIMITED BY SIZE
                        W-NESEC-ED         DELIMITED BY SIZE
                        ' '                DELIMITED BY SIZE
                        RUN-CSTATO         DELIMITED BY SIZE
                        ' '                DELIMITED BY SIZE
                        RUN-TMST-INI (12:8) DELIMITED BY SIZE
                        ' '                DELIMITED BY SIZE
                        W-FINE             DELIMITED BY SIZE
                        ' '                DELIMITED BY SIZE
                        W-RC-ED            DELIMITED BY SIZE
                        ' '                DELIMITED BY SIZE
                        W-VOLUME-ED        DELIMITED BY SIZE
                        ' '                DELIMITED BY SIZE
                        W-ESITO            DELIMITED BY SIZE
                        INTO RIGAI(W-NUM-RIGHE)
                 END-STRING
                 MOVE RUN-CPGM
                   TO UTCL6C1-R-CPGM  OF W-UTCL6C1 (W-NUM-RIGHE)
                 MOVE RUN-NESEC
                   TO UTCL6C1-R-NESEC OF W-UTCL6C1 (W-NUM-RIGHE)
                 MOVE RUN-CPGM
                   TO UTCL6C1-ULT-CPGM  OF W-UTCL6C1
                 MOVE RUN-NESEC
                   TO UTCL6C1-ULT-NESEC OF W-UTCL6C1
              END-IF
           END-IF.

       END-LEGGI-UNA-ESECUZIONE.
           EXIT.

      *--------------------------------------------------------*
      *    ESITO SINTETICO, CON GLI STESSI CRITERI DEL REPORT   *
      *    DEL MATTINO (SENZA IL CONFRONTO DEI VOLUMI).         *
      *--------------------------------------------------------*
       IMPOSTA-ESITO.

           MOVE RUN-TMST-FIN (12:8) TO W-FINE.

           EVALUATE TRUE
               WHEN RUN-RIFIUTATA
                    MOVE 'RIFIUTATA DAL CANCELLO' TO W-ESITO
               WHEN RUN-AVVIATA
                    MOVE SPACES                   TO W-FINE
                    MOVE 'NON CONCLUSA'           TO W-ESITO
               WHEN RUN-NRC NOT LESS 8
                    MOVE 'RC ELEVATO'             TO W-ESITO
               WHEN RUN-SOVRAPPOSTA
                    MOVE 'SOVRAPPOSTA'            TO W-ESITO
               WHEN OTHER
                    MOVE 'REGOLARE'               TO W-ESITO
           END-EVALUATE.

       END-IMPOSTA-ESITO.
           EXIT.

      *--------------------------------------------------------*
      *    CONTEGGI E NOTA DELL'ESECUZIONE INDICATA; LA LISTA   *
      *    RESTA A VIDEO.                                       *
      *--------------------------------------------------------*
       DETTAGLIO-ESECUZIONE.

           IF W-NSEL-N GREATER UTCL6C1-NUM-RIGHE OF W-UTCL6C1
              MOVE 'NUMERO DI RIGA FUORI DALL''ULTIMA LISTA' TO MSGI
              PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              GO TO END-DETTAGLIO-ESECUZIONE.

           MOVE UTCL6C1-DELAB OF W-UTCL6C1 TO HV-DELAB.
           MOVE UTCL6C1-R-CPGM  OF W-UTCL6C1 (W-NSEL-N) TO RUN-CPGM.
           MOVE UTCL6C1-R-NESEC OF W-UTCL6C1 (W-NSEL-N) TO RUN-NESEC.

           EXEC SQL
                SELECT Q_LETTE, Q_SCRITTE, Q_CANCELLATE, X_NOTA
                  INTO :RUN-QLETTE, :RUN-QSCRITTE,
                       :RUN-QCANCELLATE, :RUN-XNOTA
                  FROM TAB_RUN_CTL
                 WHERE C_PGM  = :RUN-CPGM
                   AND D_ELAB = DATE(:HV-DELAB)
                   AND N_ESEC = :RUN-NESEC
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                    CONTINUE
               WHEN +100
                    MOVE 'ESECUZIONE NON PIU'' PRESENTE NEL REGISTRO'
                                     TO MSGI
                    PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
                    GO TO END-DETTAGLIO-ESECUZIONE
               WHEN OTHER
                    PERFORM W900-ERRORE-SQL THRU END-W900-ERRORE-SQL
           END-EVALUATE.

           MOVE SPACES TO MSGI.

           IF RUN-XNOTA = SPACES
              MOVE RUN-QLETTE      TO W-LETTE-ED
              MOVE RUN-QSCRITTE    TO W-SCRITTE-ED
              MOVE RUN-QCANCELLATE TO W-CANC-ED
              STRING RUN-CPGM ' LETTE' W-LETTE-ED
                     ' SCRITTE' W-SCRITTE-ED
                     ' CANCELLATE' W-CANC-ED
                     DELIMITED BY SIZE INTO MSGI
           ELSE
              STRING RUN-CPGM ': ' RUN-XNOTA
                     DELIMITED BY SIZE INTO MSGI
           END-IF.

           PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA.

       END-DETTAGLIO-ESECUZIONE.
           EXIT.

      *--------------------------------------------------------*
       RIVIA-VIDEATA.
           EXEC CICS SEND MAP ('UTCL68M') MAPSET ('UTCL68S')
                     FROM (UTCL68MI) DATAONLY
           END-EXEC.
       END-RIVIA-VIDEATA.
           EXIT.

      *--------------------------------------------------------*
       FINE-CONVERSAZIONE.
           EXEC CICS SEND TEXT FROM ('STATO CATENA BATCH TERMINATO')
                     LENGTH (28) ERASE FREEKB
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
       END-FINE-CONV.
           EXIT.

      *--------------------------------------------------------*
      *    ERRORE DB2: SOLA LETTURA, NESSUN AGGIORNAMENTO DA    *
      *    ANNULLARE; SI MOSTRA IL MESSAGGIO E SI RESTA IN      *
      *    CONVERSAZIONE.                                       *
      *--------------------------------------------------------*
       W900-ERRORE-SQL.
           MOVE SQLCODE TO W-SQLCODE.
           MOVE SPACES  TO MSGI.
           STRING 'ERRORE DB2, SQLCODE=' W-SQLCODE
                  DELIMITED BY SIZE INTO MSGI.
           PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA.
           EXEC CICS RETURN TRANSID ('UTRC')
                     COMMAREA (W-UTCL6C1)
                     LENGTH   (LENGTH OF W-UTCL6C1)
           END-EXEC.
       END-W900-ERRORE-SQL.
           EXIT.

      *--------------------------------------------------------*
       W900-ERRORE.
           EXEC CICS SEND TEXT FROM ('ERRORE CICS IN UTCL0068')
                     LENGTH (23) ERASE FREEKB
           END-EXEC.
           EXEC CICS RETURN END-EXEC.

      *--------------------------------------------------------*
       W910-MAPFAIL.
           PERFORM INIZIALIZZA-CRITERI.
           PERFORM VIDEATA-INIZIALE THRU END-VIDEATA-INIZIALE.
           EXEC CICS RETURN TRANSID ('UTRC')
                     COMMAREA (W-UTCL6C1)
                     LENGTH   (LENGTH OF W-UTCL6C1)
           END-EXEC.
