       IDENTIFICATION DIVISION.
       PROGRAM-ID.    UTCL0067.
       AUTHOR.        MANUTENZIONE SYSPTAB5.
       INSTALLATION.  MONTE TITOLI - ELABORAZIONE DATI.
       DATE-WRITTEN.  OTTOBRE 2026.
       DATE-COMPILED.
      ***************************************************************
      *REMARKS.        M O N T E   T I T O L I
      *                ------------------------
      *                REPORT DEL MATTINO SULLO STATO DELLA CATENA
      *                BATCH NOTTURNA.
      *                ----------------------------------------
      *                LEGGE DAL REGISTRO TAB_RUN_CTL (COPY UTRUNGR,
      *                ALIMENTATO DAI PROGRAMMI DELLA CATENA
      *                ATTRAVERSO UTCL0066) LE ESECUZIONI DI UNA
      *                DATA CONTABILE (DI NORMA L'ULTIMA REGISTRATA)
      *                E LE STAMPA NELL'ORDINE DEL PROGRAMMA CON ORA
      *                DI INIZIO E FINE, RETURN-CODE E CONTEGGI,
      *                SEGNALANDO:
      *                  - LE ESECUZIONI RIFIUTATE DAL CANCELLO DEI
      *                    PREDECESSORI, CON IL MOTIVO;
      *                  - LE ESECUZIONI NON CONCLUSE (RIGA RIMASTA
      *                    'A': PASSO IN CORSO O CADUTO SENZA
      *                    CHIUDERE IL REGISTRO);
      *                  - LE ESECUZIONI FINITE CON RETURN-CODE 8 O
      *                    SUPERIORE;
      *                  - LE ESECUZIONI PARTITE MENTRE UN'ALTRA
      *                    DELLO STESSO PROGRAMMA ERA IN CORSO;
      *                  - I VOLUMI SOSPETTI: LETTE + SCRITTE +
      *                    CANCELLATE SOTTO LA SOGLIA PERCENTUALE
      *                    (MEMBRO 'RUNCATEN', DEFAULT 50%) DELLA
      *                    MEDIA DELLE ESECUZIONI CONCLUSE NEI GIORNI
      *                    PRECEDENTI (DEFAULT 35), SE LO STORICO HA
      *                    ALMENO 5 ESECUZIONI;
      *                  - I PROGRAMMI DICHIARATI NELLA CATENA
      *                    (MEMBRO 'RUNCATEN', PROGRESSIVO '00',
      *                    DALLA FOTOGRAFIA TABSNAP) SENZA ALCUNA
      *                    ESECUZIONE NELLA DATA.
      *                RETURN-CODE 4 SE C'E' ALMENO UNA SEGNALAZIONE.
      *                LA STESSA SITUAZIONE E' CONSULTABILE IN LINEA
      *                CON LA TRANSAZIONE UTRC (UTCL0068).
      ***************************************************************
      * SCHEDA DI CONTROLLO (SYSIN, FACOLTATIVA):
      *   COL 01-10  DATA CONTABILE YYYY-MM-DD (SPAZI = ULTIMA DATA
      *              PRESENTE NEL REGISTRO)
      *   COL 11-13  GIORNI DI STORICO PER LA MEDIA (DEFAULT 035)
      ***************************************************************
      * MODIFICHE:                                                  *
      *   OTT26  RG0934  PRIMA STESURA.                              *
      ***************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN     ASSIGN TO SYSIN.
           SELECT TAB-SNAP  ASSIGN TO TABSNAP
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE  ASSIGN TO RPTOUT.

       DATA DIVISION.

       FILE SECTION.

       FD  SYSIN
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  SYSIN-RECORD.
           05  SI-DELAB                  PIC X(10).
           05  SI-GG-STORICO             PIC 9(03).
           05  FILLER                    PIC X(67).

       FD  TAB-SNAP
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  SNAP-RECORD                   PIC X(90).

       FD  RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  RPT-RECORD                    PIC X(133).

       WORKING-STORAGE SECTION.

      ***************************************************************
      *    COSTANTI E CONTATORI DI SERVIZIO                        *
      ***************************************************************
       77  W-GG-STORICO-DFLT             PIC 9(03) VALUE 035.
       77  W-GG-STORICO-EFF              PIC 9(03) VALUE 035.
       77  W-SOGLIA-VOL-DFLT             PIC 9(03) VALUE 050.
       77  W-SOGLIA-VOL-EFF              PIC 9(03) VALUE 050.
       77  W-MIN-STORICO                 PIC 9(03) VALUE 005.
       77  W-ESECUZIONI                  PIC 9(05) COMP-3 VALUE ZERO.
       77  W-REGOLARI                    PIC 9(05) COMP-3 VALUE ZERO.
       77  W-RIFIUTATE                   PIC 9(05) COMP-3 VALUE ZERO.
       77  W-NON-CONCLUSE                PIC 9(05) COMP-3 VALUE ZERO.
       77  W-RC-ELEVATO                  PIC 9(05) COMP-3 VALUE ZERO.
       77  W-SOVRAPPOSTE                 PIC 9(05) COMP-3 VALUE ZERO.
       77  W-VOLUME-BASSO                PIC 9(05) COMP-3 VALUE ZERO.
       77  W-NON-ESEGUITI                PIC 9(05) COMP-3 VALUE ZERO.
       77  W-LINEE-STAMPATE              PIC 9(05) COMP-3 VALUE ZERO.
       77  W-VOLUME                      PIC 9(11) COMP-3 VALUE ZERO.
       77  W-LIMITE                      PIC 9(11)V99 COMP-3
                                                   VALUE ZERO.
       77  W-PUNT                        PIC S9(4) COMP VALUE ZERO.
       77  IND-CAT                       PIC S9(4) COMP VALUE ZERO.
       77  IND-CAT-MAX                   PIC S9(4) COMP VALUE +100.
       77  W-NUM-CATENA                  PIC S9(4) COMP VALUE ZERO.

       01  W-SW-FINE-SYSIN               PIC X     VALUE 'N'.
           88  FINE-SYSIN                          VALUE 'S'.
           88  NON-FINE-SYSIN                      VALUE 'N'.

       01  W-SW-FINE-SNAP                PIC X     VALUE 'N'.
           88  FINE-SNAP                           VALUE 'S'.
           88  NON-FINE-SNAP                       VALUE 'N'.

       01  W-SW-FINE-CURSORE             PIC X     VALUE 'N'.
           88  FINE-CURSORE                        VALUE 'S'.
           88  NON-FINE-CURSORE                    VALUE 'N'.

       01  W-SW-SEGNALATA                PIC X     VALUE 'N'.
           88  ESECUZIONE-SEGNALATA                VALUE 'S'.
           88  ESECUZIONE-REGOLARE                 VALUE 'N'.

      ***************************************************************
      *    PROGRAMMI DICHIARATI NELLA CATENA ('RUNCATEN' '00')     *
      ***************************************************************
       01  W-TAB-CATENA.
           05  W-CATENA OCCURS 100.
               10  W-CAT-CPGM            PIC X(08).
               10  W-CAT-DESCR           PIC X(30).
               10  W-CAT-SOGLIA          PIC 9(03).
               10  W-CAT-VISTO           PIC X(01).
                   88  CAT-VISTO                   VALUE 'S'.
                   88  CAT-NON-VISTO               VALUE 'N'.

      ***************************************************************
      *    RIGHE DEL REPORT                                        *
      ***************************************************************
       01  RIGA-TITOLO-1.
           05  FILLER          PIC X(50) VALUE
               'UTCL0067 - STATO DELLA CATENA BATCH NOTTURNA'.
           05  FILLER          PIC X(83) VALUE SPACES.

       01  RIGA-TITOLO-2.
           05  FILLER          PIC X(20) VALUE 'DATA CONTABILE    :'.
           05  RT2-DELAB       PIC X(10).
           05  FILLER          PIC X(22) VALUE
               '   STORICO VOLUMI GG: '.
           05  RT2-GG-STORICO  PIC ZZ9.
           05  FILLER          PIC X(78) VALUE SPACES.

       01  RIGA-TITOLO-3.
           05  FILLER          PIC X(10) VALUE 'PROGRAMMA'.
           05  FILLER          PIC X(05) VALUE 'ESE'.
           05  FILLER          PIC X(03) VALUE 'S'.
           05  FILLER          PIC X(09) VALUE 'INIZIO'.
           05  FILLER          PIC X(10) VALUE 'FINE'.
           05  FILLER          PIC X(05) VALUE ' RC'.
           05  FILLER          PIC X(12) VALUE '      LETTE'.
           05  FILLER          PIC X(12) VALUE '    SCRITTE'.
           05  FILLER          PIC X(13) VALUE ' CANCELLATE'.
           05  FILLER          PIC X(54) VALUE 'ESITO'.

       01  RIGA-DETTAGLIO.
           05  RD-CPGM         PIC X(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RD-NESEC        PIC ZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RD-STATO        PIC X(01).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RD-INIZIO       PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-FINE         PIC X(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RD-RC           PIC ZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RD-LETTE        PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-SCRITTE      PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-CANCELLATE   PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RD-ESITO        PIC X(54).

       01  RIGA-NOTA.
           05  FILLER          PIC X(18) VALUE SPACES.
           05  FILLER          PIC X(07) VALUE 'NOTA : '.
           05  RN-NOTA         PIC X(60).
           05  FILLER          PIC X(48) VALUE SPACES.

       01  RIGA-MANCANTE.
           05  RM-CPGM         PIC X(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  FILLER          PIC X(30) VALUE
               '*** NON ESEGUITO NELLA DATA - '.
           05  RM-DESCR        PIC X(30).
           05  FILLER          PIC X(63) VALUE SPACES.

       01  RIGA-RIEPILOGO.
           05  RR-TESTO        PIC X(30).
           05  RR-NUMERO       PIC ZZ.ZZ9.
           05  FILLER          PIC X(97) VALUE SPACES.

       01  W-ESITO                       PIC X(54) VALUE SPACES.
       01  W-MEDIA-ED                    PIC ZZZ.ZZZ.ZZ9.
       01  W-RC-ED                       PIC Z9.

      ***************************************************************
      *    HOST VARIABLES                                          *
      ***************************************************************
       01  HV-DELAB                      PIC X(10).
       01  HV-GG-STORICO                 PIC S9(3) COMP-3.
       01  HV-NUM-STORICO                PIC S9(9) COMP.
       01  HV-MEDIA                      PIC S9(11) COMP-3.
       01  HV-MEDIA-IND                  PIC S9(4) COMP.

      ***************************************************************
      *    RIGA DEL REGISTRO E RIGA 'RUNCATEN' DELLA FOTOGRAFIA    *
      ***************************************************************
           COPY UTRUNGR.

           COPY UTRUNT2.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *-------------------------------------------------------------*
      * -- LE ESECUZIONI DELLA DATA, PER PROGRAMMA E PROGRESSIVO
      *-------------------------------------------------------------*
           EXEC SQL DECLARE CUR-ESECUZIONI CURSOR FOR
                SELECT C_PGM, N_ESEC, CHAR(S_TMST_INI),
                       CHAR(S_TMST_FIN), C_STATO, N_RC,
                       Q_LETTE, Q_SCRITTE, Q_CANCELLATE,
                       F_SOVRAPP, X_NOTA
                  FROM TAB_RUN_CTL
                 WHERE D_ELAB = DATE(:HV-DELAB)
                 ORDER BY C_PGM, N_ESEC
                  WITH UR
           END-EXEC.

      *****************************
       PROCEDURE DIVISION.
      *****************************

       0000-MAINLINE.

           PERFORM 1000-INIZIALIZZA        THRU 1000-EXIT.
           PERFORM 2000-CARICA-CATENA      THRU 2000-EXIT.
           PERFORM 3000-ESAMINA-ESECUZIONI THRU 3000-EXIT.
           PERFORM 4000-PROGRAMMI-MANCANTI THRU 4000-EXIT.
           PERFORM 9999-FINE               THRU 9999-EXIT.

           STOP RUN.

       0000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    APERTURA FILE, SCHEDA DI CONTROLLO E DATA CONTABILE  *
      *    (DI NORMA L'ULTIMA PRESENTE NEL REGISTRO).           *
      *---------------------------------------------------------*
       1000-INIZIALIZZA.

           MOVE W-GG-STORICO-DFLT    TO W-GG-STORICO-EFF.
           MOVE SPACES               TO HV-DELAB.

           OPEN INPUT  SYSIN.
           OPEN OUTPUT RPT-FILE.

           READ SYSIN
               AT END SET FINE-SYSIN TO TRUE
           END-READ.

           IF NON-FINE-SYSIN
              MOVE SI-DELAB TO HV-DELAB
              IF SI-GG-STORICO NUMERIC AND SI-GG-STORICO > ZERO
                 MOVE SI-GG-STORICO TO W-GG-STORICO-EFF
              END-IF
           END-IF.

           CLOSE SYSIN.

           IF HV-DELAB = SPACES
              EXEC SQL
                   SELECT VALUE(CHAR(MAX(D_ELAB), ISO), ' ')
                     INTO :HV-DELAB
                     FROM TAB_RUN_CTL
                     WITH UR
              END-EXEC
              IF SQLCODE NOT EQUAL ZERO
                 DISPLAY 'UTCL0067 - ERRORE LETTURA REGISTRO SQLCODE='
                          SQLCODE
                 PERFORM 9900-ABEND-SQL THRU 9900-EXIT
              END-IF
           END-IF.

           MOVE W-GG-STORICO-EFF     TO HV-GG-STORICO.
           MOVE HV-DELAB             TO RT2-DELAB.
           MOVE W-GG-STORICO-EFF     TO RT2-GG-STORICO.

           WRITE RPT-RECORD FROM RIGA-TITOLO-1.
           WRITE RPT-RECORD FROM RIGA-TITOLO-2.
           WRITE RPT-RECORD FROM RIGA-TITOLO-3.
           ADD 3 TO W-LINEE-STAMPATE.

       1000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    PROGRAMMI DELLA CATENA: RIGHE 'RUNCATEN' CON         *
      *    PROGRESSIVO '00' DELLA FOTOGRAFIA TABSNAP.           *
      *---------------------------------------------------------*
       2000-CARICA-CATENA.

           MOVE ZERO TO W-NUM-CATENA.

           OPEN INPUT TAB-SNAP.

           PERFORM 2100-LEGGI-SNAP THRU 2100-EXIT
              UNTIL FINE-SNAP.

           CLOSE TAB-SNAP.

       2000-EXIT.
           EXIT.

       2100-LEGGI-SNAP.

           READ TAB-SNAP INTO UTRUNT2
               AT END SET FINE-SNAP TO TRUE
           END-READ.

           IF FINE-SNAP
              GO TO 2100-EXIT
           END-IF.

           IF UTRUNT2-NOME GREATER 'RUNCATEN'
              SET FINE-SNAP TO TRUE
              GO TO 2100-EXIT
           END-IF.

           IF UTRUNT2-NOME NOT = 'RUNCATEN'
           OR UTRUNT2-PROGR NOT = '00'
              GO TO 2100-EXIT
           END-IF.

           IF W-NUM-CATENA NOT LESS IND-CAT-MAX
              DISPLAY 'UTCL0067 - PIU'' DI 100 PROGRAMMI IN '
                      'RUNCATEN, IGNORATO ' UTRUNT2-CPGM
              GO TO 2100-EXIT
           END-IF.

           ADD 1 TO W-NUM-CATENA.
           MOVE UTRUNT2-CPGM         TO W-CAT-CPGM (W-NUM-CATENA).
           MOVE UTRUNT2-DESCRIZIONE  TO W-CAT-DESCR (W-NUM-CATENA).
           SET CAT-NON-VISTO (W-NUM-CATENA) TO TRUE.
           IF UTRUNT2-SOGLIA-VOL NUMERIC
              MOVE UTRUNT2-SOGLIA-VOL-N
                                TO W-CAT-SOGLIA (W-NUM-CATENA)
           ELSE
              MOVE W-SOGLIA-VOL-DFLT
                                TO W-CAT-SOGLIA (W-NUM-CATENA)
           END-IF.

       2100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    LE ESECUZIONI DELLA DATA.                            *
      *---------------------------------------------------------*
       3000-ESAMINA-ESECUZIONI.

           SET NON-FINE-CURSORE TO TRUE.

           EXEC SQL OPEN CUR-ESECUZIONI END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'UTCL0067 - ERRORE OPEN CUR-ESECUZIONI SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           PERFORM 3100-TRATTA-ESECUZIONE THRU 3100-EXIT
              UNTIL FINE-CURSORE.

           EXEC SQL CLOSE CUR-ESECUZIONI END-EXEC.

       3000-EXIT.
           EXIT.

       3100-TRATTA-ESECUZIONE.

           EXEC SQL
                FETCH CUR-ESECUZIONI
                INTO :RUN-CPGM, :RUN-NESEC, :RUN-TMST-INI,
                     :RUN-TMST-FIN, :RUN-CSTATO, :RUN-NRC,
                     :RUN-QLETTE, :RUN-QSCRITTE, :RUN-QCANCELLATE,
                     :RUN-FSOVRAPP, :RUN-XNOTA
           END-EXEC.

           IF SQLCODE EQUAL +100
              SET FINE-CURSORE TO TRUE
              GO TO 3100-EXIT
           END-IF.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'UTCL0067 - ERRORE FETCH CUR-ESECUZIONI SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           ADD 1 TO W-ESECUZIONI.
           SET ESECUZIONE-REGOLARE TO TRUE.
           MOVE SPACES TO W-ESITO.
           MOVE 1      TO W-PUNT.

           MOVE W-SOGLIA-VOL-DFLT TO W-SOGLIA-VOL-EFF.
           PERFORM 3150-CERCA-IN-CATENA THRU 3150-EXIT
              VARYING IND-CAT FROM 1 BY 1
                UNTIL IND-CAT GREATER W-NUM-CATENA.

           EVALUATE TRUE
               WHEN RUN-RIFIUTATA
                    ADD 1 TO W-RIFIUTATE
                    SET ESECUZIONE-SEGNALATA TO TRUE
                    STRING 'RIFIUTATA DAL CANCELLO '
                           DELIMITED BY SIZE
                      INTO W-ESITO WITH POINTER W-PUNT
               WHEN RUN-AVVIATA
                    ADD 1 TO W-NON-CONCLUSE
                    SET ESECUZIONE-SEGNALATA TO TRUE
                    STRING 'NON CONCLUSA (IN CORSO O INTERROTTA) '
                           DELIMITED BY SIZE
                      INTO W-ESITO WITH POINTER W-PUNT
               WHEN RUN-NRC NOT LESS 8
                    ADD 1 TO W-RC-ELEVATO
                    SET ESECUZIONE-SEGNALATA TO TRUE
                    MOVE RUN-NRC TO W-RC-ED
                    STRING 'TERMINATA CON RC ' W-RC-ED ' '
                           DELIMITED BY SIZE
                      INTO W-ESITO WITH POINTER W-PUNT
               WHEN OTHER
                    PERFORM 3200-VALUTA-VOLUME THRU 3200-EXIT
           END-EVALUATE.

           IF RUN-SOVRAPPOSTA
              ADD 1 TO W-SOVRAPPOSTE
              SET ESECUZIONE-SEGNALATA TO TRUE
              STRING 'SOVRAPPOSTA AD ALTRA ESECUZIONE '
                     DELIMITED BY SIZE
                INTO W-ESITO WITH POINTER W-PUNT
           END-IF.

           IF ESECUZIONE-REGOLARE
              ADD 1 TO W-REGOLARI
              MOVE 'REGOLARE' TO W-ESITO
           END-IF.

           PERFORM 3300-STAMPA-ESECUZIONE THRU 3300-EXIT.

       3100-EXIT.
           EXIT.

       3150-CERCA-IN-CATENA.

           IF W-CAT-CPGM (IND-CAT) = RUN-CPGM
              SET CAT-VISTO (IND-CAT) TO TRUE
              MOVE W-CAT-SOGLIA (IND-CAT) TO W-SOGLIA-VOL-EFF
           END-IF.

       3150-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    VOLUME SOSPETTO: LETTE + SCRITTE + CANCELLATE SOTTO  *
      *    LA SOGLIA PERCENTUALE DELLA MEDIA DELLE ESECUZIONI   *
      *    CONCLUSE (RC INFERIORE A 8) DEI GIORNI PRECEDENTI.   *
      *---------------------------------------------------------*
       3200-VALUTA-VOLUME.

           IF W-SOGLIA-VOL-EFF = ZERO
              GO TO 3200-EXIT
           END-IF.

           COMPUTE W-VOLUME = RUN-QLETTE + RUN-QSCRITTE
                            + RUN-QCANCELLATE.

           EXEC SQL
                SELECT COUNT(*),
                       AVG(Q_LETTE + Q_SCRITTE + Q_CANCELLATE)
                  INTO :HV-NUM-STORICO,
                       :HV-MEDIA :HV-MEDIA-IND
                  FROM TAB_RUN_CTL
                 WHERE C_PGM   = :RUN-CPGM
                   AND D_ELAB  < DATE(:HV-DELAB)
                   AND D_ELAB >= DATE(:HV-DELAB) - :HV-GG-STORICO DAYS
                   AND C_STATO = 'F'
                   AND N_RC    < 8
                  WITH UR
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'UTCL0067 - ERRORE MEDIA STORICA SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           IF HV-NUM-STORICO LESS W-MIN-STORICO
           OR HV-MEDIA-IND LESS ZERO
           OR HV-MEDIA NOT GREATER ZERO
              GO TO 3200-EXIT
           END-IF.

           COMPUTE W-LIMITE = HV-MEDIA * W-SOGLIA-VOL-EFF / 100.

           IF W-VOLUME LESS W-LIMITE
              ADD 1 TO W-VOLUME-BASSO
              SET ESECUZIONE-SEGNALATA TO TRUE
              MOVE HV-MEDIA TO W-MEDIA-ED
              STRING 'VOLUME BASSO (MEDIA' W-MEDIA-ED ') '
                     DELIMITED BY SIZE
                INTO W-ESITO WITH POINTER W-PUNT
           END-IF.

       3200-EXIT.
           EXIT.

       3300-STAMPA-ESECUZIONE.

           MOVE RUN-CPGM             TO RD-CPGM.
           MOVE RUN-NESEC            TO RD-NESEC.
           MOVE RUN-CSTATO           TO RD-STATO.
           MOVE RUN-TMST-INI (12:8)  TO RD-INIZIO.
           IF RUN-AVVIATA
              MOVE SPACES            TO RD-FINE
           ELSE
              MOVE RUN-TMST-FIN (12:8) TO RD-FINE
           END-IF.
           MOVE RUN-NRC              TO RD-RC.
           MOVE RUN-QLETTE           TO RD-LETTE.
           MOVE RUN-QSCRITTE         TO RD-SCRITTE.
           MOVE RUN-QCANCELLATE      TO RD-CANCELLATE.
           MOVE W-ESITO              TO RD-ESITO.

           WRITE RPT-RECORD FROM RIGA-DETTAGLIO.
           ADD 1 TO W-LINEE-STAMPATE.

           IF RUN-XNOTA NOT = SPACES
              MOVE RUN-XNOTA         TO RN-NOTA
              WRITE RPT-RECORD FROM RIGA-NOTA
              ADD 1 TO W-LINEE-STAMPATE
           END-IF.

       3300-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    PROGRAMMI DICHIARATI NELLA CATENA SENZA ALCUNA       *
      *    ESECUZIONE NELLA DATA.                               *
      *---------------------------------------------------------*
       4000-PROGRAMMI-MANCANTI.

           PERFORM 4100-VERIFICA-MANCANTE THRU 4100-EXIT
              VARYING IND-CAT FROM 1 BY 1
                UNTIL IND-CAT GREATER W-NUM-CATENA.

       4000-EXIT.
           EXIT.

       4100-VERIFICA-MANCANTE.

           IF CAT-NON-VISTO (IND-CAT)
              ADD 1 TO W-NON-ESEGUITI
              MOVE W-CAT-CPGM (IND-CAT)  TO RM-CPGM
              MOVE W-CAT-DESCR (IND-CAT) TO RM-DESCR
              WRITE RPT-RECORD FROM RIGA-MANCANTE
              ADD 1 TO W-LINEE-STAMPATE
           END-IF.

       4100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    ROUTINE GENERICA DI ABEND SU ERRORE SQL IRRECUPERABILE.
      *---------------------------------------------------------*
       9900-ABEND-SQL.

           EXEC SQL ROLLBACK END-EXEC.
           CLOSE RPT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       9900-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    RIEPILOGO FINALE, CHIUSURA FILE E TERMINE.           *
      *---------------------------------------------------------*
       9999-FINE.

           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.

           MOVE 'ESECUZIONI REGISTRATE      : ' TO RR-TESTO.
           MOVE W-ESECUZIONI   TO RR-NUMERO.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'ESECUZIONI REGOLARI        : ' TO RR-TESTO.
           MOVE W-REGOLARI     TO RR-NUMERO.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'RIFIUTATE DAL CANCELLO     : ' TO RR-TESTO.
           MOVE W-RIFIUTATE    TO RR-NUMERO.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'NON CONCLUSE               : ' TO RR-TESTO.
           MOVE W-NON-CONCLUSE TO RR-NUMERO.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'TERMINATE CON RC 8 O PIU'' : ' TO RR-TESTO.
           MOVE W-RC-ELEVATO   TO RR-NUMERO.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'SOVRAPPOSTE                : ' TO RR-TESTO.
           MOVE W-SOVRAPPOSTE  TO RR-NUMERO.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'CON VOLUME BASSO           : ' TO RR-TESTO.
           MOVE W-VOLUME-BASSO TO RR-NUMERO.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'PROGRAMMI NON ESEGUITI     : ' TO RR-TESTO.
           MOVE W-NON-ESEGUITI TO RR-NUMERO.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           ADD 9 TO W-LINEE-STAMPATE.

           CLOSE RPT-FILE.

           DISPLAY 'UTCL0067 - DATA CONTABILE    : ' HV-DELAB.
           DISPLAY 'UTCL0067 - ESECUZIONI        : ' W-ESECUZIONI.
           DISPLAY 'UTCL0067 - NON ESEGUITI      : ' W-NON-ESEGUITI.

           IF W-ESECUZIONI NOT = W-REGOLARI
           OR W-NON-ESEGUITI GREATER ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

       9999-EXIT.
           EXIT.
