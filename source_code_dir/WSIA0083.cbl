       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WSIA0083.
       AUTHOR.        MANUTENZIONE WSOC83.
       INSTALLATION.  MONTE TITOLI - ELABORAZIONE DATI.
       DATE-WRITTEN.  OTTOBRE 2026.
       DATE-COMPILED.
      ***************************************************************
      *REMARKS.        M O N T E   T I T O L I
      *                ------------------------
      *                REPORT GIORNALIERO DI ANZIANITA' DEL
      *                REGISTRO DEGLI ESITI D'INVIO (WSIN0083).
      *                ----------------------------------------
      *                LANCIATO IN BATCH UNA VOLTA AL GIORNO,
      *                ELENCA IN DUE SEZIONI:
      *                  1) GLI INVII DIFFERITI ANCORA APERTI
      *                     (CESITOINV 'D'), RAGGRUPPATI PER ISIN
      *                     PADRE, CON MOTIVO (DS = DATE DEL PIANO
      *                     NON TUTTE COPERTE DA CEDOLE, CI = CEDOLA
      *                     IBRIDA NON CORRISPONDENTE) E GIORNI DI
      *                     ANZIANITA';
      *                  2) GLI INNESCHI MAI COMPLETATI: RIGHE 'I'
      *                     SENZA ESITO DEL JOB (WSIC0083 NON
      *                     ESEGUITO) E RIGHE 'F' (JOB FALLITO E
      *                     NON ANCORA RIPARTITO).
      *                LE SOGLIE MINIME DI ANZIANITA' SONO IN SYSIN.
      ***************************************************************
      * SCHEDA DI CONTROLLO (SYSIN, FACOLTATIVA):
      *   COL 01-03  GIORNI MINIMI PER I DIFFERITI   (DEFAULT 000)
      *   COL 04-06  GIORNI MINIMI PER GLI INNESCHI  (DEFAULT 001)
      ***************************************************************
      * MODIFICHE:                                                  *
      *   OTT26  RG0917  PRIMA STESURA.                              *
      ***************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN     ASSIGN TO SYSIN.
           SELECT RPT-FILE  ASSIGN TO RPTOUT.

       DATA DIVISION.

       FILE SECTION.

       FD  SYSIN
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  SYSIN-RECORD.
           05  SI-GG-DIFFERITI           PIC 9(03).
           05  SI-GG-INNESCHI            PIC 9(03).
           05  FILLER                    PIC X(74).

       FD  RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  RPT-RECORD                    PIC X(133).

       WORKING-STORAGE SECTION.

      ***************************************************************
      *    COSTANTI E CONTATORI DI SERVIZIO                        *
      ***************************************************************
       77  W-GG-DIFF-DFLT                PIC 9(03) VALUE 000.
       77  W-GG-INN-DFLT                 PIC 9(03) VALUE 001.
       77  W-DIFFERITI                   PIC 9(07) COMP-3 VALUE ZERO.
       77  W-PADRI-DIFFERITI             PIC 9(07) COMP-3 VALUE ZERO.
       77  W-INNESCHI-APERTI             PIC 9(07) COMP-3 VALUE ZERO.
       77  W-INNESCHI-FALLITI            PIC 9(07) COMP-3 VALUE ZERO.
       77  W-LINEE-STAMPATE              PIC 9(05) COMP-3 VALUE ZERO.

       01  W-SW-FINE-SYSIN               PIC X     VALUE 'N'.
           88  FINE-SYSIN                          VALUE 'S'.
           88  NON-FINE-SYSIN                      VALUE 'N'.

       01  W-SW-FINE-CURSORE             PIC X     VALUE 'N'.
           88  FINE-CURSORE                        VALUE 'S'.
           88  NON-FINE-CURSORE                    VALUE 'N'.

      *    ULTIMO PADRE STAMPATO NELLA SEZIONE DEI DIFFERITI
       01  W-ROTTURA-PADRE.
           05  W-ROT-CNAZTIT             PIC X(02) VALUE LOW-VALUE.
           05  W-ROT-CSPTIT              PIC X(09) VALUE LOW-VALUE.

      ***************************************************************
      *    RIGHE DEL REPORT                                        *
      ***************************************************************
       01  RIGA-TITOLO-1.
           05  FILLER          PIC X(52) VALUE
               'WSIA0083 - ANZIANITA'' DEL REGISTRO ESITI D''INVIO   '.
           05  FILLER          PIC X(81) VALUE SPACES.

       01  RIGA-TITOLO-2.
           05  FILLER          PIC X(36) VALUE
               'SOGLIE (GG) DIFFERITI / INNESCHI  : '.
           05  RT2-GG-DIFF     PIC ZZ9.
           05  FILLER          PIC X(03) VALUE ' / '.
           05  RT2-GG-INN      PIC ZZ9.
           05  FILLER          PIC X(88) VALUE SPACES.

       01  RIGA-SEZIONE-1.
           05  FILLER          PIC X(40) VALUE
               '*** SEZIONE 1 - INVII DIFFERITI APERTI  '.
           05  FILLER          PIC X(93) VALUE SPACES.

       01  RIGA-SEZIONE-2.
           05  FILLER          PIC X(40) VALUE
               '*** SEZIONE 2 - INNESCHI NON COMPLETATI '.
           05  FILLER          PIC X(93) VALUE SPACES.

       01  RIGA-INTEST.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  FILLER          PIC X(17) VALUE 'PIDMTX'.
           05  FILLER          PIC X(07) VALUE 'CSTRIP'.
           05  FILLER          PIC X(07) VALUE 'ESITO'.
           05  FILLER          PIC X(13) VALUE 'DATE/CEDOLE'.
           05  FILLER          PIC X(10) VALUE 'JOB'.
           05  FILLER          PIC X(28) VALUE 'REGISTRATO IL'.
           05  FILLER          PIC X(06) VALUE 'GIORNI'.
           05  FILLER          PIC X(41) VALUE SPACES.

       01  RIGA-PADRE.
           05  FILLER          PIC X(14) VALUE 'TITOLO PADRE: '.
           05  RP-CNAZTIT      PIC X(02).
           05  FILLER          PIC X(01) VALUE '/'.
           05  RP-CSPTIT       PIC X(09).
           05  FILLER          PIC X(107) VALUE SPACES.

       01  RIGA-DETTAGLIO.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  RD-PIDMTX       PIC X(15).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RD-CSTRIP       PIC X(01).
           05  FILLER          PIC X(06) VALUE SPACES.
           05  RD-ESITO        PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-MOTIVO       PIC X(02).
           05  FILLER          PIC X(03) VALUE SPACES.
           05  RD-QDATE        PIC ZZZ9.
           05  FILLER          PIC X(01) VALUE '/'.
           05  RD-QCEDOLE      PIC ZZZ9.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  RD-PGMJOB       PIC X(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RD-WTIMEREG     PIC X(26).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RD-GIORNI       PIC ZZZZ9.
           05  FILLER          PIC X(42) VALUE SPACES.

       01  RIGA-INNESCO.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  RI-CNAZTIT      PIC X(02).
           05  FILLER          PIC X(01) VALUE '/'.
           05  RI-CSPTIT       PIC X(09).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RI-DETT         PIC X(115).

       01  RIGA-NESSUNA.
           05  FILLER          PIC X(30) VALUE
               '  (NESSUNA RIGA DA SEGNALARE)'.
           05  FILLER          PIC X(103) VALUE SPACES.

       01  RIGA-RIEPILOGO.
           05  RR-DESCR        PIC X(30).
           05  RR-CONTA        PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(92) VALUE SPACES.

      ***************************************************************
      *    HOST VARIABLES                                          *
      ***************************************************************
       01  HV-GG-DIFFERITI               PIC S9(3) COMP-3.
       01  HV-GG-INNESCHI                PIC S9(3) COMP-3.
       01  HV-GIORNI                     PIC S9(7) COMP-3.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY WSINVGR.

      ***************************************************************
      *    INVII DIFFERITI ANCORA APERTI, PER PADRE E ANZIANITA'    *
      ***************************************************************
           EXEC SQL DECLARE CUR-DIFFERITI CURSOR WITH HOLD FOR
                SELECT CNAZTIT, CSPTIT, PIDMTX, CSTRIP
                      ,CESITOINV, CMOTINV, QDATEPIANO, QCEDOLE
                      ,CHAR(WTIMEREG)
                      ,DAYS(CURRENT DATE) - DAYS(WTIMEREG)
                  FROM WSIN0083
                 WHERE CESITOINV = 'D'
                   AND DAYS(CURRENT DATE) - DAYS(WTIMEREG)
                       >= :HV-GG-DIFFERITI
                 ORDER BY CNAZTIT, CSPTIT, WTIMEREG
                  WITH UR
           END-EXEC.

      ***************************************************************
      *    INNESCHI SENZA ESITO DEL JOB OLTRE LA SOGLIA, E INNESCHI *
      *    CON JOB FALLITO (QUALUNQUE ANZIANITA')                   *
      ***************************************************************
           EXEC SQL DECLARE CUR-INNESCHI CURSOR WITH HOLD FOR
                SELECT CNAZTIT, CSPTIT, PIDMTX, CSTRIP
                      ,CESITOINV, CMOTINV, QDATEPIANO, QCEDOLE
                      ,PGMJOB
                      ,CHAR(WTIMEREG)
                      ,DAYS(CURRENT DATE) - DAYS(WTIMEREG)
                  FROM WSIN0083
                 WHERE (CESITOINV = 'I'
                   AND  DAYS(CURRENT DATE) - DAYS(WTIMEREG)
                        >= :HV-GG-INNESCHI)
                    OR  CESITOINV = 'F'
                 ORDER BY WTIMEREG
                  WITH UR
           END-EXEC.

      *****************************
       PROCEDURE DIVISION.
      *****************************

       0000-MAINLINE.

           PERFORM 1000-INIZIALIZZA        THRU 1000-EXIT.
           PERFORM 2000-SCORRI-DIFFERITI   THRU 2000-EXIT.
           PERFORM 3000-SCORRI-INNESCHI    THRU 3000-EXIT.
           PERFORM 9999-FINE               THRU 9999-EXIT.

           STOP RUN.

       0000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    APERTURA FILE E LETTURA DELL'EVENTUALE SCHEDA DI     *
      *    CONTROLLO (SOGLIE DI ANZIANITA').                    *
      *---------------------------------------------------------*
       1000-INIZIALIZZA.

           MOVE W-GG-DIFF-DFLT       TO HV-GG-DIFFERITI.
           MOVE W-GG-INN-DFLT        TO HV-GG-INNESCHI.

           OPEN INPUT  SYSIN.
           OPEN OUTPUT RPT-FILE.

           READ SYSIN
               AT END SET FINE-SYSIN TO TRUE
           END-READ.

           IF NON-FINE-SYSIN
              IF SI-GG-DIFFERITI NUMERIC
                 MOVE SI-GG-DIFFERITI TO HV-GG-DIFFERITI
              END-IF
              IF SI-GG-INNESCHI NUMERIC
                 MOVE SI-GG-INNESCHI TO HV-GG-INNESCHI
              END-IF
           END-IF.

           CLOSE SYSIN.

           MOVE HV-GG-DIFFERITI      TO RT2-GG-DIFF.
           MOVE HV-GG-INNESCHI       TO RT2-GG-INN.

           WRITE RPT-RECORD FROM RIGA-TITOLO-1.
           WRITE RPT-RECORD FROM RIGA-TITOLO-2.
           ADD 2 TO W-LINEE-STAMPATE.

       1000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    SEZIONE 1: DIFFERITI APERTI, CON RIGA DI ROTTURA PER *
      *    OGNI NUOVO PADRE.                                    *
      *---------------------------------------------------------*
       2000-SCORRI-DIFFERITI.

           WRITE RPT-RECORD FROM RIGA-SEZIONE-1.
           WRITE RPT-RECORD FROM RIGA-INTEST.
           ADD 2 TO W-LINEE-STAMPATE.

           SET NON-FINE-CURSORE TO TRUE.

           EXEC SQL OPEN CUR-DIFFERITI END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSIA0083 - ERRORE OPEN CUR-DIFFERITI SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           PERFORM 2100-TRATTA-DIFFERITO THRU 2100-EXIT
              UNTIL FINE-CURSORE.

           EXEC SQL CLOSE CUR-DIFFERITI END-EXEC.

           IF W-DIFFERITI = ZERO
              WRITE RPT-RECORD FROM RIGA-NESSUNA
              ADD 1 TO W-LINEE-STAMPATE
           END-IF.

       2000-EXIT.
           EXIT.

       2100-TRATTA-DIFFERITO.

           INITIALIZE WSINVGR.

           EXEC SQL
                FETCH CUR-DIFFERITI
                INTO :WSIN-CNAZTIT,    :WSIN-CSPTIT,
                     :WSIN-PIDMTX,     :WSIN-CSTRIP,
                     :WSIN-CESITO,     :WSIN-CMOTIVO,
                     :WSIN-QDATEPIANO, :WSIN-QCEDOLE,
                     :WSIN-WTIMEREG,   :HV-GIORNI
           END-EXEC.

           IF SQLCODE EQUAL +100
              SET FINE-CURSORE TO TRUE
              GO TO 2100-EXIT.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSIA0083 - ERRORE FETCH CUR-DIFFERITI SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT.

           IF WSIN-CNAZTIT NOT = W-ROT-CNAZTIT
           OR WSIN-CSPTIT  NOT = W-ROT-CSPTIT
              MOVE WSIN-CNAZTIT TO W-ROT-CNAZTIT
                                   RP-CNAZTIT
              MOVE WSIN-CSPTIT  TO W-ROT-CSPTIT
                                   RP-CSPTIT
              WRITE RPT-RECORD FROM RIGA-PADRE
              ADD 1 TO W-LINEE-STAMPATE
              ADD 1 TO W-PADRI-DIFFERITI
           END-IF.

           ADD 1 TO W-DIFFERITI.
           PERFORM 8000-IMPOSTA-DETTAGLIO THRU 8000-EXIT.
           WRITE RPT-RECORD FROM RIGA-DETTAGLIO.
           ADD 1 TO W-LINEE-STAMPATE.

       2100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    SEZIONE 2: INNESCHI MAI COMPLETATI, IN ORDINE DI     *
      *    REGISTRAZIONE.                                       *
      *---------------------------------------------------------*
       3000-SCORRI-INNESCHI.

           WRITE RPT-RECORD FROM RIGA-SEZIONE-2.
           WRITE RPT-RECORD FROM RIGA-INTEST.
           ADD 2 TO W-LINEE-STAMPATE.

           SET NON-FINE-CURSORE TO TRUE.

           EXEC SQL OPEN CUR-INNESCHI END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSIA0083 - ERRORE OPEN CUR-INNESCHI SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           PERFORM 3100-TRATTA-INNESCO THRU 3100-EXIT
              UNTIL FINE-CURSORE.

           EXEC SQL CLOSE CUR-INNESCHI END-EXEC.

           IF W-INNESCHI-APERTI = ZERO
           AND W-INNESCHI-FALLITI = ZERO
              WRITE RPT-RECORD FROM RIGA-NESSUNA
              ADD 1 TO W-LINEE-STAMPATE
           END-IF.

           EXEC SQL COMMIT END-EXEC.

       3000-EXIT.
           EXIT.

       3100-TRATTA-INNESCO.

           INITIALIZE WSINVGR.

           EXEC SQL
                FETCH CUR-INNESCHI
                INTO :WSIN-CNAZTIT,    :WSIN-CSPTIT,
                     :WSIN-PIDMTX,     :WSIN-CSTRIP,
                     :WSIN-CESITO,     :WSIN-CMOTIVO,
                     :WSIN-QDATEPIANO, :WSIN-QCEDOLE,
                     :WSIN-PGMJOB,
                     :WSIN-WTIMEREG,   :HV-GIORNI
           END-EXEC.

           IF SQLCODE EQUAL +100
              SET FINE-CURSORE TO TRUE
              GO TO 3100-EXIT.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSIA0083 - ERRORE FETCH CUR-INNESCHI SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT.

           IF WSIN-FALLITO
              ADD 1 TO W-INNESCHI-FALLITI
           ELSE
              ADD 1 TO W-INNESCHI-APERTI
           END-IF.

           PERFORM 8000-IMPOSTA-DETTAGLIO THRU 8000-EXIT.

      *    IN QUESTA SEZIONE IL PADRE VA SULLA STESSA RIGA
           MOVE WSIN-CNAZTIT   TO RI-CNAZTIT.
           MOVE WSIN-CSPTIT    TO RI-CSPTIT.
           MOVE RIGA-DETTAGLIO TO RI-DETT.
           WRITE RPT-RECORD FROM RIGA-INNESCO.
           ADD 1 TO W-LINEE-STAMPATE.

       3100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    IMPOSTA LA RIGA DI DETTAGLIO DALLA RIGA DEL REGISTRO *
      *    APPENA LETTA.                                        *
      *---------------------------------------------------------*
       8000-IMPOSTA-DETTAGLIO.

           MOVE WSIN-PIDMTX     TO RD-PIDMTX.
           MOVE WSIN-CSTRIP     TO RD-CSTRIP.
           MOVE WSIN-CESITO     TO RD-ESITO.
           MOVE WSIN-CMOTIVO    TO RD-MOTIVO.
           MOVE WSIN-QDATEPIANO TO RD-QDATE.
           MOVE WSIN-QCEDOLE    TO RD-QCEDOLE.
           MOVE WSIN-PGMJOB     TO RD-PGMJOB.
           MOVE WSIN-WTIMEREG   TO RD-WTIMEREG.
           MOVE HV-GIORNI       TO RD-GIORNI.

       8000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    ROUTINE GENERICA DI ABEND SU ERRORE SQL IRRECUPERABILE.
      *---------------------------------------------------------*
       9900-ABEND-SQL.

           DISPLAY 'WSIA0083 - ERRORE SQL, SQLCODE=' SQLCODE.
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

           MOVE 'PADRI CON INVIO DIFFERITO   : ' TO RR-DESCR.
           MOVE W-PADRI-DIFFERITI                TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'RIGHE DIFFERITE APERTE      : ' TO RR-DESCR.
           MOVE W-DIFFERITI                      TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'INNESCHI SENZA ESITO JOB    : ' TO RR-DESCR.
           MOVE W-INNESCHI-APERTI                TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'INNESCHI CON JOB FALLITO    : ' TO RR-DESCR.
           MOVE W-INNESCHI-FALLITI               TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           ADD 4 TO W-LINEE-STAMPATE.

           CLOSE RPT-FILE.

           DISPLAY 'WSIA0083 - DIFFERITI APERTI : ' W-DIFFERITI.
           DISPLAY 'WSIA0083 - INNESCHI APERTI  : ' W-INNESCHI-APERTI.
           DISPLAY 'WSIA0083 - INNESCHI FALLITI : ' W-INNESCHI-FALLITI.
           MOVE ZERO TO RETURN-CODE.

       9999-EXIT.
           EXIT.
