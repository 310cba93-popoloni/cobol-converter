       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WSIC0083.
       AUTHOR.        MANUTENZIONE WSOC83.
       INSTALLATION.  MONTE TITOLI - ELABORAZIONE DATI.
       DATE-WRITTEN.  OTTOBRE 2026.
       DATE-COMPILED.
      ***************************************************************
      *REMARKS.        M O N T E   T I T O L I
      *                ------------------------
      *                POSTAGGIO DELL'ESITO DEL JOB D'INVIO SUL
      *                REGISTRO DEGLI ESITI D'INVIO (WSIN0083).
      *                ----------------------------------------
      *                INNESCA-INVIO DI WSOC83 LANCIA IL JOB DI
      *                INVIO (DEFAULT ANBC83, TRANSAZIONE UTJ0)
      *                PASSANDOGLI LA SCHEDA PARAMETRI W-PAR-83, CHE
      *                ORA CONTIENE ANCHE IL PIDMTX DEL MESSAGGIO
      *                (COL 15-29). QUESTO PROGRAMMA E' L'ULTIMO
      *                STEP DEL JOB: RICEVE IN SYSIN LA STESSA
      *                SCHEDA, CON L'ESITO IN COL 80, E PORTA LA
      *                RIGA 'I' (INNESCATO) DEL REGISTRO A 'C'
      *                (COMPLETATO) O 'F' (FALLITO) CON IL TIMESTAMP
      *                DI COMPLETAMENTO. UNA RIGA 'F' PUO' ESSERE
      *                RIPORTATA A 'C' DALLA RIPARTENZA DEL JOB.
      *                NEL JCL GLI STEP SONO DUE, CONDIZIONATI
      *                SUL RETURN-CODE DEGLI STEP PRECEDENTI: UNO
      *                CON COL 80 A SPAZIO (O 'C'), L'ALTRO CON
      *                COL 80 = 'F'.
      *                UNA SCHEDA SENZA PIDMTX (JOB INNESCATI PRIMA
      *                DEL REGISTRO) O SENZA RIGA 'I'/'F'
      *                CORRISPONDENTE VIENE SEGNALATA E FA
      *                TERMINARE IL PROGRAMMA CON RETURN-CODE 4.
      ***************************************************************
      * SCHEDA IN SYSIN (LAYOUT W-PAR-83 DI WSOC83):
      *   COL 01-02  CNAZTIT DEL PADRE
      *   COL 03-11  CSPTIT DEL PADRE
      *   COL 12-14  CHKDGTIT, CINDICIZ, ICACTDS (NON USATI)
      *   COL 15-29  PIDMTX DEL MESSAGGIO CHE HA INNESCATO IL JOB
      *   COL 80     ESITO: SPAZIO O 'C' = COMPLETATO, 'F' = FALLITO
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

       DATA DIVISION.

       FILE SECTION.

       FD  SYSIN
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  SYSIN-RECORD.
           05  SI-CNAZTIT                PIC X(02).
           05  SI-CSPTIT                 PIC X(09).
           05  SI-CHKDGTIT               PIC X(01).
           05  SI-CINDICIZ               PIC X(01).
           05  SI-ICACTDS                PIC X(01).
           05  SI-PIDMTX                 PIC X(15).
           05  FILLER                    PIC X(50).
           05  SI-ESITO                  PIC X(01).
               88  SI-ESITO-FALLITO                VALUE 'F'.

       WORKING-STORAGE SECTION.

      ***************************************************************
      *    CONTATORI DI SERVIZIO                                   *
      ***************************************************************
       77  W-SCHEDE-LETTE                PIC 9(07) COMP-3 VALUE ZERO.
       77  W-ESITI-POSTATI               PIC 9(07) COMP-3 VALUE ZERO.
       77  W-SCHEDE-SCARTATE             PIC 9(07) COMP-3 VALUE ZERO.

       01  W-SW-FINE-SYSIN               PIC X     VALUE 'N'.
           88  FINE-SYSIN                          VALUE 'S'.
           88  NON-FINE-SYSIN                      VALUE 'N'.

      ***************************************************************
      *    HOST VARIABLES                                          *
      ***************************************************************
       01  HV-PIDMTX                     PIC X(15).
       01  HV-CNAZTIT                    PIC X(02).
       01  HV-CSPTIT                     PIC X(09).
       01  HV-CESITO                     PIC X(01).

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *****************************
       PROCEDURE DIVISION.
      *****************************

       0000-MAINLINE.

           PERFORM 1000-INIZIALIZZA        THRU 1000-EXIT.
           PERFORM 2000-POSTA-ESITO        THRU 2000-EXIT
              UNTIL FINE-SYSIN.
           PERFORM 9999-FINE               THRU 9999-EXIT.

           STOP RUN.

       0000-EXIT.
           EXIT.

       1000-INIZIALIZZA.

           OPEN INPUT  SYSIN.

           READ SYSIN
               AT END SET FINE-SYSIN TO TRUE
           END-READ.

       1000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    UNA SCHEDA: AGGIORNA LA RIGA 'I' DEL REGISTRO E      *
      *    LEGGE LA SCHEDA SUCCESSIVA.                          *
      *---------------------------------------------------------*
       2000-POSTA-ESITO.

           ADD 1 TO W-SCHEDE-LETTE.

           IF SI-PIDMTX = SPACES OR LOW-VALUE
              DISPLAY 'WSIC0083 - SCHEDA SENZA PIDMTX, TITOLO '
                       SI-CNAZTIT '/' SI-CSPTIT
              ADD 1 TO W-SCHEDE-SCARTATE
              GO TO 2000-LEGGI.

           MOVE SI-PIDMTX  TO HV-PIDMTX.
           MOVE SI-CNAZTIT TO HV-CNAZTIT.
           MOVE SI-CSPTIT  TO HV-CSPTIT.

           IF SI-ESITO-FALLITO
              MOVE 'F' TO HV-CESITO
           ELSE
              MOVE 'C' TO HV-CESITO
           END-IF.

           EXEC SQL
                UPDATE WSIN0083
                   SET CESITOINV  = :HV-CESITO
                     , WTIMECOMPL = CURRENT TIMESTAMP
                 WHERE PIDMTX     = :HV-PIDMTX
                   AND CNAZTIT    = :HV-CNAZTIT
                   AND CSPTIT     = :HV-CSPTIT
                   AND CESITOINV IN ('I', 'F')
           END-EXEC.

           IF SQLCODE EQUAL +100
              DISPLAY 'WSIC0083 - NESSUN INNESCO APERTO PER PIDMTX '
                       SI-PIDMTX ' TITOLO ' SI-CNAZTIT '/' SI-CSPTIT
              ADD 1 TO W-SCHEDE-SCARTATE
              GO TO 2000-LEGGI.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSIC0083 - ERRORE UPDATE WSIN0083 SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT.

           EXEC SQL COMMIT END-EXEC.

           ADD 1 TO W-ESITI-POSTATI.
           DISPLAY 'WSIC0083 - PIDMTX ' SI-PIDMTX ' ESITO ' HV-CESITO.

       2000-LEGGI.

           READ SYSIN
               AT END SET FINE-SYSIN TO TRUE
           END-READ.

       2000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    ROUTINE GENERICA DI ABEND SU ERRORE SQL IRRECUPERABILE.
      *---------------------------------------------------------*
       9900-ABEND-SQL.

           DISPLAY 'WSIC0083 - ERRORE SQL, SQLCODE=' SQLCODE.
           EXEC SQL ROLLBACK END-EXEC.
           CLOSE SYSIN.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       9900-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    RIEPILOGO FINALE, CHIUSURA FILE E TERMINE.           *
      *---------------------------------------------------------*
       9999-FINE.

           CLOSE SYSIN.

           DISPLAY 'WSIC0083 - SCHEDE LETTE    : ' W-SCHEDE-LETTE.
           DISPLAY 'WSIC0083 - ESITI POSTATI   : ' W-ESITI-POSTATI.
           DISPLAY 'WSIC0083 - SCHEDE SCARTATE : ' W-SCHEDE-SCARTATE.

           IF W-SCHEDE-SCARTATE GREATER ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

       9999-EXIT.
           EXIT.
