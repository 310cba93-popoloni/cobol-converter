       IDENTIFICATION DIVISION.
       PROGRAM-ID. WSIK0083.
       AUTHOR.     MANUTENZIONE WSOC83.
       INSTALLATION. MONTE TITOLI - ELABORAZIONE DATI.
       DATE-WRITTEN. OTTOBRE 2026.
       DATE-COMPILED.
      * -------------------------------------------------------------- *
      *                       PROGETTO MEF                             *
      *                       ============                             *
      *                                                                *
      *  PROGRAMMA: WSIK0083 - ACCODAMENTO SU WS83 DELLE CHIAVI DEI    *
      *                        MESSAGGI CARICATI DA FILE.              *
      *  TIPOLOGIA: RETE (TRANSAZIONALE) COBOL-CICS-DB2                *
      *             TRANSAZIONE WSIK, LANCIATA A INTERVALLI (START     *
      *             SCHEDULATO) O DALL'OPERATORE.                      *
      *                                                                *
      *  IL CARICATORE BATCH WSIL0083 INSERISCE IN WSRR LE ISTRUZIONI  *
      *  RICEVUTE DA FILE E LE REGISTRA SU WSIT0083 IN STATO 'C', MA   *
      *  DAL BATCH NON PUO' SCRIVERE LA CODA TD WS83. QUESTO           *
      *  PROGRAMMA CHIUDE IL GIRO:                                     *
      *    - PER OGNI RIGA 'C' DEL REGISTRO (IN ORDINE DI CARICO)      *
      *      SCRIVE SU WS83 L'AREA CHIAVE (PIDMTX + PRIMA ESECUZIONE   *
      *      '1', STESSO TRACCIATO DI W-AREA-KEYMSG-WS83 DI WSOC83)    *
      *      E PORTA LA RIGA IN STATO 'A' CON L'ISTANTE DI             *
      *      ACCODAMENTO; DA QUI IL MESSAGGIO SEGUE IL GIRO NORMALE    *
      *      (ROUTER WSRT0083 SU CFAMAPP, POI WSOC83);                 *
      *    - ACCODA AL MASSIMO MAX-GIRO CHIAVI PER ATTIVAZIONE E SOLO  *
      *      SE L'ARRETRATO DI PIDMTX WSRR NON VALIDATI (ESCLUSI       *
      *      QUELLI CARICATI E NON ANCORA ACCODATI) E' SOTTO LA        *
      *      SOGLIA: UN LOTTO MASSIVO NON RALLENTA IL TRAFFICO         *
      *      ORDINARIO.                                                *
      *  MAX-GIRO E SOGLIA SONO SUL MEMBRO 'WS83INTK' DEL FILE TABELLE *
      *  (COPY WSKT101), CON DEFAULT DI PROGRAMMA SE NON CENSITO.      *
      * -------------------------------------------------------------- *
      *  MODIFICHE:                                                    *
      *    OTT26  RG0922  PRIMA STESURA.                               *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77  W-MAX-GIRO-DFLT               PIC 9(05) VALUE 00050.
       77  W-MAX-GIRO-EFF                PIC 9(05) VALUE 00050.
       77  W-SOGLIA-PEND-DFLT            PIC 9(05) VALUE 00200.
       77  W-SOGLIA-PEND-EFF             PIC 9(05) VALUE 00200.
       77  W-DISPONIBILI                 PIC 9(07) COMP-3 VALUE ZERO.
       77  W-RIGHE-LETTE                 PIC 9(07) COMP-3 VALUE ZERO.
       77  W-RIGHE-ACCODATE              PIC 9(07) COMP-3 VALUE ZERO.
       77  W-RESP                        PIC S9(8) COMP VALUE ZERO.
       77  W-SQLCODE                     PIC ---9.

       01  W-SW-FINE-CURSORE             PIC X     VALUE 'N'.
           88  FINE-CURSORE                        VALUE 'S'.
           88  NON-FINE-CURSORE                    VALUE 'N'.

      *-------------------------------------------------------------*
      * -- PARAMETRI DEL CANALE DI CARICO DAL MEMBRO 'WS83INTK'
      *-------------------------------------------------------------*
           COPY WSKT101.

      *-------------------------------------------------------------*
      * -- AREA CHIAVE SCRITTA SU WS83 (TRACCIATO DI WSOC83)
      *-------------------------------------------------------------*
       01  W-AREA-KEYMSG.
           03  W-IDN-RICH-MSG            PIC 9(10).
           03  W-IDN-TIPO-ESEC           PIC X(01).
           03  FILLER                    PIC X(09).
       77  LL-KEYMSG                     PIC S9(4) COMP VALUE +20.

       01  W-RIS-ACCODATORE              PIC X(08) VALUE 'WSIK0083'.
       01  LL-RIS-ACCODATORE             PIC S9(4) COMP VALUE +8.

      *-------------------------------------------------------------*
      * -- HOST VARIABLES
      *-------------------------------------------------------------*
       01  HV-ARRETRATO                  PIC S9(9) COMP-3.

           EXEC SQL INCLUDE SQLCA  END-EXEC.

      *-------------------------------------------------------------*
      * -- REGISTRO DI CARICO (WSIT0083)
      *-------------------------------------------------------------*
           COPY WSITKGR.

      *-------------------------------------------------------------*
      * -- I MESSAGGI CARICATI E NON ANCORA ACCODATI, NELL'ORDINE
      * -- DI CARICO (ISTANTE, LOTTO, RIGA DEL FILE)
      *-------------------------------------------------------------*
           EXEC SQL DECLARE CUR-WSIT-CARICATI CURSOR FOR
                SELECT CLOTTO, NRIGA, PIDMTX
                  FROM WSIT0083
                 WHERE CSTATO = 'C'
                 ORDER BY WTIMECAR, CLOTTO, NRIGA
           END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           EXEC CICS
                HANDLE   ABEND   LABEL (FINE-ANOMALA)
           END-EXEC.

           EXEC CICS
                HANDLE CONDITION ERROR (FINE-ANOMALA)
           END-EXEC.

      * -- UN SOLO ACCODATORE PER VOLTA: UN SECONDO GIRO
      * -- SOVRAPPOSTO ACCODEREBBE DUE VOLTE LA STESSA CHIAVE.
           EXEC CICS ENQ RESOURCE  (W-RIS-ACCODATORE)
                         LENGTH    (LL-RIS-ACCODATORE)
                         NOSUSPEND
                         RESP      (W-RESP)
           END-EXEC.

           IF W-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM LEGGI-PARAMETRI.

           PERFORM CALCOLA-DISPONIBILI.

           IF W-DISPONIBILI GREATER ZERO
              PERFORM GIRO-DI-ACCODAMENTO
           END-IF.

           EXEC CICS SYNCPOINT END-EXEC.

           EXEC CICS DEQ RESOURCE  (W-RIS-ACCODATORE)
                         LENGTH    (LL-RIS-ACCODATORE)
                         NOHANDLE
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

      *----------------------------------------------------------------*
       LEGGI-PARAMETRI.
      *----------------------------------------------------------------*
      *
           MOVE W-MAX-GIRO-DFLT          TO W-MAX-GIRO-EFF.
           MOVE W-SOGLIA-PEND-DFLT       TO W-SOGLIA-PEND-EFF.

           MOVE 'WS83INTK'               TO WSKT101-NOME.
           MOVE SPACES                   TO WSKT101-CHIAVE20.
           MOVE 'PARAMETRI'              TO WSKT101-SOTTOCH.
           MOVE 'RND'                    TO WSKT101-FUNZ.

           EXEC CICS LINK PROGRAM ('SYSPTAB5')
                     COMMAREA (WSKT101)
                     LENGTH (LENGTH OF WSKT101)
           END-EXEC.

           IF WSKT101-OK
              IF WSKT101-MAX-GIRO NUMERIC
              AND WSKT101-MAX-GIRO > ZERO
                 MOVE WSKT101-MAX-GIRO    TO W-MAX-GIRO-EFF
              END-IF
              IF WSKT101-SOGLIA-PEND NUMERIC
              AND WSKT101-SOGLIA-PEND > ZERO
                 MOVE WSKT101-SOGLIA-PEND TO W-SOGLIA-PEND-EFF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       CALCOLA-DISPONIBILI.
      *----------------------------------------------------------------*
      *
      * L'ARRETRATO E' QUELLO CHE WSOC83 HA GIA' DAVANTI: PIDMTX WSRR
      * ANCORA DA VALIDARE, ESCLUSI I CARICATI DA FILE NON ANCORA
      * ACCODATI (CHE WSOC83 NON VEDE). LE CHIAVI DEL GIRO SONO IL
      * MINORE FRA MAX-GIRO E LO SPAZIO RIMASTO SOTTO SOGLIA.
      *
           MOVE ZERO                     TO HV-ARRETRATO
                                            W-DISPONIBILI.

           EXEC SQL
                SELECT COUNT(DISTINCT PIDMTX)
                  INTO :HV-ARRETRATO
                  FROM WSRR
                 WHERE CVALMSG = ' '
                   AND PIDMTX NOT IN (SELECT B.PIDMTX
                                        FROM WSIT0083 B
                                       WHERE B.CSTATO = 'C')
                  WITH UR
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM ERRORE-DB2
           END-IF.

           IF HV-ARRETRATO LESS W-SOGLIA-PEND-EFF
              COMPUTE W-DISPONIBILI = W-SOGLIA-PEND-EFF - HV-ARRETRATO
              IF W-DISPONIBILI GREATER W-MAX-GIRO-EFF
                 MOVE W-MAX-GIRO-EFF     TO W-DISPONIBILI
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       GIRO-DI-ACCODAMENTO.
      *----------------------------------------------------------------*
      *
           SET NON-FINE-CURSORE          TO TRUE.

           EXEC SQL
                OPEN CUR-WSIT-CARICATI
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM ERRORE-DB2
           END-IF.

           PERFORM ACCODA-UNA-CHIAVE
               UNTIL FINE-CURSORE
                  OR W-RIGHE-ACCODATE NOT LESS W-DISPONIBILI.

           EXEC SQL
                CLOSE CUR-WSIT-CARICATI
           END-EXEC.

      *----------------------------------------------------------------*
       ACCODA-UNA-CHIAVE.
      *----------------------------------------------------------------*
      *
           EXEC SQL
                FETCH CUR-WSIT-CARICATI
                 INTO :WSIT-CLOTTO, :WSIT-NRIGA, :WSIT-PIDMTX
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                    ADD 1 TO W-RIGHE-LETTE
               WHEN +100
                    SET FINE-CURSORE     TO TRUE
               WHEN OTHER
                    PERFORM ERRORE-DB2
           END-EVALUATE.

           IF NON-FINE-CURSORE
              PERFORM SCRIVI-CHIAVE-WS83
           END-IF.

      *----------------------------------------------------------------*
       SCRIVI-CHIAVE-WS83.
      *----------------------------------------------------------------*
      *
      * UNA CODA WS83 CHE NON ACCETTA LA SCRITTURA FERMA IL GIRO: LA
      * RIGA RESTA 'C' E VIENE RIPRESA ALL'ATTIVAZIONE SUCCESSIVA.
      *
           MOVE LOW-VALUE                TO W-AREA-KEYMSG.
           MOVE WSIT-PIDMTX (1:10)       TO W-IDN-RICH-MSG.
           MOVE '1'                      TO W-IDN-TIPO-ESEC.

           EXEC CICS WRITEQ TD QUEUE('WS83')
                FROM           (W-AREA-KEYMSG)
                LENGTH         (LL-KEYMSG)
                RESP           (W-RESP)
           END-EXEC.

           IF W-RESP NOT = DFHRESP(NORMAL)
              DISPLAY 'WSIK0083 - CODA WS83 NON DISPONIBILE, RESP='
                       W-RESP ' PIDMTX ' WSIT-PIDMTX
              SET FINE-CURSORE           TO TRUE
           ELSE
              EXEC SQL
                   UPDATE WSIT0083
                      SET CSTATO  = 'A'
                        , WTIMEACC = CHAR(CURRENT TIMESTAMP)
                    WHERE CLOTTO  = :WSIT-CLOTTO
                      AND NRIGA   = :WSIT-NRIGA
                      AND CSTATO  = 'C'
              END-EXEC
              IF SQLCODE NOT EQUAL ZERO
                 PERFORM ERRORE-DB2
              END-IF
              ADD 1 TO W-RIGHE-ACCODATE
           END-IF.

      *----------------------------------------------------------------*
       ERRORE-DB2.
      *----------------------------------------------------------------*
      *
           MOVE SQLCODE                  TO W-SQLCODE.
           DISPLAY 'WSIK0083 - ERRORE DB2, SQLCODE=' W-SQLCODE.
           PERFORM FINE-ANOMALA.

      *----------------------------------------------------------------*
       FINE-ANOMALA.
      *----------------------------------------------------------------*
      *
      * LA ROLLBACK RIPORTA A 'C' LE RIGHE DEL GIRO: UNA CHIAVE GIA'
      * SCRITTA SU WS83 E RIACCODATA AL GIRO SUCCESSIVO E' INNOCUA,
      * PERCHE' WSOC83 LEGGE SOLO LE RIGHE WSRR CON CVALMSG A SPAZIO.
      *
           EXEC CICS SYNCPOINT ROLLBACK NOHANDLE END-EXEC.

           DISPLAY 'WSIK0083 - GIRO INTERROTTO PER ERRORE'.
           DISPLAY ' LETTE    =' W-RIGHE-LETTE.
           DISPLAY ' ACCODATE =' W-RIGHE-ACCODATE.

           EXEC CICS RETURN END-EXEC.

      * ================>> FINE PROGRAMMA WSIK0083 <<================= *
