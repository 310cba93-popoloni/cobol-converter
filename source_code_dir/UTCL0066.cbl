       IDENTIFICATION DIVISION.
       PROGRAM-ID.    UTCL0066.
       AUTHOR.        MANUTENZIONE SYSPTAB5.
       INSTALLATION.  MONTE TITOLI - ELABORAZIONE DATI.
       DATE-WRITTEN.  OTTOBRE 2026.
       DATE-COMPILED.
      ***************************************************************
      *REMARKS.        M O N T E   T I T O L I
      *                ------------------------
      *                SERVIZIO DI REGISTRAZIONE DELLE ESECUZIONI
      *                DELLA CATENA BATCH NOTTURNA E CANCELLO DEI
      *                PREDECESSORI (CALL 'UTCL0066' USING UTRUNT1).
      *                ----------------------------------------
      *                DELLA CATENA NOTTURNA (SYSPTABS, SYSPTABC,
      *                ARMB3025/26/27, ARMC3025, WSEC0083, WSPU0083,
      *                WSHK0083, WSRG0083, ...) RESTAVANO SOLO I LOG
      *                DEI JOB, E UN PASSO FINITO CON RC 0 SENZA
      *                LEGGERE NULLA NON SI DISTINGUEVA DA UNO
      *                BUONO. OGNI PROGRAMMA DELLA CATENA CHIAMA
      *                QUESTO SERVIZIO:
      *                  - ALL'AVVIO (FUNZIONE 'I'): IL SERVIZIO
      *                    LEGGE DALLA FOTOGRAFIA TABSNAP I
      *                    PREDECESSORI DEL PROGRAMMA DICHIARATI NEL
      *                    MEMBRO 'RUNCATEN' (COPY UTRUNT2) E
      *                    CONTROLLA SUL REGISTRO TAB_RUN_CTL (COPY
      *                    UTRUNGR) CHE L'ULTIMA ESECUZIONE DI
      *                    CIASCUNO NELLA STESSA DATA CONTABILE SIA
      *                    FINITA CON UN RETURN-CODE AMMESSO. SE
      *                    MANCA ANCHE UN SOLO PREDECESSORE REGISTRA
      *                    L'ESECUZIONE COME RIFIUTATA ('R') E
      *                    RESTITUISCE IL CANCELLO CHIUSO: IL
      *                    PROGRAMMA TERMINA SUBITO CON RC 12.
      *                    ALTRIMENTI REGISTRA L'ESECUZIONE AVVIATA
      *                    ('A'), SEGNALANDO SE UN'ALTRA ESECUZIONE
      *                    DELLO STESSO PROGRAMMA PER LA STESSA DATA
      *                    CONTABILE E' ANCORA IN CORSO (UNA RIGA 'A'
      *                    RIMASTA DA UN GIRO INTERROTTO IN UN GIORNO
      *                    PRECEDENTE NON CONTA).
      *                    LA TESTA DELLA CATENA (SYSPTABS, CHE
      *                    PRODUCE LA FOTOGRAFIA) USA LA FUNZIONE
      *                    'N', CHE REGISTRA SENZA CANCELLO;
      *                  - AL TERMINE (FUNZIONE 'F'), ANCHE IN ABEND
      *                    SQL: CHIUDE LA RIGA ('F') CON ORA DI
      *                    FINE, RETURN-CODE E CONTEGGI LETTI/
      *                    SCRITTI/CANCELLATI.
      *                LA DATA CONTABILE E' IL DGIOR DI TABELLA DGC
      *                (LA STESSA GIORNATA DELL'ESTRATTO WSEC0083),
      *                SALVO CHE IL CHIAMANTE NE INDICHI UNA.
      *                OGNI REGISTRAZIONE E' CONFERMATA CON COMMIT,
      *                COSI' RESTA ANCHE SE IL PASSO CADE DOPO.
      *                IL REPORT DEL MATTINO E' UTCL0067,
      *                L'INTERROGAZIONE IN LINEA UTCL0068 (UTRC).
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
           SELECT TAB-SNAP  ASSIGN TO TABSNAP
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  TAB-SNAP
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  SNAP-RECORD                   PIC X(90).

       WORKING-STORAGE SECTION.

      ***************************************************************
      *    COSTANTI E SWITCH DI SERVIZIO                           *
      ***************************************************************
       77  W-RC-MAX-DFLT                 PIC 9(02) VALUE 04.
       77  W-RC-MAX-EFF                  PIC 9(02) VALUE 04.
       77  W-RC-RIFIUTO                  PIC S9(4) COMP VALUE +12.

       01  W-SW-FINE-SNAP                PIC X     VALUE 'N'.
           88  FINE-SNAP                           VALUE 'S'.
           88  NON-FINE-SNAP                       VALUE 'N'.

       01  W-SW-CANCELLO                 PIC X     VALUE 'A'.
           88  CANCELLO-APERTO                     VALUE 'A'.
           88  CANCELLO-CHIUSO                     VALUE 'C'.

       01  W-DGIOR-8                     PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES W-DGIOR-8.
           05  W-DGIOR-AAAA              PIC X(04).
           05  W-DGIOR-MM                PIC X(02).
           05  W-DGIOR-GG                PIC X(02).

       01  W-RC-ED                       PIC Z9.

      ***************************************************************
      *    HOST VARIABLES                                          *
      ***************************************************************
       01  HV-DGIOR                      PIC S9(8)V COMP-3.
       01  HV-CONTA                      PIC S9(9) COMP.
       01  HV-PREDEC                     PIC X(08).
       01  HV-PRED-STATO                 PIC X(01).
       01  HV-PRED-RC                    PIC S9(4) COMP.

      ***************************************************************
      *    RIGA DEL REGISTRO E RIGA 'RUNCATEN' DELLA FOTOGRAFIA    *
      ***************************************************************
           COPY UTRUNGR.

           COPY UTRUNT2.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************
       LINKAGE SECTION.
      ******************

           COPY UTRUNT1.

      *****************************
       PROCEDURE DIVISION USING UTRUNT1.
      *****************************

       0000-MAINLINE.

           MOVE '0'                  TO UTRUNT1-RC.
           MOVE ZERO                 TO UTRUNT1-SQLCODE.

           EVALUATE TRUE
               WHEN UTRUNT1-AVVIO
               WHEN UTRUNT1-AVVIO-TESTA
                    PERFORM 1000-REGISTRA-AVVIO THRU 1000-EXIT
               WHEN UTRUNT1-CHIUSURA
                    PERFORM 5000-REGISTRA-FINE  THRU 5000-EXIT
               WHEN OTHER
                    SET UTRUNT1-RICH-ERRATA TO TRUE
           END-EVALUATE.

           GOBACK.

       0000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    AVVIO: DATA CONTABILE, PROGRESSIVO DELL'ESECUZIONE,  *
      *    SOVRAPPOSIZIONE, CANCELLO DEI PREDECESSORI E         *
      *    REGISTRAZIONE DELLA RIGA ('A' OPPURE 'R').           *
      *---------------------------------------------------------*
       1000-REGISTRA-AVVIO.

           MOVE SPACES               TO UTRUNT1-PREDEC.
           MOVE SPACES               TO UTRUNT1-XNOTA.
           MOVE 'N'                  TO UTRUNT1-FSOVRAPP.
           MOVE ZERO                 TO UTRUNT1-NESEC.

           IF UTRUNT1-CPGM = SPACES
              SET UTRUNT1-RICH-ERRATA TO TRUE
              GO TO 1000-EXIT
           END-IF.

           IF UTRUNT1-DELAB = SPACES
              PERFORM 1100-LEGGI-DGIOR THRU 1100-EXIT
              IF NOT UTRUNT1-OK
                 GO TO 1000-EXIT
              END-IF
           END-IF.

           MOVE SPACES               TO UTRUNGR.
           MOVE UTRUNT1-CPGM         TO RUN-CPGM.
           MOVE UTRUNT1-DELAB        TO RUN-DELAB.
           MOVE ZERO                 TO RUN-QLETTE.
           MOVE ZERO                 TO RUN-QSCRITTE.
           MOVE ZERO                 TO RUN-QCANCELLATE.
           MOVE ZERO                 TO RUN-NRC.
           MOVE 'N'                  TO RUN-FSOVRAPP.

           EXEC SQL
                SELECT VALUE(MAX(N_ESEC), 0)
                  INTO :RUN-NESEC
                  FROM TAB_RUN_CTL
                 WHERE C_PGM  = :RUN-CPGM
                   AND D_ELAB = DATE(:RUN-DELAB)
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM 9000-ERRORE-DB2 THRU 9000-EXIT
              GO TO 1000-EXIT
           END-IF.

           ADD 1 TO RUN-NESEC.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :HV-CONTA
                  FROM TAB_RUN_CTL
                 WHERE C_PGM   = :RUN-CPGM
                   AND D_ELAB  = DATE(:RUN-DELAB)
                   AND C_STATO = 'A'
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM 9000-ERRORE-DB2 THRU 9000-EXIT
              GO TO 1000-EXIT
           END-IF.

           IF HV-CONTA GREATER ZERO
              SET RUN-SOVRAPPOSTA TO TRUE
           END-IF.

           SET CANCELLO-APERTO TO TRUE.

           IF UTRUNT1-AVVIO
              PERFORM 2000-VERIFICA-PREDECESSORI THRU 2000-EXIT
              IF NOT UTRUNT1-OK
                 GO TO 1000-EXIT
              END-IF
           END-IF.

           IF CANCELLO-CHIUSO
              SET RUN-RIFIUTATA       TO TRUE
              MOVE W-RC-RIFIUTO       TO RUN-NRC
           ELSE
              SET RUN-AVVIATA         TO TRUE
           END-IF.

           EXEC SQL
                INSERT INTO TAB_RUN_CTL
                       (C_PGM, D_ELAB, N_ESEC,
                        S_TMST_INI, S_TMST_FIN,
                        C_STATO, N_RC,
                        Q_LETTE, Q_SCRITTE, Q_CANCELLATE,
                        F_SOVRAPP, X_NOTA)
                VALUES (:RUN-CPGM, DATE(:RUN-DELAB), :RUN-NESEC,
                        CURRENT TIMESTAMP,
                        CASE WHEN :RUN-CSTATO = 'R'
                             THEN CURRENT TIMESTAMP
                             ELSE TIMESTAMP('0001-01-01-00.00.00')
                        END,
                        :RUN-CSTATO, :RUN-NRC,
                        :RUN-QLETTE, :RUN-QSCRITTE, :RUN-QCANCELLATE,
                        :RUN-FSOVRAPP, :RUN-XNOTA)
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM 9000-ERRORE-DB2 THRU 9000-EXIT
              GO TO 1000-EXIT
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE RUN-DELAB            TO UTRUNT1-DELAB.
           MOVE RUN-NESEC            TO UTRUNT1-NESEC.
           MOVE RUN-FSOVRAPP         TO UTRUNT1-FSOVRAPP.

           IF CANCELLO-CHIUSO
              MOVE RUN-XNOTA          TO UTRUNT1-XNOTA
              SET UTRUNT1-CANCELLO-CHIUSO TO TRUE
           END-IF.

       1000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    DATA CONTABILE DI DEFAULT: DGIOR DI TABELLA DGC.     *
      *---------------------------------------------------------*
       1100-LEGGI-DGIOR.

           EXEC SQL
                SELECT DGIOR
                  INTO :HV-DGIOR
                  FROM DGC
                 WITH UR
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM 9000-ERRORE-DB2 THRU 9000-EXIT
              GO TO 1100-EXIT
           END-IF.

           MOVE HV-DGIOR TO W-DGIOR-8.
           STRING W-DGIOR-AAAA '-' W-DGIOR-MM '-' W-DGIOR-GG
                  DELIMITED BY SIZE INTO UTRUNT1-DELAB.

       1100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    CANCELLO: SCORRE LE RIGHE 'RUNCATEN' DEL PROGRAMMA   *
      *    NELLA FOTOGRAFIA (IN ORDINE DI CHIAVE) E SI FERMA AL *
      *    PRIMO PREDECESSORE NON CONCLUSO.                     *
      *---------------------------------------------------------*
       2000-VERIFICA-PREDECESSORI.

           SET NON-FINE-SNAP TO TRUE.

           OPEN INPUT TAB-SNAP.

           PERFORM 2100-LEGGI-SNAP THRU 2100-EXIT
              UNTIL FINE-SNAP
                 OR CANCELLO-CHIUSO
                 OR NOT UTRUNT1-OK.

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
           OR (UTRUNT2-NOME = 'RUNCATEN'
               AND UTRUNT2-CPGM GREATER UTRUNT1-CPGM)
              SET FINE-SNAP TO TRUE
              GO TO 2100-EXIT
           END-IF.

           IF UTRUNT2-NOME  = 'RUNCATEN'
           AND UTRUNT2-CPGM = UTRUNT1-CPGM
           AND UTRUNT2-PROGR NOT = '00'
           AND UTRUNT2-PREDEC NOT = SPACES
              PERFORM 2200-VERIFICA-PREDECESSORE THRU 2200-EXIT
           END-IF.

       2100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    UN PREDECESSORE: CONTA L'ULTIMA ESECUZIONE NON       *
      *    RIFIUTATA DELLA STESSA DATA CONTABILE, CHE DEVE      *
      *    ESSERE FINITA CON RETURN-CODE NON SUPERIORE AL       *
      *    MASSIMO AMMESSO.                                     *
      *---------------------------------------------------------*
       2200-VERIFICA-PREDECESSORE.

           MOVE UTRUNT2-PREDEC       TO HV-PREDEC.

           IF UTRUNT2-RC-MAX NUMERIC
              MOVE UTRUNT2-RC-MAX-N  TO W-RC-MAX-EFF
           ELSE
              MOVE W-RC-MAX-DFLT     TO W-RC-MAX-EFF
           END-IF.

           EXEC SQL
                SELECT C_STATO, N_RC
                  INTO :HV-PRED-STATO, :HV-PRED-RC
                  FROM TAB_RUN_CTL
                 WHERE C_PGM  = :HV-PREDEC
                   AND D_ELAB = DATE(:RUN-DELAB)
                   AND N_ESEC =
                       (SELECT MAX(N_ESEC)
                          FROM TAB_RUN_CTL
                         WHERE C_PGM   = :HV-PREDEC
                           AND D_ELAB  = DATE(:RUN-DELAB)
                           AND C_STATO <> 'R')
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                    CONTINUE
               WHEN +100
                    SET CANCELLO-CHIUSO TO TRUE
                    MOVE HV-PREDEC TO UTRUNT1-PREDEC
                    STRING 'PREDECESSORE ' HV-PREDEC
                           ' NON ESEGUITO NELLA DATA'
                           DELIMITED BY SIZE INTO RUN-XNOTA
                    GO TO 2200-EXIT
               WHEN OTHER
                    PERFORM 9000-ERRORE-DB2 THRU 9000-EXIT
                    GO TO 2200-EXIT
           END-EVALUATE.

           IF HV-PRED-STATO NOT = 'F'
              SET CANCELLO-CHIUSO TO TRUE
              MOVE HV-PREDEC TO UTRUNT1-PREDEC
              STRING 'PREDECESSORE ' HV-PREDEC
                     ' IN CORSO O INTERROTTO'
                     DELIMITED BY SIZE INTO RUN-XNOTA
              GO TO 2200-EXIT
           END-IF.

           IF HV-PRED-RC GREATER W-RC-MAX-EFF
              SET CANCELLO-CHIUSO TO TRUE
              MOVE HV-PREDEC TO UTRUNT1-PREDEC
              MOVE HV-PRED-RC TO W-RC-ED
              STRING 'PREDECESSORE ' HV-PREDEC
                     ' TERMINATO CON RC ' W-RC-ED
                     DELIMITED BY SIZE INTO RUN-XNOTA
           END-IF.

       2200-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    TERMINE: CHIUDE LA RIGA REGISTRATA ALL'AVVIO.        *
      *---------------------------------------------------------*
       5000-REGISTRA-FINE.

           IF UTRUNT1-NESEC NOT GREATER ZERO
           OR UTRUNT1-DELAB = SPACES
              SET UTRUNT1-RICH-ERRATA TO TRUE
              GO TO 5000-EXIT
           END-IF.

           MOVE UTRUNT1-CPGM         TO RUN-CPGM.
           MOVE UTRUNT1-DELAB        TO RUN-DELAB.
           MOVE UTRUNT1-NESEC        TO RUN-NESEC.
           MOVE UTRUNT1-RC-PGM       TO RUN-NRC.
           MOVE UTRUNT1-QLETTE       TO RUN-QLETTE.
           MOVE UTRUNT1-QSCRITTE     TO RUN-QSCRITTE.
           MOVE UTRUNT1-QCANCELLATE  TO RUN-QCANCELLATE.

           EXEC SQL
                UPDATE TAB_RUN_CTL
                   SET C_STATO      = 'F',
                       S_TMST_FIN   = CURRENT TIMESTAMP,
                       N_RC         = :RUN-NRC,
                       Q_LETTE      = :RUN-QLETTE,
                       Q_SCRITTE    = :RUN-QSCRITTE,
                       Q_CANCELLATE = :RUN-QCANCELLATE
                 WHERE C_PGM   = :RUN-CPGM
                   AND D_ELAB  = DATE(:RUN-DELAB)
                   AND N_ESEC  = :RUN-NESEC
                   AND C_STATO = 'A'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                    EXEC SQL COMMIT END-EXEC
               WHEN +100
                    SET UTRUNT1-RICH-ERRATA TO TRUE
               WHEN OTHER
                    PERFORM 9000-ERRORE-DB2 THRU 9000-EXIT
           END-EVALUATE.

       5000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    ERRORE DB2: NESSUNA REGISTRAZIONE, SQLCODE AL        *
      *    CHIAMANTE.                                           *
      *---------------------------------------------------------*
       9000-ERRORE-DB2.

           MOVE SQLCODE              TO UTRUNT1-SQLCODE.
           SET UTRUNT1-ERRORE-DB2    TO TRUE.

           EXEC SQL ROLLBACK END-EXEC.

       9000-EXIT.
           EXIT.
