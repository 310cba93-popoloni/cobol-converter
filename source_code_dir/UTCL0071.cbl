       IDENTIFICATION DIVISION.
       PROGRAM-ID.    UTCL0071.
       AUTHOR.        MANUTENZIONE SYSPTAB5.
       INSTALLATION.  MONTE TITOLI - ELABORAZIONE DATI.
       DATE-WRITTEN.  OTTOBRE 2026.
       DATE-COMPILED.
      ***************************************************************
      *REMARKS.        M O N T E   T I T O L I
      *                ------------------------
      *                SERVIZIO DI VERIFICA DEI VINCOLI DI
      *                CONSERVAZIONE LEGALE NELLE PURGHE
      *                (CALL 'UTCL0071' USING UTVINT1).
      *                ----------------------------------------
      *                QUANDO IL MEF O UN REVISORE APRE UNA
      *                CONTESTAZIONE SU UN TITOLO, TUTTO CIO' CHE
      *                LO RIGUARDA VA CONSERVATO. LE PURGHE DI
      *                RITENZIONE (WSPU0083, WSHK0083, ARMB3025)
      *                CANCELLAVANO SOLO PER ETA': ORA, PRIMA DI
      *                CANCELLARE, CHIEDONO A QUESTO SERVIZIO SE LA
      *                RIGA E' COPERTA DA UN VINCOLO ATTIVO DEL
      *                REGISTRO TAB_VIN_LEG (COPY UTVINGR, GESTITO
      *                IN LINEA DA WSVL0083):
      *                  - 'M' PER PIDMTX;
      *                  - 'T' PER ISIN (CNAZTIT/CSPTIT), ANCHE SUI
      *                    MESSAGGI CHE HANNO TOCCATO IL TITOLO
      *                    SECONDO LA TRACCIA DI AUDIT WSAU0083;
      *                  - 'P' PER PERIODO (UN GIORNO DELLA RIGA
      *                    DENTRO L'INTERVALLO DEL VINCOLO).
      *                I VINCOLI ATTIVI SONO CARICATI IN MEMORIA
      *                ALL'APERTURA; LE RIGHE TRATTENUTE SONO
      *                CONTATE PER VINCOLO E OGGETTO E REGISTRATE
      *                ALLA CHIUSURA SU TAB_VIN_TRT (COPY UTVITGR),
      *                DOVE LE TROVA IL REPORT MENSILE WSVR0083.
      *                ----------------------------------------
      *                UN REGISTRO NON LEGGIBILE O PIU' GRANDE DELLA
      *                TABELLA IN MEMORIA NON E' MAI UN "NESSUN
      *                VINCOLO": L'APERTURA TORNA IN ERRORE E LA
      *                PURGA NON DEVE PARTIRE.
      ***************************************************************
      * MODIFICHE:                                                  *
      *   OTT26  RG0936  PRIMA STESURA.                              *
      ***************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

      ***************************************************************
      *    INDICI E LIMITI                                         *
      ***************************************************************
       77  IND-VIN                       PIC S9(4) COMP VALUE ZERO.
       77  IND-VIN-MAX                   PIC S9(4) COMP VALUE +500.
       77  W-NUM-VIN                     PIC S9(4) COMP VALUE ZERO.
       77  IND-CNT                       PIC S9(4) COMP VALUE ZERO.
       77  IND-CNT-MAX                   PIC S9(4) COMP VALUE +2000.
       77  W-NUM-CNT                     PIC S9(4) COMP VALUE ZERO.
       77  W-POS                         PIC S9(4) COMP VALUE ZERO.

       01  W-SW-APERTO                   PIC X     VALUE 'N'.
           88  SERVIZIO-APERTO                     VALUE 'S'.
           88  SERVIZIO-CHIUSO                     VALUE 'N'.

       01  W-SW-FINE-CURSORE             PIC X     VALUE 'N'.
           88  FINE-CURSORE                        VALUE 'S'.
           88  NON-FINE-CURSORE                    VALUE 'N'.

       01  W-CPGM                        PIC X(08) VALUE SPACES.
       01  W-DELAB                       PIC X(10) VALUE SPACES.
       01  W-DATA-A                      PIC X(10) VALUE SPACES.

       01  W-DATA-SISTEMA                PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES W-DATA-SISTEMA.
           05  W-DATA-AAAA               PIC X(04).
           05  W-DATA-MM                 PIC X(02).
           05  W-DATA-GG                 PIC X(02).

      ***************************************************************
      *    VINCOLI ATTIVI IN MEMORIA                               *
      ***************************************************************
       01  W-TAB-VINCOLI.
           05  W-VIN OCCURS 500.
               10  W-VIN-NVINC           PIC S9(9) COMP.
               10  W-VIN-CTIPO           PIC X(01).
                   88  W-VIN-MESSAGGIO             VALUE 'M'.
                   88  W-VIN-TITOLO                VALUE 'T'.
                   88  W-VIN-PERIODO               VALUE 'P'.
               10  W-VIN-PIDMTX          PIC X(15).
               10  W-VIN-CNAZTIT         PIC X(02).
               10  W-VIN-CSPTIT          PIC X(09).
               10  W-VIN-DINIZIO         PIC X(10).
               10  W-VIN-DFINE           PIC X(10).
               10  W-VIN-COPRE           PIC X(01).
                   88  VIN-COPRE-RIGA              VALUE 'S'.
                   88  VIN-NON-COPRE               VALUE 'N'.

      ***************************************************************
      *    RIGHE TRATTENUTE PER VINCOLO E OGGETTO                  *
      ***************************************************************
       01  W-TAB-CONTATORI.
           05  W-CNT OCCURS 2000.
               10  W-CNT-IND-VIN         PIC S9(4) COMP.
               10  W-CNT-COGGETTO        PIC X(08).
               10  W-CNT-QRIGHE          PIC S9(9) COMP-3.

      ***************************************************************
      *    HOST VARIABLES                                          *
      ***************************************************************
       01  HV-PIDMTX                     PIC X(15).
       01  HV-CNAZTIT                    PIC X(02).
       01  HV-CSPTIT                     PIC X(09).
       01  HV-CONTA                      PIC S9(9) COMP-3.

           COPY UTVINGR.

           COPY UTVITGR.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ***************************************************************
      *    VINCOLI ATTIVI DEL REGISTRO                             *
      ***************************************************************
           EXEC SQL DECLARE CUR-VINCOLI CURSOR FOR
                SELECT N_VINC, C_TIPO, PIDMTX, CNAZTIT, CSPTIT,
                       CHAR(D_INIZIO, ISO), CHAR(D_FINE, ISO)
                  FROM TAB_VIN_LEG
                 WHERE C_STATO = 'A'
                 ORDER BY N_VINC
                  WITH UR
           END-EXEC.

      ******************
       LINKAGE SECTION.
      ******************

           COPY UTVINT1.

      *****************************
       PROCEDURE DIVISION USING UTVINT1.
      *****************************

       0000-MAINLINE.

           MOVE '0'                  TO UTVINT1-RC.
           MOVE ZERO                 TO UTVINT1-SQLCODE.

           EVALUATE TRUE
               WHEN UTVINT1-VERIFICA
                    PERFORM 2000-VERIFICA-RIGA    THRU 2000-EXIT
               WHEN UTVINT1-NOTIFICA
                    PERFORM 3000-NOTIFICA-RIGHE   THRU 3000-EXIT
               WHEN UTVINT1-APERTURA
                    PERFORM 1000-CARICA-VINCOLI   THRU 1000-EXIT
               WHEN UTVINT1-CHIUSURA
                    PERFORM 4000-REGISTRA-TRATTENUTE THRU 4000-EXIT
               WHEN OTHER
                    SET UTVINT1-RICH-ERRATA TO TRUE
           END-EVALUATE.

           GOBACK.

       0000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    APERTURA: VINCOLI ATTIVI IN MEMORIA, CONTATORI A     *
      *    ZERO. IN ERRORE IL SERVIZIO RESTA CHIUSO E OGNI      *
      *    VERIFICA SUCCESSIVA E' UNA RICHIESTA ERRATA.         *
      *---------------------------------------------------------*
       1000-CARICA-VINCOLI.

           SET SERVIZIO-CHIUSO       TO TRUE.
           MOVE ZERO                 TO W-NUM-VIN
                                        W-NUM-CNT
                                        UTVINT1-QMESSAGGI
                                        UTVINT1-QTITOLI
                                        UTVINT1-QPERIODI.

           MOVE UTVINT1-CPGM         TO W-CPGM.
           MOVE UTVINT1-DELAB        TO W-DELAB.
           IF W-DELAB = SPACES
              ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD
              STRING W-DATA-AAAA '-' W-DATA-MM '-' W-DATA-GG
                     DELIMITED BY SIZE INTO W-DELAB
           END-IF.

           EXEC SQL OPEN CUR-VINCOLI END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM 9000-ERRORE-DB2 THRU 9000-EXIT
              GO TO 1000-EXIT
           END-IF.

           SET NON-FINE-CURSORE      TO TRUE.
           PERFORM 1100-CARICA-VINCOLO THRU 1100-EXIT
              UNTIL FINE-CURSORE.

           EXEC SQL CLOSE CUR-VINCOLI END-EXEC.

           IF UTVINT1-OK
              SET SERVIZIO-APERTO    TO TRUE
           END-IF.

       1000-EXIT.
           EXIT.

       1100-CARICA-VINCOLO.

           EXEC SQL
                FETCH CUR-VINCOLI
                 INTO :VIN-NVINC,   :VIN-CTIPO,   :VIN-PIDMTX,
                      :VIN-CNAZTIT, :VIN-CSPTIT,
                      :VIN-DINIZIO, :VIN-DFINE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                    CONTINUE
               WHEN +100
                    SET FINE-CURSORE TO TRUE
                    GO TO 1100-EXIT
               WHEN OTHER
                    PERFORM 9000-ERRORE-DB2 THRU 9000-EXIT
                    SET FINE-CURSORE TO TRUE
                    GO TO 1100-EXIT
           END-EVALUATE.

           IF W-NUM-VIN NOT LESS IND-VIN-MAX
              DISPLAY 'UTCL0071 - VINCOLI ATTIVI OLTRE IL MASSIMO DI '
                      IND-VIN-MAX
              SET UTVINT1-RICH-ERRATA TO TRUE
              SET FINE-CURSORE TO TRUE
              GO TO 1100-EXIT
           END-IF.

           ADD 1                     TO W-NUM-VIN.
           MOVE W-NUM-VIN            TO IND-VIN.
           MOVE VIN-NVINC            TO W-VIN-NVINC (IND-VIN).
           MOVE VIN-CTIPO            TO W-VIN-CTIPO (IND-VIN).
           MOVE VIN-PIDMTX           TO W-VIN-PIDMTX (IND-VIN).
           MOVE VIN-CNAZTIT          TO W-VIN-CNAZTIT (IND-VIN).
           MOVE VIN-CSPTIT           TO W-VIN-CSPTIT (IND-VIN).
           MOVE VIN-DINIZIO          TO W-VIN-DINIZIO (IND-VIN).
           MOVE VIN-DFINE            TO W-VIN-DFINE (IND-VIN).
           SET VIN-NON-COPRE (IND-VIN) TO TRUE.

           EVALUATE TRUE
               WHEN VIN-MESSAGGIO
                    ADD 1 TO UTVINT1-QMESSAGGI
               WHEN VIN-TITOLO
                    ADD 1 TO UTVINT1-QTITOLI
               WHEN VIN-PERIODO
                    ADD 1 TO UTVINT1-QPERIODI
           END-EVALUATE.

       1100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    VERIFICA DI UNA RIGA (O UNITA') CANDIDATA ALLA       *
      *    PURGA CONTRO TUTTI I VINCOLI ATTIVI.                 *
      *---------------------------------------------------------*
       2000-VERIFICA-RIGA.

           SET UTVINT1-LIBERA        TO TRUE.
           MOVE ZERO                 TO UTVINT1-NVINC.

           IF SERVIZIO-CHIUSO
              SET UTVINT1-RICH-ERRATA TO TRUE
              SET UTVINT1-VINCOLATA  TO TRUE
              GO TO 2000-EXIT
           END-IF.

           MOVE UTVINT1-DATA-A       TO W-DATA-A.
           IF W-DATA-A = SPACES
              MOVE UTVINT1-DATA-DA   TO W-DATA-A
           END-IF.

           PERFORM 2100-CONFRONTA-VINCOLO THRU 2100-EXIT
              VARYING IND-VIN FROM 1 BY 1
                UNTIL IND-VIN GREATER W-NUM-VIN.

       2000-EXIT.
           EXIT.

       2100-CONFRONTA-VINCOLO.

           SET VIN-NON-COPRE (IND-VIN) TO TRUE.

           EVALUATE TRUE
               WHEN W-VIN-MESSAGGIO (IND-VIN)
                    IF UTVINT1-PIDMTX NOT = SPACES
                    AND UTVINT1-PIDMTX = W-VIN-PIDMTX (IND-VIN)
                       PERFORM 2900-COPRE-RIGA THRU 2900-EXIT
                    END-IF
               WHEN W-VIN-TITOLO (IND-VIN)
                    IF UTVINT1-CNAZTIT NOT = SPACES
                       IF UTVINT1-CNAZTIT = W-VIN-CNAZTIT (IND-VIN)
                       AND UTVINT1-CSPTIT = W-VIN-CSPTIT (IND-VIN)
                          PERFORM 2900-COPRE-RIGA THRU 2900-EXIT
                       END-IF
                    ELSE
                       IF UTVINT1-PIDMTX NOT = SPACES
                          PERFORM 2200-TITOLO-DEL-MESSAGGIO
                             THRU 2200-EXIT
                       END-IF
                    END-IF
               WHEN W-VIN-PERIODO (IND-VIN)
                    IF UTVINT1-DATA-DA NOT = SPACES
                    AND UTVINT1-DATA-DA NOT GREATER
                                        W-VIN-DFINE (IND-VIN)
                    AND W-DATA-A NOT LESS W-VIN-DINIZIO (IND-VIN)
                       PERFORM 2900-COPRE-RIGA THRU 2900-EXIT
                    END-IF
           END-EVALUATE.

       2100-EXIT.
           EXIT.

      *    IL MESSAGGIO HA TOCCATO IL TITOLO VINCOLATO SE LA SUA
      *    TRACCIA DI AUDIT NE PORTA L'ISIN. NEL DUBBIO (ERRORE
      *    DB2) LA RIGA E' TRATTENUTA.
       2200-TITOLO-DEL-MESSAGGIO.

           MOVE UTVINT1-PIDMTX          TO HV-PIDMTX.
           MOVE W-VIN-CNAZTIT (IND-VIN) TO HV-CNAZTIT.
           MOVE W-VIN-CSPTIT (IND-VIN)  TO HV-CSPTIT.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :HV-CONTA
                  FROM WSAU0083
                 WHERE PIDMTX  = :HV-PIDMTX
                   AND CNAZTIT = :HV-CNAZTIT
                   AND CSPTIT  = :HV-CSPTIT
                  WITH UR
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM 9000-ERRORE-DB2 THRU 9000-EXIT
              PERFORM 2900-COPRE-RIGA THRU 2900-EXIT
              GO TO 2200-EXIT
           END-IF.

           IF HV-CONTA GREATER ZERO
              PERFORM 2900-COPRE-RIGA THRU 2900-EXIT
           END-IF.

       2200-EXIT.
           EXIT.

       2900-COPRE-RIGA.

           SET VIN-COPRE-RIGA (IND-VIN) TO TRUE.
           SET UTVINT1-VINCOLATA     TO TRUE.
           IF UTVINT1-NVINC = ZERO
              MOVE W-VIN-NVINC (IND-VIN) TO UTVINT1-NVINC
           END-IF.

           IF UTVINT1-QRIGHE GREATER ZERO
              PERFORM 5000-SOMMA-RIGHE THRU 5000-EXIT
           END-IF.

       2900-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    NOTIFICA: RIGHE DI UN ALTRO OGGETTO TRATTENUTE PER   *
      *    IL VINCOLO INDICATO O PER QUELLI DELL'ULTIMA         *
      *    VERIFICA.                                            *
      *---------------------------------------------------------*
       3000-NOTIFICA-RIGHE.

           IF SERVIZIO-CHIUSO
           OR UTVINT1-QRIGHE LESS ZERO
              SET UTVINT1-RICH-ERRATA TO TRUE
              GO TO 3000-EXIT
           END-IF.

           IF UTVINT1-QRIGHE = ZERO
              GO TO 3000-EXIT
           END-IF.

           IF UTVINT1-NVINC NOT = ZERO
              MOVE ZERO TO IND-VIN
              PERFORM 3100-CERCA-VINCOLO THRU 3100-EXIT
                 VARYING W-POS FROM 1 BY 1
                   UNTIL W-POS GREATER W-NUM-VIN
                      OR IND-VIN GREATER ZERO
              IF IND-VIN = ZERO
                 SET UTVINT1-RICH-ERRATA TO TRUE
              ELSE
                 PERFORM 5000-SOMMA-RIGHE THRU 5000-EXIT
              END-IF
              GO TO 3000-EXIT
           END-IF.

           PERFORM 3200-NOTIFICA-VINCOLO THRU 3200-EXIT
              VARYING IND-VIN FROM 1 BY 1
                UNTIL IND-VIN GREATER W-NUM-VIN.

       3000-EXIT.
           EXIT.

       3100-CERCA-VINCOLO.
           IF W-VIN-NVINC (W-POS) = UTVINT1-NVINC
              MOVE W-POS TO IND-VIN
           END-IF.
       3100-EXIT.
           EXIT.

       3200-NOTIFICA-VINCOLO.
           IF VIN-COPRE-RIGA (IND-VIN)
              PERFORM 5000-SOMMA-RIGHE THRU 5000-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    CHIUSURA: UNA RIGA TAB_VIN_TRT PER VINCOLO E         *
      *    OGGETTO. UNA NUOVA ESECUZIONE NELLA STESSA DATA      *
      *    CONTABILE SOSTITUISCE LA PRECEDENTE.                 *
      *---------------------------------------------------------*
       4000-REGISTRA-TRATTENUTE.

           MOVE ZERO                 TO UTVINT1-QRIGHE.

           IF SERVIZIO-CHIUSO
              SET UTVINT1-RICH-ERRATA TO TRUE
              GO TO 4000-EXIT
           END-IF.

           PERFORM 4100-REGISTRA-CONTATORE THRU 4100-EXIT
              VARYING IND-CNT FROM 1 BY 1
                UNTIL IND-CNT GREATER W-NUM-CNT
                   OR NOT UTVINT1-OK.

           IF NOT UTVINT1-OK
              EXEC SQL ROLLBACK END-EXEC
              GO TO 4000-EXIT
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           SET SERVIZIO-CHIUSO       TO TRUE.

       4000-EXIT.
           EXIT.

       4100-REGISTRA-CONTATORE.

           MOVE W-CNT-IND-VIN (IND-CNT) TO IND-VIN.
           MOVE W-VIN-NVINC (IND-VIN)   TO TRT-NVINC.
           MOVE W-CPGM                  TO TRT-CPGM.
           MOVE W-CNT-COGGETTO (IND-CNT) TO TRT-COGGETTO.
           MOVE W-DELAB                 TO TRT-DELAB.
           MOVE W-CNT-QRIGHE (IND-CNT)  TO TRT-QRIGHE.

           EXEC SQL
                DELETE FROM TAB_VIN_TRT
                 WHERE N_VINC    = :TRT-NVINC
                   AND C_PGM     = :TRT-CPGM
                   AND C_OGGETTO = :TRT-COGGETTO
                   AND D_ELAB    = DATE(:TRT-DELAB)
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
              PERFORM 9000-ERRORE-DB2 THRU 9000-EXIT
              GO TO 4100-EXIT
           END-IF.

           EXEC SQL
                INSERT INTO TAB_VIN_TRT
                       (N_VINC, C_PGM, C_OGGETTO, D_ELAB, Q_RIGHE,
                        S_TMST)
                VALUES (:TRT-NVINC, :TRT-CPGM, :TRT-COGGETTO,
                        DATE(:TRT-DELAB), :TRT-QRIGHE,
                        CURRENT TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM 9000-ERRORE-DB2 THRU 9000-EXIT
              GO TO 4100-EXIT
           END-IF.

           ADD TRT-QRIGHE            TO UTVINT1-QRIGHE.

       4100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    SOMMA UTVINT1-QRIGHE AL CONTATORE DEL VINCOLO        *
      *    IND-VIN PER UTVINT1-COGGETTO.                        *
      *---------------------------------------------------------*
       5000-SOMMA-RIGHE.

           MOVE ZERO TO IND-CNT.
           PERFORM 5100-CERCA-CONTATORE THRU 5100-EXIT
              VARYING W-POS FROM 1 BY 1
                UNTIL W-POS GREATER W-NUM-CNT
                   OR IND-CNT GREATER ZERO.

           IF IND-CNT = ZERO
              IF W-NUM-CNT NOT LESS IND-CNT-MAX
                 SET UTVINT1-RICH-ERRATA TO TRUE
                 GO TO 5000-EXIT
              END-IF
              ADD 1                  TO W-NUM-CNT
              MOVE W-NUM-CNT         TO IND-CNT
              MOVE IND-VIN           TO W-CNT-IND-VIN (IND-CNT)
              MOVE UTVINT1-COGGETTO  TO W-CNT-COGGETTO (IND-CNT)
              MOVE ZERO              TO W-CNT-QRIGHE (IND-CNT)
           END-IF.

           ADD UTVINT1-QRIGHE        TO W-CNT-QRIGHE (IND-CNT).

       5000-EXIT.
           EXIT.

       5100-CERCA-CONTATORE.
           IF W-CNT-IND-VIN (W-POS) = IND-VIN
           AND W-CNT-COGGETTO (W-POS) = UTVINT1-COGGETTO
              MOVE W-POS TO IND-CNT
           END-IF.
       5100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    ERRORE DB2: SQLCODE AL CHIAMANTE.                    *
      *---------------------------------------------------------*
       9000-ERRORE-DB2.

           MOVE SQLCODE              TO UTVINT1-SQLCODE.
           SET UTVINT1-ERRORE-DB2    TO TRUE.

       9000-EXIT.
           EXIT.
