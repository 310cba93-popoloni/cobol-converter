       IDENTIFICATION DIVISION.
       PROGRAM-ID. WSVL0083.
       AUTHOR.     MANUTENZIONE WSOC83.
       INSTALLATION. MONTE TITOLI - ELABORAZIONE DATI.
       DATE-WRITTEN. OTTOBRE 2026.
       DATE-COMPILED.
      * -------------------------------------------------------------- *
      *                       PROGETTO MEF                             *
      *                       ============                             *
      *                                                                *
      *  PROGRAMMA: WSVL0083 - REGISTRO DEI VINCOLI DI CONSERVAZIONE   *
      *             LEGALE (TAB_VIN_LEG, COPY UTVINGR).                *
      *  TIPOLOGIA: RETE (TRANSAZIONALE) COBOL-CICS-DB2                *
      *             TRANSAZIONE WSVL - PSEUDO-CONVERSAZIONALE          *
      *                                                                *
      *  QUANDO IL MEF O UN REVISORE APRE UNA CONTESTAZIONE, TUTTO     *
      *  CIO' CHE RIGUARDA UN MESSAGGIO, UN TITOLO O UN PERIODO VA     *
      *  CONSERVATO FINO A NUOVO AVVISO. OGNI PURGA DI RITENZIONE      *
      *  (WSPU0083, WSHK0083, ARMB3025) SALTA LE RIGHE COPERTE DA UN   *
      *  VINCOLO ATTIVO DI QUESTO REGISTRO (SERVIZIO UTCL0071):        *
      *    'L' = LISTA DEI VINCOLI ATTIVI (PF8 = PAGINA SUCCESSIVA)    *
      *    'V' = VISUALIZZA UN VINCOLO (N. VINCOLO) CON LE RIGHE       *
      *          TRATTENUTE DALL'ULTIMA ELABORAZIONE DI OGNI PURGA     *
      *    'I' = INSERISCE UN VINCOLO: TIPO 'M' (PIDMTX), 'T' (ISIN)   *
      *          O 'P' (PERIODO DAL/AL, AAAA-MM-GG), CON MOTIVO E      *
      *          RICHIEDENTE; IL N. VINCOLO E' ASSEGNATO QUI           *
      *    'R' = RILASCIA IL VINCOLO APPENA VISUALIZZATO (DOPO 'V')    *
      *  'I' E 'R' SONO PRESIDIATE DAL MEMBRO 'WSOPAUTH' (SERVIZIO     *
      *  WSOP0083, STRUMENTO 'WSVL0083'); UTENTE E DATA DI APERTURA E  *
      *  DI RILASCIO RESTANO SUL VINCOLO, CHE NON SI CANCELLA MAI.     *
      *  PF3 TERMINA.                                                  *
      * -------------------------------------------------------------- *
      *  MODIFICHE:                                                    *
      *    OTT26  RG0936  PRIMA STESURA.                               *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77  W-NUM-RIGHE             PIC S9(4) COMP VALUE ZERO.
       77  W-RIGHE-PAGINA          PIC S9(4) COMP VALUE +12.
       77  W-IND                   PIC S9(4) COMP VALUE ZERO.
       77  W-LUN                   PIC S9(4) COMP VALUE ZERO.
       77  W-SQLCODE               PIC ---9.
       77  W-NVINC-ED              PIC Z(8)9.
       77  W-QRIGHE-ED             PIC ZZZ.ZZZ.ZZ9.

       01  W-SW-ESITO              PIC X(01) VALUE 'S'.
           88  ESITO-OK                      VALUE 'S'.
           88  ESITO-KO                      VALUE 'N'.
       01  W-SW-FINE-CUR           PIC X(01) VALUE 'N'.
           88  FINE-CUR                      VALUE 'S'.
           88  NON-FINE-CUR                  VALUE 'N'.

       01  W-USERID                PIC X(08) VALUE SPACES.
       01  W-NVINC-TXT             PIC X(09) VALUE SPACES.
       01  W-NVINC                 PIC 9(09) VALUE ZERO.
       01  W-CHIAVE                PIC X(21) VALUE SPACES.

      *-------------------------------------------------------------*
      * -- RIGA DELLA LISTA DEI VINCOLI ATTIVI
      *-------------------------------------------------------------*
       01  W-RIGA-LISTA.
           05  RL-NVINC            PIC Z(8)9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RL-TIPO             PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RL-CHIAVE           PIC X(21).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RL-DAPERTURA        PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RL-RICHIED          PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RL-MOTIVO           PIC X(13).

      *-------------------------------------------------------------*
      * -- HOST VARIABLES
      *-------------------------------------------------------------*
       01  HV-ULT-NVINC            PIC S9(9)  COMP.
       01  HV-CONTA                PIC S9(9)  COMP-3.
       01  HV-DATA-ISO             PIC X(10).
       01  HV-TRT-CPGM             PIC X(08).
       01  HV-TRT-COGGETTO         PIC X(08).
       01  HV-TRT-DELAB            PIC X(10).
       01  HV-TRT-QRIGHE           PIC S9(9)  COMP-3.

      ***************************************************************
      *    VINCOLO DI CONSERVAZIONE LEGALE (TAB_VIN_LEG)            *
      ***************************************************************
           COPY UTVINGR.

      ***************************************************************
      *    CONTROLLO PERMESSI E LOG AZIONI OPERATORE (WSOP0083)     *
      ***************************************************************
           COPY WSOPT1.

      ***************************************************************
      *    MAPPA SIMBOLICA DELLA VIDEATA DEI VINCOLI                *
      ***************************************************************
           COPY WSVL83M.

      ***************************************************************
      *    COMMAREA DI CONVERSAZIONE                                *
      ***************************************************************
       01  W-WSVL83C.
           COPY WSVL83C.

           COPY DFHAID.
           COPY DFHBMSCA.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *-------------------------------------------------------------*
      * -- VINCOLI ATTIVI DOPO L'ULTIMO MOSTRATO (RIPRESA PF8)
      *-------------------------------------------------------------*
           EXEC SQL DECLARE CUR-VL-LISTA CURSOR FOR
                SELECT N_VINC, C_TIPO, PIDMTX, CNAZTIT, CSPTIT,
                       CHAR(D_INIZIO, ISO), CHAR(D_FINE, ISO),
                       X_MOTIVO, C_RICHIED, CHAR(D_APERTURA, ISO)
                  FROM TAB_VIN_LEG
                 WHERE C_STATO = 'A'
                   AND N_VINC  > :HV-ULT-NVINC
                 ORDER BY N_VINC
                  WITH UR
           END-EXEC.

      *-------------------------------------------------------------*
      * -- RIGHE TRATTENUTE DEL VINCOLO: PER PROGRAMMA E OGGETTO,
      * -- QUELLE DELL'ULTIMA ELABORAZIONE (OGNI PURGA RICONTA TUTTO
      * -- CIO' CHE TRATTIENE, QUINDI L'ULTIMA E' IL VOLUME ATTUALE)
      *-------------------------------------------------------------*
           EXEC SQL DECLARE CUR-VL-TRATTENUTE CURSOR FOR
                SELECT T.C_PGM, T.C_OGGETTO, CHAR(T.D_ELAB, ISO),
                       T.Q_RIGHE
                  FROM TAB_VIN_TRT T
                 WHERE T.N_VINC = :VIN-NVINC
                   AND T.D_ELAB =
                       (SELECT MAX(X.D_ELAB)
                          FROM TAB_VIN_TRT X
                         WHERE X.N_VINC    = T.N_VINC
                           AND X.C_PGM     = T.C_PGM
                           AND X.C_OGGETTO = T.C_OGGETTO)
                 ORDER BY T.C_PGM, T.C_OGGETTO
                  WITH UR
           END-EXEC.

      ******************
       LINKAGE SECTION.
      ******************

       01  DFHCOMMAREA.
           COPY WSVL83C.

      *********************
       PROCEDURE DIVISION.
      *********************

           EXEC CICS HANDLE CONDITION
                     ERROR    (W900-ERRORE)
                     MAPFAIL  (W910-MAPFAIL)
           END-EXEC.

           IF EIBCALEN = ZERO
              PERFORM INIZIALIZZA-CONVERSAZIONE
              PERFORM VIDEATA-INIZIALE THRU END-VIDEATA-INIZIALE
           ELSE
              MOVE DFHCOMMAREA TO W-WSVL83C
              EVALUATE EIBAID
                 WHEN DFHCLEAR
                 WHEN DFHPF3
                      PERFORM FINE-CONVERSAZIONE THRU END-FINE-CONV
                 WHEN DFHPF8
                      PERFORM RICEVI-MAPPA  THRU END-RICEVI-MAPPA
                      PERFORM LISTA-VINCOLI THRU END-LISTA-VINCOLI
                 WHEN DFHENTER
                      PERFORM RICEVI-MAPPA  THRU END-RICEVI-MAPPA
                      PERFORM ESEGUI-AZIONE THRU END-ESEGUI-AZIONE
                 WHEN OTHER
                      MOVE 'TASTO NON VALIDO - USARE ENTER/PF8/PF3'
                                            TO MSGI
                      PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              END-EVALUATE
           END-IF.

           EXEC CICS RETURN TRANSID ('WSVL')
                     COMMAREA (W-WSVL83C)
                     LENGTH   (LENGTH OF W-WSVL83C)
           END-EXEC.

      *--------------------------------------------------------*
       INIZIALIZZA-CONVERSAZIONE.
           MOVE SPACES            TO W-WSVL83C.
           MOVE ZERO              TO WSVL83C-ULT-NVINC   OF W-WSVL83C
                                     WSVL83C-NVINC-VISTO OF W-WSVL83C.
           SET WSVL83C-EOF-NO           OF W-WSVL83C TO TRUE.
           SET WSVL83C-NON-RILASCIABILE OF W-WSVL83C TO TRUE.
           SET PRIMA-VOLTA              OF W-WSVL83C TO TRUE.
      *--------------------------------------------------------*

      *--------------------------------------------------------*
       VIDEATA-INIZIALE.
           MOVE SPACES TO WSVL83MI.
           MOVE 'VINCOLI LEGALI - L=LISTA V=VISUALIZZA I=INSERISCI R=RIL
      -         'ASCIA (DOPO V)' TO MSGI.
           EXEC CICS SEND MAP ('WSVL83M') MAPSET ('WSVL83S')
                     FROM (WSVL83MI) ERASE
           END-EXEC.
       END-VIDEATA-INIZIALE.
           EXIT.

      *--------------------------------------------------------*
       RICEVI-MAPPA.
           EXEC CICS RECEIVE MAP ('WSVL83M') MAPSET ('WSVL83S')
                     INTO (WSVL83MI)
           END-EXEC.
       END-RICEVI-MAPPA.
           EXIT.

      *--------------------------------------------------------*
       ESEGUI-AZIONE.

           EVALUATE AZIOI
               WHEN 'L'
                    MOVE ZERO TO WSVL83C-ULT-NVINC OF W-WSVL83C
                    SET WSVL83C-EOF-NO OF W-WSVL83C TO TRUE
                    PERFORM LISTA-VINCOLI THRU END-LISTA-VINCOLI
               WHEN 'V'
                    PERFORM VISUALIZZA-VINCOLO
                            THRU END-VISUALIZZA-VINCOLO
               WHEN 'I'
                    PERFORM INSERISCI-VINCOLO
                            THRU END-INSERISCI-VINCOLO
               WHEN 'R'
                    PERFORM RILASCIA-VINCOLO
                            THRU END-RILASCIA-VINCOLO
               WHEN OTHER
                    MOVE 'AZIONE NON VALIDA - USARE L/V/I/R' TO MSGI
                    PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
           END-EVALUATE.

       END-ESEGUI-AZIONE.
           EXIT.

      *--------------------------------------------------------*
      *    LISTA DEI VINCOLI ATTIVI, 12 RIGHE PER PAGINA,       *
      *    RIPARTENDO DALL'ULTIMO N. VINCOLO MOSTRATO.          *
      *--------------------------------------------------------*
       LISTA-VINCOLI.

           PERFORM PULISCI-RIGHE THRU END-PULISCI-RIGHE.

           IF WSVL83C-EOF-SI OF W-WSVL83C
              MOVE 'FINE LISTA - ENTER CON L PER RICOMINCIARE'
                                   TO MSGI
              PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              GO TO END-LISTA-VINCOLI.

           MOVE WSVL83C-ULT-NVINC OF W-WSVL83C TO HV-ULT-NVINC.
           MOVE ZERO                           TO W-NUM-RIGHE.

           EXEC SQL OPEN CUR-VL-LISTA END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM ERRORE-SQL THRU END-ERRORE-SQL
              PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              GO TO END-LISTA-VINCOLI.

           PERFORM LEGGI-UN-VINCOLO THRU END-LEGGI-UN-VINCOLO
              UNTIL W-NUM-RIGHE NOT LESS W-RIGHE-PAGINA
                 OR WSVL83C-EOF-SI OF W-WSVL83C.

           EXEC SQL CLOSE CUR-VL-LISTA END-EXEC.

           IF W-NUM-RIGHE = ZERO
              MOVE 'NESSUN VINCOLO ATTIVO' TO MSGI
           ELSE
              IF WSVL83C-EOF-SI OF W-WSVL83C
                 MOVE 'FINE LISTA' TO MSGI
              ELSE
                 MOVE 'PF8 = PAGINA SUCCESSIVA' TO MSGI
              END-IF
           END-IF.

           PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA.

       END-LISTA-VINCOLI.
           EXIT.

      *--------------------------------------------------------*
       LEGGI-UN-VINCOLO.

           EXEC SQL
                FETCH CUR-VL-LISTA
                 INTO :VIN-NVINC,    :VIN-CTIPO,   :VIN-PIDMTX,
                      :VIN-CNAZTIT,  :VIN-CSPTIT,
                      :VIN-DINIZIO,  :VIN-DFINE,
                      :VIN-XMOTIVO,  :VIN-CRICHIED,
                      :VIN-DAPERTURA
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                    ADD 1 TO W-NUM-RIGHE
                    PERFORM COMPONI-CHIAVE THRU END-COMPONI-CHIAVE
                    MOVE VIN-NVINC     TO RL-NVINC
                    MOVE VIN-CTIPO     TO RL-TIPO
                    MOVE W-CHIAVE      TO RL-CHIAVE
                    MOVE VIN-DAPERTURA TO RL-DAPERTURA
                    MOVE VIN-CRICHIED  TO RL-RICHIED
                    MOVE VIN-XMOTIVO   TO RL-MOTIVO
                    MOVE W-RIGA-LISTA  TO RIGAI (W-NUM-RIGHE)
                    MOVE VIN-NVINC
                      TO WSVL83C-ULT-NVINC OF W-WSVL83C
               WHEN +100
                    SET WSVL83C-EOF-SI OF W-WSVL83C TO TRUE
               WHEN OTHER
                    PERFORM ERRORE-SQL THRU END-ERRORE-SQL
                    SET WSVL83C-EOF-SI OF W-WSVL83C TO TRUE
           END-EVALUATE.

       END-LEGGI-UN-VINCOLO.
           EXIT.

      *--------------------------------------------------------*
      *    CHIAVE LEGGIBILE DEL VINCOLO SECONDO IL TIPO.        *
      *--------------------------------------------------------*
       COMPONI-CHIAVE.
           MOVE SPACES TO W-CHIAVE.
           EVALUATE TRUE
               WHEN VIN-MESSAGGIO
                    MOVE VIN-PIDMTX TO W-CHIAVE
               WHEN VIN-TITOLO
                    STRING VIN-CNAZTIT VIN-CSPTIT
                           DELIMITED BY SIZE INTO W-CHIAVE
                    END-STRING
               WHEN OTHER
                    STRING VIN-DINIZIO '/' VIN-DFINE
                           DELIMITED BY SIZE INTO W-CHIAVE
                    END-STRING
           END-EVALUATE.
       END-COMPONI-CHIAVE.
           EXIT.

      *--------------------------------------------------------*
      *    VISUALIZZAZIONE DI UN VINCOLO, ATTIVO O RILASCIATO,  *
      *    CON LE RIGHE CHE OGNI PURGA HA TRATTENUTO PER ESSO.  *
      *    SE ATTIVO, IL N. VINCOLO RESTA IN COMMAREA PER LA    *
      *    CONFERMA DEL RILASCIO 'R'.                           *
      *--------------------------------------------------------*
       VISUALIZZA-VINCOLO.

           PERFORM PULISCI-RIGHE THRU END-PULISCI-RIGHE.
           SET WSVL83C-NON-RILASCIABILE OF W-WSVL83C TO TRUE.
           MOVE ZERO TO WSVL83C-NVINC-VISTO OF W-WSVL83C.

           PERFORM CONTROLLA-NVINC THRU END-CONTROLLA-NVINC.
           IF ESITO-KO
              PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              GO TO END-VISUALIZZA-VINCOLO.

           MOVE W-NVINC TO VIN-NVINC.

           EXEC SQL
                SELECT C_TIPO, PIDMTX, CNAZTIT, CSPTIT,
                       CHAR(D_INIZIO, ISO), CHAR(D_FINE, ISO),
                       X_MOTIVO, C_RICHIED,
                       CHAR(D_APERTURA, ISO), C_UTE_APER,
                       CHAR(D_RILASCIO, ISO), C_UTE_RIL, C_STATO
                  INTO :VIN-CTIPO,     :VIN-PIDMTX,
                       :VIN-CNAZTIT,   :VIN-CSPTIT,
                       :VIN-DINIZIO,   :VIN-DFINE,
                       :VIN-XMOTIVO,   :VIN-CRICHIED,
                       :VIN-DAPERTURA, :VIN-CUTEAPER,
                       :VIN-DRILASCIO, :VIN-CUTERIL, :VIN-CSTATO
                  FROM TAB_VIN_LEG
                 WHERE N_VINC = :VIN-NVINC
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                    CONTINUE
               WHEN +100
                    MOVE 'VINCOLO NON TROVATO' TO MSGI
                    PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
                    GO TO END-VISUALIZZA-VINCOLO
               WHEN OTHER
                    PERFORM ERRORE-SQL THRU END-ERRORE-SQL
                    PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
                    GO TO END-VISUALIZZA-VINCOLO
           END-EVALUATE.

           MOVE VIN-CTIPO    TO TIPOI.
           MOVE VIN-PIDMTX   TO PIDMI.
           MOVE SPACES       TO ISINI.
           STRING VIN-CNAZTIT VIN-CSPTIT
                  DELIMITED BY SIZE INTO ISINI.
           MOVE VIN-DINIZIO  TO DINII.
           MOVE VIN-DFINE    TO DFINI.
           MOVE VIN-XMOTIVO  TO MOTII.
           MOVE VIN-CRICHIED TO RICHI.

           MOVE SPACES TO RIGAI (1).
           STRING 'APERTO IL ' VIN-DAPERTURA ' DA ' VIN-CUTEAPER
                  DELIMITED BY SIZE INTO RIGAI (1).
           MOVE SPACES TO RIGAI (2).
           IF VIN-ATTIVO
              MOVE 'STATO: ATTIVO' TO RIGAI (2)
           ELSE
              STRING 'STATO: RILASCIATO IL ' VIN-DRILASCIO
                     ' DA ' VIN-CUTERIL
                     DELIMITED BY SIZE INTO RIGAI (2)
           END-IF.
           MOVE 'RIGHE TRATTENUTE (ULTIMA ELABORAZIONE DI OGNI PURGA):'
                             TO RIGAI (3).
           MOVE 3 TO W-NUM-RIGHE.

           SET ESITO-OK TO TRUE.

           EXEC SQL OPEN CUR-VL-TRATTENUTE END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM ERRORE-SQL THRU END-ERRORE-SQL
              PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              GO TO END-VISUALIZZA-VINCOLO.

           SET NON-FINE-CUR TO TRUE.
           PERFORM MOSTRA-TRATTENUTE THRU END-MOSTRA-TRATTENUTE
              UNTIL FINE-CUR.

           EXEC SQL CLOSE CUR-VL-TRATTENUTE END-EXEC.

           IF ESITO-KO
              PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              GO TO END-VISUALIZZA-VINCOLO.

           IF W-NUM-RIGHE = 3
              MOVE '  NESSUNA RIGA TRATTENUTA FINORA' TO RIGAI (4).

           IF VIN-RILASCIATO
              MOVE 'VINCOLO GIA'' RILASCIATO' TO MSGI
              PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              GO TO END-VISUALIZZA-VINCOLO.

           MOVE W-NVINC TO WSVL83C-NVINC-VISTO OF W-WSVL83C.
           SET WSVL83C-RILASCIABILE OF W-WSVL83C TO TRUE.
           MOVE 'VINCOLO ATTIVO - ENTER CON R PER RILASCIARLO' TO MSGI.
           PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA.

       END-VISUALIZZA-VINCOLO.
           EXIT.

      *--------------------------------------------------------*
       MOSTRA-TRATTENUTE.

           EXEC SQL
                FETCH CUR-VL-TRATTENUTE
                 INTO :HV-TRT-CPGM,  :HV-TRT-COGGETTO,
                      :HV-TRT-DELAB, :HV-TRT-QRIGHE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                    IF W-NUM-RIGHE LESS W-RIGHE-PAGINA
                       ADD 1 TO W-NUM-RIGHE
                       MOVE HV-TRT-QRIGHE TO W-QRIGHE-ED
                       STRING '  ' HV-TRT-CPGM ' ' HV-TRT-COGGETTO
                              ' AL ' HV-TRT-DELAB
                              ' RIGHE ' W-QRIGHE-ED
                              DELIMITED BY SIZE
                              INTO RIGAI (W-NUM-RIGHE)
                       END-STRING
                    END-IF
               WHEN +100
                    SET FINE-CUR TO TRUE
               WHEN OTHER
                    PERFORM ERRORE-SQL THRU END-ERRORE-SQL
                    SET ESITO-KO TO TRUE
                    SET FINE-CUR TO TRUE
           END-EVALUATE.

       END-MOSTRA-TRATTENUTE.
           EXIT.

      *--------------------------------------------------------*
      *    INSERIMENTO DI UN NUOVO VINCOLO: CONTROLLI PER TIPO, *
      *    AUTORIZZAZIONE WSOPAUTH, NUMERO = MASSIMO + 1. UN    *
      *    SECONDO VINCOLO ATTIVO SULLO STESSO PIDMTX O ISIN    *
      *    NON SERVE E VIENE RIFIUTATO.                         *
      *--------------------------------------------------------*
       INSERISCI-VINCOLO.

           PERFORM PULISCI-RIGHE THRU END-PULISCI-RIGHE.

           PERFORM CONTROLLA-VINCOLO THRU END-CONTROLLA-VINCOLO.
           IF ESITO-KO
              PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              GO TO END-INSERISCI-VINCOLO.

           MOVE SPACES       TO WSOPT1.
           MOVE 'WSVL0083'   TO WSOPT1-STRUMENTO.
           MOVE 'I'          TO WSOPT1-AZIONE.
           MOVE W-CHIAVE     TO WSOPT1-CHIAVE.
           MOVE VIN-XMOTIVO  TO WSOPT1-NOTE.
           EXEC CICS LINK PROGRAM ('WSOP0083')
                     COMMAREA (WSOPT1)
                     LENGTH (LENGTH OF WSOPT1)
           END-EXEC.
           IF WSOPT1-NEGATA
              MOVE 'AZIONE NON AUTORIZZATA PER QUESTO TERMINALE'
                             TO MSGI
              PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              GO TO END-INSERISCI-VINCOLO.

           PERFORM LEGGI-OPERATORE THRU END-LEGGI-OPERATORE.

           EXEC SQL
                SELECT COALESCE(MAX(N_VINC), 0) + 1
                  INTO :VIN-NVINC
                  FROM TAB_VIN_LEG
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM ERRORE-SQL THRU END-ERRORE-SQL
              PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              GO TO END-INSERISCI-VINCOLO.

           EXEC SQL
                INSERT INTO TAB_VIN_LEG
                       (N_VINC,     C_TIPO,     PIDMTX,
                        CNAZTIT,    CSPTIT,     D_INIZIO,
                        D_FINE,     X_MOTIVO,   C_RICHIED,
                        D_APERTURA, C_UTE_APER, D_RILASCIO,
                        C_UTE_RIL,  C_STATO)
                VALUES (:VIN-NVINC,   :VIN-CTIPO,   :VIN-PIDMTX,
                        :VIN-CNAZTIT, :VIN-CSPTIT,
                        DATE(:VIN-DINIZIO), DATE(:VIN-DFINE),
                        :VIN-XMOTIVO, :VIN-CRICHIED,
                        CURRENT DATE, :W-USERID,
                        DATE('9999-12-31'),
                        ' ', 'A')
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                    CONTINUE
               WHEN -803
                    EXEC CICS SYNCPOINT ROLLBACK NOHANDLE END-EXEC
                    MOVE 'N. VINCOLO APPENA ASSEGNATO AD ALTRI - RIPETER
      -                  'E I' TO MSGI
                    PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
                    GO TO END-INSERISCI-VINCOLO
               WHEN OTHER
                    PERFORM ERRORE-SQL THRU END-ERRORE-SQL
                    EXEC CICS SYNCPOINT ROLLBACK NOHANDLE END-EXEC
                    PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
                    GO TO END-INSERISCI-VINCOLO
           END-EVALUATE.

           EXEC CICS SYNCPOINT END-EXEC.

           MOVE VIN-NVINC   TO W-NVINC-ED.
           MOVE W-NVINC-ED  TO NVINI.
           MOVE SPACES      TO MSGI.
           STRING 'VINCOLO N. ' W-NVINC-ED ' INSERITO - ATTIVO DA '
                  'STANOTTE SU TUTTE LE PURGHE'
                  DELIMITED BY SIZE INTO MSGI.
           PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA.

       END-INSERISCI-VINCOLO.
           EXIT.

      *--------------------------------------------------------*
      *    CONTROLLI DEI DATI DEL VINCOLO DA INSERIRE. LE DATE  *
      *    SONO VERIFICATE DA DB2 (UNA DATA INESISTENTE DA'     *
      *    SQLCODE NEGATIVO). PREPARA UTVINGR E W-CHIAVE.       *
      *--------------------------------------------------------*
       CONTROLLA-VINCOLO.

           SET ESITO-KO TO TRUE.
           INITIALIZE UTVINGR.
           MOVE TIPOI TO VIN-CTIPO.

           IF MOTII = SPACES OR LOW-VALUES
              MOVE 'INDICARE IL MOTIVO DEL VINCOLO' TO MSGI
              GO TO END-CONTROLLA-VINCOLO.
           IF RICHI = SPACES OR LOW-VALUES
              MOVE 'INDICARE IL RICHIEDENTE (MEF, REVISORE, ...)'
                                   TO MSGI
              GO TO END-CONTROLLA-VINCOLO.
           MOVE MOTII TO VIN-XMOTIVO.
           MOVE RICHI TO VIN-CRICHIED.

           MOVE '0001-01-01' TO VIN-DINIZIO.
           MOVE '9999-12-31' TO VIN-DFINE.

           EVALUATE TRUE
               WHEN VIN-MESSAGGIO
                    IF PIDMI = SPACES OR LOW-VALUES
                       MOVE 'TIPO M: INDICARE IL PIDMTX' TO MSGI
                       GO TO END-CONTROLLA-VINCOLO
                    END-IF
                    MOVE PIDMI TO VIN-PIDMTX
                    EXEC SQL
                         SELECT COUNT(*)
                           INTO :HV-CONTA
                           FROM TAB_VIN_LEG
                          WHERE C_TIPO  = 'M'
                            AND C_STATO = 'A'
                            AND PIDMTX  = :VIN-PIDMTX
                    END-EXEC
               WHEN VIN-TITOLO
                    IF ISINI (1:2) = SPACES OR LOW-VALUES
                    OR ISINI (3:9) = SPACES OR LOW-VALUES
                       MOVE 'TIPO T: INDICARE L''ISIN (PAESE + CODICE)'
                                   TO MSGI
                       GO TO END-CONTROLLA-VINCOLO
                    END-IF
                    MOVE ISINI (1:2) TO VIN-CNAZTIT
                    MOVE ISINI (3:9) TO VIN-CSPTIT
                    EXEC SQL
                         SELECT COUNT(*)
                           INTO :HV-CONTA
                           FROM TAB_VIN_LEG
                          WHERE C_TIPO  = 'T'
                            AND C_STATO = 'A'
                            AND CNAZTIT = :VIN-CNAZTIT
                            AND CSPTIT  = :VIN-CSPTIT
                    END-EXEC
               WHEN VIN-PERIODO
                    PERFORM CONTROLLA-PERIODO
                            THRU END-CONTROLLA-PERIODO
                    IF ESITO-OK
                       SET ESITO-KO TO TRUE
                    ELSE
                       GO TO END-CONTROLLA-VINCOLO
                    END-IF
                    MOVE ZERO TO HV-CONTA
               WHEN OTHER
                    MOVE 'TIPO NON VALIDO - USARE M/T/P' TO MSGI
                    GO TO END-CONTROLLA-VINCOLO
           END-EVALUATE.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM ERRORE-SQL THRU END-ERRORE-SQL
              GO TO END-CONTROLLA-VINCOLO.

           IF HV-CONTA GREATER ZERO
              MOVE 'ESISTE GIA'' UN VINCOLO ATTIVO SULLA STESSA CHIAVE'
                                   TO MSGI
              GO TO END-CONTROLLA-VINCOLO.

           PERFORM COMPONI-CHIAVE THRU END-COMPONI-CHIAVE.
           SET ESITO-OK TO TRUE.

       END-CONTROLLA-VINCOLO.
           EXIT.

      *--------------------------------------------------------*
      *    PERIODO: DAL OBBLIGATORIO, AL A SPAZI = SENZA FINE   *
      *    (9999-12-31), DAL NON OLTRE AL.                      *
      *--------------------------------------------------------*
       CONTROLLA-PERIODO.

           SET ESITO-KO TO TRUE.

           IF DINII = SPACES OR LOW-VALUES
              MOVE 'TIPO P: INDICARE IL GIORNO INIZIALE (AAAA-MM-GG)'
                                   TO MSGI
              GO TO END-CONTROLLA-PERIODO.

           MOVE DINII TO VIN-DINIZIO.
           IF DFINI NOT = SPACES AND NOT = LOW-VALUES
              MOVE DFINI TO VIN-DFINE.

           EXEC SQL
                SELECT CHAR(DATE(:VIN-DINIZIO), ISO),
                       CHAR(DATE(:VIN-DFINE), ISO)
                  INTO :VIN-DINIZIO, :VIN-DFINE
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              MOVE 'TIPO P: DATE NON VALIDE (FORMATO AAAA-MM-GG)'
                                   TO MSGI
              GO TO END-CONTROLLA-PERIODO.

           IF VIN-DINIZIO GREATER VIN-DFINE
              MOVE 'TIPO P: IL GIORNO INIZIALE SUPERA QUELLO FINALE'
                                   TO MSGI
              GO TO END-CONTROLLA-PERIODO.

           SET ESITO-OK TO TRUE.

       END-CONTROLLA-PERIODO.
           EXIT.

      *--------------------------------------------------------*
      *    RILASCIO: SOLO SUL VINCOLO APPENA VISUALIZZATO E     *
      *    ATTIVO, CON AUTORIZZAZIONE WSOPAUTH. DALLA NOTTE     *
      *    SUCCESSIVA LE PURGHE TORNANO A CANCELLARE PER ETA'.  *
      *--------------------------------------------------------*
       RILASCIA-VINCOLO.

           PERFORM CONTROLLA-NVINC THRU END-CONTROLLA-NVINC.
           IF ESITO-KO
              PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              GO TO END-RILASCIA-VINCOLO.

           IF W-NVINC NOT = WSVL83C-NVINC-VISTO OF W-WSVL83C
           OR WSVL83C-NON-RILASCIABILE OF W-WSVL83C
              MOVE 'ESEGUIRE PRIMA V: IL VINCOLO DEVE ESSERE ATTIVO'
                                   TO MSGI
              PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              GO TO END-RILASCIA-VINCOLO.

           MOVE SPACES       TO WSOPT1.
           MOVE 'WSVL0083'   TO WSOPT1-STRUMENTO.
           MOVE 'R'          TO WSOPT1-AZIONE.
           MOVE NVINI        TO WSOPT1-CHIAVE.
           MOVE 'RILASCIO DI UN VINCOLO DI CONSERVAZIONE'
                             TO WSOPT1-NOTE.
           EXEC CICS LINK PROGRAM ('WSOP0083')
                     COMMAREA (WSOPT1)
                     LENGTH (LENGTH OF WSOPT1)
           END-EXEC.
           IF WSOPT1-NEGATA
              MOVE 'AZIONE NON AUTORIZZATA PER QUESTO TERMINALE'
                             TO MSGI
              PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              GO TO END-RILASCIA-VINCOLO.

           SET WSVL83C-NON-RILASCIABILE OF W-WSVL83C TO TRUE.
           PERFORM LEGGI-OPERATORE THRU END-LEGGI-OPERATORE.
           MOVE W-NVINC TO VIN-NVINC.

           EXEC SQL
                UPDATE TAB_VIN_LEG
                   SET C_STATO    = 'R'
                      ,D_RILASCIO = CURRENT DATE
                      ,C_UTE_RIL  = :W-USERID
                 WHERE N_VINC  = :VIN-NVINC
                   AND C_STATO = 'A'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                    CONTINUE
               WHEN +100
                    MOVE 'VINCOLO GIA'' RILASCIATO' TO MSGI
                    PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
                    GO TO END-RILASCIA-VINCOLO
               WHEN OTHER
                    PERFORM ERRORE-SQL THRU END-ERRORE-SQL
                    EXEC CICS SYNCPOINT ROLLBACK NOHANDLE END-EXEC
                    PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
                    GO TO END-RILASCIA-VINCOLO
           END-EVALUATE.

           EXEC CICS SYNCPOINT END-EXEC.

           MOVE VIN-NVINC  TO W-NVINC-ED.
           MOVE SPACES     TO MSGI.
           STRING 'VINCOLO N. ' W-NVINC-ED ' RILASCIATO'
                  DELIMITED BY SIZE INTO MSGI.
           PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA.

       END-RILASCIA-VINCOLO.
           EXIT.

      *--------------------------------------------------------*
      *    N. VINCOLO DIGITATO (ALLINEATO A SINISTRA, SENZA     *
      *    ZERI) IN W-NVINC.                                    *
      *--------------------------------------------------------*
       CONTROLLA-NVINC.

           SET ESITO-KO TO TRUE.
           MOVE SPACES  TO W-NVINC-TXT.
           MOVE ZERO    TO W-LUN.

           IF NVINI NOT = LOW-VALUES
              UNSTRING NVINI DELIMITED BY SPACE
                  INTO W-NVINC-TXT COUNT IN W-LUN
              END-UNSTRING
           END-IF.

           IF W-LUN = ZERO
              MOVE 'INDICARE IL N. VINCOLO' TO MSGI
              GO TO END-CONTROLLA-NVINC.

           IF W-NVINC-TXT (1:W-LUN) NOT NUMERIC
              MOVE 'N. VINCOLO NON NUMERICO' TO MSGI
              GO TO END-CONTROLLA-NVINC.

           MOVE W-NVINC-TXT (1:W-LUN) TO W-NVINC.
           SET ESITO-OK TO TRUE.

       END-CONTROLLA-NVINC.
           EXIT.

      *--------------------------------------------------------*
       LEGGI-OPERATORE.
           MOVE SPACES TO W-USERID.
           EXEC CICS ASSIGN USERID (W-USERID) NOHANDLE END-EXEC.
       END-LEGGI-OPERATORE.
           EXIT.

      *--------------------------------------------------------*
       PULISCI-RIGHE.
           MOVE ZERO TO W-IND.
           PERFORM PULISCI-UNA-RIGA THRU END-PULISCI-UNA-RIGA
              UNTIL W-IND NOT LESS W-RIGHE-PAGINA.
       END-PULISCI-RIGHE.
           EXIT.

      *--------------------------------------------------------*
       PULISCI-UNA-RIGA.
           ADD 1 TO W-IND.
           MOVE SPACES TO RIGAI (W-IND).
       END-PULISCI-UNA-RIGA.
           EXIT.

      *--------------------------------------------------------*
       ERRORE-SQL.
           MOVE SQLCODE TO W-SQLCODE.
           MOVE SPACES  TO MSGI.
           STRING 'ERRORE DB2, SQLCODE=' W-SQLCODE
                  DELIMITED BY SIZE INTO MSGI.
       END-ERRORE-SQL.
           EXIT.

      *--------------------------------------------------------*
       RIVIA-VIDEATA.
           EXEC CICS SEND MAP ('WSVL83M') MAPSET ('WSVL83S')
                     FROM (WSVL83MI) DATAONLY
           END-EXEC.
       END-RIVIA-VIDEATA.
           EXIT.

      *--------------------------------------------------------*
       FINE-CONVERSAZIONE.
           EXEC CICS SEND TEXT FROM ('REGISTRO VINCOLI TERMINATO')
                     LENGTH (26) ERASE FREEKB
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
       END-FINE-CONV.
           EXIT.

      *--------------------------------------------------------*
       W900-ERRORE.
           EXEC CICS SYNCPOINT ROLLBACK NOHANDLE END-EXEC.
           EXEC CICS SEND TEXT FROM ('ERRORE CICS IN WSVL0083')
                     LENGTH (23) ERASE FREEKB NOHANDLE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.

      *--------------------------------------------------------*
       W910-MAPFAIL.
           PERFORM INIZIALIZZA-CONVERSAZIONE.
           PERFORM VIDEATA-INIZIALE THRU END-VIDEATA-INIZIALE.
           EXEC CICS RETURN TRANSID ('WSVL')
                     COMMAREA (W-WSVL83C)
                     LENGTH   (LENGTH OF W-WSVL83C)
           END-EXEC.
      * ================>> FINE PROGRAMMA WSVL0083 <<================= *
