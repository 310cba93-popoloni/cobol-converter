       IDENTIFICATION DIVISION.
       PROGRAM-ID. WSRL0083.
       AUTHOR.     MANUTENZIONE WSOC83.
       INSTALLATION. MONTE TITOLI - ELABORAZIONE DATI.
       DATE-WRITTEN. OTTOBRE 2026.
       DATE-COMPILED.
      * -------------------------------------------------------------- *
      *                       PROGETTO MEF                             *
      *                       ============                             *
      *                                                                *
      *  PROGRAMMA: WSRL0083 - RILASCIO A QUATTRO OCCHI DEI MESSAGGI   *
      *             DI STRIPPING TRATTENUTI DA WSOC83.                 *
      *  TIPOLOGIA: RETE (TRANSAZIONALE) COBOL-CICS-DB2                *
      *             TRANSAZIONE WSRL - PSEUDO-CONVERSAZIONALE          *
      *                                                                *
      *  WSOC83 TRATTIENE I MESSAGGI CHE RICADONO NELLE REGOLE DEL     *
      *  MEMBRO 'WS83RILA' (RICOSTITUZIONI, PIANO VARIATO, QPMSTRIP    *
      *  OLTRE SOGLIA): RIGHE WSRR A CVALMSG '4' E UNA RIGA NEL        *
      *  REGISTRO WSTN0083 (COPY WSTNRGR). DA QUI:                     *
      *    'L' = ELENCA I MESSAGGI ANCORA DA DECIDERE (PIDMTX VUOTO)   *
      *    'V' = VISUALIZZA IL PIDMTX: REGOLA, STATO, REVISORI         *
      *    'P' = PRIMA REVISIONE (VISTO) DEL PIDMTX APPENA VISUALIZ-   *
      *          ZATO, STATO 'T' -> 'V'                                *
      *    'R' = RILASCIA IL PIDMTX VISTATO: RIGHE WSRR DI NUOVO A     *
      *          SPAZIO E CHIAVE RIACCODATA SU WS83, WSOC83 APPLICA    *
      *          IL MESSAGGIO CON LA NORMALE RISPOSTA E WSL            *
      *    'J' = RESPINGE IL PIDMTX VISTATO CON MOTIVAZIONE: STESSO    *
      *          RIACCODAMENTO, WSOC83 LO SCARTA (IDC 'RIL', 1152)     *
      *  RILASCIO E RIFIUTO SONO AMMESSI SOLO A UN OPERATORE (USERID   *
      *  CICS) DIVERSO DA QUELLO CHE HA DATO IL VISTO. LE AZIONI       *
      *  'P', 'R' E 'J' SONO PRESIDIATE DAL MEMBRO 'WSOPAUTH'          *
      *  (SERVIZIO WSOP0083, STRUMENTO 'WSRL0083') E LASCIANO UNA      *
      *  RIGA NOMTAB 'TRAT' SULLA TRACCIA DI AUDIT WSAU0083, VISIBILE  *
      *  NEL CICLO DI VITA DEL MESSAGGIO (WSTR0083).                   *
      *  PF3 TERMINA.                                                  *
      * -------------------------------------------------------------- *
      *  MODIFICHE:                                                    *
      *    OTT26  RG0923  PRIMA STESURA.                               *
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
       77  W-SQLCODE               PIC ---9.
       77  W-RESP                  PIC S9(8) COMP VALUE ZERO.
       77  W-NUM-PENDENTI          PIC 9(05) VALUE ZERO.
       77  W-NUM-WSRR              PIC 9(05) VALUE ZERO.
       77  W-QPM-ED                PIC ZZZ9,99999.
       77  W-USERID                PIC X(08) VALUE SPACES.
       77  W-TERMID                PIC X(04) VALUE SPACES.
       77  W-DESCR-STATO           PIC X(11) VALUE SPACES.
       77  W-DESCR-REGOLA          PIC X(16) VALUE SPACES.

       01  W-SW-ESITO              PIC X(01) VALUE 'S'.
           88  ESITO-OK                      VALUE 'S'.
           88  ESITO-KO                      VALUE 'N'.
       01  W-SW-FINE-CUR           PIC X(01) VALUE 'N'.
           88  FINE-CUR                      VALUE 'S'.
           88  NON-FINE-CUR                  VALUE 'N'.

      *-------------------------------------------------------------*
      * -- CHIAVE RIACCODATA SU WS83 (STESSO TRACCIATO DI
      * -- W-AREA-KEYMSG-WS83 DI WSOC83), TIPO '2' = RIESECUZIONE
      *-------------------------------------------------------------*
       01  W-AREA-KEYMSG.
           03  W-IDN-RICH-MSG      PIC 9(10).
           03  W-IDN-TIPO-ESEC     PIC X(01).
           03  FILLER              PIC X(09).
       77  LL-KEYMSG               PIC S9(4) COMP VALUE +20.

      *-------------------------------------------------------------*
      * -- HOST VARIABLES
      *-------------------------------------------------------------*
       01  HV-PIDMTX               PIC X(15).
       01  HV-CONTA                PIC S9(9)  COMP-3.
       01  HV-CSTATO-NUOVO         PIC X(01).
       01  HV-AUDIT-DESCR          PIC X(40).

      ***************************************************************
      *    REGISTRO DEI MESSAGGI TRATTENUTI (WSTN0083)              *
      ***************************************************************
           COPY WSTNRGR.

      ***************************************************************
      *    CONTROLLO PERMESSI E LOG AZIONI OPERATORE (WSOP0083)     *
      ***************************************************************
           COPY WSOPT1.

      ***************************************************************
      *    MAPPA SIMBOLICA DELLA VIDEATA DI RILASCIO                *
      ***************************************************************
           COPY WSRL83M.

      ***************************************************************
      *    COMMAREA DI CONVERSAZIONE                                *
      ***************************************************************
       01  W-WSRL83C.
           COPY WSRL83C.

           COPY DFHAID.
           COPY DFHBMSCA.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *-------------------------------------------------------------*
      * -- MESSAGGI ANCORA DA DECIDERE, DAL PIU' VECCHIO
      *-------------------------------------------------------------*
           EXEC SQL DECLARE CUR-RL-PENDENTI CURSOR FOR
                SELECT PIDMTX,   CNAZTIT,  CSPTIT,   CREGOLA,
                       CSTATO,   CHAR(WTIMETRAT),
                       COALESCE(CUTEVISTO, ' ')
                  FROM WSTN0083
                 WHERE CSTATO IN ('T', 'V')
                 ORDER BY WTIMETRAT
                  WITH UR
           END-EXEC.

      ******************
       LINKAGE SECTION.
      ******************

       01  DFHCOMMAREA.
           COPY WSRL83C.

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
              MOVE DFHCOMMAREA TO W-WSRL83C
              EVALUATE EIBAID
                 WHEN DFHCLEAR
                 WHEN DFHPF3
                      PERFORM FINE-CONVERSAZIONE THRU END-FINE-CONV
                 WHEN DFHENTER
                      PERFORM RICEVI-MAPPA  THRU END-RICEVI-MAPPA
                      PERFORM ESEGUI-AZIONE THRU END-ESEGUI-AZIONE
                 WHEN OTHER
                      MOVE 'TASTO NON VALIDO - USARE ENTER/PF3'
                                            TO MSGI
                      PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              END-EVALUATE
           END-IF.

           EXEC CICS RETURN TRANSID ('WSRL')
                     COMMAREA (W-WSRL83C)
                     LENGTH   (LENGTH OF W-WSRL83C)
           END-EXEC.

      *--------------------------------------------------------*
       INIZIALIZZA-CONVERSAZIONE.
           MOVE SPACES            TO W-WSRL83C.
           SET WSRL83C-NON-VISTO OF W-WSRL83C TO TRUE.
           SET PRIMA-VOLTA       OF W-WSRL83C TO TRUE.
      *--------------------------------------------------------*

      *--------------------------------------------------------*
       VIDEATA-INIZIALE.
           MOVE SPACES TO WSRL83MI.
           MOVE 'L=ELENCO V=VISUALIZZA P=VISTO R=RILASCIA J=RESPINGE'
                                   TO MSGI.
           EXEC CICS SEND MAP ('WSRL83M') MAPSET ('WSRL83S')
                     FROM (WSRL83MI) ERASE
           END-EXEC.
       END-VIDEATA-INIZIALE.
           EXIT.

      *--------------------------------------------------------*
       RICEVI-MAPPA.
           EXEC CICS RECEIVE MAP ('WSRL83M') MAPSET ('WSRL83S')
                     INTO (WSRL83MI)
           END-EXEC.
       END-RICEVI-MAPPA.
           EXIT.

      *--------------------------------------------------------*
       ESEGUI-AZIONE.

           PERFORM PULISCI-RIGHE THRU END-PULISCI-RIGHE.

           IF AZIOI = 'L'
              PERFORM ELENCA-PENDENTI THRU END-ELENCA-PENDENTI
              GO TO END-ESEGUI-AZIONE.

           IF PIDMI = SPACES OR LOW-VALUES
              MOVE 'INDICARE IL PIDMTX (O AZIONE L PER L''ELENCO)'
                                   TO MSGI
              PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              GO TO END-ESEGUI-AZIONE.

           MOVE PIDMI TO HV-PIDMTX.

           EVALUATE AZIOI
               WHEN 'V'
                    PERFORM VISUALIZZA-PIDMTX
                            THRU END-VISUALIZZA-PIDMTX
               WHEN 'P'
                    PERFORM VISTA-PIDMTX
                            THRU END-VISTA-PIDMTX
               WHEN 'R'
               WHEN 'J'
                    PERFORM DECIDI-PIDMTX
                            THRU END-DECIDI-PIDMTX
               WHEN OTHER
                    MOVE 'AZIONE NON VALIDA - USARE L/V/P/R/J' TO MSGI
                    PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
           END-EVALUATE.

       END-ESEGUI-AZIONE.
           EXIT.

      *--------------------------------------------------------*
      *    ELENCO DEI MESSAGGI TRATTENUTI ANCORA DA DECIDERE    *
      *    (STATO 'T' O 'V'): LE PRIME 12 RIGHE E IL TOTALE.    *
      *--------------------------------------------------------*
       ELENCA-PENDENTI.

           SET WSRL83C-NON-VISTO OF W-WSRL83C TO TRUE.
           MOVE ZERO TO W-NUM-RIGHE
                        W-NUM-PENDENTI.

           EXEC SQL OPEN CUR-RL-PENDENTI END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM ERRORE-SQL THRU END-ERRORE-SQL
              PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              GO TO END-ELENCA-PENDENTI.

           SET ESITO-OK     TO TRUE.
           SET NON-FINE-CUR TO TRUE.
           PERFORM LEGGI-PENDENTE THRU END-LEGGI-PENDENTE
              UNTIL FINE-CUR.

           EXEC SQL CLOSE CUR-RL-PENDENTI END-EXEC.

           IF ESITO-KO
              PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              GO TO END-ELENCA-PENDENTI.

           IF W-NUM-PENDENTI = ZERO
              MOVE 'NESSUN MESSAGGIO TRATTENUTO DA DECIDERE' TO MSGI
           ELSE
              MOVE SPACES TO MSGI
              STRING 'MESSAGGI TRATTENUTI DA DECIDERE: '
                     W-NUM-PENDENTI
                     DELIMITED BY SIZE INTO MSGI
              END-STRING
           END-IF.
           PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA.

       END-ELENCA-PENDENTI.
           EXIT.

      *--------------------------------------------------------*
       LEGGI-PENDENTE.

           INITIALIZE WSTNRGR.

           EXEC SQL
                FETCH CUR-RL-PENDENTI
                 INTO :WSTN-PIDMTX,    :WSTN-CNAZTIT, :WSTN-CSPTIT,
                      :WSTN-CREGOLA,   :WSTN-CSTATO,
                      :WSTN-WTIMETRAT, :WSTN-CUTEVISTO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                    ADD 1 TO W-NUM-PENDENTI
                    IF W-NUM-RIGHE LESS W-RIGHE-PAGINA
                       ADD 1 TO W-NUM-RIGHE
                       PERFORM DECODIFICA-REGISTRO
                          THRU END-DECODIFICA-REGISTRO
                       STRING WSTN-PIDMTX ' ' WSTN-CNAZTIT WSTN-CSPTIT
                              ' ' W-DESCR-REGOLA
                              ' ' W-DESCR-STATO
                              ' ' WSTN-WTIMETRAT (1:16)
                              ' ' WSTN-CUTEVISTO
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

       END-LEGGI-PENDENTE.
           EXIT.

      *--------------------------------------------------------*
      *    VISUALIZZAZIONE: LA RIGA DEL REGISTRO E IL NUMERO    *
      *    DI RIGHE WSRR ANCORA TRATTENUTE. LO STATO RESTA IN   *
      *    COMMAREA PER LE AZIONI SUCCESSIVE.                   *
      *--------------------------------------------------------*
       VISUALIZZA-PIDMTX.

           MOVE HV-PIDMTX TO WSRL83C-PIDMTX OF W-WSRL83C.
           SET WSRL83C-NON-VISTO OF W-WSRL83C TO TRUE.

           PERFORM LEGGI-REGISTRO THRU END-LEGGI-REGISTRO.

           IF ESITO-KO
              PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              GO TO END-VISUALIZZA-PIDMTX.

           PERFORM DECODIFICA-REGISTRO THRU END-DECODIFICA-REGISTRO.
           MOVE WSTN-QPMSTRIP TO W-QPM-ED.

           STRING 'PIDMTX ' WSTN-PIDMTX
                  '  TITOLO ' WSTN-CNAZTIT WSTN-CSPTIT
                  '  CSTRIP ' WSTN-CSTRIP
                  '  QPMSTRIP ' W-QPM-ED
                  DELIMITED BY SIZE INTO RIGAI (1).
           STRING 'REGOLA     : ' WSTN-CREGOLA ' ' W-DESCR-REGOLA
                  DELIMITED BY SIZE INTO RIGAI (2).
           STRING 'STATO      : ' WSTN-CSTATO ' ' W-DESCR-STATO
                  '  TRATTENUTO IL ' WSTN-WTIMETRAT (1:19)
                  DELIMITED BY SIZE INTO RIGAI (3).
           STRING 'VISTO      : ' WSTN-CUTEVISTO
                  ' ' WSTN-CTERMVISTO
                  ' ' WSTN-WTIMEVISTO (1:19)
                  DELIMITED BY SIZE INTO RIGAI (4).
           STRING 'DECISIONE  : ' WSTN-CUTEDEC
                  ' ' WSTN-CTERMDEC
                  ' ' WSTN-WTIMEDEC (1:19)
                  DELIMITED BY SIZE INTO RIGAI (5).
           STRING 'MOTIVO     : ' WSTN-CMOTIVO
                  DELIMITED BY SIZE INTO RIGAI (6).
           STRING 'RIELABORATO: ' WSTN-WTIMEESITO (1:19)
                  DELIMITED BY SIZE INTO RIGAI (7).

           EXEC SQL
                SELECT COUNT(*)
                  INTO :HV-CONTA
                  FROM WSRR
                 WHERE PIDMTX  = :HV-PIDMTX
                   AND CVALMSG = '4'
                  WITH UR
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM ERRORE-SQL THRU END-ERRORE-SQL
              PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              GO TO END-VISUALIZZA-PIDMTX.

           MOVE HV-CONTA TO W-NUM-WSRR.
           STRING 'RIGHE WSRR TRATTENUTE (CVALMSG 4): ' W-NUM-WSRR
                  DELIMITED BY SIZE INTO RIGAI (8).

           EVALUATE TRUE
               WHEN WSTN-TRATTENUTO
                    SET WSRL83C-TRATTENUTO OF W-WSRL83C TO TRUE
                    MOVE 'IN ATTESA DI VISTO - ENTER CON P PER VISTARE'
                                   TO MSGI
               WHEN WSTN-VISTATO
                    SET WSRL83C-VISTATO OF W-WSRL83C TO TRUE
                    MOVE 'VISTATO - UN ALTRO OPERATORE DECIDE CON R/J'
                                   TO MSGI
               WHEN OTHER
                    MOVE 'MESSAGGIO GIA'' DECISO' TO MSGI
           END-EVALUATE.
           PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA.

       END-VISUALIZZA-PIDMTX.
           EXIT.

      *--------------------------------------------------------*
       LEGGI-REGISTRO.

           SET ESITO-OK TO TRUE.
           INITIALIZE WSTNRGR.

           EXEC SQL
                SELECT PIDMTX,   CNAZTIT,  CSPTIT,   CSTRIP,
                       QPMSTRIP, CREGOLA,  CSTATO,
                       CHAR(WTIMETRAT),
                       COALESCE(CUTEVISTO, ' '),
                       COALESCE(CTERMVISTO, ' '),
                       COALESCE(CHAR(WTIMEVISTO), ' '),
                       COALESCE(CUTEDEC, ' '),
                       COALESCE(CTERMDEC, ' '),
                       COALESCE(CHAR(WTIMEDEC), ' '),
                       COALESCE(CMOTIVO, ' '),
                       COALESCE(CHAR(WTIMEESITO), ' ')
                  INTO :WSTN-PIDMTX,    :WSTN-CNAZTIT,
                       :WSTN-CSPTIT,    :WSTN-CSTRIP,
                       :WSTN-QPMSTRIP,  :WSTN-CREGOLA,
                       :WSTN-CSTATO,    :WSTN-WTIMETRAT,
                       :WSTN-CUTEVISTO, :WSTN-CTERMVISTO,
                       :WSTN-WTIMEVISTO,
                       :WSTN-CUTEDEC,   :WSTN-CTERMDEC,
                       :WSTN-WTIMEDEC,  :WSTN-CMOTIVO,
                       :WSTN-WTIMEESITO
                  FROM WSTN0083
                 WHERE PIDMTX = :HV-PIDMTX
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                    CONTINUE
               WHEN +100
                    MOVE 'PIDMTX NON PRESENTE NEL REGISTRO TRATTENUTI'
                                   TO MSGI
                    SET ESITO-KO TO TRUE
               WHEN OTHER
                    PERFORM ERRORE-SQL THRU END-ERRORE-SQL
                    SET ESITO-KO TO TRUE
           END-EVALUATE.

       END-LEGGI-REGISTRO.
           EXIT.

      *--------------------------------------------------------*
       DECODIFICA-REGISTRO.

           EVALUATE TRUE
               WHEN WSTN-REG-RICOSTITUZIONE
                    MOVE 'RICOSTITUZIONE'   TO W-DESCR-REGOLA
               WHEN WSTN-REG-PIANO
                    MOVE 'PIANO VARIATO'    TO W-DESCR-REGOLA
               WHEN WSTN-REG-QUOTA
                    MOVE 'QPMSTRIP OLTRE'   TO W-DESCR-REGOLA
               WHEN OTHER
                    MOVE 'REGOLA ?'         TO W-DESCR-REGOLA
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WSTN-TRATTENUTO
                    MOVE 'TRATTENUTO'       TO W-DESCR-STATO
               WHEN WSTN-VISTATO
                    MOVE 'VISTATO'          TO W-DESCR-STATO
               WHEN WSTN-RILASCIATO
                    MOVE 'RILASCIATO'       TO W-DESCR-STATO
               WHEN WSTN-RESPINTO
                    MOVE 'RESPINTO'         TO W-DESCR-STATO
               WHEN OTHER
                    MOVE 'STATO ?'          TO W-DESCR-STATO
           END-EVALUATE.

       END-DECODIFICA-REGISTRO.
           EXIT.

      *--------------------------------------------------------*
      *    PRIMA REVISIONE: SOLO SUL PIDMTX APPENA VISUALIZZATO *
      *    IN STATO 'T', CON AUTORIZZAZIONE WSOPAUTH. L'UPDATE  *
      *    RIVERIFICA LO STATO NELLA STESSA UNITA' DI LAVORO.   *
      *--------------------------------------------------------*
       VISTA-PIDMTX.

           IF HV-PIDMTX NOT = WSRL83C-PIDMTX OF W-WSRL83C
           OR NOT WSRL83C-TRATTENUTO OF W-WSRL83C
              MOVE 'ESEGUIRE PRIMA V: IL PIDMTX DEVE ESSERE TRATTENUTO'
                                   TO MSGI
              PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              GO TO END-VISTA-PIDMTX.

           MOVE SPACES TO WSOPT1.
           MOVE 'P'    TO WSOPT1-AZIONE.
           MOVE 'VISTO SU MESSAGGIO TRATTENUTO'
                       TO WSOPT1-NOTE.
           PERFORM AUTORIZZA-AZIONE THRU END-AUTORIZZA-AZIONE.

           IF ESITO-KO
              PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              GO TO END-VISTA-PIDMTX.

           SET WSRL83C-NON-VISTO OF W-WSRL83C TO TRUE.
           PERFORM LEGGI-OPERATORE THRU END-LEGGI-OPERATORE.

           EXEC SQL
                UPDATE WSTN0083
                   SET CSTATO     = 'V'
                      ,CUTEVISTO  = :W-USERID
                      ,CTERMVISTO = :W-TERMID
                      ,WTIMEVISTO = CURRENT TIMESTAMP
                 WHERE PIDMTX     = :HV-PIDMTX
                   AND CSTATO     = 'T'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                    CONTINUE
               WHEN +100
                    MOVE 'STATO CAMBIATO NEL FRATTEMPO - RIPETERE V'
                                   TO MSGI
                    PERFORM ANNULLA-DECISIONE THRU END-ANNULLA-DECISIONE
                    GO TO END-VISTA-PIDMTX
               WHEN OTHER
                    PERFORM ERRORE-SQL THRU END-ERRORE-SQL
                    PERFORM ANNULLA-DECISIONE THRU END-ANNULLA-DECISIONE
                    GO TO END-VISTA-PIDMTX
           END-EVALUATE.

           MOVE SPACES TO HV-AUDIT-DESCR.
           STRING 'VISTO RILASCIO DA ' W-USERID
                  '/'    EIBTRMID
                  DELIMITED BY SIZE INTO HV-AUDIT-DESCR.
           PERFORM REGISTRA-AUDIT THRU END-REGISTRA-AUDIT.

           IF ESITO-KO
              PERFORM ANNULLA-DECISIONE THRU END-ANNULLA-DECISIONE
              GO TO END-VISTA-PIDMTX.

           EXEC CICS SYNCPOINT END-EXEC.

           MOVE 'VISTO REGISTRATO - DECIDE UN ALTRO OPERATORE'
                                   TO MSGI.
           PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA.

       END-VISTA-PIDMTX.
           EXIT.

      *--------------------------------------------------------*
      *    RILASCIO ('R') O RIFIUTO ('J'): SOLO SUL PIDMTX      *
      *    APPENA VISUALIZZATO IN STATO 'V', DA UN OPERATORE    *
      *    DIVERSO DA CHI HA DATO IL VISTO. IN UN'UNICA UNITA'  *
      *    DI LAVORO: REGISTRO, RIGHE WSRR DI NUOVO A SPAZIO,   *
      *    AUDIT E CHIAVE RIACCODATA SU WS83 (O TUTTO O NIENTE).*
      *--------------------------------------------------------*
       DECIDI-PIDMTX.

           IF HV-PIDMTX NOT = WSRL83C-PIDMTX OF W-WSRL83C
           OR NOT WSRL83C-VISTATO OF W-WSRL83C
              MOVE 'ESEGUIRE PRIMA V: IL PIDMTX DEVE ESSERE VISTATO'
                                   TO MSGI
              PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              GO TO END-DECIDI-PIDMTX.

           IF AZIOI = 'J'
           AND (MOTII = SPACES OR LOW-VALUES)
              MOVE 'PER RESPINGERE INDICARE LA MOTIVAZIONE' TO MSGI
              PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              GO TO END-DECIDI-PIDMTX.

           PERFORM LEGGI-OPERATORE THRU END-LEGGI-OPERATORE.
           PERFORM LEGGI-REGISTRO  THRU END-LEGGI-REGISTRO.

           IF ESITO-KO
              PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              GO TO END-DECIDI-PIDMTX.

           IF W-USERID = WSTN-CUTEVISTO
              MOVE 'DECIDE UN OPERATORE DIVERSO DA CHI HA VISTATO'
                                   TO MSGI
              PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              GO TO END-DECIDI-PIDMTX.

           MOVE SPACES TO WSOPT1.
           MOVE AZIOI  TO WSOPT1-AZIONE.
           IF AZIOI = 'R'
              MOVE 'RILASCIO DI UN MESSAGGIO TRATTENUTO'
                       TO WSOPT1-NOTE
           ELSE
              MOVE MOTII TO WSOPT1-NOTE
           END-IF.
           PERFORM AUTORIZZA-AZIONE THRU END-AUTORIZZA-AZIONE.

           IF ESITO-KO
              PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              GO TO END-DECIDI-PIDMTX.

           SET WSRL83C-NON-VISTO OF W-WSRL83C TO TRUE.
           MOVE AZIOI TO HV-CSTATO-NUOVO.
           IF AZIOI = 'R'
              MOVE SPACES TO WSTN-CMOTIVO
           ELSE
              MOVE MOTII  TO WSTN-CMOTIVO
           END-IF.

           EXEC SQL
                UPDATE WSTN0083
                   SET CSTATO   = :HV-CSTATO-NUOVO
                      ,CUTEDEC  = :W-USERID
                      ,CTERMDEC = :W-TERMID
                      ,WTIMEDEC = CURRENT TIMESTAMP
                      ,CMOTIVO  = :WSTN-CMOTIVO
                 WHERE PIDMTX    = :HV-PIDMTX
                   AND CSTATO    = 'V'
                   AND CUTEVISTO <> :W-USERID
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                    CONTINUE
               WHEN +100
                    MOVE 'STATO CAMBIATO NEL FRATTEMPO - RIPETERE V'
                                   TO MSGI
                    PERFORM ANNULLA-DECISIONE THRU END-ANNULLA-DECISIONE
                    GO TO END-DECIDI-PIDMTX
               WHEN OTHER
                    PERFORM ERRORE-SQL THRU END-ERRORE-SQL
                    PERFORM ANNULLA-DECISIONE THRU END-ANNULLA-DECISIONE
                    GO TO END-DECIDI-PIDMTX
           END-EVALUATE.

           EXEC SQL
                UPDATE WSRR
                   SET CVALMSG = ' '
                 WHERE PIDMTX  = :HV-PIDMTX
                   AND CVALMSG = '4'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                    CONTINUE
               WHEN +100
                    MOVE 'NESSUNA RIGA WSRR TRATTENUTA PER IL PIDMTX'
                                   TO MSGI
                    PERFORM ANNULLA-DECISIONE THRU END-ANNULLA-DECISIONE
                    GO TO END-DECIDI-PIDMTX
               WHEN OTHER
                    PERFORM ERRORE-SQL THRU END-ERRORE-SQL
                    PERFORM ANNULLA-DECISIONE THRU END-ANNULLA-DECISIONE
                    GO TO END-DECIDI-PIDMTX
           END-EVALUATE.

           MOVE SPACES TO HV-AUDIT-DESCR.
           IF AZIOI = 'R'
              STRING 'RILASCIATO DA ' W-USERID
                     '/'    EIBTRMID
                     DELIMITED BY SIZE INTO HV-AUDIT-DESCR
              END-STRING
           ELSE
              STRING 'RESPINTO DA ' W-USERID
                     '/'    EIBTRMID
                     DELIMITED BY SIZE INTO HV-AUDIT-DESCR
              END-STRING
           END-IF.
           PERFORM REGISTRA-AUDIT THRU END-REGISTRA-AUDIT.

           IF ESITO-KO
              PERFORM ANNULLA-DECISIONE THRU END-ANNULLA-DECISIONE
              GO TO END-DECIDI-PIDMTX.

           MOVE LOW-VALUE          TO W-AREA-KEYMSG.
           MOVE HV-PIDMTX (1:10)   TO W-IDN-RICH-MSG.
           MOVE '2'                TO W-IDN-TIPO-ESEC.

           EXEC CICS WRITEQ TD QUEUE('WS83')
                FROM           (W-AREA-KEYMSG)
                LENGTH         (LL-KEYMSG)
                RESP           (W-RESP)
           END-EXEC.

           IF W-RESP NOT = DFHRESP(NORMAL)
              MOVE 'CODA WS83 NON DISPONIBILE' TO MSGI
              PERFORM ANNULLA-DECISIONE THRU END-ANNULLA-DECISIONE
              GO TO END-DECIDI-PIDMTX.

           EXEC CICS SYNCPOINT END-EXEC.

           IF AZIOI = 'R'
              MOVE 'MESSAGGIO RILASCIATO - RIACCODATO SU WS83'
                                   TO MSGI
           ELSE
              MOVE 'MESSAGGIO RESPINTO - RIACCODATO SU WS83'
                                   TO MSGI
           END-IF.
           PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA.

       END-DECIDI-PIDMTX.
           EXIT.

      *--------------------------------------------------------*
      *    CONTROLLO PERMESSI WSOPAUTH: IL CHIAMANTE IMPOSTA    *
      *    AZIONE E NOTA. ESITO-KO CON MSGI SE NEGATA.          *
      *--------------------------------------------------------*
       AUTORIZZA-AZIONE.

           SET ESITO-OK      TO TRUE.
           MOVE 'WSRL0083'   TO WSOPT1-STRUMENTO.
           MOVE HV-PIDMTX    TO WSOPT1-CHIAVE.
           EXEC CICS LINK PROGRAM ('WSOP0083')
                     COMMAREA (WSOPT1)
                     LENGTH (LENGTH OF WSOPT1)
           END-EXEC.
           IF WSOPT1-NEGATA
              MOVE 'AZIONE NON AUTORIZZATA PER QUESTO TERMINALE'
                             TO MSGI
              SET ESITO-KO   TO TRUE
           END-IF.

       END-AUTORIZZA-AZIONE.
           EXIT.

      *--------------------------------------------------------*
      *    OPERATORE DEL QUATTRO OCCHI: USERID CICS DEL TASK.   *
      *--------------------------------------------------------*
       LEGGI-OPERATORE.
           MOVE SPACES TO W-USERID.
           EXEC CICS ASSIGN USERID (W-USERID) NOHANDLE END-EXEC.
           MOVE EIBTRMID TO W-TERMID.
       END-LEGGI-OPERATORE.
           EXIT.

      *--------------------------------------------------------*
      *    TRACCIA DI AUDIT: RIGA NOMTAB 'TRAT' SUL PIDMTX.     *
      *    UN ERRORE ANNULLA LA DECISIONE: UNA DECISIONE SENZA  *
      *    TRACCIA NON DEVE ESISTERE.                           *
      *--------------------------------------------------------*
       REGISTRA-AUDIT.

           IF WSTN-PIDMTX NOT = HV-PIDMTX
              PERFORM LEGGI-REGISTRO THRU END-LEGGI-REGISTRO
              IF ESITO-KO
                 GO TO END-REGISTRA-AUDIT
              END-IF
           END-IF.

           EXEC SQL
                INSERT INTO WSAU0083
                       (PIDMTX,   NOMTAB,   CNAZTIT,  CSPTIT,
                        CCHIAVE3, DESCRAUD, WTIMEAUD)
                VALUES (:HV-PIDMTX, 'TRAT',
                        :WSTN-CNAZTIT, :WSTN-CSPTIT, ' ',
                        :HV-AUDIT-DESCR, CURRENT TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSRL0083 - ERRORE INSERT WSAU0083 SQLCODE='
                       SQLCODE
              PERFORM ERRORE-SQL THRU END-ERRORE-SQL
              SET ESITO-KO TO TRUE
           END-IF.

       END-REGISTRA-AUDIT.
           EXIT.

      *--------------------------------------------------------*
      *    ANNULLA TUTTO IL LAVORO DELLA DECISIONE: IL          *
      *    MESSAGGIO RESTA TRATTENUTO. MSGI PORTA IL MOTIVO.    *
      *--------------------------------------------------------*
       ANNULLA-DECISIONE.
           EXEC CICS SYNCPOINT ROLLBACK NOHANDLE END-EXEC.
           MOVE 'DECISIONE ANNULLATA - NESSUNA MODIFICA APPLICATA'
                                   TO RIGAI (1).
           PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA.
       END-ANNULLA-DECISIONE.
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
           EXEC CICS SEND MAP ('WSRL83M') MAPSET ('WSRL83S')
                     FROM (WSRL83MI) DATAONLY
           END-EXEC.
       END-RIVIA-VIDEATA.
           EXIT.

      *--------------------------------------------------------*
       FINE-CONVERSAZIONE.
           EXEC CICS SEND TEXT FROM ('RILASCIO MESSAGGI TERMINATO')
                     LENGTH (27) ERASE FREEKB
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
       END-FINE-CONV.
           EXIT.

      *--------------------------------------------------------*
       W900-ERRORE.
           EXEC CICS SYNCPOINT ROLLBACK NOHANDLE END-EXEC.
           EXEC CICS SEND TEXT FROM ('ERRORE CICS IN WSRL0083')
                     LENGTH (23) ERASE FREEKB NOHANDLE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.

      *--------------------------------------------------------*
       W910-MAPFAIL.
           PERFORM INIZIALIZZA-CONVERSAZIONE.
           PERFORM VIDEATA-INIZIALE THRU END-VIDEATA-INIZIALE.
           EXEC CICS RETURN TRANSID ('WSRL')
                     COMMAREA (W-WSRL83C)
                     LENGTH   (LENGTH OF W-WSRL83C)
           END-EXEC.
      * ================>> FINE PROGRAMMA WSRL0083 <<================= *
