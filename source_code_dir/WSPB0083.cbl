       IDENTIFICATION DIVISION.
       PROGRAM-ID. WSPB0083.
       AUTHOR.     MANUTENZIONE WSOC83.
       INSTALLATION. MONTE TITOLI - ELABORAZIONE DATI.
       DATE-WRITTEN. OTTOBRE 2026.
       DATE-COMPILED.
      * -------------------------------------------------------------- *
      *                       PROGETTO MEF                             *
      *                       ============                             *
      *                                                                *
      *  PROGRAMMA: WSPB0083 - PUBBLICAZIONE AI SOTTOSCRITTORI DEGLI   *
      *             EVENTI DI CAMBIO STATO TATS/TAF/IAT DI WSOC83.     *
      *  TIPOLOGIA: RETE (TRANSAZIONALE) COBOL-CICS-DB2                *
      *             TRANSAZIONE WSPB - LANCIATA DALL'OPERATORE O       *
      *             SCHEDULATA A INTERVALLI (NON CONVERSAZIONALE)      *
      *                                                                *
      *  WSOC83 SCRIVE SU WSET0083 (COPY WSETVGR) UN EVENTO PER OGNI   *
      *  AGGIORNAMENTO TATS/TAF/IAT TRACCIATO SU WSAU0083. AD OGNI     *
      *  GIRO QUESTA TRANSAZIONE:                                      *
      *    1) CARICA I SOTTOSCRITTORI DEL MEMBRO 'WS83SUBS' (COPY      *
      *       WSSBT1) CON LA RICERCA MULTIRIGA 'GEN' DI SYSPTAB5;      *
      *    2) RIPARTISCE GLI EVENTI NON ANCORA DISTRIBUITI SU OGNI     *
      *       SOTTOSCRITTORE DEL LORO TIPO, SCRIVENDO IL REGISTRO DI   *
      *       CONSEGNA WSED0083 (COPY WSEDLGR) CON IL NUMERO DI        *
      *       SEQUENZA SUCCESSIVO DEL SOTTOSCRITTORE, E PORTA          *
      *       L'EVENTO A DISTRIBUITO (TUTTO IN UNA UNITA' DI LAVORO);  *
      *    3) PER OGNI SOTTOSCRITTORE ATTIVO SCRIVE SULLA SUA CODA TD  *
      *       IL RECORD A TRACCIATO FISSO WSEDMSG DEGLI EVENTI DA      *
      *       CONSEGNARE O DA RITENTARE, IN ORDINE DI SEQUENZA. SE LA  *
      *       CODA NON E' DISPONIBILE L'EVENTO PASSA (O RESTA) 'R' CON *
      *       UN TENTATIVO IN PIU' E IL SOTTOSCRITTORE SI FERMA PER    *
      *       QUESTO GIRO: L'ARRETRATO SOPRAVVIVE AL FERMO E RIPARTE,  *
      *       SEMPRE IN ORDINE, AL PRIMO GIRO CON LA CODA DISPONIBILE. *
      *  UN SOTTOSCRITTORE SOSPESO NEL MEMBRO (ATTIVO = 'N') CONTINUA  *
      *  AD ACCUMULARE EVENTI MA NON RICEVE CONSEGNE.                  *
      *  I RISCONTRI DEI SOTTOSCRITTORI E IL RAPPORTO GIORNALIERO      *
      *  PRODOTTI/CONFERMATI SONO A CARICO DEL BATCH WSPR0083.         *
      *  L'INNESCO E' PRESIDIATO DAL MEMBRO 'WSOPAUTH' (SERVIZIO       *
      *  WSOP0083, STRUMENTO 'WSPB0083') E SERIALIZZATO DA UNA ENQ.    *
      * -------------------------------------------------------------- *
      *  MODIFICHE:                                                    *
      *    OTT26  RG0921  PRIMA STESURA.                               *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77  W-RESP                  PIC S9(8) COMP VALUE ZERO.
       77  W-IND-SUB               PIC S9(4) COMP VALUE ZERO.
       77  W-IND-GEN               PIC S9(4) COMP VALUE ZERO.
       77  W-NUM-SUB               PIC S9(4) COMP VALUE ZERO.
       77  W-MAX-SUB               PIC S9(4) COMP VALUE +50.
       77  W-MAX-EVENTI            PIC S9(4) COMP VALUE +500.
       77  W-MAX-INVII             PIC S9(4) COMP VALUE +500.
       77  W-INVII-SUB             PIC S9(4) COMP VALUE ZERO.
       77  W-SQLCODE               PIC ---9.
       77  W-NUM-EVENTI            PIC 9(05) VALUE ZERO.
       77  W-NUM-RIPARTITI         PIC 9(05) VALUE ZERO.
       77  W-NUM-INVIATI           PIC 9(05) VALUE ZERO.
       77  W-NUM-RITENTARE         PIC 9(05) VALUE ZERO.
       77  LL-RIS-PB               PIC S9(4) COMP VALUE +8.
       77  W-RIS-PB                PIC X(08) VALUE 'WSPB0083'.

       01  W-SW-FINE-GEN           PIC X(01) VALUE 'N'.
           88  FINE-GEN                      VALUE 'S'.
           88  NON-FINE-GEN                  VALUE 'N'.
       01  W-SW-FINE-CUR           PIC X(01) VALUE 'N'.
           88  FINE-CUR                      VALUE 'S'.
           88  NON-FINE-CUR                  VALUE 'N'.

      *-------------------------------------------------------------*
      * -- SOTTOSCRITTORI CARICATI DAL MEMBRO 'WS83SUBS': LE RIGHE
      * -- DI UNO STESSO SOTTOSCRITTORE (UNA PER TIPO EVENTO) SONO
      * -- CONSECUTIVE NEL MEMBRO E SI FONDONO IN UN SOLO ELEMENTO
      *-------------------------------------------------------------*
       01  W-TAB-SOTTOSCRITTORI.
           05  W-SUB                 OCCURS 50.
               10  W-SUB-CSUBSCR     PIC X(08).
               10  W-SUB-CODATD      PIC X(04).
               10  W-SUB-ATTIVO      PIC X(01).
                   88  W-SUB-SOSPESO           VALUE 'N'.
               10  W-SUB-TUTTI       PIC X(01).
               10  W-SUB-TATS        PIC X(01).
               10  W-SUB-TAF         PIC X(01).
               10  W-SUB-IAT         PIC X(01).
               10  W-SUB-NSEQ        PIC S9(9) COMP-3.
               10  W-SUB-ESITO       PIC X(01).
                   88  W-SUB-BLOCCATO          VALUE 'B'.

       01  MSG-ESITO.
           05  FILLER              PIC X(20) VALUE
               'WSPB0083 - EVENTI ('.
           05  MSG-EVENTI          PIC 9(05).
           05  FILLER              PIC X(13) VALUE ') RIPARTITI ('.
           05  MSG-RIPARTITI       PIC 9(05).
           05  FILLER              PIC X(11) VALUE ') INVIATI ('.
           05  MSG-INVIATI         PIC 9(05).
           05  FILLER              PIC X(14) VALUE ') DA RITENT. ('.
           05  MSG-RITENTARE       PIC 9(05).
           05  FILLER              PIC X(01) VALUE ')'.

       01  MSG-ERRORE-SQL.
           05  FILLER              PIC X(40) VALUE
               'WSPB0083 - ERRORE DB2, GIRO ANNULLATO - '.
           05  FILLER              PIC X(08) VALUE 'SQLCODE='.
           05  MSG-SQLCODE         PIC ---9.

      ***************************************************************
      *    RICERCA MULTIRIGA SUL MEMBRO "WS83SUBS" (SYSPTAB5) E     *
      *    TRACCIATO DELLA RIGA DEL SOTTOSCRITTORE                  *
      ***************************************************************
           COPY TABGENN.
           COPY WSSBT1.

      ***************************************************************
      *    CONTROLLO PERMESSI E LOG AZIONI OPERATORE (WSOP0083)     *
      ***************************************************************
           COPY WSOPT1.

      ***************************************************************
      *    EVENTI (WSET0083), REGISTRO DI CONSEGNA (WSED0083) E     *
      *    RECORD PUBBLICATO SULLE CODE DEI SOTTOSCRITTORI          *
      ***************************************************************
           COPY WSETVGR.
           COPY WSEDLGR.

       01  HV-CSUBSCR              PIC X(08).

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *-------------------------------------------------------------*
      * -- EVENTI NON ANCORA RIPARTITI, NELL'ORDINE DI PRODUZIONE
      *-------------------------------------------------------------*
           EXEC SQL DECLARE CUR-PB-EVENTI CURSOR FOR
                SELECT PIDMTX,   NOMTAB,   CNAZTIT,  CSPTIT,
                       CCHIAVE3, STATOPRE, STATOPOS, CHAR(WTIMEEVT)
                  FROM WSET0083
                 WHERE CDISTR = 'N'
                 ORDER BY WTIMEEVT
           END-EXEC.

      *-------------------------------------------------------------*
      * -- CONSEGNE IN SOSPESO DI UN SOTTOSCRITTORE (NUOVE E DA
      * -- RITENTARE), IN ORDINE DI SEQUENZA
      *-------------------------------------------------------------*
           EXEC SQL DECLARE CUR-PB-CONSEGNE CURSOR FOR
                SELECT NSEQ,     PIDMTX,   NOMTAB,   CNAZTIT,
                       CSPTIT,   CCHIAVE3, STATOPRE, STATOPOS,
                       CHAR(WTIMEEVT), CSTATO, QTENT
                  FROM WSED0083
                 WHERE CSUBSCR = :HV-CSUBSCR
                   AND CSTATO IN ('P', 'R')
                 ORDER BY NSEQ
           END-EXEC.

      *********************
       PROCEDURE DIVISION.
      *********************

           EXEC CICS HANDLE CONDITION
                     ERROR    (W900-ERRORE)
           END-EXEC.

      *--------------------------------------------------------*
      *    L'INNESCO E' PRESIDIATO DAL MEMBRO 'WSOPAUTH' E      *
      *    REGISTRATO SUL LOG AZIONI (SERVIZIO WSOP0083).       *
      *--------------------------------------------------------*
           MOVE SPACES       TO WSOPT1.
           MOVE 'WSPB0083'   TO WSOPT1-STRUMENTO.
           MOVE 'E'          TO WSOPT1-AZIONE.
           MOVE 'PUBBLICAZIONE EVENTI DI CAMBIO STATO'
                             TO WSOPT1-NOTE.
           EXEC CICS LINK PROGRAM ('WSOP0083')
                     COMMAREA (WSOPT1)
                     LENGTH (LENGTH OF WSOPT1)
           END-EXEC.
           IF WSOPT1-NEGATA
              EXEC CICS SEND TEXT FROM
                   ('WSPB0083 - PUBBLICAZIONE NON AUTORIZZATA')
                   LENGTH (40) ERASE FREEKB NOHANDLE
              END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.

      *--------------------------------------------------------*
      *    UN SOLO GIRO ALLA VOLTA: DUE GIRI CONCORRENTI        *
      *    ASSEGNEREBBERO GLI STESSI NUMERI DI SEQUENZA.        *
      *    LA RISORSA E' DEL TASK (MAXLIFETIME): LE SYNCPOINT  *
      *    DEL GIRO NON LA RILASCIANO, SOLO LA DEQ FINALE.     *
      *--------------------------------------------------------*
           EXEC CICS ENQ RESOURCE (W-RIS-PB)
                         LENGTH   (LL-RIS-PB)
                         MAXLIFETIME (DFHVALUE(TASK))
           END-EXEC.

           PERFORM CARICA-SOTTOSCRITTORI
                                THRU END-CARICA-SOTTOSCRITTORI.

           PERFORM RIPARTISCI-EVENTI THRU END-RIPARTISCI-EVENTI.

           EXEC CICS SYNCPOINT END-EXEC.

           MOVE ZERO TO W-IND-SUB.
           PERFORM CONSEGNA-SOTTOSCRITTORE
                                THRU END-CONSEGNA-SOTTOSCRITTORE
               UNTIL W-IND-SUB NOT LESS W-NUM-SUB.

           EXEC CICS DEQ RESOURCE (W-RIS-PB)
                         LENGTH   (LL-RIS-PB)
                         NOHANDLE
           END-EXEC.

           MOVE W-NUM-EVENTI        TO MSG-EVENTI.
           MOVE W-NUM-RIPARTITI     TO MSG-RIPARTITI.
           MOVE W-NUM-INVIATI       TO MSG-INVIATI.
           MOVE W-NUM-RITENTARE     TO MSG-RITENTARE.

           EXEC CICS SEND TEXT FROM (MSG-ESITO)
                     LENGTH (LENGTH OF MSG-ESITO)
                     ERASE FREEKB NOHANDLE
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

      *--------------------------------------------------------*
      *    SFOGLIA IL MEMBRO 'WS83SUBS' A BLOCCHI DI 20 RIGHE  *
      *    (RICERCA 'GEN') E PER OGNI SOTTOSCRITTORE RECUPERA  *
      *    L'ULTIMO NUMERO DI SEQUENZA ASSEGNATO.              *
      *--------------------------------------------------------*
       CARICA-SOTTOSCRITTORI.

           MOVE ZERO            TO W-NUM-SUB.
           MOVE SPACES          TO W-TAB-SOTTOSCRITTORI.
           MOVE SPACES          TO TABGENN.
           MOVE 'WS83SUBS'      TO TABGENN-NOME.
           MOVE LOW-VALUES      TO TABGENN-CHIAVE20.
           SET NON-FINE-GEN     TO TRUE.

           PERFORM LEGGI-BLOCCO-SUBS THRU END-LEGGI-BLOCCO-SUBS
               UNTIL FINE-GEN.

       END-CARICA-SOTTOSCRITTORI.
           EXIT.

      *--------------------------------------------------------*
       LEGGI-BLOCCO-SUBS.

           MOVE 'GEN'           TO TABGENN-FUNZ.
           MOVE 020             TO TABGENN-NUM-RICHIESTI.

           EXEC CICS LINK PROGRAM ('SYSPTAB5')
                     COMMAREA (TABGENN)
                     LENGTH (LENGTH OF TABGENN)
           END-EXEC.

           IF TABGENN-CODICE-ERRORE NOT = ZERO
              SET FINE-GEN TO TRUE
              GO TO END-LEGGI-BLOCCO-SUBS.

           MOVE ZERO TO W-IND-GEN.
           PERFORM CARICA-RIGA-SUBS THRU END-CARICA-RIGA-SUBS
               UNTIL W-IND-GEN NOT LESS TABGENN-NUM-TROVATI.

           IF TABGENN-EOF-SI
              SET FINE-GEN TO TRUE
           END-IF.

       END-LEGGI-BLOCCO-SUBS.
           EXIT.

      *--------------------------------------------------------*
      *    UNA RIGA DEL MEMBRO: NUOVO SOTTOSCRITTORE O NUOVO   *
      *    TIPO EVENTO DEL SOTTOSCRITTORE PRECEDENTE.          *
      *--------------------------------------------------------*
       CARICA-RIGA-SUBS.

           ADD 1 TO W-IND-GEN.
           MOVE TABGENN-RIGA-CHIAVE20 (W-IND-GEN) TO WSSBT1-CHIAVE20.
           MOVE TABGENN-RIGA-DESCR (W-IND-GEN)    TO WSSBT1-DESCR-AREA.

           IF W-NUM-SUB GREATER ZERO
              IF WSSBT1-CSUBSCR = W-SUB-CSUBSCR (W-NUM-SUB)
                 GO TO CARICA-RIGA-SUBS-TIPO.

           IF W-NUM-SUB NOT LESS W-MAX-SUB
              DISPLAY 'WSPB0083 - TROPPI SOTTOSCRITTORI, IGNORATO '
                      WSSBT1-CSUBSCR
              GO TO END-CARICA-RIGA-SUBS.

           ADD 1                  TO W-NUM-SUB.
           MOVE WSSBT1-CSUBSCR    TO W-SUB-CSUBSCR (W-NUM-SUB).
           MOVE WSSBT1-CODATD     TO W-SUB-CODATD  (W-NUM-SUB).
           MOVE WSSBT1-ATTIVO     TO W-SUB-ATTIVO  (W-NUM-SUB).
           MOVE WSSBT1-CSUBSCR    TO HV-CSUBSCR.

           EXEC SQL
                SELECT VALUE(MAX(NSEQ), 0)
                  INTO :WSED-NSEQ
                  FROM WSED0083
                 WHERE CSUBSCR = :HV-CSUBSCR
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM ERRORE-SQL THRU END-ERRORE-SQL.

           MOVE WSED-NSEQ         TO W-SUB-NSEQ (W-NUM-SUB).

       CARICA-RIGA-SUBS-TIPO.

           EVALUATE WSSBT1-TIPOEVT
               WHEN '****'
                    MOVE 'S'      TO W-SUB-TUTTI (W-NUM-SUB)
               WHEN 'TATS'
                    MOVE 'S'      TO W-SUB-TATS  (W-NUM-SUB)
               WHEN 'TAF '
                    MOVE 'S'      TO W-SUB-TAF   (W-NUM-SUB)
               WHEN 'IAT '
                    MOVE 'S'      TO W-SUB-IAT   (W-NUM-SUB)
               WHEN OTHER
                    DISPLAY 'WSPB0083 - TIPO EVENTO SCONOSCIUTO '
                            WSSBT1-TIPOEVT ' SOTTOSCRITTORE '
                            WSSBT1-CSUBSCR
           END-EVALUATE.

       END-CARICA-RIGA-SUBS.
           EXIT.

      *--------------------------------------------------------*
      *    RIPARTISCE FINO A W-MAX-EVENTI EVENTI NON ANCORA    *
      *    DISTRIBUITI (GLI ALTRI AL GIRO SUCCESSIVO).         *
      *--------------------------------------------------------*
       RIPARTISCI-EVENTI.

           EXEC SQL OPEN CUR-PB-EVENTI END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM ERRORE-SQL THRU END-ERRORE-SQL.

           SET NON-FINE-CUR TO TRUE.

           PERFORM RIPARTISCI-EVENTO THRU END-RIPARTISCI-EVENTO
               UNTIL FINE-CUR
                  OR W-NUM-EVENTI NOT LESS W-MAX-EVENTI.

           EXEC SQL CLOSE CUR-PB-EVENTI END-EXEC.

       END-RIPARTISCI-EVENTI.
           EXIT.

      *--------------------------------------------------------*
       RIPARTISCI-EVENTO.

           EXEC SQL
                FETCH CUR-PB-EVENTI
                 INTO :WSET-PIDMTX,   :WSET-NOMTAB,
                      :WSET-CNAZTIT,  :WSET-CSPTIT,
                      :WSET-CCHIAVE3, :WSET-STATOPRE,
                      :WSET-STATOPOS, :WSET-WTIMEEVT
           END-EXEC.

           IF SQLCODE EQUAL +100
              SET FINE-CUR TO TRUE
              GO TO END-RIPARTISCI-EVENTO.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM ERRORE-SQL THRU END-ERRORE-SQL.

           ADD 1 TO W-NUM-EVENTI.

           MOVE ZERO TO W-IND-SUB.
           PERFORM ASSEGNA-EVENTO THRU END-ASSEGNA-EVENTO
               UNTIL W-IND-SUB NOT LESS W-NUM-SUB.

      *    L'EVENTO E' DISTRIBUITO ANCHE SENZA SOTTOSCRITTORI DEL
      *    SUO TIPO: CHI SI ISCRIVE DOPO RICEVE SOLO I NUOVI EVENTI.
           EXEC SQL
                UPDATE WSET0083
                   SET CDISTR   = 'S'
                 WHERE PIDMTX   = :WSET-PIDMTX
                   AND NOMTAB   = :WSET-NOMTAB
                   AND CNAZTIT  = :WSET-CNAZTIT
                   AND CSPTIT   = :WSET-CSPTIT
                   AND WTIMEEVT = TIMESTAMP(:WSET-WTIMEEVT)
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM ERRORE-SQL THRU END-ERRORE-SQL.

       END-RIPARTISCI-EVENTO.
           EXIT.

      *--------------------------------------------------------*
      *    SE IL SOTTOSCRITTORE SEGUE IL TIPO DELL'EVENTO GLI  *
      *    ASSEGNA IL SUO NUMERO DI SEQUENZA SUCCESSIVO.       *
      *--------------------------------------------------------*
       ASSEGNA-EVENTO.

           ADD 1 TO W-IND-SUB.

           IF W-SUB-TUTTI (W-IND-SUB) = 'S'
              GO TO ASSEGNA-EVENTO-SCRIVI.
           IF WSET-TATS AND W-SUB-TATS (W-IND-SUB) = 'S'
              GO TO ASSEGNA-EVENTO-SCRIVI.
           IF WSET-TAF  AND W-SUB-TAF  (W-IND-SUB) = 'S'
              GO TO ASSEGNA-EVENTO-SCRIVI.
           IF WSET-IAT  AND W-SUB-IAT  (W-IND-SUB) = 'S'
              GO TO ASSEGNA-EVENTO-SCRIVI.

           GO TO END-ASSEGNA-EVENTO.

       ASSEGNA-EVENTO-SCRIVI.

           ADD 1                         TO W-SUB-NSEQ (W-IND-SUB).
           MOVE W-SUB-CSUBSCR (W-IND-SUB) TO WSED-CSUBSCR.
           MOVE W-SUB-NSEQ (W-IND-SUB)   TO WSED-NSEQ.

           EXEC SQL
                INSERT INTO WSED0083
                       (CSUBSCR,  NSEQ,     PIDMTX,   NOMTAB
                       ,CNAZTIT,  CSPTIT,   CCHIAVE3, STATOPRE
                       ,STATOPOS, WTIMEEVT, CSTATO,   QTENT)
                VALUES (:WSED-CSUBSCR,     :WSED-NSEQ
                       ,:WSET-PIDMTX,      :WSET-NOMTAB
                       ,:WSET-CNAZTIT,     :WSET-CSPTIT
                       ,:WSET-CCHIAVE3,    :WSET-STATOPRE
                       ,:WSET-STATOPOS,    TIMESTAMP(:WSET-WTIMEEVT)
                       ,'P',               0)
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM ERRORE-SQL THRU END-ERRORE-SQL.

           ADD 1 TO W-NUM-RIPARTITI.

       END-ASSEGNA-EVENTO.
           EXIT.

      *--------------------------------------------------------*
      *    CONSEGNA LE PENDENZE DI UN SOTTOSCRITTORE ATTIVO     *
      *    (FINO A W-MAX-INVII PER GIRO) E CHIUDE L'UNITA' DI  *
      *    LAVORO: CODA TD E REGISTRO RESTANO ALLINEATI.       *
      *--------------------------------------------------------*
       CONSEGNA-SOTTOSCRITTORE.

           ADD 1 TO W-IND-SUB.

           IF W-SUB-SOSPESO (W-IND-SUB)
           OR W-SUB-CODATD (W-IND-SUB) = SPACES
              GO TO END-CONSEGNA-SOTTOSCRITTORE.

           MOVE W-SUB-CSUBSCR (W-IND-SUB) TO HV-CSUBSCR.
           MOVE ZERO                      TO W-INVII-SUB.

           EXEC SQL OPEN CUR-PB-CONSEGNE END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM ERRORE-SQL THRU END-ERRORE-SQL.

           SET NON-FINE-CUR TO TRUE.

           PERFORM CONSEGNA-EVENTO THRU END-CONSEGNA-EVENTO
               UNTIL FINE-CUR
                  OR W-SUB-BLOCCATO (W-IND-SUB)
                  OR W-INVII-SUB NOT LESS W-MAX-INVII.

           EXEC SQL CLOSE CUR-PB-CONSEGNE END-EXEC.

           EXEC CICS SYNCPOINT END-EXEC.

       END-CONSEGNA-SOTTOSCRITTORE.
           EXIT.

      *--------------------------------------------------------*
      *    UN EVENTO SULLA CODA TD DEL SOTTOSCRITTORE. AL      *
      *    PRIMO INSUCCESSO L'EVENTO VA (O RESTA) A 'R' E IL   *
      *    SOTTOSCRITTORE SI FERMA: I SUCCESSIVI NON PARTONO   *
      *    PRIMA DI LUI.                                       *
      *--------------------------------------------------------*
       CONSEGNA-EVENTO.

           EXEC SQL
                FETCH CUR-PB-CONSEGNE
                 INTO :WSED-NSEQ,     :WSED-PIDMTX,
                      :WSED-NOMTAB,   :WSED-CNAZTIT,
                      :WSED-CSPTIT,   :WSED-CCHIAVE3,
                      :WSED-STATOPRE, :WSED-STATOPOS,
                      :WSED-WTIMEEVT, :WSED-CSTATO,
                      :WSED-QTENT
           END-EXEC.

           IF SQLCODE EQUAL +100
              SET FINE-CUR TO TRUE
              GO TO END-CONSEGNA-EVENTO.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM ERRORE-SQL THRU END-ERRORE-SQL.

           ADD 1 TO W-INVII-SUB.

           MOVE SPACES                    TO WSEDMSG.
           MOVE HV-CSUBSCR                TO WSEDM-CSUBSCR.
           MOVE WSED-NSEQ                 TO WSEDM-NSEQ.
           MOVE WSED-PIDMTX               TO WSEDM-PIDMTX.
           MOVE WSED-NOMTAB               TO WSEDM-NOMTAB.
           MOVE WSED-CNAZTIT              TO WSEDM-CNAZTIT.
           MOVE WSED-CSPTIT               TO WSEDM-CSPTIT.
           MOVE WSED-CCHIAVE3             TO WSEDM-CCHIAVE3.
           MOVE WSED-STATOPRE             TO WSEDM-STATOPRE.
           MOVE WSED-STATOPOS             TO WSEDM-STATOPOS.
           MOVE WSED-WTIMEEVT             TO WSEDM-WTIMEEVT.

           EXEC CICS WRITEQ TD QUEUE (W-SUB-CODATD (W-IND-SUB))
                     FROM   (WSEDMSG)
                     LENGTH (LENGTH OF WSEDMSG)
                     RESP   (W-RESP)
           END-EXEC.

           IF W-RESP = DFHRESP(NORMAL)
              EXEC SQL
                   UPDATE WSED0083
                      SET CSTATO   = 'I'
                        , WTIMEINV = CURRENT TIMESTAMP
                    WHERE CSUBSCR  = :HV-CSUBSCR
                      AND NSEQ     = :WSED-NSEQ
              END-EXEC
              ADD 1 TO W-NUM-INVIATI
           ELSE
              EXEC SQL
                   UPDATE WSED0083
                      SET CSTATO   = 'R'
                        , QTENT    = QTENT + 1
                    WHERE CSUBSCR  = :HV-CSUBSCR
                      AND NSEQ     = :WSED-NSEQ
              END-EXEC
              ADD 1 TO W-NUM-RITENTARE
              SET W-SUB-BLOCCATO (W-IND-SUB) TO TRUE
           END-IF.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM ERRORE-SQL THRU END-ERRORE-SQL.

       END-CONSEGNA-EVENTO.
           EXIT.

      *--------------------------------------------------------*
      *    ERRORE DB2: IL LAVORO NON ANCORA CONSOLIDATO VIENE  *
      *    ANNULLATO E IL GIRO SI CHIUDE (EVENTI E CONSEGNE    *
      *    RESTANO IN SOSPESO PER IL GIRO SUCCESSIVO).         *
      *--------------------------------------------------------*
       ERRORE-SQL.
           MOVE SQLCODE TO W-SQLCODE.
           MOVE SQLCODE TO MSG-SQLCODE.
           DISPLAY 'WSPB0083 - ERRORE DB2, SQLCODE=' W-SQLCODE.
           EXEC CICS SYNCPOINT ROLLBACK NOHANDLE END-EXEC.
           EXEC CICS DEQ RESOURCE (W-RIS-PB)
                         LENGTH   (LL-RIS-PB)
                         NOHANDLE
           END-EXEC.
           EXEC CICS SEND TEXT FROM (MSG-ERRORE-SQL)
                     LENGTH (LENGTH OF MSG-ERRORE-SQL)
                     ERASE FREEKB NOHANDLE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
       END-ERRORE-SQL.
           EXIT.

      *--------------------------------------------------------*
       W900-ERRORE.
           EXEC CICS SYNCPOINT ROLLBACK NOHANDLE END-EXEC.
           EXEC CICS DEQ RESOURCE (W-RIS-PB)
                         LENGTH   (LL-RIS-PB)
                         NOHANDLE
           END-EXEC.
           EXEC CICS SEND TEXT FROM ('ERRORE CICS IN WSPB0083')
                     LENGTH (23) ERASE FREEKB NOHANDLE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
