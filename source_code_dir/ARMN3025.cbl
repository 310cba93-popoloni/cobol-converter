       IDENTIFICATION DIVISION.

       PROGRAM-ID.      ARMN3025.
       AUTHOR.          MANUTENZIONE ARMP3025.
       INSTALLATION.    MONTE TITOLI - ELABORAZIONE DATI.
       DATE-WRITTEN.    OTTOBRE 2026.
       DATE-COMPILED.
      ***************************************************************
      *REMARKS.         M O N T E  T I T O L I
      *                 ------------------------
      *                 GESTIONE LOG ALLARMI TP.
      *                 LISTA E GESTIONE DEGLI INCIDENTI.
      *                 -------------------------------------------
      *                 TRANSAZIONE ARMN - PSEUDO-CONVERSAZIONALE
      *                 (STESSO STILE DI ARMA3025)
      *                 -------------------------------------------
      *                 DURANTE UN DISSERVIZIO LE OCCORRENZE DI
      *                 TES_SGNZ_LOG SONO CENTINAIA E PRENDERLE IN
      *                 CARICO UNA PER UNA CON ARMA3025 NON E'
      *                 PRATICABILE. ARMG3025 LE RAGGRUPPA IN
      *                 INCIDENTI (TES_SGNZ_INC, COPY ARINCGR);
      *                 QUESTA TRANSAZIONE
      *                   - ELENCA (ENTER, PF8 PER LE PAGINE
      *                     SUCCESSIVE) GLI INCIDENTI, FILTRABILI
      *                     PER TRANSAZIONE E STATO (A APERTI, P
      *                     PRESI IN CARICO, C CHIUSI; VUOTO = NON
      *                     CHIUSI), CON APERTURA, ULTIMA
      *                     OCCORRENZA, NUMERO DI OCCORRENZE E
      *                     OPERATORE;
      *                   - CON IL NUMERO DI RIGA, L'AZIONE (P
      *                     PRESA IN CARICO, DEFAULT; C CHIUSURA),
      *                     LA SIGLA OPERATORE E UNA NOTA AGGIORNA
      *                     L'INCIDENTE E REGISTRA SU TES_SGNZ_ACK
      *                     LA PRESA IN CARICO DI TUTTE LE SUE
      *                     OCCORRENZE NON ANCORA COPERTE. UNA
      *                     CHIUSURA DI INCIDENTE APERTO VALE ANCHE
      *                     COME PRESA IN CARICO.
      *                 LE OCCORRENZE COPERTE SPARISCONO DA ARMA3025
      *                 E NON RIALLERTANO L'ESCALATION (ARMP3025).
      *                 IL REPORT GIORNALIERO DEGLI INCIDENTI E'
      *                 ARME3025.
      ***************************************************************
      * MODIFICHE:                                                  *
      *   OTT26  RG0926  PRIMA STESURA.                              *
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
       01  W-QOCC-ED               PIC ZZZZ9.
       01  W-COPERTE               PIC 9(05) VALUE ZERO.
       01  W-ID-INIZIALE           PIC X(26) VALUE
           '0001-01-01-00.00.00.000000'.
       01  W-AZIONE                PIC X(01) VALUE SPACES.
           88  AZIONE-PRESA                  VALUE 'P'.
           88  AZIONE-CHIUSURA               VALUE 'C'.

      ***************************************************************
      *    HOST VARIABLES                                          *
      ***************************************************************
       01  HV-TRANS-F              PIC X(04).
       01  HV-STATO-F              PIC X(01).
       01  HV-ULT-ID               PIC X(26).
       01  HV-OPERATORE            PIC X(08).
       01  HV-TERMID               PIC X(04).
       01  HV-NOTA                 PIC X(30).

      ***************************************************************
      *    INCIDENTE LETTO                                          *
      ***************************************************************
           COPY ARINCGR.

      ***************************************************************
      *    MAPPA SIMBOLICA DELLA VIDEATA                            *
      ***************************************************************
           COPY ARMN30M.

      ***************************************************************
      *    COMMAREA DI CONVERSAZIONE                                *
      ***************************************************************
       01  W-ARMN3C1.
           COPY ARMN3C1.

           EXEC SQL INCLUDE SQLCA   END-EXEC.

           COPY DFHAID.
           COPY DFHBMSCA.

      *-------------------------------------------------------------*
      * -- GLI INCIDENTI, DAL PIU' VECCHIO
      *-------------------------------------------------------------*
           EXEC SQL DECLARE CUR-INCIDENTI CURSOR FOR
                SELECT CHAR(ID_INC), CTRANS, C_ARCH_PRIMO, C_STATO,
                       Q_OCCORRENZE, CHAR(S_TMST_ULT),
                       OPER_ACK, OPER_CHIU
                  FROM TES_SGNZ_INC
                 WHERE ID_INC > TIMESTAMP(:HV-ULT-ID)
                   AND (:HV-TRANS-F = SPACES
                        OR CTRANS   = :HV-TRANS-F)
                   AND ((:HV-STATO-F = SPACES
                         AND C_STATO IN ('A', 'P'))
                        OR C_STATO  = :HV-STATO-F)
                 ORDER BY ID_INC
                 FOR FETCH ONLY
           END-EXEC.

      ******************
       LINKAGE SECTION.
      ******************

       01  DFHCOMMAREA.
           COPY ARMN3C1.

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
              MOVE DFHCOMMAREA TO W-ARMN3C1
              EVALUATE EIBAID
                 WHEN DFHCLEAR
                 WHEN DFHPF3
                      PERFORM FINE-CONVERSAZIONE THRU END-FINE-CONV
                 WHEN DFHPF8
                      PERFORM RICEVI-CRITERI THRU END-RICEVI-CRITERI
                      PERFORM LISTA-INCIDENTI
                              THRU END-LISTA-INCIDENTI
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

           EXEC CICS RETURN TRANSID ('ARMN')
                     COMMAREA (W-ARMN3C1)
                     LENGTH   (LENGTH OF W-ARMN3C1)
           END-EXEC.

      *--------------------------------------------------------*
       INIZIALIZZA-CRITERI.
           MOVE SPACES          TO W-ARMN3C1.
           MOVE W-ID-INIZIALE   TO ARMN3C1-ULT-ID OF W-ARMN3C1.
           MOVE ZERO            TO ARMN3C1-NUM-RIGHE OF W-ARMN3C1.
           SET ARMN3C1-EOF-NO OF W-ARMN3C1   TO TRUE.
           SET PRIMA-VOLTA    OF W-ARMN3C1   TO TRUE.
      *--------------------------------------------------------*

      *--------------------------------------------------------*
       VIDEATA-INIZIALE.
           MOVE SPACES TO ARMN30MI.
           MOVE 'INCIDENTI - ENTER=LISTA, N.RIGA+AZIONE(P/C)+OPERAT.=AG
      -         'GIORNA' TO MSGI.
           EXEC CICS SEND MAP ('ARMN30M') MAPSET ('ARMN30S')
                     FROM (ARMN30MI) ERASE
           END-EXEC.
       END-VIDEATA-INIZIALE.
           EXIT.

      *--------------------------------------------------------*
       RICEVI-CRITERI.
           EXEC CICS RECEIVE MAP ('ARMN30M') MAPSET ('ARMN30S')
                     INTO (ARMN30MI)
           END-EXEC.

           IF TRANI = LOW-VALUES
              MOVE SPACES      TO TRANI
           END-IF.
           IF STATI = LOW-VALUES
              MOVE SPACES      TO STATI
           END-IF.

           MOVE TRANI          TO ARMN3C1-TRANS  OF W-ARMN3C1.
           MOVE STATI          TO ARMN3C1-STATO  OF W-ARMN3C1.
       END-RICEVI-CRITERI.
           EXIT.

      *--------------------------------------------------------*
      *    ENTER: CON IL NUMERO DI RIGA VALORIZZATO E' UN       *
      *    AGGIORNAMENTO DELL'INCIDENTE, ALTRIMENTI UNA NUOVA   *
      *    LISTA.                                               *
      *--------------------------------------------------------*
       SMISTA-RICHIESTA.

           MOVE NSELI TO W-NSEL-X.

           IF W-NSEL-X NUMERIC
           AND W-NSEL-N GREATER ZERO
              PERFORM AGGIORNA-INCIDENTE THRU END-AGGIORNA-INCIDENTE
           ELSE
              MOVE W-ID-INIZIALE TO ARMN3C1-ULT-ID OF W-ARMN3C1
              SET ARMN3C1-EOF-NO OF W-ARMN3C1 TO TRUE
              SET NON-PRIMA-VOLTA OF W-ARMN3C1 TO TRUE
              PERFORM LISTA-INCIDENTI THRU END-LISTA-INCIDENTI
           END-IF.

       END-SMISTA-RICHIESTA.
           EXIT.

      *--------------------------------------------------------*
      *    UNA PAGINA DI INCIDENTI; LE CHIAVI DELLE RIGHE       *
      *    MOSTRATE RESTANO IN COMMAREA PER L'AGGIORNAMENTO     *
      *    PER NUMERO.                                          *
      *--------------------------------------------------------*
       LISTA-INCIDENTI.

           MOVE ZERO   TO W-NUM-RIGHE.
           MOVE SPACES TO ARMN30MI.
           MOVE TRANI  TO ARMN3C1-TRANS  OF W-ARMN3C1.
           MOVE STATI  TO ARMN3C1-STATO  OF W-ARMN3C1.

           IF ARMN3C1-EOF-SI OF W-ARMN3C1
              MOVE 'FINE LISTA - ENTER PER RICOMINCIARE' TO MSGI
              MOVE ZERO TO ARMN3C1-NUM-RIGHE OF W-ARMN3C1
              PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              GO TO END-LISTA-INCIDENTI.

           MOVE ARMN3C1-TRANS    OF W-ARMN3C1 TO HV-TRANS-F.
           MOVE ARMN3C1-STATO    OF W-ARMN3C1 TO HV-STATO-F.
           MOVE ARMN3C1-ULT-ID   OF W-ARMN3C1 TO HV-ULT-ID.

           EXEC SQL OPEN CUR-INCIDENTI END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM W900-ERRORE-SQL THRU END-W900-ERRORE-SQL
           END-IF.

           PERFORM LEGGI-UN-INCIDENTE THRU END-LEGGI-UN-INCIDENTE
              UNTIL W-NUM-RIGHE NOT LESS W-RIGHE-PAGINA
                 OR ARMN3C1-EOF-SI OF W-ARMN3C1.

           EXEC SQL CLOSE CUR-INCIDENTI END-EXEC.

           MOVE W-NUM-RIGHE TO ARMN3C1-NUM-RIGHE OF W-ARMN3C1.

           IF W-NUM-RIGHE = ZERO
              MOVE 'NESSUN INCIDENTE CON I CRITERI INDICATI' TO MSGI
           ELSE
              MOVE 'N.RIGA + AZIONE P/C + SIGLA OPERATORE + NOTA'
                                     TO MSGI
           END-IF.

           PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA.

       END-LISTA-INCIDENTI.
           EXIT.

      *--------------------------------------------------------*
      *    RIGA: N. APERTURA TRANS COD-ARC STATO OCCORRENZE     *
      *    ULTIMA-OCCORRENZA OPERATORE (DI CHIUSURA SE CHIUSO). *
      *--------------------------------------------------------*
       LEGGI-UN-INCIDENTE.

           EXEC SQL FETCH CUR-INCIDENTI
                     INTO :INC-ID, :INC-CTRANS, :INC-CARCH-PRIMO,
                          :INC-CSTATO, :INC-QOCC, :INC-TMST-ULT,
                          :INC-OPER-ACK, :INC-OPER-CHIU
           END-EXEC.

           IF SQLCODE EQUAL +100
              SET ARMN3C1-EOF-SI OF W-ARMN3C1 TO TRUE
           ELSE
              IF SQLCODE NOT EQUAL ZERO
                 PERFORM W900-ERRORE-SQL THRU END-W900-ERRORE-SQL
              ELSE
                 ADD 1 TO W-NUM-RIGHE
                 MOVE W-NUM-RIGHE TO W-NSEL-N
                 MOVE INC-QOCC    TO W-QOCC-ED
                 IF INC-CHIUSO
                    MOVE INC-OPER-CHIU TO INC-OPER-ACK
                 END-IF
                 STRING W-NSEL-X        DELIMITED BY SIZE
                        ' '             DELIMITED BY SIZE
                        INC-ID (1:19)   DELIMITED BY SIZE
                        ' '             DELIMITED BY SIZE
                        INC-CTRANS      DELIMITED BY SIZE
                        ' '             DELIMITED BY SIZE
                        INC-CARCH-PRIMO DELIMITED BY SIZE
                        ' '             DELIMITED BY SIZE
                        INC-CSTATO      DELIMITED BY SIZE
                        ' '             DELIMITED BY SIZE
                        W-QOCC-ED       DELIMITED BY SIZE
                        ' '             DELIMITED BY SIZE
                        INC-TMST-ULT (1:19) DELIMITED BY SIZE
                        ' '             DELIMITED BY SIZE
                        INC-OPER-ACK    DELIMITED BY SIZE
                        INTO RIGAI(W-NUM-RIGHE)
                 END-STRING
                 MOVE INC-ID
                   TO ARMN3C1-R-ID     OF W-ARMN3C1 (W-NUM-RIGHE)
                 MOVE INC-ID
                   TO ARMN3C1-ULT-ID   OF W-ARMN3C1
              END-IF
           END-IF.

       END-LEGGI-UN-INCIDENTE.
           EXIT.

      *--------------------------------------------------------*
      *    PRESA IN CARICO O CHIUSURA DELL'INCIDENTE INDICATO;  *
      *    IN ENTRAMBI I CASI TUTTE LE SUE OCCORRENZE ANCORA    *
      *    SCOPERTE RICEVONO LA PRESA IN CARICO.                *
      *--------------------------------------------------------*
       AGGIORNA-INCIDENTE.

           IF W-NSEL-N GREATER ARMN3C1-NUM-RIGHE OF W-ARMN3C1
              MOVE 'NUMERO DI RIGA FUORI DALL''ULTIMA LISTA' TO MSGI
              PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              GO TO END-AGGIORNA-INCIDENTE.

           MOVE AZIOI TO W-AZIONE.
           IF W-AZIONE = SPACES OR LOW-VALUES
              SET AZIONE-PRESA TO TRUE
           END-IF.

           IF NOT AZIONE-PRESA AND NOT AZIONE-CHIUSURA
              MOVE 'AZIONE NON VALIDA - P=PRESA IN CARICO, C=CHIUSURA'
                                     TO MSGI
              PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              GO TO END-AGGIORNA-INCIDENTE.

           IF OPERI = SPACES OR LOW-VALUES
              MOVE 'INDICARE LA SIGLA OPERATORE' TO MSGI
              PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              GO TO END-AGGIORNA-INCIDENTE.

           MOVE ARMN3C1-R-ID OF W-ARMN3C1 (W-NSEL-N) TO INC-ID.
           MOVE OPERI    TO HV-OPERATORE.
           MOVE EIBTRMID TO HV-TERMID.
           MOVE NOTEI    TO HV-NOTA.
           IF HV-NOTA = LOW-VALUES
              MOVE SPACES TO HV-NOTA
           END-IF.

           MOVE SPACES   TO MSGI.

           IF AZIONE-PRESA
              PERFORM PRENDI-IN-CARICO THRU END-PRENDI-IN-CARICO
           ELSE
              PERFORM CHIUDI-INCIDENTE THRU END-CHIUDI-INCIDENTE
           END-IF.

           PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA.

       END-AGGIORNA-INCIDENTE.
           EXIT.

      *--------------------------------------------------------*
       PRENDI-IN-CARICO.

           EXEC SQL
                UPDATE TES_SGNZ_INC
                   SET C_STATO    = 'P',
                       OPER_ACK   = :HV-OPERATORE,
                       TERMID_ACK = :HV-TERMID,
                       S_TMST_ACK = CURRENT TIMESTAMP,
                       NOTA       = :HV-NOTA
                 WHERE ID_INC     = TIMESTAMP(:INC-ID)
                   AND C_STATO    = 'A'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                    CONTINUE
               WHEN +100
                    MOVE 'INCIDENTE GIA'' PRESO IN CARICO O CHIUSO'
                                     TO MSGI
                    GO TO END-PRENDI-IN-CARICO
               WHEN OTHER
                    PERFORM W900-ERRORE-SQL THRU END-W900-ERRORE-SQL
           END-EVALUATE.

           PERFORM COPRI-OCCORRENZE THRU END-COPRI-OCCORRENZE.

           STRING 'INCIDENTE PRESO IN CARICO - OCCORRENZE COPERTE: '
                  W-COPERTE
                  DELIMITED BY SIZE INTO MSGI.

       END-PRENDI-IN-CARICO.
           EXIT.

      *--------------------------------------------------------*
      *    LA CHIUSURA DI UN INCIDENTE ANCORA APERTO NE         *
      *    REGISTRA ANCHE LA PRESA IN CARICO; UNA NOTA VUOTA    *
      *    LASCIA QUELLA DELLA PRESA IN CARICO.                 *
      *--------------------------------------------------------*
       CHIUDI-INCIDENTE.

           EXEC SQL
                UPDATE TES_SGNZ_INC
                   SET OPER_ACK    = CASE WHEN C_STATO = 'A'
                                          THEN :HV-OPERATORE
                                          ELSE OPER_ACK
                                     END,
                       TERMID_ACK  = CASE WHEN C_STATO = 'A'
                                          THEN :HV-TERMID
                                          ELSE TERMID_ACK
                                     END,
                       S_TMST_ACK  = CASE WHEN C_STATO = 'A'
                                          THEN CURRENT TIMESTAMP
                                          ELSE S_TMST_ACK
                                     END,
                       NOTA        = CASE WHEN :HV-NOTA = ' '
                                          THEN NOTA
                                          ELSE :HV-NOTA
                                     END,
                       C_STATO     = 'C',
                       OPER_CHIU   = :HV-OPERATORE,
                       S_TMST_CHIU = CURRENT TIMESTAMP
                 WHERE ID_INC      = TIMESTAMP(:INC-ID)
                   AND C_STATO IN ('A', 'P')
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                    CONTINUE
               WHEN +100
                    MOVE 'INCIDENTE GIA'' CHIUSO' TO MSGI
                    GO TO END-CHIUDI-INCIDENTE
               WHEN OTHER
                    PERFORM W900-ERRORE-SQL THRU END-W900-ERRORE-SQL
           END-EVALUATE.

           PERFORM COPRI-OCCORRENZE THRU END-COPRI-OCCORRENZE.

           STRING 'INCIDENTE CHIUSO - OCCORRENZE COPERTE: '
                  W-COPERTE
                  DELIMITED BY SIZE INTO MSGI.

       END-CHIUDI-INCIDENTE.
           EXIT.

      *--------------------------------------------------------*
      *    UNA RIGA TES_SGNZ_ACK PER OGNI OCCORRENZA            *
      *    DELL'INCIDENTE NON ANCORA PRESA IN CARICO (ANCHE     *
      *    QUELLE PRESE UNA PER UNA CON ARMA3025 RESTANO COME   *
      *    SONO).                                               *
      *--------------------------------------------------------*
       COPRI-OCCORRENZE.

           MOVE ZERO TO W-COPERTE.

           EXEC SQL
                INSERT INTO TES_SGNZ_ACK
                       (CTRANS, C_ARCH, S_TMST,
                        OPERATORE, TERMID, S_TMST_ACK, NOTA)
                SELECT O.CTRANS, O.C_ARCH, O.S_TMST,
                       :HV-OPERATORE, :HV-TERMID,
                       CURRENT TIMESTAMP, :HV-NOTA
                  FROM TES_SGNZ_INO O
                 WHERE O.ID_INC = TIMESTAMP(:INC-ID)
                   AND NOT EXISTS
                       (SELECT 1
                          FROM TES_SGNZ_ACK K
                         WHERE K.CTRANS = O.CTRANS
                           AND K.C_ARCH = O.C_ARCH
                           AND K.S_TMST = O.S_TMST)
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                    MOVE SQLERRD (3) TO W-COPERTE
               WHEN +100
                    CONTINUE
               WHEN OTHER
                    PERFORM W900-ERRORE-SQL THRU END-W900-ERRORE-SQL
           END-EVALUATE.

       END-COPRI-OCCORRENZE.
           EXIT.

      *--------------------------------------------------------*
       RIVIA-VIDEATA.
           EXEC CICS SEND MAP ('ARMN30M') MAPSET ('ARMN30S')
                     FROM (ARMN30MI) DATAONLY
           END-EXEC.
       END-RIVIA-VIDEATA.
           EXIT.

      *--------------------------------------------------------*
       FINE-CONVERSAZIONE.
           EXEC CICS SEND TEXT FROM ('GESTIONE INCIDENTI TERMINATA')
                     LENGTH (28) ERASE FREEKB
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
       END-FINE-CONV.
           EXIT.

      *--------------------------------------------------------*
      *    ERRORE DB2: L'AGGIORNAMENTO DELL'INCIDENTE E LA      *
      *    COPERTURA DELLE OCCORRENZE VANNO INSIEME, QUINDI     *
      *    ROLLBACK PRIMA DEL MESSAGGIO.                        *
      *--------------------------------------------------------*
       W900-ERRORE-SQL.
           MOVE SQLCODE TO W-SQLCODE.
           EXEC CICS SYNCPOINT ROLLBACK NOHANDLE END-EXEC.
           MOVE SPACES  TO MSGI.
           STRING 'ERRORE DB2, SQLCODE=' W-SQLCODE
                  DELIMITED BY SIZE INTO MSGI.
           PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA.
           EXEC CICS RETURN TRANSID ('ARMN')
                     COMMAREA (W-ARMN3C1)
                     LENGTH   (LENGTH OF W-ARMN3C1)
           END-EXEC.
       END-W900-ERRORE-SQL.
           EXIT.

      *--------------------------------------------------------*
       W900-ERRORE.
           EXEC CICS SEND TEXT FROM ('ERRORE CICS IN ARMN3025')
                     LENGTH (23) ERASE FREEKB
           END-EXEC.
           EXEC CICS RETURN END-EXEC.

      *--------------------------------------------------------*
       W910-MAPFAIL.
           PERFORM INIZIALIZZA-CRITERI.
           PERFORM VIDEATA-INIZIALE THRU END-VIDEATA-INIZIALE.
           EXEC CICS RETURN TRANSID ('ARMN')
                     COMMAREA (W-ARMN3C1)
                     LENGTH   (LENGTH OF W-ARMN3C1)
           END-EXEC.
