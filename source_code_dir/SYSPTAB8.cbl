       IDENTIFICATION DIVISION.

       PROGRAM-ID.      SYSPTAB8.
       AUTHOR.          MANUTENZIONE SYSPTAB5.
       INSTALLATION.    MONTE TITOLI - ELABORAZIONE DATI.
       DATE-WRITTEN.    OTTOBRE 2026.
       DATE-COMPILED.
      ***************************************************************
      *REMARKS.         M O N T E  T I T O L I
      *                 ------------------------
      *                 APPLICAZIONE IN LINEA DI UN LOTTO DI
      *                 RIPRISTINO DEL FILE TABELLE.
      *                 -------------------------------------------
      *                 TRANSAZIONE STRB - DA TERMINALE, DIGITANDO
      *                 'STRB' SEGUITO DAL NUMERO DI LOTTO (14
      *                 CIFRE) STAMPATO DA SYSPTABK.
      *                 -------------------------------------------
      *                 SYSPTABK (BATCH) STAMPA L'ANTEPRIMA DEL
      *                 RIPRISTINO DI UN MEMBRO DA 'TABLOG' E, CON
      *                 LA SCHEDA 'CONFERMA', DEPOSITA LE VARIAZIONI
      *                 SULLA TABELLA DI APPOGGIO TAB_RBK_STG (COPY
      *                 TABRBKR). QUESTO PROGRAMMA, PER OGNI RIGA
      *                 'A' (DA APPLICARE) O 'F' (IN FIRMA) DEL
      *                 LOTTO, IN ORDINE DI PROGRESSIVO:
      *                  1) RILEGGE LA RIGA CON SYSPTAB5 'RND': SE
      *                     NON E' PIU' QUELLA DELL'ANTEPRIMA LA
      *                     MARCA 'V' E NON LA TOCCA;
      *                  2) ESEGUE LA WR/RWR/DLT CON LINK A SYSPTAB5,
      *                     COSI' VALGONO I PERMESSI 'TABAUTH' (DELLA
      *                     TRANSAZIONE STRB E DEL TERMINALE), LO
      *                     SCHEMA 'TABSCHEM', L'ENQ SULLA RIGA, LO
      *                     STORICO 'TABLOG' E LA DOPPIA FIRMA DEI
      *                     MEMBRI 'TABSENS';
      *                  3) MARCA LA RIGA 'E' (CODICE 0), 'F'
      *                     (CODICE 7: PROPOSTA PARCHEGGIATA, VA
      *                     CONFERMATA RIPETENDO LA STRB SULLO STESSO
      *                     LOTTO DA UN ALTRO TERMINALE) O 'S' (ALTRO
      *                     CODICE, CONSERVATO IN C_ESITO); CON IL
      *                     CODICE 5 (RIGA IN USO) LA RIGA RESTA 'A'
      *                     PER LA STRB SUCCESSIVA. UNA RIGA PER
      *                     UNITA' DI LAVORO.
      *                 UN SOLO GIRO PER LOTTO (ENQ SULLA RISORSA
      *                 'SYSPTAB8' + LOTTO). IL RIEPILOGO E' MOSTRATO
      *                 A VIDEO.
      ***************************************************************
      * MODIFICHE:                                                  *
      *   OTT26  RG0931  PRIMA STESURA.                              *
      ***************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       77  W-RESP                  PIC S9(8) COMP VALUE ZERO.
       77  W-SQLCODE               PIC ---9.
       77  LL-INPUT                PIC S9(4) COMP VALUE +80.
       01  W-INPUT                 PIC X(80) VALUE SPACES.
       01  W-RIS-LOTTO.
           05  FILLER              PIC X(08) VALUE 'SYSPTAB8'.
           05  W-RIS-NUM-LOTTO     PIC X(14) VALUE SPACES.
       77  LL-RIS-LOTTO            PIC S9(4) COMP VALUE +22.

      ***************************************************************
      *    CONTATORI DEL GIRO                                       *
      ***************************************************************
       77  W-LETTE                 PIC 9(05) VALUE ZERO.
       77  W-ESEGUITE              PIC 9(05) VALUE ZERO.
       77  W-IN-FIRMA              PIC 9(05) VALUE ZERO.
       77  W-VARIATE               PIC 9(05) VALUE ZERO.
       77  W-SCARTATE              PIC 9(05) VALUE ZERO.
       77  W-DA-RIPETERE           PIC 9(05) VALUE ZERO.

       01  W-SW-FINE-CURSORE       PIC X     VALUE 'N'.
           88  FINE-CURSORE                  VALUE 'S'.
           88  NON-FINE-CURSORE              VALUE 'N'.

      *    ESITO DELLA RILETTURA DELLA RIGA PRIMA DI APPLICARLA
       01  W-SW-RIGA-ATTUALE       PIC X     VALUE 'N'.
           88  RIGA-COME-ANTEPRIMA           VALUE 'S'.
           88  RIGA-CAMBIATA                 VALUE 'N'.

      ***************************************************************
      *    AREA DI LINK A SYSPTAB5 (TRACCIATO BASE 95 BYTES, COME   *
      *    W-TAB5-AREA IN SYSPTAB6)                                 *
      ***************************************************************
       01  W-TAB5-AREA.
           05  W-TAB5-NOME          PIC X(08).
           05  W-TAB5-CHIAVE20      PIC X(20).
           05  W-TAB5-DESCR         PIC X(60).
           05  W-TAB5-FUNZ          PIC X(03).
           05  W-TAB5-RC            PIC X(01).
               88  W-TAB5-OK               VALUE '0'.
               88  W-TAB5-NON-TROVATO      VALUE '1'.
               88  W-TAB5-IN-USO           VALUE '5'.
               88  W-TAB5-IN-FIRMA         VALUE '7'.
           05  W-TAB5-FUNZ-PNT      PIC X(03).
       01  LL-TAB5-AREA             PIC S9(4) COMP VALUE +95.

      ***************************************************************
      *    RIGA DELLA TABELLA DI APPOGGIO TAB_RBK_STG               *
      ***************************************************************
           COPY TABRBKR.

       01  MSG-USO                 PIC X(45) VALUE
           'SYSPTAB8 - DIGITARE STRB E IL NUMERO DI LOTTO'.

       01  MSG-ESITO.
           05  FILLER              PIC X(15) VALUE
               'SYSPTAB8 LOTTO '.
           05  MSG-LOTTO           PIC X(14).
           05  FILLER              PIC X(08) VALUE ' LETTE('.
           05  MSG-LETTE           PIC 9(05).
           05  FILLER              PIC X(11) VALUE ') ESEGUITE('.
           05  MSG-ESEGUITE        PIC 9(05).
           05  FILLER              PIC X(11) VALUE ') IN FIRMA('.
           05  MSG-IN-FIRMA        PIC 9(05).
           05  FILLER              PIC X(10) VALUE ') VARIATE('.
           05  MSG-VARIATE         PIC 9(05).
           05  FILLER              PIC X(11) VALUE ') SCARTATE('.
           05  MSG-SCARTATE        PIC 9(05).
           05  FILLER              PIC X(11) VALUE ') RIPETERE('.
           05  MSG-DA-RIPETERE     PIC 9(05).
           05  FILLER              PIC X(01) VALUE ')'.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ***************************************************************
      *    RIGHE ANCORA APERTE DEL LOTTO, IN ORDINE DI ANTEPRIMA.   *
      *    WITH HOLD: OGNI RIGA APPLICATA E' CONSOLIDATA SUBITO.    *
      ***************************************************************
           EXEC SQL DECLARE CUR-RBK-LOTTO CURSOR WITH HOLD FOR
                SELECT N_PROGR, C_MEMBRO, C_CHIAVE, C_OPER,
                       X_DESCR_ATT, X_DESCR_RIP, C_STATO
                  FROM TAB_RBK_STG
                 WHERE C_LOTTO = :RBK-CLOTTO
                   AND C_STATO IN ('A', 'F')
                 ORDER BY N_PROGR
           END-EXEC.

      *********************
       PROCEDURE DIVISION.
      *********************

           EXEC CICS HANDLE CONDITION
                     ERROR    (W900-ERRORE)
           END-EXEC.

           EXEC CICS RECEIVE INTO   (W-INPUT)
                             LENGTH (LL-INPUT)
                             NOHANDLE
           END-EXEC.

      *    'STRB' + SPAZIO + LOTTO DI 14 CIFRE
           IF W-INPUT (6:14) NOT NUMERIC
              EXEC CICS SEND TEXT FROM (MSG-USO)
                        LENGTH (LENGTH OF MSG-USO)
                        ERASE FREEKB NOHANDLE
              END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE W-INPUT (6:14) TO RBK-CLOTTO
                                  W-RIS-NUM-LOTTO
                                  MSG-LOTTO.

      *--------------------------------------------------------*
      *    UN SOLO GIRO PER LOTTO: DUE GIRI SOVRAPPOSTI         *
      *    PROPORREBBERO DUE VOLTE LA STESSA VARIAZIONE.        *
      *    LA RISORSA E' DEL TASK (MAXLIFETIME): LE SYNCPOINT  *
      *    DEL GIRO NON LA RILASCIANO, SOLO LA DEQ FINALE.     *
      *--------------------------------------------------------*
           EXEC CICS ENQ RESOURCE (W-RIS-LOTTO)
                         LENGTH   (LL-RIS-LOTTO)
                         MAXLIFETIME (DFHVALUE(TASK))
                         NOSUSPEND
                         RESP     (W-RESP)
           END-EXEC.

           IF W-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS SEND TEXT
                   FROM ('SYSPTAB8 - LOTTO GIA'' IN LAVORAZIONE')
                   LENGTH (36) ERASE FREEKB NOHANDLE
              END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM APPLICA-LOTTO    THRU END-APPLICA-LOTTO.

           EXEC CICS SYNCPOINT END-EXEC.

           EXEC CICS DEQ RESOURCE (W-RIS-LOTTO)
                         LENGTH   (LL-RIS-LOTTO)
                         NOHANDLE
           END-EXEC.

           MOVE W-LETTE             TO MSG-LETTE.
           MOVE W-ESEGUITE          TO MSG-ESEGUITE.
           MOVE W-IN-FIRMA          TO MSG-IN-FIRMA.
           MOVE W-VARIATE           TO MSG-VARIATE.
           MOVE W-SCARTATE          TO MSG-SCARTATE.
           MOVE W-DA-RIPETERE       TO MSG-DA-RIPETERE.

           DISPLAY MSG-ESITO.

           EXEC CICS SEND TEXT FROM (MSG-ESITO)
                     LENGTH (LENGTH OF MSG-ESITO)
                     ERASE FREEKB NOHANDLE
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

      *--------------------------------------------------------*
      *    SCORRE LE RIGHE APERTE DEL LOTTO.                    *
      *--------------------------------------------------------*
       APPLICA-LOTTO.

           SET NON-FINE-CURSORE TO TRUE.

           EXEC SQL OPEN CUR-RBK-LOTTO END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM W910-ERRORE-DB2 THRU END-W910-ERRORE-DB2
           END-IF.

           PERFORM APPLICA-RIGA THRU END-APPLICA-RIGA
               UNTIL FINE-CURSORE.

           EXEC SQL CLOSE CUR-RBK-LOTTO END-EXEC.

       END-APPLICA-LOTTO.
           EXIT.

      *--------------------------------------------------------*
       APPLICA-RIGA.

           EXEC SQL
                FETCH CUR-RBK-LOTTO
                 INTO :RBK-NPROGR, :RBK-NOME, :RBK-CHIAVE20,
                      :RBK-COPER, :RBK-DESCR-ATT, :RBK-DESCR-RIP,
                      :RBK-CSTATO
           END-EXEC.

           IF SQLCODE EQUAL +100
              SET FINE-CURSORE TO TRUE
              GO TO END-APPLICA-RIGA.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM W910-ERRORE-DB2 THRU END-W910-ERRORE-DB2
           END-IF.

           ADD 1 TO W-LETTE.

           PERFORM RILEGGI-RIGA THRU END-RILEGGI-RIGA.

           IF RIGA-CAMBIATA
              ADD 1 TO W-VARIATE
              MOVE 'V'     TO RBK-CSTATO
              MOVE SPACES  TO RBK-CESITO
              PERFORM AGGIORNA-STATO THRU END-AGGIORNA-STATO
              GO TO END-APPLICA-RIGA.

           MOVE SPACES              TO W-TAB5-AREA.
           MOVE RBK-NOME            TO W-TAB5-NOME.
           MOVE RBK-CHIAVE20        TO W-TAB5-CHIAVE20.
           MOVE RBK-DESCR-RIP       TO W-TAB5-DESCR.
           EVALUATE TRUE
               WHEN RBK-DA-AGGIUNGERE
                    MOVE 'WR '      TO W-TAB5-FUNZ
               WHEN RBK-DA-RISCRIVERE
                    MOVE 'RWR'      TO W-TAB5-FUNZ
               WHEN OTHER
                    MOVE 'DLT'      TO W-TAB5-FUNZ
           END-EVALUATE.

           EXEC CICS LINK PROGRAM ('SYSPTAB5')
                     COMMAREA (W-TAB5-AREA)
                     LENGTH (LL-TAB5-AREA)
           END-EXEC.

           MOVE W-TAB5-RC TO RBK-CESITO.

           EVALUATE TRUE
               WHEN W-TAB5-OK
                    ADD 1 TO W-ESEGUITE
                    MOVE 'E'        TO RBK-CSTATO
               WHEN W-TAB5-IN-FIRMA
                    ADD 1 TO W-IN-FIRMA
                    MOVE 'F'        TO RBK-CSTATO
               WHEN W-TAB5-IN-USO
                    ADD 1 TO W-DA-RIPETERE
               WHEN OTHER
                    ADD 1 TO W-SCARTATE
                    MOVE 'S'        TO RBK-CSTATO
           END-EVALUATE.

           PERFORM AGGIORNA-STATO THRU END-AGGIORNA-STATO.

       END-APPLICA-RIGA.
           EXIT.

      *--------------------------------------------------------*
      *    LA RIGA SUL FILE DEVE ESSERE ANCORA QUELLA VISTA     *
      *    NELL'ANTEPRIMA: ASSENTE PER UNA 'W', PRESENTE CON LO *
      *    STESSO VALORE PER UNA 'R' O UNA 'D'.                 *
      *--------------------------------------------------------*
       RILEGGI-RIGA.

           SET RIGA-CAMBIATA TO TRUE.

           MOVE SPACES              TO W-TAB5-AREA.
           MOVE RBK-NOME            TO W-TAB5-NOME.
           MOVE RBK-CHIAVE20        TO W-TAB5-CHIAVE20.
           MOVE 'RND'               TO W-TAB5-FUNZ.

           EXEC CICS LINK PROGRAM ('SYSPTAB5')
                     COMMAREA (W-TAB5-AREA)
                     LENGTH (LL-TAB5-AREA)
           END-EXEC.

           IF RBK-DA-AGGIUNGERE
              IF W-TAB5-NON-TROVATO
                 SET RIGA-COME-ANTEPRIMA TO TRUE
              END-IF
              GO TO END-RILEGGI-RIGA.

           IF W-TAB5-OK
           AND W-TAB5-DESCR = RBK-DESCR-ATT
              SET RIGA-COME-ANTEPRIMA TO TRUE
           END-IF.

       END-RILEGGI-RIGA.
           EXIT.

      *--------------------------------------------------------*
       AGGIORNA-STATO.

           MOVE EIBTRMID TO RBK-TERMID.

           EXEC SQL
                UPDATE TAB_RBK_STG
                   SET C_STATO      = :RBK-CSTATO,
                       C_ESITO      = :RBK-CESITO,
                       C_TERM       = :RBK-TERMID,
                       S_TMST_ESITO = CURRENT TIMESTAMP
                 WHERE C_LOTTO      = :RBK-CLOTTO
                   AND N_PROGR      = :RBK-NPROGR
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM W910-ERRORE-DB2 THRU END-W910-ERRORE-DB2
           END-IF.

           EXEC CICS SYNCPOINT END-EXEC.

       END-AGGIORNA-STATO.
           EXIT.

      *--------------------------------------------------------*
      *    ERRORE DB2: LA ROLLBACK ANNULLA SOLO LA RIGA IN      *
      *    CORSO, LE RIGHE GIA' CONSOLIDATE RESTANO.            *
      *--------------------------------------------------------*
       W910-ERRORE-DB2.

           MOVE SQLCODE TO W-SQLCODE.
           DISPLAY 'SYSPTAB8 - ERRORE DB2 SQLCODE=' W-SQLCODE
                   ' LOTTO=' RBK-CLOTTO.
           EXEC CICS SYNCPOINT ROLLBACK NOHANDLE END-EXEC.
           GO TO W900-ERRORE.

       END-W910-ERRORE-DB2.
           EXIT.

      *--------------------------------------------------------*
       W900-ERRORE.
           EXEC CICS DEQ RESOURCE (W-RIS-LOTTO)
                         LENGTH   (LL-RIS-LOTTO)
                         NOHANDLE
           END-EXEC.
           EXEC CICS SEND TEXT FROM ('ERRORE CICS IN SYSPTAB8')
                     LENGTH (23) ERASE FREEKB NOHANDLE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
