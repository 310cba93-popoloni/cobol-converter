       IDENTIFICATION DIVISION.

       PROGRAM-ID.      ARMW3025.
       AUTHOR.          MANUTENZIONE ARMP3025.
       INSTALLATION.    MONTE TITOLI - ELABORAZIONE DATI.
       DATE-WRITTEN.    OTTOBRE 2026.
       DATE-COMPILED.
      ***************************************************************
      *REMARKS.         M O N T E  T I T O L I
      *                 ------------------------
      *                 GESTIONE LOG ALLARMI TP.
      *                 SORVEGLIANZA DELLE FINESTRE DI MANUTENZIONE.
      *                 -------------------------------------------
      *                 TRANSAZIONE ARSM - LANCIATA A INTERVALLI
      *                 (START SCHEDULATO), SENZA TERMINALE, O
      *                 DALL'OPERATORE A RICHIESTA.
      *                 -------------------------------------------
      *                 DURANTE UNA FINESTRA DEL MEMBRO 'MANUTWIN'
      *                 (COPY ARMANT1) ARMP3025 NON STAMPA, NON
      *                 ESCALA E NON INOLTRA ALLA CONSOLE GLI
      *                 ALLARMI DEL MODELLO. LA SOPPRESSIONE CESSA
      *                 DA SOLA ALL'ORA DI FINE, MA UNA FINESTRA
      *                 CHE IL RICHIEDENTE NON HA CHIUSO (STATO 'C')
      *                 OLTRE LA SUA FINE INDICA LAVORI NON
      *                 TERMINATI O DIMENTICATI: QUESTO PROGRAMMA
      *                 SFOGLIA IL MEMBRO (RICERCA 'GEN' DI
      *                 SYSPTAB5) E PER OGNI FINESTRA APERTA CON
      *                 FINE (DATA + ORA) GIA' PASSATA ARCHIVIA
      *                 VIA ARMP3025 L'ALLARME DEDICATO 'S0012',
      *                 CHE ARMP3025 NON SOPPRIME MAI.
      *                 L'ALLARME PARTE UNA SOLA VOLTA PER FINESTRA
      *                 E PER FINE: LA FINESTRA SEGNALATA E' SCRITTA
      *                 SU TES_SGNZ_FSC (COPY ARSOPGR); SE LA RIGA
      *                 VIENE PROROGATA CON UNA NUOVA FINE, ALLA
      *                 NUOVA SCADENZA L'ALLARME SI RIPETE.
      *                 LE RIGHE CON DATA DI FINE NON NUMERICA O
      *                 CON IL MODELLO GLOBALE '****' + '*****'
      *                 (MAI APPLICATO DA ARMP3025) SONO CONTATE
      *                 COME ERRATE E MOSTRATE NEL LOG DI SISTEMA.
      *                 IL CODICE 'S0012' VA CENSITO NEL MEMBRO
      *                 CODARC DELLA TABELLA GENERALE COME GLI ALTRI
      *                 CODICI 'S'.
      *                 DA TERMINALE IL GIRO E' PRESIDIATO DA
      *                 WSOP0083 (STRUMENTO 'ARMW3025', AZIONE 'E')
      *                 E IL RIEPILOGO E' MOSTRATO A VIDEO.
      ***************************************************************
      * MODIFICHE:                                                  *
      *   OTT26  RG0927  PRIMA STESURA.                              *
      ***************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       77  W-RESP                  PIC S9(8) COMP VALUE ZERO.
       77  W-RESP-LINK             PIC S9(8) COMP VALUE ZERO.
       77  W-SQLCODE               PIC ---9.
       77  W-STARTCODE             PIC X(02) VALUE SPACES.
       77  W-IND-GEN               PIC S9(4) COMP VALUE ZERO.
       77  W-ABSTIME               PIC S9(15) COMP-3 VALUE ZERO.
       77  W-RIS-SORV              PIC X(08) VALUE 'ARMW3025'.
       77  LL-RIS-SORV             PIC S9(4) COMP VALUE +8.

      ***************************************************************
      *    CONTATORI DEL GIRO                                       *
      ***************************************************************
       77  W-FINESTRE              PIC 9(05) VALUE ZERO.
       77  W-IN-CORSO              PIC 9(05) VALUE ZERO.
       77  W-SCADUTE               PIC 9(05) VALUE ZERO.
       77  W-SEGNALATE             PIC 9(05) VALUE ZERO.
       77  W-ERRATE                PIC 9(05) VALUE ZERO.

       01  W-SW-FINE-GEN           PIC X     VALUE 'N'.
           88  FINE-GEN                      VALUE 'S'.
           88  NON-FINE-GEN                  VALUE 'N'.
       01  W-SW-TERMINALE          PIC X     VALUE 'N'.
           88  DA-TERMINALE                  VALUE 'S'.
           88  SENZA-TERMINALE               VALUE 'N'.
       01  W-SW-DA-SEGNALARE       PIC X     VALUE 'N'.
           88  DA-SEGNALARE                  VALUE 'S'.
           88  GIA-SEGNALATA                 VALUE 'N'.
       01  W-SW-FSC                PIC X     VALUE 'N'.
           88  FSC-PRESENTE                  VALUE 'S'.
           88  FSC-ASSENTE                   VALUE 'N'.

      ***************************************************************
      *    ISTANTE ATTUALE E ESTREMI DELLA FINESTRA (AAAAMMGGHHMM)  *
      ***************************************************************
       01  W-OGGI                  PIC X(08) VALUE SPACES.
       01  W-ORA-ATTUALE           PIC X(06) VALUE SPACES.
       01  W-ADESSO.
           05  W-ADESSO-DATA       PIC X(08).
           05  W-ADESSO-ORA        PIC X(04).
       01  W-INIZIO.
           05  W-INIZIO-DATA       PIC X(08).
           05  W-INIZIO-ORA        PIC X(04).
       01  W-FINE.
           05  W-FINE-DATA         PIC X(08).
           05  W-FINE-ORA          PIC X(04).

      ***************************************************************
      *    SFOGLIATURA DEL MEMBRO 'MANUTWIN' E RIGA IN ESAME        *
      ***************************************************************
           COPY TABGENN.
           COPY ARMANT1.

      ***************************************************************
      *    FINESTRE SCADUTE GIA' SEGNALATE (TES_SGNZ_FSC)           *
      ***************************************************************
           COPY ARSOPGR.

      ***************************************************************
      *    CONTROLLO PERMESSI DELL'ESECUZIONE DA TERMINALE          *
      ***************************************************************
           COPY WSOPT1.

      ***************************************************************
      *    AREA DI LINK AD ARMP3025 PER L'ALLARME 'S0012'           *
      ***************************************************************
       01  AREA-ARMP3025.
           COPY ARE33I.
           02 ARMP3025-COD-RIT PIC XX.
       01  W-TAB-SEGNALAZIONI.
           05  FILLER OCCURS 10.
               10  FILLER                PIC X(05).
               10  W-SEGN-RIGA           PIC X(50).
               10  FILLER                PIC X(25).

       01  MSG-ESITO.
           05  FILLER              PIC X(20) VALUE
               'ARMW3025 - FINESTRE('.
           05  MSG-FINESTRE        PIC 9(05).
           05  FILLER              PIC X(11) VALUE ') IN CORSO('.
           05  MSG-IN-CORSO        PIC 9(05).
           05  FILLER              PIC X(10) VALUE ') SCADUTE('.
           05  MSG-SCADUTE         PIC 9(05).
           05  FILLER              PIC X(12) VALUE ') SEGNALATE('.
           05  MSG-SEGNALATE       PIC 9(05).
           05  FILLER              PIC X(09) VALUE ') ERRATE('.
           05  MSG-ERRATE          PIC 9(05).
           05  FILLER              PIC X(01) VALUE ')'.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *********************
       PROCEDURE DIVISION.
      *********************

           EXEC CICS HANDLE CONDITION
                     ERROR    (W900-ERRORE)
           END-EXEC.

           EXEC CICS ASSIGN STARTCODE (W-STARTCODE) NOHANDLE END-EXEC.
           IF W-STARTCODE = 'TD'
              SET DA-TERMINALE TO TRUE
              PERFORM AUTORIZZA-GIRO THRU END-AUTORIZZA-GIRO
           END-IF.

      *--------------------------------------------------------*
      *    UN SOLO GIRO PER VOLTA: DUE GIRI SOVRAPPOSTI         *
      *    SEGNALEREBBERO DUE VOLTE LA STESSA FINESTRA.         *
      *--------------------------------------------------------*
           EXEC CICS ENQ RESOURCE (W-RIS-SORV)
                         LENGTH   (LL-RIS-SORV)
                         NOSUSPEND
                         RESP     (W-RESP)
           END-EXEC.

           IF W-RESP NOT = DFHRESP(NORMAL)
              IF DA-TERMINALE
                 EXEC CICS SEND TEXT
                      FROM ('ARMW3025 - GIRO GIA'' IN CORSO')
                      LENGTH (29) ERASE FREEKB NOHANDLE
                 END-EXEC
              END-IF
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME  (W-ABSTIME)
                YYYYMMDD (W-OGGI)
                TIME     (W-ORA-ATTUALE)
           END-EXEC.
           MOVE W-OGGI              TO W-ADESSO-DATA.
           MOVE W-ORA-ATTUALE (1:4) TO W-ADESSO-ORA.

           PERFORM SFOGLIA-FINESTRE THRU END-SFOGLIA-FINESTRE.

           EXEC CICS SYNCPOINT END-EXEC.

           EXEC CICS DEQ RESOURCE (W-RIS-SORV)
                         LENGTH   (LL-RIS-SORV)
                         NOHANDLE
           END-EXEC.

           MOVE W-FINESTRE          TO MSG-FINESTRE.
           MOVE W-IN-CORSO          TO MSG-IN-CORSO.
           MOVE W-SCADUTE           TO MSG-SCADUTE.
           MOVE W-SEGNALATE         TO MSG-SEGNALATE.
           MOVE W-ERRATE            TO MSG-ERRATE.

           IF W-SEGNALATE GREATER ZERO
           OR W-ERRATE GREATER ZERO
              DISPLAY MSG-ESITO
           END-IF.

           IF DA-TERMINALE
              EXEC CICS SEND TEXT FROM (MSG-ESITO)
                        LENGTH (LENGTH OF MSG-ESITO)
                        ERASE FREEKB NOHANDLE
              END-EXEC
           END-IF.

           EXEC CICS RETURN END-EXEC.

      *--------------------------------------------------------*
       AUTORIZZA-GIRO.

           MOVE SPACES            TO WSOPT1.
           MOVE 'ARMW3025'        TO WSOPT1-STRUMENTO.
           MOVE 'E'               TO WSOPT1-AZIONE.
           MOVE 'SORVEGLIANZA FINESTRE DI MANUTENZIONE'
                                  TO WSOPT1-NOTE.

           EXEC CICS LINK PROGRAM ('WSOP0083')
                     COMMAREA (WSOPT1)
                     LENGTH (LENGTH OF WSOPT1)
           END-EXEC.

           IF WSOPT1-NEGATA
              EXEC CICS SEND TEXT FROM
                   ('ARMW3025 - GIRO NON AUTORIZZATO')
                   LENGTH (32) ERASE FREEKB NOHANDLE
              END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.

       END-AUTORIZZA-GIRO.
           EXIT.

      *--------------------------------------------------------*
      *    SFOGLIA IL MEMBRO 'MANUTWIN' A BLOCCHI DI 20 RIGHE   *
      *    (RICERCA 'GEN').                                     *
      *--------------------------------------------------------*
       SFOGLIA-FINESTRE.

           MOVE SPACES          TO TABGENN.
           MOVE 'MANUTWIN'      TO TABGENN-NOME.
           MOVE LOW-VALUES      TO TABGENN-CHIAVE20.
           SET NON-FINE-GEN     TO TRUE.

           PERFORM LEGGI-BLOCCO-FINESTRE
                   THRU END-LEGGI-BLOCCO-FINESTRE
               UNTIL FINE-GEN.

       END-SFOGLIA-FINESTRE.
           EXIT.

      *--------------------------------------------------------*
       LEGGI-BLOCCO-FINESTRE.

           MOVE 'GEN'           TO TABGENN-FUNZ.
           MOVE 020             TO TABGENN-NUM-RICHIESTI.

           EXEC CICS LINK PROGRAM ('SYSPTAB5')
                     COMMAREA (TABGENN)
                     LENGTH (LENGTH OF TABGENN)
           END-EXEC.

           IF TABGENN-CODICE-ERRORE NOT = ZERO
              SET FINE-GEN TO TRUE
              GO TO END-LEGGI-BLOCCO-FINESTRE.

           MOVE ZERO TO W-IND-GEN.
           PERFORM ESAMINA-FINESTRA THRU END-ESAMINA-FINESTRA
               UNTIL W-IND-GEN NOT LESS TABGENN-NUM-TROVATI.

           IF TABGENN-EOF-SI
              SET FINE-GEN TO TRUE
           END-IF.

       END-LEGGI-BLOCCO-FINESTRE.
           EXIT.

      *--------------------------------------------------------*
      *    UNA RIGA DEL MEMBRO: LE FINESTRE CHIUSE E QUELLE     *
      *    NON ANCORA FINITE NON RICHIEDONO AZIONI.              *
      *--------------------------------------------------------*
       ESAMINA-FINESTRA.

           ADD 1 TO W-IND-GEN.
           ADD 1 TO W-FINESTRE.

           MOVE SPACES                            TO ARMANT1.
           MOVE 'MANUTWIN'                        TO ARMANT1-NOME.
           MOVE TABGENN-RIGA-CHIAVE20 (W-IND-GEN) TO ARMANT1-CHIAVE20.
           MOVE TABGENN-RIGA-DESCR (W-IND-GEN)    TO ARMANT1-DESCR-AREA.

           IF ARMANT1-DATA-FINE NOT NUMERIC
           OR (ARMANT1-CTRANS = '****' AND ARMANT1-CODARC = '*****')
              ADD 1 TO W-ERRATE
              DISPLAY 'ARMW3025 - RIGA MANUTWIN ERRATA: '
                      ARMANT1-CHIAVE20
              GO TO END-ESAMINA-FINESTRA.

           IF ARMANT1-CHIUSA
              GO TO END-ESAMINA-FINESTRA.

           MOVE ARMANT1-DATA-INIZIO    TO W-INIZIO-DATA.
           MOVE ARMANT1-ORA-INIZIO     TO W-INIZIO-ORA.
           IF ARMANT1-ORA-INIZIO NOT NUMERIC
              MOVE '0000'              TO W-INIZIO-ORA.
           MOVE ARMANT1-DATA-FINE      TO W-FINE-DATA.
           MOVE ARMANT1-ORA-FINE       TO W-FINE-ORA.
           IF ARMANT1-ORA-FINE NOT NUMERIC
              MOVE '2400'              TO W-FINE-ORA.

           IF W-ADESSO LESS W-FINE
              IF W-ADESSO NOT LESS W-INIZIO
                 ADD 1 TO W-IN-CORSO
              END-IF
              GO TO END-ESAMINA-FINESTRA.

           ADD 1 TO W-SCADUTE.

           PERFORM VERIFICA-SEGNALATA THRU END-VERIFICA-SEGNALATA.

           IF DA-SEGNALARE
              PERFORM SEGNALA-SCADUTA THRU END-SEGNALA-SCADUTA
           END-IF.

       END-ESAMINA-FINESTRA.
           EXIT.

      *--------------------------------------------------------*
      *    LA FINESTRA E' GIA' STATA SEGNALATA PER QUESTA FINE? *
      *--------------------------------------------------------*
       VERIFICA-SEGNALATA.

           SET DA-SEGNALARE      TO TRUE.
           SET FSC-ASSENTE       TO TRUE.
           MOVE ARMANT1-CHIAVE20 TO FSC-CHIAVE-FIN.
           MOVE SPACES           TO FSC-FINE-FIN.

           EXEC SQL
                SELECT S_FINE_FIN
                  INTO :FSC-FINE-FIN
                  FROM TES_SGNZ_FSC
                 WHERE C_FINESTRA = :FSC-CHIAVE-FIN
           END-EXEC.

           IF SQLCODE EQUAL +100
              GO TO END-VERIFICA-SEGNALATA.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM W910-ERRORE-DB2 THRU END-W910-ERRORE-DB2
           END-IF.

           SET FSC-PRESENTE TO TRUE.

           IF FSC-FINE-FIN = W-FINE
              SET GIA-SEGNALATA TO TRUE
           END-IF.

       END-VERIFICA-SEGNALATA.
           EXIT.

      *--------------------------------------------------------*
      *    ALLARME 'S0012' VIA ARMP3025 E REGISTRAZIONE DELLA   *
      *    FINE SEGNALATA, NELLA STESSA UNITA' DI LAVORO: SE    *
      *    ARMP3025 NON ARCHIVIA, LA FINESTRA RESTA DA          *
      *    SEGNALARE AL GIRO SUCCESSIVO.                        *
      *--------------------------------------------------------*
       SEGNALA-SCADUTA.

           MOVE SPACES  TO W-TAB-SEGNALAZIONI.
           MOVE 'FINESTRA DI MANUTENZIONE NON CHIUSA OLTRE LA FINE'
                        TO W-SEGN-RIGA (1).
           STRING 'MODELLO ' ARMANT1-CTRANS '/' ARMANT1-CODARC
                  ' INIZIO ' W-INIZIO-DATA ' ' W-INIZIO-ORA
                  DELIMITED BY SIZE INTO W-SEGN-RIGA (2).
           STRING 'FINE PREVISTA ' W-FINE-DATA ' ' W-FINE-ORA
                  DELIMITED BY SIZE INTO W-SEGN-RIGA (3).
           STRING 'RICHIEDENTE ' ARMANT1-RICHIEDENTE
                  DELIMITED BY SIZE INTO W-SEGN-RIGA (4).
           STRING 'MOTIVO: ' ARMANT1-MOTIVO
                  DELIMITED BY SIZE INTO W-SEGN-RIGA (5).
           MOVE 'CHIUDERE (STATO C) O PROROGARE LA RIGA MANUTWIN'
                        TO W-SEGN-RIGA (6).

           MOVE SPACES               TO ARE33I.
           MOVE 'S0012'              TO ARE33I-COD-ARCH.
           MOVE EIBTRNID             TO ARE33I-TRANSID.
           MOVE '0001'               TO ARE33I-GRUPPO.
           MOVE 'MT-X'               TO ARE33I-CATAPI.
           MOVE 'ARMW3025'           TO ARE33I-PGRMID.
           MOVE W-TAB-SEGNALAZIONI   TO ARE33I-MESSAGGIO.
           MOVE SPACES               TO ARMP3025-COD-RIT.

           EXEC CICS LINK PROGRAM  ('ARMP3025')
                          COMMAREA (AREA-ARMP3025)
                          LENGTH   (LENGTH OF AREA-ARMP3025)
                          RESP     (W-RESP-LINK)
           END-EXEC.

           IF W-RESP-LINK NOT = DFHRESP(NORMAL)
           OR ARMP3025-COD-RIT NOT = '00'
              DISPLAY 'ARMW3025 - ALLARME S0012 NON ARCHIVIATO, '
                      'FINESTRA ' ARMANT1-CHIAVE20
              EXEC CICS SYNCPOINT ROLLBACK NOHANDLE END-EXEC
              GO TO END-SEGNALA-SCADUTA.

           MOVE W-FINE               TO FSC-FINE-FIN.

           IF FSC-PRESENTE
              EXEC SQL
                   UPDATE TES_SGNZ_FSC
                      SET S_FINE_FIN = :FSC-FINE-FIN,
                          S_TMST     = CURRENT TIMESTAMP
                    WHERE C_FINESTRA = :FSC-CHIAVE-FIN
              END-EXEC
           ELSE
              EXEC SQL
                   INSERT INTO TES_SGNZ_FSC
                          (C_FINESTRA, S_FINE_FIN, S_TMST)
                   VALUES (:FSC-CHIAVE-FIN, :FSC-FINE-FIN,
                           CURRENT TIMESTAMP)
              END-EXEC
           END-IF.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM W910-ERRORE-DB2 THRU END-W910-ERRORE-DB2
           END-IF.

           EXEC CICS SYNCPOINT END-EXEC.

           ADD 1 TO W-SEGNALATE.

       END-SEGNALA-SCADUTA.
           EXIT.

      *--------------------------------------------------------*
      *    ERRORE DB2: LA ROLLBACK ANNULLA SOLO LA FINESTRA IN  *
      *    CORSO, LE SEGNALAZIONI GIA' CONSOLIDATE RESTANO.     *
      *--------------------------------------------------------*
       W910-ERRORE-DB2.

           MOVE SQLCODE TO W-SQLCODE.
           DISPLAY 'ARMW3025 - ERRORE DB2 SQLCODE=' W-SQLCODE.
           EXEC CICS SYNCPOINT ROLLBACK NOHANDLE END-EXEC.
           GO TO W900-ERRORE.

       END-W910-ERRORE-DB2.
           EXIT.

      *--------------------------------------------------------*
       W900-ERRORE.
           EXEC CICS DEQ RESOURCE (W-RIS-SORV)
                         LENGTH   (LL-RIS-SORV)
                         NOHANDLE
           END-EXEC.
           IF DA-TERMINALE
              EXEC CICS SEND TEXT FROM ('ERRORE CICS IN ARMW3025')
                        LENGTH (23) ERASE FREEKB NOHANDLE
              END-EXEC
           END-IF.
           EXEC CICS RETURN END-EXEC.
