       IDENTIFICATION DIVISION.

       PROGRAM-ID.      ARMD3025.
       AUTHOR.          MANUTENZIONE ARMP3025.
       INSTALLATION.    MONTE TITOLI - ELABORAZIONE DATI.
       DATE-WRITTEN.    OTTOBRE 2026.
       DATE-COMPILED.
      ***************************************************************
      *REMARKS.         M O N T E  T I T O L I
      *                 ------------------------
      *                 GESTIONE LOG ALLARMI TP.
      *                 PONTE DELLE SEGNALAZIONI BATCH VERSO ARMP3025.
      *                 -------------------------------------------
      *                 TRANSAZIONE ARSD - LANCIATA A INTERVALLI
      *                 (START SCHEDULATO), SENZA TERMINALE, O
      *                 DALL'OPERATORE A RICHIESTA.
      *                 -------------------------------------------
      *                 I BATCH (WSRG0083, UTCL0062, ARMB3026,
      *                 ARMB3027, SYSPTABC, WSIF0083) NON POSSONO
      *                 RICHIAMARE ARMP3025 E DEPOSITANO LE LORO
      *                 SEGNALAZIONI SULLA TABELLA DI APPOGGIO
      *                 TES_SGNZ_STG (COPY ARSTGGR). QUESTO
      *                 PROGRAMMA:
      *                  1) MARCA 'R' (IN RITARDO) LE RIGHE ANCORA
      *                     IN ATTESA OLTRE LA SOGLIA DEL MEMBRO
      *                     'ARMBRIDG' E, SE NE TROVA, ARCHIVIA UNA
      *                     OCCORRENZA RIASSUNTIVA ARMP3025 'S0011';
      *                  2) PASSA AD ARMP3025, DALLA PIU' VECCHIA,
      *                     OGNI RIGA 'A'/'R' CON IL SUO COD-ARC,
      *                     LA SUA TRANSAZIONE LOGICA E IL SUO
      *                     TESTO (LA RIGA 10 DEL TESTO PORTA IL
      *                     PROGRAMMA E L'ORA DI ORIGINE): LA
      *                     SEGNALAZIONE SEGUE COSI' LA CATENA
      *                     NORMALE (STAMPA/STAMPBKP, CONSOLE WNOC,
      *                     ESCALATION ALRT, TES_SGNZ_CNT, TES0);
      *                  3) SE ARMP3025 RESTITUISCE '00' MARCA LA
      *                     RIGA 'C' (CONSEGNATA), ALTRIMENTI NE
      *                     INCREMENTA I TENTATIVI E LA LASCIA AL
      *                     GIRO SUCCESSIVO. UNA RIGA PER UNITA' DI
      *                     LAVORO.
      *                 SOGLIA DI RITARDO (MINUTI) E MASSIMO DI
      *                 RIGHE PER GIRO SONO SUL MEMBRO 'ARMBRIDG'
      *                 DEL FILE TABELLE (DEFAULT 15 MINUTI, 200
      *                 RIGHE). UN SOLO GIRO PER VOLTA (ENQ SULLA
      *                 RISORSA 'ARMD3025'). DA TERMINALE IL GIRO E'
      *                 PRESIDIATO DA WSOP0083 (STRUMENTO
      *                 'ARMD3025', AZIONE 'E') E IL RIEPILOGO E'
      *                 MOSTRATO A VIDEO.
      ***************************************************************
      * MODIFICHE:                                                  *
      *   OTT26  RG0925  PRIMA STESURA.                              *
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
       77  IND-RIGA                PIC S9(4) COMP VALUE ZERO.
       77  W-STARTCODE             PIC X(02) VALUE SPACES.
       77  W-RIS-PONTE             PIC X(08) VALUE 'ARMD3025'.
       77  LL-RIS-PONTE            PIC S9(4) COMP VALUE +8.

      ***************************************************************
      *    PARAMETRI: SOGLIA DI RITARDO (MINUTI) E MASSIMO DI RIGHE *
      *    CONSEGNATE PER GIRO                                      *
      ***************************************************************
       77  W-SOGLIA-MIN-DFLT       PIC 9(03) VALUE 015.
       77  W-SOGLIA-MIN-EFF        PIC 9(03) VALUE 015.
       77  W-MAX-GIRO-DFLT         PIC 9(05) VALUE 00200.
       77  W-MAX-GIRO-EFF          PIC 9(05) VALUE 00200.

      ***************************************************************
      *    CONTATORI DEL GIRO                                       *
      ***************************************************************
       77  W-LETTE                 PIC 9(05) VALUE ZERO.
       77  W-CONSEGNATE            PIC 9(05) VALUE ZERO.
       77  W-NON-CONSEGNATE        PIC 9(05) VALUE ZERO.
       77  W-IN-RITARDO            PIC 9(05) VALUE ZERO.

       01  W-SW-FINE-CURSORE       PIC X     VALUE 'N'.
           88  FINE-CURSORE                  VALUE 'S'.
           88  NON-FINE-CURSORE              VALUE 'N'.
       01  W-SW-TERMINALE          PIC X     VALUE 'N'.
           88  DA-TERMINALE                  VALUE 'S'.
           88  SENZA-TERMINALE               VALUE 'N'.

      ***************************************************************
      *    AREA DI LINK A SYSPTAB5 PER IL MEMBRO 'ARMBRIDG'         *
      *    (TRACCIATO BASE 95 BYTES, COME W-TAB5-AREA IN SYSPTAB6)  *
      ***************************************************************
       01  W-TAB5-AREA.
           05  W-TAB5-NOME          PIC X(08).
           05  W-TAB5-CHIAVE20      PIC X(20).
           05  W-TAB5-DESCR.
               10  W-TAB5-SOGLIA-MIN PIC 9(03).
               10  W-TAB5-MAX-GIRO  PIC 9(05).
               10  FILLER           PIC X(52).
           05  W-TAB5-FUNZ          PIC X(03).
           05  W-TAB5-RC            PIC X(01).
               88  W-TAB5-OK               VALUE '0'.
           05  W-TAB5-FUNZ-PNT      PIC X(03).
       01  LL-TAB5-AREA             PIC S9(4) COMP VALUE +95.

      ***************************************************************
      *    RIGA DELLA TABELLA DI APPOGGIO TES_SGNZ_STG              *
      ***************************************************************
           COPY ARSTGGR.

      ***************************************************************
      *    CONTROLLO PERMESSI DELL'ESECUZIONE DA TERMINALE          *
      ***************************************************************
           COPY WSOPT1.

      ***************************************************************
      *    AREA DA PASSARE A ARMP3025                               *
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
           05  FILLER              PIC X(17) VALUE
               'ARMD3025 - LETTE('.
           05  MSG-LETTE           PIC 9(05).
           05  FILLER              PIC X(13) VALUE ') CONSEGNATE('.
           05  MSG-CONSEGNATE      PIC 9(05).
           05  FILLER              PIC X(10) VALUE ') FALLITE('.
           05  MSG-NON-CONSEGNATE  PIC 9(05).
           05  FILLER              PIC X(10) VALUE ') RITARDO('.
           05  MSG-IN-RITARDO      PIC 9(05).
           05  FILLER              PIC X(01) VALUE ')'.

      ***************************************************************
      *    HOST VARIABLES                                           *
      ***************************************************************
       01  HV-SOGLIA-MIN           PIC S9(5) COMP-3.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ***************************************************************
      *    RIGHE DA CONSEGNARE, DALLA PIU' VECCHIA. WITH HOLD: OGNI *
      *    CONSEGNA E' CONSOLIDATA SUBITO.                          *
      ***************************************************************
           EXEC SQL DECLARE CUR-STG-ATTESA CURSOR WITH HOLD FOR
                SELECT CHAR(S_TMST_STG), C_PGM, C_ARCH, CTRANS,
                       CATAPI, C_GRUPPO, X_MESSAGGIO, C_STATO
                  FROM TES_SGNZ_STG
                 WHERE C_STATO IN ('A', 'R')
                 ORDER BY S_TMST_STG
           END-EXEC.

      *********************
       PROCEDURE DIVISION.
      *********************

           EXEC CICS HANDLE CONDITION
                     ERROR    (W900-ERRORE)
           END-EXEC.

           PERFORM LEGGI-PARAMETRI  THRU END-LEGGI-PARAMETRI.

           EXEC CICS ASSIGN STARTCODE (W-STARTCODE) NOHANDLE END-EXEC.
           IF W-STARTCODE = 'TD'
              SET DA-TERMINALE TO TRUE
              PERFORM AUTORIZZA-GIRO THRU END-AUTORIZZA-GIRO
           END-IF.

      *--------------------------------------------------------*
      *    UN SOLO GIRO PER VOLTA: DUE GIRI SOVRAPPOSTI         *
      *    CONSEGNEREBBERO DUE VOLTE LA STESSA SEGNALAZIONE.    *
      *    LA RISORSA E' DEL TASK (MAXLIFETIME): LE SYNCPOINT  *
      *    DEL GIRO NON LA RILASCIANO, SOLO LA DEQ FINALE.     *
      *--------------------------------------------------------*
           EXEC CICS ENQ RESOURCE (W-RIS-PONTE)
                         LENGTH   (LL-RIS-PONTE)
                         MAXLIFETIME (DFHVALUE(TASK))
                         NOSUSPEND
                         RESP     (W-RESP)
           END-EXEC.

           IF W-RESP NOT = DFHRESP(NORMAL)
              IF DA-TERMINALE
                 EXEC CICS SEND TEXT
                      FROM ('ARMD3025 - GIRO GIA'' IN CORSO')
                      LENGTH (29) ERASE FREEKB NOHANDLE
                 END-EXEC
              END-IF
              EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM SEGNALA-RITARDI  THRU END-SEGNALA-RITARDI.

           PERFORM DRENA-APPOGGIO   THRU END-DRENA-APPOGGIO.

           EXEC CICS SYNCPOINT END-EXEC.

           EXEC CICS DEQ RESOURCE (W-RIS-PONTE)
                         LENGTH   (LL-RIS-PONTE)
                         NOHANDLE
           END-EXEC.

           MOVE W-LETTE             TO MSG-LETTE.
           MOVE W-CONSEGNATE        TO MSG-CONSEGNATE.
           MOVE W-NON-CONSEGNATE    TO MSG-NON-CONSEGNATE.
           MOVE W-IN-RITARDO        TO MSG-IN-RITARDO.

           IF W-LETTE GREATER ZERO OR W-IN-RITARDO GREATER ZERO
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
      *    MEMBRO 'ARMBRIDG', SOTTOCHIAVE 'PARAMETRI': POS.     *
      *    1-3 SOGLIA DI RITARDO IN MINUTI, POS. 4-8 MASSIMO DI *
      *    RIGHE PER GIRO. NON CENSITO O NON NUMERICO =         *
      *    DEFAULT DI PROGRAMMA.                                *
      *--------------------------------------------------------*
       LEGGI-PARAMETRI.

           MOVE W-SOGLIA-MIN-DFLT TO W-SOGLIA-MIN-EFF.
           MOVE W-MAX-GIRO-DFLT   TO W-MAX-GIRO-EFF.

           MOVE SPACES            TO W-TAB5-AREA.
           MOVE 'ARMBRIDG'        TO W-TAB5-NOME.
           MOVE 'PARAMETRI'       TO W-TAB5-CHIAVE20.
           MOVE 'RND'             TO W-TAB5-FUNZ.

           EXEC CICS LINK PROGRAM ('SYSPTAB5')
                     COMMAREA (W-TAB5-AREA)
                     LENGTH (LL-TAB5-AREA)
           END-EXEC.

           IF NOT W-TAB5-OK
              GO TO END-LEGGI-PARAMETRI.

           IF W-TAB5-SOGLIA-MIN NUMERIC
           AND W-TAB5-SOGLIA-MIN GREATER ZERO
              MOVE W-TAB5-SOGLIA-MIN TO W-SOGLIA-MIN-EFF
           END-IF.

           IF W-TAB5-MAX-GIRO NUMERIC
           AND W-TAB5-MAX-GIRO GREATER ZERO
              MOVE W-TAB5-MAX-GIRO   TO W-MAX-GIRO-EFF
           END-IF.

       END-LEGGI-PARAMETRI.
           EXIT.

      *--------------------------------------------------------*
       AUTORIZZA-GIRO.

           MOVE SPACES            TO WSOPT1.
           MOVE 'ARMD3025'        TO WSOPT1-STRUMENTO.
           MOVE 'E'               TO WSOPT1-AZIONE.
           MOVE 'CONSEGNA SEGNALAZIONI BATCH TES_SGNZ_STG'
                                  TO WSOPT1-NOTE.

           EXEC CICS LINK PROGRAM ('WSOP0083')
                     COMMAREA (WSOPT1)
                     LENGTH (LENGTH OF WSOPT1)
           END-EXEC.

           IF WSOPT1-NEGATA
              EXEC CICS SEND TEXT FROM
                   ('ARMD3025 - GIRO NON AUTORIZZATO')
                   LENGTH (32) ERASE FREEKB NOHANDLE
              END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.

       END-AUTORIZZA-GIRO.
           EXIT.

      *--------------------------------------------------------*
      *    LE RIGHE ANCORA IN ATTESA OLTRE LA SOGLIA PASSANO A  *
      *    'R': OGNI RIGA E' SEGNALATA UNA SOLA VOLTA, POI      *
      *    RESTA DA CONSEGNARE COME LE ALTRE.                   *
      *--------------------------------------------------------*
       SEGNALA-RITARDI.

           MOVE W-SOGLIA-MIN-EFF TO HV-SOGLIA-MIN.

           EXEC SQL
                UPDATE TES_SGNZ_STG
                   SET C_STATO   = 'R',
                       F_RITARDO = 'S'
                 WHERE C_STATO   = 'A'
                   AND S_TMST_STG < CURRENT TIMESTAMP -
                                    :HV-SOGLIA-MIN MINUTES
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
              PERFORM W910-ERRORE-DB2 THRU END-W910-ERRORE-DB2
           END-IF.

           IF SQLCODE EQUAL ZERO
              MOVE SQLERRD (3) TO W-IN-RITARDO
           END-IF.

           EXEC CICS SYNCPOINT END-EXEC.

           IF W-IN-RITARDO = ZERO
              GO TO END-SEGNALA-RITARDI.

           MOVE SPACES  TO W-TAB-SEGNALAZIONI.
           MOVE 'SEGNALAZIONI BATCH NON CONSEGNATE AD ARMP3025'
                        TO W-SEGN-RIGA (1).
           STRING 'IN ATTESA OLTRE ' W-SOGLIA-MIN-EFF
                  ' MINUTI: ' W-IN-RITARDO
                  DELIMITED BY SIZE INTO W-SEGN-RIGA (2).
           MOVE 'VERIFICARE LO START SCHEDULATO DELLA ARSD'
                        TO W-SEGN-RIGA (3).
           MOVE 'DETTAGLIO: TES_SGNZ_STG F_RITARDO = S'
                        TO W-SEGN-RIGA (4).

           MOVE SPACES               TO ARE33I.
           MOVE 'S0011'              TO ARE33I-COD-ARCH.
           MOVE EIBTRNID             TO ARE33I-TRANSID.
           MOVE '0001'               TO ARE33I-GRUPPO.
           MOVE 'MT-X'               TO ARE33I-CATAPI.
           MOVE 'ARMD3025'           TO ARE33I-PGRMID.
           MOVE W-TAB-SEGNALAZIONI   TO ARE33I-MESSAGGIO.
           MOVE SPACES               TO ARMP3025-COD-RIT.

           EXEC CICS LINK PROGRAM  ('ARMP3025')
                          COMMAREA (AREA-ARMP3025)
                          LENGTH   (LENGTH OF AREA-ARMP3025)
                          RESP     (W-RESP-LINK)
           END-EXEC.

           IF W-RESP-LINK NOT = DFHRESP(NORMAL)
           OR ARMP3025-COD-RIT NOT = '00'
              DISPLAY 'ARMD3025 - ALLARME S0011 NON ARCHIVIATO, RIGHE '
                      'IN RITARDO=' W-IN-RITARDO
           END-IF.

           EXEC CICS SYNCPOINT END-EXEC.

       END-SEGNALA-RITARDI.
           EXIT.

      *--------------------------------------------------------*
      *    SCORRE LE RIGHE DA CONSEGNARE FINO ALL'ESAURIMENTO   *
      *    O AL MASSIMO DI RIGHE PER GIRO.                      *
      *--------------------------------------------------------*
       DRENA-APPOGGIO.

           SET NON-FINE-CURSORE TO TRUE.

           EXEC SQL OPEN CUR-STG-ATTESA END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM W910-ERRORE-DB2 THRU END-W910-ERRORE-DB2
           END-IF.

           PERFORM CONSEGNA-RIGA THRU END-CONSEGNA-RIGA
               UNTIL FINE-CURSORE
                  OR W-LETTE NOT LESS W-MAX-GIRO-EFF.

           EXEC SQL CLOSE CUR-STG-ATTESA END-EXEC.

       END-DRENA-APPOGGIO.
           EXIT.

      *--------------------------------------------------------*
       CONSEGNA-RIGA.

           EXEC SQL
                FETCH CUR-STG-ATTESA
                 INTO :STG-TMST, :STG-CPGM, :STG-COD-ARCH,
                      :STG-CTRANS, :STG-CATAPI, :STG-GRUPPO,
                      :STG-MESSAGGIO, :STG-CSTATO
           END-EXEC.

           IF SQLCODE EQUAL +100
              SET FINE-CURSORE TO TRUE
              GO TO END-CONSEGNA-RIGA.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM W910-ERRORE-DB2 THRU END-W910-ERRORE-DB2
           END-IF.

           ADD 1 TO W-LETTE.

           MOVE SPACES TO W-TAB-SEGNALAZIONI.
           MOVE ZERO   TO IND-RIGA.
           PERFORM CARICA-RIGA-TESTO THRU END-CARICA-RIGA-TESTO
               UNTIL IND-RIGA NOT LESS 9.
           STRING 'ORIGINE BATCH ' STG-CPGM
                  ' DEL ' STG-TMST (1:19)
                  DELIMITED BY SIZE INTO W-SEGN-RIGA (10).

           MOVE SPACES               TO ARE33I.
           MOVE STG-COD-ARCH         TO ARE33I-COD-ARCH.
           MOVE STG-CTRANS           TO ARE33I-TRANSID.
           MOVE STG-GRUPPO           TO ARE33I-GRUPPO.
           MOVE STG-CATAPI           TO ARE33I-CATAPI.
           MOVE STG-CPGM             TO ARE33I-PGRMID.
           MOVE W-TAB-SEGNALAZIONI   TO ARE33I-MESSAGGIO.
           MOVE SPACES               TO ARMP3025-COD-RIT.

           EXEC CICS LINK PROGRAM  ('ARMP3025')
                          COMMAREA (AREA-ARMP3025)
                          LENGTH   (LENGTH OF AREA-ARMP3025)
                          RESP     (W-RESP-LINK)
           END-EXEC.

           IF W-RESP-LINK NOT = DFHRESP(NORMAL)
           OR ARMP3025-COD-RIT NOT = '00'
              PERFORM CONSEGNA-FALLITA THRU END-CONSEGNA-FALLITA
              GO TO END-CONSEGNA-RIGA.

           EXEC SQL
                UPDATE TES_SGNZ_STG
                   SET C_STATO     = 'C',
                       S_TMST_CONS = CURRENT TIMESTAMP
                 WHERE S_TMST_STG  = TIMESTAMP(:STG-TMST)
                   AND C_PGM       = :STG-CPGM
                   AND C_STATO IN ('A', 'R')
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM W910-ERRORE-DB2 THRU END-W910-ERRORE-DB2
           END-IF.

           EXEC CICS SYNCPOINT END-EXEC.

           ADD 1 TO W-CONSEGNATE.

       END-CONSEGNA-RIGA.
           EXIT.

      *--------------------------------------------------------*
      *    LA RIGA 10 E' RISERVATA ALL'ORIGINE DELLA            *
      *    SEGNALAZIONE.                                        *
      *--------------------------------------------------------*
       CARICA-RIGA-TESTO.

           ADD 1 TO IND-RIGA.
           MOVE STG-RIGA (IND-RIGA) TO W-SEGN-RIGA (IND-RIGA).

       END-CARICA-RIGA-TESTO.
           EXIT.

      *--------------------------------------------------------*
      *    ARMP3025 NON HA ACCETTATO LA SEGNALAZIONE: LA RIGA   *
      *    RESTA DA CONSEGNARE, CON UN TENTATIVO IN PIU'. NIENTE *
      *    ROLLBACK: CHIUDEREBBE IL CURSORE WITH HOLD.           *
      *--------------------------------------------------------*
       CONSEGNA-FALLITA.

           ADD 1 TO W-NON-CONSEGNATE.

           DISPLAY 'ARMD3025 - CONSEGNA NON RIUSCITA ' STG-CPGM
                   ' ' STG-TMST ' RESP=' W-RESP-LINK
                   ' COD-RIT=' ARMP3025-COD-RIT.

           EXEC SQL
                UPDATE TES_SGNZ_STG
                   SET Q_TENTATIVI = Q_TENTATIVI + 1
                 WHERE S_TMST_STG  = TIMESTAMP(:STG-TMST)
                   AND C_PGM       = :STG-CPGM
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM W910-ERRORE-DB2 THRU END-W910-ERRORE-DB2
           END-IF.

           EXEC CICS SYNCPOINT END-EXEC.

       END-CONSEGNA-FALLITA.
           EXIT.

      *--------------------------------------------------------*
      *    ERRORE DB2: LA ROLLBACK ANNULLA SOLO LA RIGA IN      *
      *    CORSO, LE CONSEGNE GIA' CONSOLIDATE RESTANO.         *
      *--------------------------------------------------------*
       W910-ERRORE-DB2.

           MOVE SQLCODE TO W-SQLCODE.
           DISPLAY 'ARMD3025 - ERRORE DB2 SQLCODE=' W-SQLCODE.
           EXEC CICS SYNCPOINT ROLLBACK NOHANDLE END-EXEC.
           GO TO W900-ERRORE.

       END-W910-ERRORE-DB2.
           EXIT.

      *--------------------------------------------------------*
       W900-ERRORE.
           EXEC CICS DEQ RESOURCE (W-RIS-PONTE)
                         LENGTH   (LL-RIS-PONTE)
                         NOHANDLE
           END-EXEC.
           IF DA-TERMINALE
              EXEC CICS SEND TEXT FROM ('ERRORE CICS IN ARMD3025')
                        LENGTH (23) ERASE FREEKB NOHANDLE
              END-EXEC
           END-IF.
           EXEC CICS RETURN END-EXEC.
