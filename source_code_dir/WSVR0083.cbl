       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WSVR0083.
       AUTHOR.        MANUTENZIONE WSOC83.
       INSTALLATION.  MONTE TITOLI - ELABORAZIONE DATI.
       DATE-WRITTEN.  OTTOBRE 2026.
       DATE-COMPILED.
      ***************************************************************
      *REMARKS.        M O N T E   T I T O L I
      *                ------------------------
      *                REPORT MENSILE DI RIESAME DEI VINCOLI DI
      *                CONSERVAZIONE LEGALE (TAB_VIN_LEG, GESTITI
      *                IN LINEA DA WSVL0083).
      *                ----------------------------------------
      *                ELENCA
      *                  - TUTTI I VINCOLI ANCORA ATTIVI, CON I
      *                    GIORNI TRASCORSI DALL'APERTURA: OLTRE
      *                    W-GG-RIESAME GIORNI IL VINCOLO E'
      *                    SEGNALATO 'RIESAME' PERCHE' IL
      *                    RICHIEDENTE CONFERMI O LO SI RILASCI;
      *                  - I VINCOLI RILASCIATI NEL MESE.
      *                PER OGNI VINCOLO RIPORTA IL VOLUME
      *                TRATTENUTO: PER PROGRAMMA DI PURGA E
      *                OGGETTO, LE RIGHE DELL'ULTIMA ELABORAZIONE
      *                REGISTRATA SU TAB_VIN_TRT (OGNI PURGA
      *                RICONTA TUTTO CIO' CHE TRATTIENE, QUINDI
      *                L'ULTIMA E' IL VOLUME ATTUALE).
      ***************************************************************
      * SCHEDA DI CONTROLLO (SYSIN, FACOLTATIVA):
      *   COL 01-07  MESE YYYY-MM (SPAZI = MESE PRECEDENTE)
      ***************************************************************
      * MODIFICHE:                                                  *
      *   OTT26  RG0936  PRIMA STESURA.                              *
      ***************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN     ASSIGN TO SYSIN.
           SELECT RPT-FILE  ASSIGN TO RPTOUT.

       DATA DIVISION.

       FILE SECTION.

       FD  SYSIN
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  SYSIN-RECORD.
           05  SI-MESE                   PIC X(07).
           05  FILLER                    PIC X(73).

       FD  RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  RPT-RECORD                 PIC X(133).

       WORKING-STORAGE SECTION.

      ***************************************************************
      *    CONTATORI DI SERVIZIO                                   *
      ***************************************************************
       77  W-VINC-ATTIVI                 PIC 9(07) COMP-3 VALUE ZERO.
       77  W-VINC-RILASCIATI             PIC 9(07) COMP-3 VALUE ZERO.
       77  W-VINC-RIESAME                PIC 9(07) COMP-3 VALUE ZERO.
       77  W-RIGHE-TRATT-TOT             PIC 9(11) COMP-3 VALUE ZERO.
       77  W-LINEE-STAMPATE              PIC 9(05) COMP-3 VALUE ZERO.
       77  W-GG-RIESAME                  PIC 9(05) VALUE 00180.

       01  W-SW-FINE-SYSIN               PIC X     VALUE 'N'.
           88  FINE-SYSIN                          VALUE 'S'.
           88  NON-FINE-SYSIN                      VALUE 'N'.

       01  W-SW-FINE-CURSORE             PIC X     VALUE 'N'.
           88  FINE-CURSORE                        VALUE 'S'.
           88  NON-FINE-CURSORE                    VALUE 'N'.

       01  W-SW-FINE-TRT                 PIC X     VALUE 'N'.
           88  FINE-TRT                            VALUE 'S'.
           88  NON-FINE-TRT                        VALUE 'N'.

       01  W-STATO-PREC                  PIC X(01) VALUE SPACES.

      ***************************************************************
      *    MESE ELABORATO E FINESTRA DATE                          *
      ***************************************************************
       01  W-MESE                        PIC X(07) VALUE SPACES.
       01  FILLER REDEFINES W-MESE.
           05  W-MESE-AAAA               PIC 9(04).
           05  FILLER                    PIC X(01).
           05  W-MESE-MM                 PIC 9(02).
       01  W-MESE-SUCC-AAAA              PIC 9(04) VALUE ZERO.
       01  W-MESE-SUCC-MM                PIC 9(02) VALUE ZERO.
       01  W-DATA-ODIERNA                PIC 9(06) VALUE ZERO.
       01  FILLER REDEFINES W-DATA-ODIERNA.
           05  W-OGGI-AA                 PIC 99.
           05  W-OGGI-MM                 PIC 99.
           05  FILLER                    PIC 99.

      ***************************************************************
      *    RIGHE DEL REPORT                                        *
      ***************************************************************
       01  RIGA-TITOLO-1.
           05  FILLER          PIC X(52) VALUE
               'WSVR0083 - VINCOLI DI CONSERVAZIONE LEGALE: RIESAME '.
           05  FILLER          PIC X(07) VALUE 'MENSILE'.
           05  FILLER          PIC X(74) VALUE SPACES.

       01  RIGA-TITOLO-2.
           05  FILLER          PIC X(18) VALUE 'MESE ELABORATO  : '.
           05  RT2-MESE        PIC X(07).
           05  FILLER          PIC X(31) VALUE
               '   SOGLIA DI RIESAME (GIORNI): '.
           05  RT2-GG-RIESAME  PIC ZZ.ZZ9.
           05  FILLER          PIC X(71) VALUE SPACES.

       01  RIGA-SEZIONE.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RS-TESTO        PIC X(40).
           05  FILLER          PIC X(92) VALUE SPACES.

       01  RIGA-TITOLO-3.
           05  FILLER          PIC X(12) VALUE 'N.VINCOLO T '.
           05  FILLER          PIC X(22) VALUE 'CHIAVE (PIDMTX/ISIN/DA'.
           05  FILLER          PIC X(20) VALUE 'L/AL)  APERTO IL  DA'.
           05  FILLER          PIC X(30) VALUE
               '       RICHIEDENTE           G'.
           05  FILLER          PIC X(30) VALUE
               'IORNI RILASCIATO DA          '.
           05  FILLER          PIC X(19) VALUE
               'RIGHE TRATT. SEGN.'.

       01  RIGA-DETTAGLIO.
           05  RD-NVINC        PIC Z(8)9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-TIPO         PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-CHIAVE       PIC X(21).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-DAPERTURA    PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-CUTEAPER     PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-RICHIED      PIC X(20).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-GIORNI       PIC ZZ.ZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-DRILASCIO    PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-CUTERIL      PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-RIGHE        PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-SEGNALAZIONE PIC X(07).
           05  FILLER          PIC X(12) VALUE SPACES.

       01  RIGA-MOTIVO.
           05  FILLER          PIC X(12) VALUE SPACES.
           05  FILLER          PIC X(08) VALUE 'MOTIVO: '.
           05  RM-MOTIVO       PIC X(40).
           05  FILLER          PIC X(73) VALUE SPACES.

       01  RIGA-TRATTENUTE.
           05  FILLER          PIC X(12) VALUE SPACES.
           05  FILLER          PIC X(11) VALUE 'TRATTENUTE '.
           05  RTR-CPGM        PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RTR-COGGETTO    PIC X(08).
           05  FILLER          PIC X(04) VALUE ' AL '.
           05  RTR-DELAB       PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RTR-QRIGHE      PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(67) VALUE SPACES.

       01  RIGA-VUOTA          PIC X(133) VALUE SPACES.

       01  RIGA-RIEPILOGO-1.
           05  FILLER          PIC X(30) VALUE
               'VINCOLI ATTIVI              : '.
           05  RR-ATTIVI       PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(92) VALUE SPACES.

       01  RIGA-RIEPILOGO-2.
           05  FILLER          PIC X(30) VALUE
               '  DI CUI DA RIESAMINARE     : '.
           05  RR-RIESAME      PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(92) VALUE SPACES.

       01  RIGA-RIEPILOGO-3.
           05  FILLER          PIC X(30) VALUE
               'RIGHE TRATTENUTE (ATTIVI)   : '.
           05  RR-RIGHE-TRATT  PIC ZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(89) VALUE SPACES.

       01  RIGA-RIEPILOGO-4.
           05  FILLER          PIC X(30) VALUE
               'VINCOLI RILASCIATI NEL MESE : '.
           05  RR-RILASCIATI   PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(92) VALUE SPACES.

      ***************************************************************
      *    VINCOLO DI CONSERVAZIONE LEGALE E RIGHE TRATTENUTE      *
      ***************************************************************
           COPY UTVINGR.

           COPY UTVITGR.

      ***************************************************************
      *    HOST VARIABLES                                          *
      ***************************************************************
       01  HV-DATA-DA                    PIC X(10).
       01  HV-DATA-A                     PIC X(10).
       01  HV-GIORNI                     PIC S9(9) COMP.
       01  HV-RIGHE                      PIC S9(11) COMP-3.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ***************************************************************
      *    VINCOLI ATTIVI E RILASCIATI NEL MESE, GLI ATTIVI PRIMA;  *
      *    GIORNI DI VITA FINO A OGGI O FINO AL RILASCIO            *
      ***************************************************************
           EXEC SQL DECLARE CUR-VR-VINCOLI CURSOR FOR
                SELECT N_VINC, C_TIPO, PIDMTX, CNAZTIT, CSPTIT,
                       CHAR(D_INIZIO, ISO), CHAR(D_FINE, ISO),
                       X_MOTIVO, C_RICHIED,
                       CHAR(D_APERTURA, ISO), C_UTE_APER,
                       CHAR(D_RILASCIO, ISO), C_UTE_RIL, C_STATO,
                       CASE WHEN C_STATO = 'A'
                            THEN DAYS(CURRENT DATE)
                            ELSE DAYS(D_RILASCIO)
                       END - DAYS(D_APERTURA)
                  FROM TAB_VIN_LEG
                 WHERE C_STATO = 'A'
                    OR (C_STATO = 'R'
                        AND D_RILASCIO >= DATE(:HV-DATA-DA)
                        AND D_RILASCIO <  DATE(:HV-DATA-A))
                 ORDER BY C_STATO, N_VINC
                  WITH UR
           END-EXEC.

      ***************************************************************
      *    RIGHE TRATTENUTE DAL VINCOLO: ULTIMA ELABORAZIONE DI     *
      *    OGNI PROGRAMMA DI PURGA PER OGNI OGGETTO                 *
      ***************************************************************
           EXEC SQL DECLARE CUR-VR-TRATTENUTE CURSOR FOR
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

      *****************************
       PROCEDURE DIVISION.
      *****************************

       0000-MAINLINE.

           PERFORM 1000-INIZIALIZZA        THRU 1000-EXIT.
           PERFORM 2000-ELENCA-VINCOLI     THRU 2000-EXIT.
           PERFORM 9999-FINE               THRU 9999-EXIT.

           STOP RUN.

       0000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    MESE DI RIFERIMENTO (SCHEDA O MESE PRECEDENTE) E      *
      *    FINESTRA DELLE DATE DI RILASCIO.                      *
      *---------------------------------------------------------*
       1000-INIZIALIZZA.

           OPEN INPUT  SYSIN.
           OPEN OUTPUT RPT-FILE.

           READ SYSIN
               AT END SET FINE-SYSIN TO TRUE
           END-READ.

           IF NON-FINE-SYSIN
           AND SI-MESE NOT = SPACES
              MOVE SI-MESE TO W-MESE
           END-IF.

           CLOSE SYSIN.

           IF W-MESE = SPACES
              PERFORM 1100-MESE-PRECEDENTE THRU 1100-EXIT
           END-IF.

           PERFORM 1200-COMPONI-FINESTRA THRU 1200-EXIT.

           MOVE W-MESE       TO RT2-MESE.
           MOVE W-GG-RIESAME TO RT2-GG-RIESAME.

           WRITE RPT-RECORD FROM RIGA-TITOLO-1.
           WRITE RPT-RECORD FROM RIGA-TITOLO-2.
           WRITE RPT-RECORD FROM RIGA-TITOLO-3.
           ADD 3 TO W-LINEE-STAMPATE.

       1000-EXIT.
           EXIT.

       1100-MESE-PRECEDENTE.

           ACCEPT W-DATA-ODIERNA FROM DATE.
           IF W-OGGI-AA LESS 50
              COMPUTE W-MESE-AAAA = 2000 + W-OGGI-AA
           ELSE
              COMPUTE W-MESE-AAAA = 1900 + W-OGGI-AA
           END-IF.
           MOVE W-OGGI-MM TO W-MESE-MM.
           IF W-MESE-MM = 1
              MOVE 12 TO W-MESE-MM
              SUBTRACT 1 FROM W-MESE-AAAA
           ELSE
              SUBTRACT 1 FROM W-MESE-MM
           END-IF.
           MOVE '-' TO W-MESE (5:1).

       1100-EXIT.
           EXIT.

       1200-COMPONI-FINESTRA.

           MOVE W-MESE-AAAA TO W-MESE-SUCC-AAAA.
           MOVE W-MESE-MM   TO W-MESE-SUCC-MM.
           IF W-MESE-SUCC-MM = 12
              MOVE 01 TO W-MESE-SUCC-MM
              ADD 1 TO W-MESE-SUCC-AAAA
           ELSE
              ADD 1 TO W-MESE-SUCC-MM
           END-IF.

           MOVE SPACES TO HV-DATA-DA HV-DATA-A.
           STRING W-MESE-AAAA '-' W-MESE-MM '-01'
                  DELIMITED BY SIZE INTO HV-DATA-DA.
           STRING W-MESE-SUCC-AAAA '-' W-MESE-SUCC-MM '-01'
                  DELIMITED BY SIZE INTO HV-DATA-A.

       1200-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    SCORRE I VINCOLI E LI STAMPA CON IL LORO VOLUME.      *
      *---------------------------------------------------------*
       2000-ELENCA-VINCOLI.

           SET NON-FINE-CURSORE TO TRUE.

           EXEC SQL OPEN CUR-VR-VINCOLI END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSVR0083 - ERRORE OPEN CUR-VR-VINCOLI SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           PERFORM 2100-LEGGI-VINCOLO THRU 2100-EXIT
              UNTIL FINE-CURSORE.

           EXEC SQL CLOSE CUR-VR-VINCOLI END-EXEC.

       2000-EXIT.
           EXIT.

       2100-LEGGI-VINCOLO.

           EXEC SQL
                FETCH CUR-VR-VINCOLI
                INTO :VIN-NVINC,     :VIN-CTIPO,    :VIN-PIDMTX,
                     :VIN-CNAZTIT,   :VIN-CSPTIT,
                     :VIN-DINIZIO,   :VIN-DFINE,
                     :VIN-XMOTIVO,   :VIN-CRICHIED,
                     :VIN-DAPERTURA, :VIN-CUTEAPER,
                     :VIN-DRILASCIO, :VIN-CUTERIL,  :VIN-CSTATO,
                     :HV-GIORNI
           END-EXEC.

           IF SQLCODE EQUAL +100
              SET FINE-CURSORE TO TRUE
           ELSE
              IF SQLCODE NOT EQUAL ZERO
                 DISPLAY 'WSVR0083 - ERRORE FETCH CUR-VR-VINCOLI '
                         'SQLCODE=' SQLCODE
                 PERFORM 9900-ABEND-SQL THRU 9900-EXIT
              ELSE
                 PERFORM 2200-STAMPA-VINCOLO THRU 2200-EXIT
              END-IF
           END-IF.

       2100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    RIGA DEL VINCOLO, MOTIVO E DETTAGLIO DELLE RIGHE      *
      *    TRATTENUTE; INTESTAZIONE DI SEZIONE AL CAMBIO STATO.  *
      *---------------------------------------------------------*
       2200-STAMPA-VINCOLO.

           IF VIN-CSTATO NOT = W-STATO-PREC
              PERFORM 2300-STAMPA-SEZIONE THRU 2300-EXIT
           END-IF.

           PERFORM 3000-VOLUME-TRATTENUTO THRU 3000-EXIT.

           MOVE SPACES        TO RD-CHIAVE.
           EVALUATE TRUE
               WHEN VIN-MESSAGGIO
                    MOVE VIN-PIDMTX TO RD-CHIAVE
               WHEN VIN-TITOLO
                    STRING VIN-CNAZTIT VIN-CSPTIT
                           DELIMITED BY SIZE INTO RD-CHIAVE
               WHEN OTHER
                    STRING VIN-DINIZIO '/' VIN-DFINE
                           DELIMITED BY SIZE INTO RD-CHIAVE
           END-EVALUATE.

           MOVE VIN-NVINC     TO RD-NVINC.
           MOVE VIN-CTIPO     TO RD-TIPO.
           MOVE VIN-DAPERTURA TO RD-DAPERTURA.
           MOVE VIN-CUTEAPER  TO RD-CUTEAPER.
           MOVE VIN-CRICHIED  TO RD-RICHIED.
           MOVE HV-GIORNI     TO RD-GIORNI.
           MOVE HV-RIGHE      TO RD-RIGHE.
           MOVE SPACES        TO RD-SEGNALAZIONE.

           IF VIN-ATTIVO
              ADD 1        TO W-VINC-ATTIVI
              ADD HV-RIGHE TO W-RIGHE-TRATT-TOT
              MOVE SPACES  TO RD-DRILASCIO RD-CUTERIL
              IF HV-GIORNI NOT LESS W-GG-RIESAME
                 ADD 1 TO W-VINC-RIESAME
                 MOVE 'RIESAME' TO RD-SEGNALAZIONE
              END-IF
           ELSE
              ADD 1 TO W-VINC-RILASCIATI
              MOVE VIN-DRILASCIO TO RD-DRILASCIO
              MOVE VIN-CUTERIL   TO RD-CUTERIL
           END-IF.

           MOVE VIN-XMOTIVO TO RM-MOTIVO.

           WRITE RPT-RECORD FROM RIGA-DETTAGLIO.
           WRITE RPT-RECORD FROM RIGA-MOTIVO.
           ADD 2 TO W-LINEE-STAMPATE.

           PERFORM 3100-STAMPA-TRATTENUTE THRU 3100-EXIT.

       2200-EXIT.
           EXIT.

       2300-STAMPA-SEZIONE.

           MOVE VIN-CSTATO TO W-STATO-PREC.
           IF VIN-ATTIVO
              MOVE 'VINCOLI ATTIVI'              TO RS-TESTO
           ELSE
              MOVE 'VINCOLI RILASCIATI NEL MESE' TO RS-TESTO
           END-IF.

           WRITE RPT-RECORD FROM RIGA-VUOTA.
           WRITE RPT-RECORD FROM RIGA-SEZIONE.
           ADD 2 TO W-LINEE-STAMPATE.

       2300-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    VOLUME TRATTENUTO DAL VINCOLO: SOMMA DELLE RIGHE      *
      *    DELL'ULTIMA ELABORAZIONE DI OGNI PURGA E OGGETTO.     *
      *---------------------------------------------------------*
       3000-VOLUME-TRATTENUTO.

           EXEC SQL
                SELECT COALESCE(SUM(T.Q_RIGHE), 0)
                  INTO :HV-RIGHE
                  FROM TAB_VIN_TRT T
                 WHERE T.N_VINC = :VIN-NVINC
                   AND T.D_ELAB =
                       (SELECT MAX(X.D_ELAB)
                          FROM TAB_VIN_TRT X
                         WHERE X.N_VINC    = T.N_VINC
                           AND X.C_PGM     = T.C_PGM
                           AND X.C_OGGETTO = T.C_OGGETTO)
                  WITH UR
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSVR0083 - ERRORE SUM TAB_VIN_TRT SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

       3000-EXIT.
           EXIT.

       3100-STAMPA-TRATTENUTE.

           IF HV-RIGHE = ZERO
              GO TO 3100-EXIT
           END-IF.

           SET NON-FINE-TRT TO TRUE.

           EXEC SQL OPEN CUR-VR-TRATTENUTE END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSVR0083 - ERRORE OPEN CUR-VR-TRATTENUTE '
                      'SQLCODE=' SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           PERFORM 3200-STAMPA-OGGETTO THRU 3200-EXIT
              UNTIL FINE-TRT.

           EXEC SQL CLOSE CUR-VR-TRATTENUTE END-EXEC.

       3100-EXIT.
           EXIT.

       3200-STAMPA-OGGETTO.

           EXEC SQL
                FETCH CUR-VR-TRATTENUTE
                INTO :TRT-CPGM, :TRT-COGGETTO, :TRT-DELAB,
                     :TRT-QRIGHE
           END-EXEC.

           IF SQLCODE EQUAL +100
              SET FINE-TRT TO TRUE
           ELSE
              IF SQLCODE NOT EQUAL ZERO
                 DISPLAY 'WSVR0083 - ERRORE FETCH CUR-VR-TRATTENUTE '
                         'SQLCODE=' SQLCODE
                 PERFORM 9900-ABEND-SQL THRU 9900-EXIT
              ELSE
                 MOVE TRT-CPGM     TO RTR-CPGM
                 MOVE TRT-COGGETTO TO RTR-COGGETTO
                 MOVE TRT-DELAB    TO RTR-DELAB
                 MOVE TRT-QRIGHE   TO RTR-QRIGHE
                 WRITE RPT-RECORD FROM RIGA-TRATTENUTE
                 ADD 1 TO W-LINEE-STAMPATE
              END-IF
           END-IF.

       3200-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    ROUTINE GENERICA DI ABEND SU ERRORE SQL IRRECUPERABILE.
      *---------------------------------------------------------*
       9900-ABEND-SQL.

           EXEC SQL ROLLBACK END-EXEC.
           CLOSE RPT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       9900-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    RIEPILOGO FINALE, CHIUSURA FILE E TERMINE.           *
      *---------------------------------------------------------*
       9999-FINE.

           MOVE W-VINC-ATTIVI     TO RR-ATTIVI.
           MOVE W-VINC-RIESAME    TO RR-RIESAME.
           MOVE W-RIGHE-TRATT-TOT TO RR-RIGHE-TRATT.
           MOVE W-VINC-RILASCIATI TO RR-RILASCIATI.

           WRITE RPT-RECORD FROM RIGA-VUOTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO-1.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO-2.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO-3.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO-4.
           ADD 5 TO W-LINEE-STAMPATE.

           CLOSE RPT-FILE.

           DISPLAY 'WSVR0083 - VINCOLI ATTIVI    : ' W-VINC-ATTIVI.
           DISPLAY 'WSVR0083 - DA RIESAMINARE    : ' W-VINC-RIESAME.
           DISPLAY 'WSVR0083 - RILASCIATI NEL MESE: '
                   W-VINC-RILASCIATI.
           MOVE ZERO TO RETURN-CODE.

       9999-EXIT.
           EXIT.
