      *                    LEGGE L'ARCHIVIO SCARICATO SENZA ALCUNA
      *                    MODIFICA (LO SCAMBIO FISICO DEL FILE E'
      *                    A CARICO DELLA PROCEDURA CHIAMANTE).
      *                OGNI GENERAZIONE DEI QUATTRO ARCHIVI (ARCWSAU,
      *                ARCWSMS, ARCWSPS, ARCTABLG) E' CHIUSA DA UN
      *                RECORD DI CODA CON I TOTALI DI CONTROLLO ED E'
      *                REGISTRATA SU TAB_ARC_CTL (UTCL0069); I LETTORI
      *                DI ARCTABLG SALTANO IL RECORD DI CODA. LA
      *                VERIFICA DEGLI ARCHIVI E' UTCL0070.
      *                LE RIGHE COPERTE DA UN VINCOLO DI CONSERVAZIONE
      *                LEGALE ATTIVO (SERVIZIO UTCL0071) RESTANO AL
      *                LORO POSTO A QUALSIASI ETA': WSAU0083 PER
      *                PIDMTX, ISIN O GIORNO; WSPS0083 PER ISIN O
      *                GIORNO DELLE FOTOGRAFIE; WSMS0083 E TABLOG
      *                PER GIORNO (NON HANNO NE' PIDMTX NE' ISIN).
      ***************************************************************
      * SCHEDA DI CONTROLLO (SYSIN, FACOLTATIVA):
      *   COL 01-03  GIORNI RITENZIONE WSAU0083 (DEFAULT 180)
      ***************************************************************
      * MODIFICHE:                                                  *
      *   SET26  RG0905  PRIMA STESURA.                              *
      *   OTT26  RG0934  REGISTRAZIONE DELL'ESECUZIONE SUL REGISTRO  *
      *                  DELLA CATENA NOTTURNA (UTCL0066) E          *
      *                  CANCELLO DEI PREDECESSORI (RC 12).          *
      *   OTT26  RG0935  RECORD DI CODA E REGISTRAZIONE DEI TOTALI   *
      *                  DI CONTROLLO DEGLI ARCHIVI (UTCL0069).      *
      *   OTT26  RG0936  LE RIGHE SOTTO VINCOLO DI CONSERVAZIONE     *
      *                  LEGALE SONO TRATTENUTE (UTCL0071).          *
      ***************************************************************

       ENVIRONMENT DIVISION.
       77  W-WSPS-TRATTENUTE             PIC 9(07) COMP-3 VALUE ZERO.
       77  W-TABLOG-TENUTE               PIC 9(07) COMP-3 VALUE ZERO.
       77  W-TABLOG-TAGLIATE             PIC 9(07) COMP-3 VALUE ZERO.
RG0936 77  W-WSAU-VINCOLATE              PIC 9(07) COMP-3 VALUE ZERO.
RG0936 77  W-WSMS-VINCOLATE              PIC 9(07) COMP-3 VALUE ZERO.
RG0936 77  W-WSPS-VINCOLATE              PIC 9(07) COMP-3 VALUE ZERO.
RG0936 77  W-TABLOG-VINCOLATE            PIC 9(07) COMP-3 VALUE ZERO.
       77  W-LINEE-STAMPATE              PIC 9(05) COMP-3 VALUE ZERO.
       77  W-DA-CONSOLIDARE              PIC 9(05) COMP-3 VALUE ZERO.
       77  W-CKPT-INTERVALLO             PIC 9(05) VALUE 00500.
           88  TITOLO-ATTIVO                       VALUE 'S'.
           88  TITOLO-NON-ATTIVO                   VALUE 'N'.

RG0935 01  W-SW-SIGILLO                  PIC X     VALUE 'N'.
RG0935     88  SIGILLO-IN-ERRORE                   VALUE 'S'.
RG0935     88  SIGILLO-REGOLARE                    VALUE 'N'.

RG0936 01  W-SW-VINCOLO                  PIC X     VALUE 'N'.
RG0936     88  RIGA-VINCOLATA                      VALUE 'S'.
RG0936     88  RIGA-LIBERA                         VALUE 'N'.

RG0936 01  W-SW-VINCOLI-ERR              PIC X     VALUE 'N'.
RG0936     88  VINCOLI-IN-ERRORE                   VALUE 'S'.
RG0936     88  VINCOLI-REGOLARI                    VALUE 'N'.

      ***************************************************************
      *    CUTOFF TABLOG IN GIULIANA (AAGGG, COME SCRITTO DA        *
      *    SYSPTAB5), CALCOLATO CON LE ROUTINE UTIP                 *
       01  W61-RC                        PIC S9(1) COMP-3 VALUE ZERO.
       01  W-CUTOFF-GIUL                 PIC S9(5) COMP-3 VALUE ZERO.

      ***************************************************************
      *    GIORNO DI UNA RIGA TABLOG PER LA VERIFICA DEI VINCOLI:   *
      *    GIULIANA AAGGG -> GGMMAA (UTIP0060) -> AAAA-MM-GG, CON   *
      *    LA STESSA FINESTRA DEL SECOLO DI SYSPTABC                *
      ***************************************************************
RG0936 01  W-TLG-YYDDD                   PIC S9(5) COMP-3 VALUE ZERO.
RG0936 01  W-TLG-GGMMAA.
RG0936     05  W-TLG-GG                  PIC 99.
RG0936     05  W-TLG-MM                  PIC 99.
RG0936     05  W-TLG-AA                  PIC 99.
RG0936 01  W-TLG-ISO.
RG0936     05  W-TLG-ISO-AAAA            PIC 9(04).
RG0936     05  FILLER                    PIC X(01) VALUE '-'.
RG0936     05  W-TLG-ISO-MM              PIC 99.
RG0936     05  FILLER                    PIC X(01) VALUE '-'.
RG0936     05  W-TLG-ISO-GG              PIC 99.

      ***************************************************************
      *    RIGHE DEL REPORT                                        *
      ***************************************************************
       01  HV-DPAGCES                    PIC S9(8)V COMP-3.
       01  HV-QTASINT                    PIC S9(2)V9(5) COMP-3.
       01  HV-CSTRIP                     PIC X(01).
RG0936 01  HV-CONTA                      PIC S9(9) COMP-3.
RG0936 01  HV-DATA-DA                    PIC X(10).
RG0936 01  HV-DATA-A                     PIC X(10).

      ***************************************************************
      *    AREA DI CHIAMATA DEL REGISTRO DELLE ESECUZIONI          *
      ***************************************************************
RG0934     COPY UTRUNT1.

      ***************************************************************
      *    AREA DI CHIAMATA DEL CONTROLLO DEGLI ARCHIVI            *
      ***************************************************************
RG0935     COPY UTARCT1.

      ***************************************************************
      *    AREA DI CHIAMATA DEI VINCOLI DI CONSERVAZIONE LEGALE    *
      ***************************************************************
RG0936     COPY UTVINT1.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    RECENTE E' OLTRE RITENZIONE (UNA FOTOGRAFIA ANCORA VIVA
      *    NON DEVE FAR PURGARE LE RATE DEL SUO STESSO TITOLO)
           EXEC SQL DECLARE CUR-WSPS-TITOLI CURSOR WITH HOLD FOR
RG0936          SELECT CNAZTIT, CSPTIT,
RG0936                 CHAR(DATE(MIN(WTIMESNAP)), ISO),
RG0936                 CHAR(DATE(MAX(WTIMESNAP)), ISO)
                  FROM WSPS0083
                 GROUP BY CNAZTIT, CSPTIT
                HAVING MAX(WTIMESNAP) < CURRENT TIMESTAMP -

       0000-MAINLINE.

RG0934     PERFORM 0100-REGISTRA-AVVIO   THRU 0100-EXIT.
           PERFORM 1000-INIZIALIZZA        THRU 1000-EXIT.
           PERFORM 2000-PURGA-WSAU         THRU 2000-EXIT.
           PERFORM 3000-PURGA-WSMS         THRU 3000-EXIT.
       0000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    REGISTRO DELLE ESECUZIONI (UTCL0066): AVVIO E        *
      *    CANCELLO DEI PREDECESSORI DICHIARATI NEL MEMBRO      *
      *    'RUNCATEN'. SE UN PREDECESSORE NON HA CONCLUSO LA    *
      *    STESSA DATA CONTABILE IL PROGRAMMA NON PARTE (RC 12).*
      *---------------------------------------------------------*
RG0934 0100-REGISTRA-AVVIO.

RG0934     MOVE SPACES               TO UTRUNT1.
RG0934     SET UTRUNT1-AVVIO         TO TRUE.
RG0934     MOVE 'WSHK0083'           TO UTRUNT1-CPGM.

RG0934     CALL 'UTCL0066' USING UTRUNT1.

RG0934     IF UTRUNT1-CANCELLO-CHIUSO
RG0934        DISPLAY 'WSHK0083 - NON AVVIATO: ' UTRUNT1-XNOTA
RG0934        MOVE 12 TO RETURN-CODE
RG0934        STOP RUN
RG0934     END-IF.

RG0934     IF NOT UTRUNT1-OK
RG0934        DISPLAY 'WSHK0083 - ERRORE REGISTRO ESECUZIONI, RC='
RG0934                 UTRUNT1-RC ' SQLCODE=' UTRUNT1-SQLCODE
RG0934        MOVE 16 TO RETURN-CODE
RG0934        STOP RUN
RG0934     END-IF.

RG0934     IF UTRUNT1-SOVRAPPOSTA
RG0934        DISPLAY 'WSHK0083 - ATTENZIONE: ALTRA ESECUZIONE DEL '
RG0934                'PROGRAMMA ANCORA IN CORSO'
RG0934     END-IF.

RG0934 0100-EXIT.
RG0934     EXIT.

      *---------------------------------------------------------*
      *    APERTURA FILE, SCHEDA DI CONTROLLO E CUTOFF TABLOG.   *
      *---------------------------------------------------------*
           OPEN OUTPUT TABLG-NUOVO.
           OPEN OUTPUT ARC-TABLG.
           OPEN OUTPUT RPT-FILE.
RG0935     PERFORM 1050-APRI-CONTROLLI   THRU 1050-EXIT.
RG0936     PERFORM 1070-APRI-VINCOLI     THRU 1070-EXIT.

           READ SYSIN
               AT END SET FINE-SYSIN TO TRUE
           IF W61-RC NOT = ZERO
              DISPLAY 'WSHK0083 - ERRORE UTIP0061 RC=' W61-RC
              MOVE 16 TO RETURN-CODE
RG0934        PERFORM 9950-REGISTRA-FINE THRU 9950-EXIT
              STOP RUN
           END-IF.
           CALL 'UTIP0060R' USING W-DATA-GGMMAA W-CUTOFF-GIUL.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    CONTROLLO DEGLI ARCHIVI (UTCL0069): NUOVA            *
      *    GENERAZIONE DI CIASCUNO DEI QUATTRO ARCHIVI (NON DI  *
      *    TABLGNEW, CHE E' IL NUOVO TABLOG VIVO).              *
      *---------------------------------------------------------*
RG0935 1050-APRI-CONTROLLI.

RG0935     MOVE SPACES               TO UTARCT1.
RG0935     MOVE 'WSHK0083'           TO UTARCT1-CPGM.
RG0935     MOVE UTRUNT1-DELAB        TO UTARCT1-DELAB.

RG0935     MOVE 'ARCWSAU'            TO UTARCT1-CARCH.
RG0935     PERFORM 1060-APRI-CONTROLLO   THRU 1060-EXIT.
RG0935     MOVE 'ARCWSMS'            TO UTARCT1-CARCH.
RG0935     PERFORM 1060-APRI-CONTROLLO   THRU 1060-EXIT.
RG0935     MOVE 'ARCWSPS'            TO UTARCT1-CARCH.
RG0935     PERFORM 1060-APRI-CONTROLLO   THRU 1060-EXIT.
RG0935     MOVE 'ARCTABLG'           TO UTARCT1-CARCH.
RG0935     PERFORM 1060-APRI-CONTROLLO   THRU 1060-EXIT.

RG0935 1050-EXIT.
RG0935     EXIT.

RG0935 1060-APRI-CONTROLLO.

RG0935     SET UTARCT1-APERTURA      TO TRUE.
RG0935     CALL 'UTCL0069' USING UTARCT1 ARCA-RECORD.

RG0935     IF NOT UTARCT1-OK
RG0935        DISPLAY 'WSHK0083 - ERRORE CONTROLLO ARCHIVIO '
RG0935                UTARCT1-CARCH ', RC=' UTARCT1-RC
RG0935                ' SQLCODE=' UTARCT1-SQLCODE
RG0935        CLOSE ARC-WSAU
RG0935        CLOSE ARC-WSMS
RG0935        CLOSE ARC-WSPS
RG0935        CLOSE TABLOG
RG0935        CLOSE TABLG-NUOVO
RG0935        CLOSE ARC-TABLG
RG0935        CLOSE RPT-FILE
RG0935        MOVE 16 TO RETURN-CODE
RG0935        PERFORM 9950-REGISTRA-FINE THRU 9950-EXIT
RG0935        STOP RUN
RG0935     END-IF.

RG0935 1060-EXIT.
RG0935     EXIT.

      *---------------------------------------------------------*
      *    VINCOLI DI CONSERVAZIONE LEGALE ATTIVI (UTCL0071).   *
      *    SENZA IL REGISTRO DEI VINCOLI LA PURGA NON PARTE.    *
      *---------------------------------------------------------*
RG0936 1070-APRI-VINCOLI.

RG0936     MOVE SPACES               TO UTVINT1.
RG0936     SET UTVINT1-APERTURA      TO TRUE.
RG0936     MOVE 'WSHK0083'           TO UTVINT1-CPGM.
RG0936     MOVE UTRUNT1-DELAB        TO UTVINT1-DELAB.

RG0936     CALL 'UTCL0071' USING UTVINT1.

RG0936     IF NOT UTVINT1-OK
RG0936        DISPLAY 'WSHK0083 - ERRORE REGISTRO VINCOLI, RC='
RG0936                UTVINT1-RC ' SQLCODE=' UTVINT1-SQLCODE
RG0936        CLOSE ARC-WSAU
RG0936        CLOSE ARC-WSMS
RG0936        CLOSE ARC-WSPS
RG0936        CLOSE TABLOG
RG0936        CLOSE TABLG-NUOVO
RG0936        CLOSE ARC-TABLG
RG0936        CLOSE RPT-FILE
RG0936        MOVE 16 TO RETURN-CODE
RG0936        PERFORM 9950-REGISTRA-FINE THRU 9950-EXIT
RG0936        STOP RUN
RG0936     END-IF.

RG0936     DISPLAY 'WSHK0083 - VINCOLI ATTIVI: MESSAGGI '
RG0936             UTVINT1-QMESSAGGI ' TITOLI ' UTVINT1-QTITOLI
RG0936             ' PERIODI ' UTVINT1-QPERIODI.

RG0936 1070-EXIT.
RG0936     EXIT.

      *---------------------------------------------------------*
      *    PURGA WSAU0083: SCARICO SU ARCWSAU E CANCELLAZIONE    *
      *    RIGA PER RIGA, CONSOLIDANDO A INTERVALLI.             *
           MOVE W-WSAU-SCARICATE TO RS-CONTA.
           WRITE RPT-RECORD FROM RIGA-STORE.
           ADD 1 TO W-LINEE-STAMPATE.
RG0936     MOVE 'RIGHE WSAU0083 TRATTENUTE PER VINCOLO : '
RG0936                        TO RS-DESCR.
RG0936     MOVE W-WSAU-VINCOLATE TO RS-CONTA.
RG0936     WRITE RPT-RECORD FROM RIGA-STORE.
RG0936     ADD 1 TO W-LINEE-STAMPATE.

       2000-EXIT.
           EXIT.
                     :HV-WTIME
           END-EXEC.

      *    RIGA SOTTO VINCOLO: NE' SCARICATA NE' CANCELLATA
RG0936     IF SQLCODE EQUAL ZERO
RG0936        MOVE SPACES            TO UTVINT1-PIDMTX
RG0936                                  UTVINT1-CNAZTIT
RG0936                                  UTVINT1-CSPTIT
RG0936                                  UTVINT1-DATA-A
RG0936        MOVE 'WSAU0083'        TO UTVINT1-COGGETTO
RG0936        MOVE HV-PIDMTX         TO UTVINT1-PIDMTX
RG0936        MOVE HV-CNAZTIT        TO UTVINT1-CNAZTIT
RG0936        MOVE HV-CSPTIT         TO UTVINT1-CSPTIT
RG0936        MOVE HV-WTIME (1:10)   TO UTVINT1-DATA-DA
RG0936        MOVE 1                 TO UTVINT1-QRIGHE
RG0936        PERFORM 7000-VERIFICA-VINCOLO THRU 7000-EXIT
RG0936        IF RIGA-VINCOLATA
RG0936           ADD 1 TO W-WSAU-VINCOLATE
RG0936           GO TO 2100-EXIT
RG0936        END-IF
RG0936     END-IF.

           EVALUATE SQLCODE
               WHEN ZERO
                    MOVE SPACES       TO ARCA-RECORD
                    MOVE HV-DESCRAUD  TO ARCA-DESCRAUD
                    MOVE HV-WTIME     TO ARCA-WTIMEAUD
                    WRITE ARCA-RECORD
RG0935              MOVE 'ARCWSAU'       TO UTARCT1-CARCH
RG0935              SET UTARCT1-RECORD   TO TRUE
RG0935              CALL 'UTCL0069' USING UTARCT1 ARCA-RECORD
                    EXEC SQL
                         DELETE FROM WSAU0083
                          WHERE CURRENT OF CUR-WSAU
           MOVE W-WSMS-SCARICATE TO RS-CONTA.
           WRITE RPT-RECORD FROM RIGA-STORE.
           ADD 1 TO W-LINEE-STAMPATE.
RG0936     MOVE 'INTERVALLI WSMS0083 TRATT. PER VINCOLO: '
RG0936                        TO RS-DESCR.
RG0936     MOVE W-WSMS-VINCOLATE TO RS-CONTA.
RG0936     WRITE RPT-RECORD FROM RIGA-STORE.
RG0936     ADD 1 TO W-LINEE-STAMPATE.

       3000-EXIT.
           EXIT.
                     :HV-SOMMA-ELAPSED
           END-EXEC.

      *    SOLO I VINCOLI DI PERIODO POSSONO COPRIRE UN INTERVALLO
RG0936     IF SQLCODE EQUAL ZERO
RG0936        AND UTVINT1-QPERIODI GREATER ZERO
RG0936        MOVE SPACES            TO UTVINT1-PIDMTX
RG0936                                  UTVINT1-CNAZTIT
RG0936                                  UTVINT1-CSPTIT
RG0936                                  UTVINT1-DATA-A
RG0936        MOVE 'WSMS0083'        TO UTVINT1-COGGETTO
RG0936        MOVE HV-WTIME (1:10)   TO UTVINT1-DATA-DA
RG0936        MOVE 1                 TO UTVINT1-QRIGHE
RG0936        PERFORM 7000-VERIFICA-VINCOLO THRU 7000-EXIT
RG0936        IF RIGA-VINCOLATA
RG0936           ADD 1 TO W-WSMS-VINCOLATE
RG0936           GO TO 3100-EXIT
RG0936        END-IF
RG0936     END-IF.

           EVALUATE SQLCODE
               WHEN ZERO
                    MOVE SPACES            TO ARCM-RECORD
                    MOVE HV-ULTIMO-ELAPSED TO ARCM-ULTIMO-ELAPSED
                    MOVE HV-SOMMA-ELAPSED  TO ARCM-SOMMA-ELAPSED
                    WRITE ARCM-RECORD
RG0935              MOVE 'ARCWSMS'       TO UTARCT1-CARCH
RG0935              SET UTARCT1-RECORD   TO TRUE
RG0935              CALL 'UTCL0069' USING UTARCT1 ARCM-RECORD
                    EXEC SQL
                         DELETE FROM WSMS0083
                          WHERE CURRENT OF CUR-WSMS
                              TO RS-DESCR.
           MOVE W-WSPS-TRATTENUTE TO RS-CONTA.
           WRITE RPT-RECORD FROM RIGA-STORE.
RG0936     MOVE 'FOTOGRAFIE TRATTENUTE PER VINCOLO     : '
RG0936                        TO RS-DESCR.
RG0936     MOVE W-WSPS-VINCOLATE TO RS-CONTA.
RG0936     WRITE RPT-RECORD FROM RIGA-STORE.
RG0936     ADD 3 TO W-LINEE-STAMPATE.

       4000-EXIT.
           EXIT.

           EXEC SQL
                FETCH CUR-WSPS-TITOLI
RG0936          INTO :HV-CNAZTIT, :HV-CSPTIT,
RG0936               :HV-DATA-DA, :HV-DATA-A
           END-EXEC.

      *    FOTOGRAFIA SOTTO VINCOLO (ISIN O GIORNO): RESTA INTERA
RG0936     IF SQLCODE EQUAL ZERO
RG0936        PERFORM 4150-VERIFICA-VINCOLO THRU 4150-EXIT
RG0936        IF RIGA-VINCOLATA
RG0936           ADD 1 TO W-WSPS-VINCOLATE
RG0936           GO TO 4100-EXIT
RG0936        END-IF
RG0936     END-IF.

           EVALUATE SQLCODE
               WHEN ZERO
                    PERFORM 4200-VERIFICA-TATS THRU 4200-EXIT
       4100-EXIT.
           EXIT.

      *    LA VERIFICA E' PER TITOLO; SE VINCOLATO, LE SUE RATE
      *    SONO CONTATE SUL VINCOLO
RG0936 4150-VERIFICA-VINCOLO.

RG0936     MOVE SPACES               TO UTVINT1-PIDMTX.
RG0936     MOVE 'WSPS0083'           TO UTVINT1-COGGETTO.
RG0936     MOVE HV-CNAZTIT           TO UTVINT1-CNAZTIT.
RG0936     MOVE HV-CSPTIT            TO UTVINT1-CSPTIT.
RG0936     MOVE HV-DATA-DA           TO UTVINT1-DATA-DA.
RG0936     MOVE HV-DATA-A            TO UTVINT1-DATA-A.
RG0936     MOVE ZERO                 TO UTVINT1-QRIGHE.
RG0936     PERFORM 7000-VERIFICA-VINCOLO THRU 7000-EXIT.

RG0936     IF RIGA-LIBERA
RG0936        GO TO 4150-EXIT
RG0936     END-IF.

RG0936     EXEC SQL
RG0936          SELECT COUNT(*)
RG0936            INTO :HV-CONTA
RG0936            FROM WSPS0083
RG0936           WHERE CNAZTIT = :HV-CNAZTIT
RG0936             AND CSPTIT  = :HV-CSPTIT
RG0936     END-EXEC.
RG0936     IF SQLCODE NOT EQUAL ZERO
RG0936        PERFORM 9900-ABEND-SQL THRU 9900-EXIT
RG0936     END-IF.

RG0936     SET UTVINT1-NOTIFICA      TO TRUE.
RG0936     MOVE ZERO                 TO UTVINT1-NVINC.
RG0936     MOVE HV-CONTA             TO UTVINT1-QRIGHE.
RG0936     CALL 'UTCL0071' USING UTVINT1.
RG0936     IF NOT UTVINT1-OK
RG0936        DISPLAY 'WSHK0083 - ERRORE CONTEGGIO VINCOLI, RC='
RG0936                UTVINT1-RC
RG0936        SET VINCOLI-IN-ERRORE  TO TRUE
RG0936     END-IF.

RG0936 4150-EXIT.
RG0936     EXIT.

       4200-VERIFICA-TATS.

           SET TITOLO-NON-ATTIVO TO TRUE.
                    MOVE HV-PIDMTX   TO ARCP-PIDMTX
                    MOVE HV-WTIME    TO ARCP-WTIMESNAP
                    WRITE ARCP-RECORD
RG0935              MOVE 'ARCWSPS'       TO UTARCT1-CARCH
RG0935              SET UTARCT1-RECORD   TO TRUE
RG0935              CALL 'UTCL0069' USING UTARCT1 ARCP-RECORD
                    ADD 1 TO W-WSPS-SCARICATE
               WHEN +100
                    SET FINE-DETT TO TRUE
                              TO RS-DESCR.
           MOVE W-TABLOG-TAGLIATE TO RS-CONTA.
           WRITE RPT-RECORD FROM RIGA-STORE.
RG0936     MOVE 'DI CUI CONSERVATE PER VINCOLO         : '
RG0936                        TO RS-DESCR.
RG0936     MOVE W-TABLOG-VINCOLATE TO RS-CONTA.
RG0936     WRITE RPT-RECORD FROM RIGA-STORE.
RG0936     ADD 3 TO W-LINEE-STAMPATE.

       5000-EXIT.
           EXIT.

       5200-SMISTA-TABLOG.

      *    UNA RIGA OLTRE RITENZIONE MA SOTTO VINCOLO DI PERIODO
      *    RESTA SUL NUOVO TABLOG
RG0936     SET RIGA-LIBERA TO TRUE.
RG0936     IF TABLOGR-DATA LESS W-CUTOFF-GIUL
RG0936        AND UTVINT1-QPERIODI GREATER ZERO
RG0936        PERFORM 5300-VERIFICA-VINCOLO THRU 5300-EXIT
RG0936     END-IF.

RG0936     IF TABLOGR-DATA LESS W-CUTOFF-GIUL
RG0936        AND RIGA-LIBERA
              ADD 1 TO W-TABLOG-TAGLIATE
              WRITE TLGA-RECORD FROM TABLOGR
RG0935        MOVE 'ARCTABLG'        TO UTARCT1-CARCH
RG0935        SET UTARCT1-RECORD     TO TRUE
RG0935        CALL 'UTCL0069' USING UTARCT1 TLGA-RECORD
           ELSE
              ADD 1 TO W-TABLOG-TENUTE
              WRITE TLGN-RECORD FROM TABLOGR
       5200-EXIT.
           EXIT.

RG0936 5300-VERIFICA-VINCOLO.

RG0936     MOVE TABLOGR-DATA         TO W-TLG-YYDDD.
RG0936     CALL 'UTIP0060' USING W-TLG-YYDDD W-TLG-GGMMAA.
RG0936     IF W-TLG-AA LESS 50
RG0936        COMPUTE W-TLG-ISO-AAAA = 2000 + W-TLG-AA
RG0936     ELSE
RG0936        COMPUTE W-TLG-ISO-AAAA = 1900 + W-TLG-AA
RG0936     END-IF.
RG0936     MOVE W-TLG-MM             TO W-TLG-ISO-MM.
RG0936     MOVE W-TLG-GG             TO W-TLG-ISO-GG.

RG0936     MOVE SPACES               TO UTVINT1-PIDMTX
RG0936                                  UTVINT1-CNAZTIT
RG0936                                  UTVINT1-CSPTIT
RG0936                                  UTVINT1-DATA-A.
RG0936     MOVE 'TABLOG'             TO UTVINT1-COGGETTO.
RG0936     MOVE W-TLG-ISO            TO UTVINT1-DATA-DA.
RG0936     MOVE 1                    TO UTVINT1-QRIGHE.
RG0936     PERFORM 7000-VERIFICA-VINCOLO THRU 7000-EXIT.

RG0936     IF RIGA-VINCOLATA
RG0936        ADD 1 TO W-TABLOG-VINCOLATE
RG0936     END-IF.

RG0936 5300-EXIT.
RG0936     EXIT.

      *---------------------------------------------------------*
      *    VERIFICA DI UNA RIGA SUI VINCOLI DI CONSERVAZIONE    *
      *    LEGALE (UTCL0071). IL CHIAMANTE IMPOSTA OGGETTO,     *
      *    ESTREMI DELLA RIGA E RIGHE DA CONTARE; UN ERRORE DEL *
      *    SERVIZIO FERMA LA PURGA.                             *
      *---------------------------------------------------------*
RG0936 7000-VERIFICA-VINCOLO.

RG0936     SET RIGA-LIBERA           TO TRUE.
RG0936     SET UTVINT1-VERIFICA      TO TRUE.

RG0936     CALL 'UTCL0071' USING UTVINT1.

RG0936     IF NOT UTVINT1-OK
RG0936        DISPLAY 'WSHK0083 - ERRORE VERIFICA VINCOLI, RC='
RG0936                UTVINT1-RC ' SQLCODE=' UTVINT1-SQLCODE
RG0936        PERFORM 9900-ABEND-SQL THRU 9900-EXIT
RG0936     END-IF.

RG0936     IF UTVINT1-VINCOLATA
RG0936        SET RIGA-VINCOLATA     TO TRUE
RG0936     END-IF.

RG0936 7000-EXIT.
RG0936     EXIT.

      *---------------------------------------------------------*
      *    CONSOLIDAMENTO A INTERVALLI DELLE PURGHE RIGA PER     *
      *    RIGA (WSAU/WSMS).                                     *
       8000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    RIGHE TRATTENUTE PER VINCOLO SU TAB_VIN_TRT          *
      *    (UTCL0071). UN ERRORE NON TOCCA LA PURGA GIA' FATTA  *
      *    MA PORTA IL PASSO A RC 8.                            *
      *---------------------------------------------------------*
RG0936 9700-REGISTRA-VINCOLI.

RG0936     SET UTVINT1-CHIUSURA      TO TRUE.
RG0936     CALL 'UTCL0071' USING UTVINT1.

RG0936     IF NOT UTVINT1-OK
RG0936        DISPLAY 'WSHK0083 - ERRORE REGISTRAZIONE TRATTENUTE PER '
RG0936                'VINCOLO, RC=' UTVINT1-RC
RG0936                ' SQLCODE=' UTVINT1-SQLCODE
RG0936        SET VINCOLI-IN-ERRORE  TO TRUE
RG0936     END-IF.

RG0936 9700-EXIT.
RG0936     EXIT.

      *---------------------------------------------------------*
      *    CHIUSURA DEI QUATTRO ARCHIVI CON IL RECORD DI CODA E *
      *    REGISTRAZIONE DELLE GENERAZIONI (UTCL0069). UNA      *
      *    REGISTRAZIONE FALLITA NON FERMA LA CHIUSURA MA PORTA *
      *    IL PASSO A RC 8: LA VERIFICA (UTCL0070) SEGNALERA'   *
      *    LA GENERAZIONE COME NON REGISTRATA. SU ABEND GLI     *
      *    ARCHIVI RESTANO SENZA CODA (GENERAZIONE TRONCATA).   *
      *---------------------------------------------------------*
RG0935 9800-SIGILLA-ARCHIVI.

RG0935     MOVE 'ARCWSAU'            TO UTARCT1-CARCH.
RG0935     SET UTARCT1-CHIUSURA      TO TRUE.
RG0935     CALL 'UTCL0069' USING UTARCT1 ARCA-RECORD.
RG0935     IF NOT UTARCT1-RICH-ERRATA
RG0935        WRITE ARCA-RECORD FROM UTARCT1-CODA
RG0935     END-IF.
RG0935     PERFORM 9810-ESITO-SIGILLO    THRU 9810-EXIT.

RG0935     MOVE 'ARCWSMS'            TO UTARCT1-CARCH.
RG0935     SET UTARCT1-CHIUSURA      TO TRUE.
RG0935     CALL 'UTCL0069' USING UTARCT1 ARCM-RECORD.
RG0935     IF NOT UTARCT1-RICH-ERRATA
RG0935        WRITE ARCM-RECORD FROM UTARCT1-CODA
RG0935     END-IF.
RG0935     PERFORM 9810-ESITO-SIGILLO    THRU 9810-EXIT.

RG0935     MOVE 'ARCWSPS'            TO UTARCT1-CARCH.
RG0935     SET UTARCT1-CHIUSURA      TO TRUE.
RG0935     CALL 'UTCL0069' USING UTARCT1 ARCP-RECORD.
RG0935     IF NOT UTARCT1-RICH-ERRATA
RG0935        WRITE ARCP-RECORD FROM UTARCT1-CODA
RG0935     END-IF.
RG0935     PERFORM 9810-ESITO-SIGILLO    THRU 9810-EXIT.

RG0935     MOVE 'ARCTABLG'           TO UTARCT1-CARCH.
RG0935     SET UTARCT1-CHIUSURA      TO TRUE.
RG0935     CALL 'UTCL0069' USING UTARCT1 TLGA-RECORD.
RG0935     IF NOT UTARCT1-RICH-ERRATA
RG0935        WRITE TLGA-RECORD FROM UTARCT1-CODA
RG0935     END-IF.
RG0935     PERFORM 9810-ESITO-SIGILLO    THRU 9810-EXIT.

RG0935 9800-EXIT.
RG0935     EXIT.

RG0935 9810-ESITO-SIGILLO.

RG0935     IF NOT UTARCT1-OK
RG0935        DISPLAY 'WSHK0083 - ERRORE REGISTRAZIONE ARCHIVIO '
RG0935                UTARCT1-CARCH ' GEN. ' UTARCT1-NGEN
RG0935                ', RC=' UTARCT1-RC ' SQLCODE=' UTARCT1-SQLCODE
RG0935        SET SIGILLO-IN-ERRORE  TO TRUE
RG0935     END-IF.

RG0935 9810-EXIT.
RG0935     EXIT.

      *---------------------------------------------------------*
      *    ROUTINE GENERICA DI ABEND SU ERRORE SQL IRRECUPERABILE.
      *---------------------------------------------------------*
           CLOSE ARC-TABLG.
           CLOSE RPT-FILE.
           MOVE 16 TO RETURN-CODE.
RG0934     PERFORM 9950-REGISTRA-FINE THRU 9950-EXIT.
           STOP RUN.

       9900-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    REGISTRO DELLE ESECUZIONI: TERMINE CON RETURN-CODE   *
      *    E CONTEGGI. UN ERRORE DEL REGISTRO NON CAMBIA        *
      *    L'ESITO DEL PASSO: IL SUCCESSORE TROVERA' LA RIGA    *
      *    ANCORA APERTA E NON PARTIRA'.                        *
      *---------------------------------------------------------*
RG0934 9950-REGISTRA-FINE.

RG0934     MOVE RETURN-CODE          TO UTRUNT1-RC-PGM.
RG0934     COMPUTE UTRUNT1-QLETTE = W-WSAU-SCARICATE
RG0934                            + W-WSMS-SCARICATE
RG0934                            + W-WSPS-SCARICATE
RG0934                            + W-WSPS-TRATTENUTE
RG0934                            + W-TABLOG-TENUTE
RG0936                            + W-TABLOG-TAGLIATE
RG0936                            + W-WSAU-VINCOLATE
RG0936                            + W-WSMS-VINCOLATE
RG0936                            + W-WSPS-VINCOLATE.
RG0934     COMPUTE UTRUNT1-QSCRITTE = W-WSAU-SCARICATE
RG0934                              + W-WSMS-SCARICATE
RG0934                              + W-WSPS-SCARICATE
RG0934                              + W-TABLOG-TAGLIATE.
RG0934     COMPUTE UTRUNT1-QCANCELLATE = W-WSAU-SCARICATE
RG0934                                 + W-WSMS-SCARICATE
RG0934                                 + W-WSPS-SCARICATE
RG0934                                 + W-TABLOG-TAGLIATE.
RG0934     SET UTRUNT1-CHIUSURA      TO TRUE.

RG0934     CALL 'UTCL0066' USING UTRUNT1.

RG0934     IF NOT UTRUNT1-OK
RG0934        DISPLAY 'WSHK0083 - ERRORE CHIUSURA REGISTRO ESECUZIONI, '
RG0934                'RC=' UTRUNT1-RC ' SQLCODE=' UTRUNT1-SQLCODE
RG0934     END-IF.

RG0934     MOVE UTRUNT1-RC-PGM       TO RETURN-CODE.

RG0934 9950-EXIT.
RG0934     EXIT.

      *---------------------------------------------------------*
      *    CHIUSURA FILE E TERMINE ELABORAZIONE.                *
      *---------------------------------------------------------*
       9999-FINE.

RG0936     PERFORM 9700-REGISTRA-VINCOLI THRU 9700-EXIT.
RG0935     PERFORM 9800-SIGILLA-ARCHIVI  THRU 9800-EXIT.
           CLOSE ARC-WSAU.
           CLOSE ARC-WSMS.
           CLOSE ARC-WSPS.
           DISPLAY 'WSHK0083 - WSPS TRATTENUTE : ' W-WSPS-TRATTENUTE.
           DISPLAY 'WSHK0083 - TABLOG TENUTE   : ' W-TABLOG-TENUTE.
           DISPLAY 'WSHK0083 - TABLOG TAGLIATE : ' W-TABLOG-TAGLIATE.
RG0936     DISPLAY 'WSHK0083 - WSAU VINCOLATE  : ' W-WSAU-VINCOLATE.
RG0936     DISPLAY 'WSHK0083 - WSMS VINCOLATE  : ' W-WSMS-VINCOLATE.
RG0936     DISPLAY 'WSHK0083 - WSPS VINCOLATE  : ' W-WSPS-VINCOLATE.
RG0936     DISPLAY 'WSHK0083 - TABLOG VINCOLATE: ' W-TABLOG-VINCOLATE.
           MOVE ZERO TO RETURN-CODE.
RG0935     IF SIGILLO-IN-ERRORE
RG0935        MOVE 8 TO RETURN-CODE
RG0935     END-IF.
RG0936     IF VINCOLI-IN-ERRORE
RG0936        MOVE 8 TO RETURN-CODE
RG0936     END-IF.

RG0934     PERFORM 9950-REGISTRA-FINE    THRU 9950-EXIT.

       9999-EXIT.
           EXIT.
