      *                GIORNI, SOVRASCRIVIBILE IN SYSIN) E RIMUOVE
      *                SOLO LE UNITA' DI LAVORO COMPLETE:
      *                  - TUTTE LE RIGHE WSRR DEL PIDMTX VALIDATE
      *                    (CVALMSG DIVERSO DA SPAZIO E DA '4',
      *                    TRATTENUTO PER IL RILASCIO A QUATTRO
      *                    OCCHI);
      *                  - TUTTE LE RIGHE WSRS CON INVIO CONFERMATO
      *                    (CINVMSG = '1');
      *                  - TUTTE LE RIGHE WSL CONCLUSE (OATCONCL
      *                LE UNITA' INCOMPLETE SOPRAVVIVONO A QUALSIASI
      *                ETA' DI RITENZIONE, COME EVIDENZA VIVA, E
      *                SONO SOLO CONTEGGIATE.
      *                OGNI GENERAZIONE DEI TRE ARCHIVI E' CHIUSA DA UN
      *                RECORD DI CODA CON I TOTALI DI CONTROLLO ED E'
      *                REGISTRATA SU TAB_ARC_CTL (UTCL0069); LA
      *                VERIFICA DEGLI ARCHIVI E' UTCL0070.
      *                IL RIEPILOGO FINALE E' PER CCATAPPL: UNITA'
      *                PURGATE E UNITA' TRATTENUTE PERCHE' INCOMPLETE.
      *                UN'UNITA' COPERTA DA UN VINCOLO DI CONSERVAZIONE
      *                LEGALE ATTIVO (PIDMTX, ISIN TOCCATO DAL
      *                MESSAGGIO SECONDO L'AUDIT O PRESENTE NEI SUOI
      *                CORPI WSRR, O PERIODO DI ARRIVO; SERVIZIO
      *                UTCL0071) NON VIENE NE' SCARICATA NE'
      *                CANCELLATA, A QUALSIASI ETA': IL REPORT NE
      *                ELENCA VINCOLO E RIGHE TRATTENUTE.
      ***************************************************************
      * SCHEDA DI CONTROLLO (SYSIN, FACOLTATIVA):
      *   COL 01-03  GIORNI DI RITENZIONE (DEFAULT 180)
      ***************************************************************
      * MODIFICHE:                                                  *
      *   AGO26  RG0881  PRIMA STESURA.                              *
      *   OTT26  RG0923  UN PIDMTX TRATTENUTO PER IL RILASCIO A      *
      *                  QUATTRO OCCHI (CVALMSG '4') E' INCOMPLETO.  *
      *   OTT26  RG0934  REGISTRAZIONE DELL'ESECUZIONE SUL REGISTRO  *
      *                  DELLA CATENA NOTTURNA (UTCL0066) E          *
      *                  CANCELLO DEI PREDECESSORI (RC 12).          *
      *   OTT26  RG0935  RECORD DI CODA E REGISTRAZIONE DEI TOTALI   *
      *                  DI CONTROLLO DEGLI ARCHIVI (UTCL0069).      *
      *   OTT26  RG0936  LE UNITA' SOTTO VINCOLO DI CONSERVAZIONE    *
      *                  LEGALE SONO TRATTENUTE (UTCL0071).          *
      *   OTT26  RG0939  IL VINCOLO PER ISIN SI VERIFICA ANCHE SUI   *
      *                  TITOLI DEI CORPI WSRR DELL'UNITA' (MESSAGGI *
      *                  SCARTATI O MAI APPLICATI, SENZA AUDIT).     *
      ***************************************************************

       ENVIRONMENT DIVISION.
       77  W-UNITA-ESAMINATE             PIC 9(07) COMP-3 VALUE ZERO.
       77  W-UNITA-PURGATE               PIC 9(07) COMP-3 VALUE ZERO.
       77  W-UNITA-TRATTENUTE            PIC 9(07) COMP-3 VALUE ZERO.
RG0936 77  W-UNITA-VINCOLATE             PIC 9(07) COMP-3 VALUE ZERO.
       77  W-LINEE-STAMPATE              PIC 9(05) COMP-3 VALUE ZERO.

       01  W-SW-FINE-SYSIN               PIC X     VALUE 'N'.
           88  UNITA-COMPLETA                      VALUE 'S'.
           88  UNITA-INCOMPLETA                    VALUE 'N'.

RG0935 01  W-SW-SIGILLO                  PIC X     VALUE 'N'.
RG0935     88  SIGILLO-IN-ERRORE                   VALUE 'S'.
RG0935     88  SIGILLO-REGOLARE                    VALUE 'N'.

RG0936 01  W-SW-VINCOLO                  PIC X     VALUE 'N'.
RG0936     88  UNITA-VINCOLATA                     VALUE 'S'.
RG0936     88  UNITA-LIBERA                        VALUE 'N'.

RG0939 01  W-SW-FINE-CORPI               PIC X     VALUE 'N'.
RG0939     88  FINE-CORPI                          VALUE 'S'.
RG0939     88  NON-FINE-CORPI                      VALUE 'N'.

RG0939*    TITOLO DA VERIFICARE, PRESO DAL CORPO DEL MESSAGGIO
RG0939 01  W-VIN-TITOLO.
RG0939     05  W-VIN-CNAZTIT             PIC X(02).
RG0939     05  W-VIN-CSPTIT              PIC X(09).

RG0939*    CORPO DEL MESSAGGIO, PER I TITOLI DEL VINCOLO PER ISIN
RG0939 01  WS-MSG-CORP.
RG0939     COPY WSC83I.

RG0936 01  W-SW-VINCOLI-ERR              PIC X     VALUE 'N'.
RG0936     88  VINCOLI-IN-ERRORE                   VALUE 'S'.
RG0936     88  VINCOLI-REGOLARI                    VALUE 'N'.

      ***************************************************************
      *    RIEPILOGO PER CCATAPPL                                   *
      ***************************************************************
           05  RR-TRATTENUTE   PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(92) VALUE SPACES.

RG0936 01  RIGA-RIEPILOGO-4.
RG0936     05  FILLER          PIC X(30) VALUE
RG0936         'UNITA'' TRATTENUTE VINCOLO  : '.
RG0936     05  RR-VINCOLATE    PIC ZZZ.ZZZ.ZZ9.
RG0936     05  FILLER          PIC X(92) VALUE SPACES.

RG0936 01  RIGA-TITOLO-VINCOLI.
RG0936     05  FILLER          PIC X(52) VALUE
RG0936         'UNITA'' TRATTENUTE PER VINCOLO DI CONSERVAZIONE LEGA'.
RG0936     05  FILLER          PIC X(03) VALUE 'LE '.
RG0936     05  FILLER          PIC X(78) VALUE SPACES.

RG0936 01  RIGA-VINCOLO.
RG0936     05  FILLER          PIC X(08) VALUE 'VINCOLO '.
RG0936     05  RV-NVINC        PIC Z(8)9.
RG0936     05  FILLER          PIC X(08) VALUE ' PIDMTX '.
RG0936     05  RV-PIDMTX       PIC X(15).
RG0936     05  FILLER          PIC X(06) VALUE ' WSRR '.
RG0936     05  RV-WSRR         PIC ZZZ.ZZ9.
RG0936     05  FILLER          PIC X(06) VALUE ' WSRS '.
RG0936     05  RV-WSRS         PIC ZZZ.ZZ9.
RG0936     05  FILLER          PIC X(05) VALUE ' WSL '.
RG0936     05  RV-WSL          PIC ZZZ.ZZ9.
RG0936     05  FILLER          PIC X(55) VALUE SPACES.

      ***************************************************************
      *    HOST VARIABLES                                          *
      ***************************************************************
       01  HV-CCATAPPL                   PIC X(08).
       01  HV-GG-RITENZIONE              PIC S9(3) COMP-3.
       01  HV-CONTA                      PIC S9(9) COMP-3.
RG0936 01  HV-DATA-DA                    PIC X(10).
RG0936 01  HV-DATA-A                     PIC X(10).
       01  HV-PPROG                      PIC S9(4) COMP.
       01  HV-CVALMSG                    PIC X(01).
       01  HV-CINVMSG                    PIC X(01).
       01  HV-OATCONCL                   PIC S9(7)  COMP-3.
       01  HV-CSTMSG                     PIC X(01).

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

      ***************************************************************
      *    E GIA' VALIDATO (WITH HOLD: SI CONSOLIDA A OGNI UNITA')  *
      ***************************************************************
           EXEC SQL DECLARE CUR-CANDIDATI CURSOR WITH HOLD FOR
RG0936          SELECT PIDMTX, MIN(CCATAPPL),
RG0936                 CHAR(DATE(MIN(WTIMECAR)), ISO),
RG0936                 CHAR(DATE(MAX(WTIMECAR)), ISO)
                  FROM WSRR
                 WHERE WTIMECAR < CURRENT TIMESTAMP -
                                   :HV-GG-RITENZIONE DAYS
                 ORDER BY PPROG
           END-EXEC.

RG0939*    CORPI DELL'UNITA', PER I TITOLI DEL VINCOLO PER ISIN
RG0939     EXEC SQL DECLARE CUR-V-WSRR CURSOR FOR
RG0939          SELECT XMSGRISE
RG0939            FROM WSRR
RG0939           WHERE PIDMTX = :HV-PIDMTX
RG0939           ORDER BY PPROG
RG0939     END-EXEC.

           EXEC SQL DECLARE CUR-U-WSRS CURSOR FOR
                SELECT PPROG, CINVMSG, CHAR(WTIMECAR), CHAR(WTIMEST),
                       CVETT, XTESTMTX, XMSGRISE

       0000-MAINLINE.

RG0934     PERFORM 0100-REGISTRA-AVVIO   THRU 0100-EXIT.
           PERFORM 1000-INIZIALIZZA        THRU 1000-EXIT.
           PERFORM 2000-SCORRI-CANDIDATI   THRU 2000-EXIT.
           PERFORM 8000-STAMPA-RIEPILOGO   THRU 8000-EXIT.
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
RG0934     MOVE 'WSPU0083'           TO UTRUNT1-CPGM.

RG0934     CALL 'UTCL0066' USING UTRUNT1.

RG0934     IF UTRUNT1-CANCELLO-CHIUSO
RG0934        DISPLAY 'WSPU0083 - NON AVVIATO: ' UTRUNT1-XNOTA
RG0934        MOVE 12 TO RETURN-CODE
RG0934        STOP RUN
RG0934     END-IF.

RG0934     IF NOT UTRUNT1-OK
RG0934        DISPLAY 'WSPU0083 - ERRORE REGISTRO ESECUZIONI, RC='
RG0934                 UTRUNT1-RC ' SQLCODE=' UTRUNT1-SQLCODE
RG0934        MOVE 16 TO RETURN-CODE
RG0934        STOP RUN
RG0934     END-IF.

RG0934     IF UTRUNT1-SOVRAPPOSTA
RG0934        DISPLAY 'WSPU0083 - ATTENZIONE: ALTRA ESECUZIONE DEL '
RG0934                'PROGRAMMA ANCORA IN CORSO'
RG0934     END-IF.

RG0934 0100-EXIT.
RG0934     EXIT.

      *---------------------------------------------------------*
      *    APERTURA FILE E LETTURA DELL'EVENTUALE SCHEDA DI     *
      *    CONTROLLO (GIORNI DI RITENZIONE).                    *
           OPEN OUTPUT ARC-WSRS.
           OPEN OUTPUT ARC-WSL.
           OPEN OUTPUT RPT-FILE.
RG0935     PERFORM 1050-APRI-CONTROLLI   THRU 1050-EXIT.
RG0936     PERFORM 1070-APRI-VINCOLI     THRU 1070-EXIT.

           READ SYSIN
               AT END SET FINE-SYSIN TO TRUE
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    CONTROLLO DEGLI ARCHIVI (UTCL0069): NUOVA            *
      *    GENERAZIONE DI CIASCUNO DEI TRE ARCHIVI.             *
      *---------------------------------------------------------*
RG0935 1050-APRI-CONTROLLI.

RG0935     MOVE SPACES               TO UTARCT1.
RG0935     MOVE 'WSPU0083'           TO UTARCT1-CPGM.
RG0935     MOVE UTRUNT1-DELAB        TO UTARCT1-DELAB.

RG0935     MOVE 'ARCWSRR'            TO UTARCT1-CARCH.
RG0935     PERFORM 1060-APRI-CONTROLLO   THRU 1060-EXIT.
RG0935     MOVE 'ARCWSRS'            TO UTARCT1-CARCH.
RG0935     PERFORM 1060-APRI-CONTROLLO   THRU 1060-EXIT.
RG0935     MOVE 'ARCWSL'             TO UTARCT1-CARCH.
RG0935     PERFORM 1060-APRI-CONTROLLO   THRU 1060-EXIT.

RG0935 1050-EXIT.
RG0935     EXIT.

RG0935 1060-APRI-CONTROLLO.

RG0935     SET UTARCT1-APERTURA      TO TRUE.
RG0935     CALL 'UTCL0069' USING UTARCT1 ARCR-RECORD.

RG0935     IF NOT UTARCT1-OK
RG0935        DISPLAY 'WSPU0083 - ERRORE CONTROLLO ARCHIVIO '
RG0935                UTARCT1-CARCH ', RC=' UTARCT1-RC
RG0935                ' SQLCODE=' UTARCT1-SQLCODE
RG0935        CLOSE ARC-WSRR
RG0935        CLOSE ARC-WSRS
RG0935        CLOSE ARC-WSL
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
RG0936     MOVE 'WSPU0083'           TO UTVINT1-CPGM.
RG0936     MOVE UTRUNT1-DELAB        TO UTVINT1-DELAB.

RG0936     CALL 'UTCL0071' USING UTVINT1.

RG0936     IF NOT UTVINT1-OK
RG0936        DISPLAY 'WSPU0083 - ERRORE REGISTRO VINCOLI, RC='
RG0936                UTVINT1-RC ' SQLCODE=' UTVINT1-SQLCODE
RG0936        CLOSE ARC-WSRR
RG0936        CLOSE ARC-WSRS
RG0936        CLOSE ARC-WSL
RG0936        CLOSE RPT-FILE
RG0936        MOVE 16 TO RETURN-CODE
RG0936        PERFORM 9950-REGISTRA-FINE THRU 9950-EXIT
RG0936        STOP RUN
RG0936     END-IF.

RG0936     DISPLAY 'WSPU0083 - VINCOLI ATTIVI: MESSAGGI '
RG0936             UTVINT1-QMESSAGGI ' TITOLI ' UTVINT1-QTITOLI
RG0936             ' PERIODI ' UTVINT1-QPERIODI.

RG0936 1070-EXIT.
RG0936     EXIT.

      *---------------------------------------------------------*
      *    SCORRE I PIDMTX CANDIDATI E TRATTA OGNI UNITA'.      *
      *---------------------------------------------------------*

           EXEC SQL
                FETCH CUR-CANDIDATI
RG0936          INTO :HV-PIDMTX, :HV-CCATAPPL,
RG0936               :HV-DATA-DA, :HV-DATA-A
           END-EXEC.

           IF SQLCODE EQUAL +100
                          SQLCODE
                 PERFORM 9900-ABEND-SQL THRU 9900-EXIT
              ELSE
RG0936           ADD 1 TO W-UNITA-ESAMINATE
RG0936           PERFORM 2150-VERIFICA-VINCOLO THRU 2150-EXIT
RG0936           IF UNITA-VINCOLATA
RG0936              ADD 1 TO W-UNITA-VINCOLATE
RG0936           ELSE
RG0936              PERFORM 2200-VERIFICA-COMPLETEZZA THRU 2200-EXIT
RG0936              IF UNITA-COMPLETA
RG0936                 PERFORM 3000-SCARICA-UNITA THRU 3000-EXIT
RG0936                 PERFORM 4000-CANCELLA-UNITA THRU 4000-EXIT
RG0936                 ADD 1 TO W-UNITA-PURGATE
RG0936                 PERFORM 5000-CONTA-CCATAPPL THRU 5000-EXIT
RG0936              ELSE
RG0936                 ADD 1 TO W-UNITA-TRATTENUTE
RG0936                 PERFORM 5000-CONTA-CCATAPPL THRU 5000-EXIT
RG0936              END-IF
RG0936           END-IF
              END-IF
           END-IF.

       2100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    UNITA' VINCOLATA = PIDMTX, TITOLO TOCCATO O GIORNO   *
      *    DI ARRIVO COPERTI DA UN VINCOLO ATTIVO: L'UNITA'     *
      *    RESTA INTATTA, LE SUE RIGHE SONO CONTATE SUL         *
      *    VINCOLO E STAMPATE.                                  *
      *---------------------------------------------------------*
RG0936 2150-VERIFICA-VINCOLO.

RG0936     SET UNITA-LIBERA          TO TRUE.

RG0936     MOVE SPACES               TO UTVINT1-PIDMTX
RG0936                                  UTVINT1-CNAZTIT
RG0936                                  UTVINT1-CSPTIT.
RG0936     SET UTVINT1-VERIFICA      TO TRUE.
RG0936     MOVE 'WSRR'               TO UTVINT1-COGGETTO.
RG0936     MOVE HV-PIDMTX            TO UTVINT1-PIDMTX.
RG0936     MOVE HV-DATA-DA           TO UTVINT1-DATA-DA.
RG0936     MOVE HV-DATA-A            TO UTVINT1-DATA-A.
RG0936     MOVE ZERO                 TO UTVINT1-QRIGHE.

RG0936     CALL 'UTCL0071' USING UTVINT1.

RG0936     IF NOT UTVINT1-OK
RG0936        DISPLAY 'WSPU0083 - ERRORE VERIFICA VINCOLI, RC='
RG0936                UTVINT1-RC ' SQLCODE=' UTVINT1-SQLCODE
RG0936        PERFORM 9900-ABEND-SQL THRU 9900-EXIT
RG0936     END-IF.

RG0939     IF UTVINT1-LIBERA
RG0939        PERFORM 2170-VINCOLO-CORPI THRU 2170-EXIT
RG0939     END-IF.

RG0936     IF UTVINT1-LIBERA
RG0936        GO TO 2150-EXIT
RG0936     END-IF.

RG0936     SET UNITA-VINCOLATA       TO TRUE.
RG0936     MOVE UTVINT1-NVINC        TO RV-NVINC.
RG0936     MOVE HV-PIDMTX            TO RV-PIDMTX.

RG0936     EXEC SQL
RG0936          SELECT COUNT(*)
RG0936            INTO :HV-CONTA
RG0936            FROM WSRR
RG0936           WHERE PIDMTX = :HV-PIDMTX
RG0936     END-EXEC.
RG0936     IF SQLCODE NOT EQUAL ZERO
RG0936        PERFORM 9900-ABEND-SQL THRU 9900-EXIT
RG0936     END-IF.
RG0936     MOVE HV-CONTA             TO RV-WSRR.
RG0936     MOVE 'WSRR'               TO UTVINT1-COGGETTO.
RG0936     PERFORM 2160-NOTIFICA-VINCOLO THRU 2160-EXIT.

RG0936     EXEC SQL
RG0936          SELECT COUNT(*)
RG0936            INTO :HV-CONTA
RG0936            FROM WSRS
RG0936           WHERE PIDMTX = :HV-PIDMTX
RG0936     END-EXEC.
RG0936     IF SQLCODE NOT EQUAL ZERO
RG0936        PERFORM 9900-ABEND-SQL THRU 9900-EXIT
RG0936     END-IF.
RG0936     MOVE HV-CONTA             TO RV-WSRS.
RG0936     MOVE 'WSRS'               TO UTVINT1-COGGETTO.
RG0936     PERFORM 2160-NOTIFICA-VINCOLO THRU 2160-EXIT.

RG0936     EXEC SQL
RG0936          SELECT COUNT(*)
RG0936            INTO :HV-CONTA
RG0936            FROM WSL
RG0936           WHERE PIDMTX = :HV-PIDMTX
RG0936     END-EXEC.
RG0936     IF SQLCODE NOT EQUAL ZERO
RG0936        PERFORM 9900-ABEND-SQL THRU 9900-EXIT
RG0936     END-IF.
RG0936     MOVE HV-CONTA             TO RV-WSL.
RG0936     MOVE 'WSL'                TO UTVINT1-COGGETTO.
RG0936     PERFORM 2160-NOTIFICA-VINCOLO THRU 2160-EXIT.

RG0936     IF W-UNITA-VINCOLATE = ZERO
RG0936        WRITE RPT-RECORD FROM RIGA-TITOLO-VINCOLI
RG0936        ADD 1 TO W-LINEE-STAMPATE
RG0936     END-IF.
RG0936     WRITE RPT-RECORD FROM RIGA-VINCOLO.
RG0936     ADD 1 TO W-LINEE-STAMPATE.

RG0936 2150-EXIT.
RG0936     EXIT.

      *    RIGHE DELL'OGGETTO SUI VINCOLI TROVATI DALLA VERIFICA
RG0936 2160-NOTIFICA-VINCOLO.

RG0936     SET UTVINT1-NOTIFICA      TO TRUE.
RG0936     MOVE ZERO                 TO UTVINT1-NVINC.
RG0936     MOVE HV-CONTA             TO UTVINT1-QRIGHE.

RG0936     CALL 'UTCL0071' USING UTVINT1.

RG0936     IF NOT UTVINT1-OK
RG0936        DISPLAY 'WSPU0083 - ERRORE CONTEGGIO VINCOLI, RC='
RG0936                UTVINT1-RC
RG0936        SET VINCOLI-IN-ERRORE  TO TRUE
RG0936     END-IF.

RG0936 2160-EXIT.
RG0936     EXIT.

      *---------------------------------------------------------*
      *    VINCOLO PER ISIN SUI TITOLI CITATI NEI CORPI WSRR    *
      *    DELL'UNITA' (TITOLO, PADRE, MANTELLO, MANTELLO       *
      *    UPLIFT, CEDOLA IBRIDA). LA VERIFICA PER PIDMTX       *
      *    TROVA IL TITOLO SOLO NELLA TRACCIA DI AUDIT, CHE NON *
      *    ESISTE PER I MESSAGGI SCARTATI, TRATTENUTI O MAI     *
      *    APPLICATI: QUI SONO COPERTI ANCHE QUELLI.            *
      *---------------------------------------------------------*
RG0939 2170-VINCOLO-CORPI.

RG0939     EXEC SQL OPEN CUR-V-WSRR END-EXEC.

RG0939     IF SQLCODE NOT EQUAL ZERO
RG0939        DISPLAY 'WSPU0083 - ERRORE OPEN CUR-V-WSRR SQLCODE='
RG0939                 SQLCODE
RG0939        PERFORM 9900-ABEND-SQL THRU 9900-EXIT
RG0939     END-IF.

RG0939     SET NON-FINE-CORPI        TO TRUE.
RG0939     PERFORM 2171-VINCOLO-CORPO THRU 2171-EXIT
RG0939        UNTIL FINE-CORPI
RG0939           OR UTVINT1-VINCOLATA.

RG0939     EXEC SQL CLOSE CUR-V-WSRR END-EXEC.

RG0939 2170-EXIT.
RG0939     EXIT.

RG0939 2171-VINCOLO-CORPO.

RG0939     EXEC SQL
RG0939          FETCH CUR-V-WSRR
RG0939           INTO :HV-XMSGRISE
RG0939     END-EXEC.

RG0939     IF SQLCODE EQUAL +100
RG0939        SET FINE-CORPI TO TRUE
RG0939        GO TO 2171-EXIT
RG0939     END-IF.

RG0939     IF SQLCODE NOT EQUAL ZERO
RG0939        DISPLAY 'WSPU0083 - ERRORE FETCH CUR-V-WSRR SQLCODE='
RG0939                 SQLCODE
RG0939        PERFORM 9900-ABEND-SQL THRU 9900-EXIT
RG0939     END-IF.

RG0939     IF HV-XMSGRISE-LEN NOT GREATER ZERO
RG0939        GO TO 2171-EXIT
RG0939     END-IF.

RG0939     MOVE LOW-VALUE            TO WS-MSG-CORP.
RG0939     IF HV-XMSGRISE-LEN GREATER LENGTH OF WS-MSG-CORP
RG0939        MOVE HV-XMSGRISE-TEXT  TO WS-MSG-CORP
RG0939     ELSE
RG0939        MOVE HV-XMSGRISE-TEXT (1:HV-XMSGRISE-LEN)
RG0939                               TO WS-MSG-CORP
RG0939     END-IF.

RG0939     MOVE WSC83I-CNAZTIT       TO W-VIN-CNAZTIT.
RG0939     MOVE WSC83I-CSPTIT        TO W-VIN-CSPTIT.
RG0939     PERFORM 2172-VINCOLO-TITOLO THRU 2172-EXIT.

RG0939     MOVE WSC83I-CNAZTIT-PADRE TO W-VIN-CNAZTIT.
RG0939     MOVE WSC83I-CSPTIT-PADRE  TO W-VIN-CSPTIT.
RG0939     PERFORM 2172-VINCOLO-TITOLO THRU 2172-EXIT.

RG0939     MOVE WSC83I-CNAZTIT-MANT  TO W-VIN-CNAZTIT.
RG0939     MOVE WSC83I-CSPTIT-MANT   TO W-VIN-CSPTIT.
RG0939     PERFORM 2172-VINCOLO-TITOLO THRU 2172-EXIT.

RG0939     MOVE WSC83I-CNAZTIT-MAUP  TO W-VIN-CNAZTIT.
RG0939     MOVE WSC83I-CSPTIT-MAUP   TO W-VIN-CSPTIT.
RG0939     PERFORM 2172-VINCOLO-TITOLO THRU 2172-EXIT.

RG0939     MOVE WSC83I-CNAZTIT-CIBR  TO W-VIN-CNAZTIT.
RG0939     MOVE WSC83I-CSPTIT-CIBR   TO W-VIN-CSPTIT.
RG0939     PERFORM 2172-VINCOLO-TITOLO THRU 2172-EXIT.

RG0939 2171-EXIT.
RG0939     EXIT.

      *    UN TITOLO DEL CORPO CONTRO I VINCOLI PER ISIN (IL PIDMTX
      *    E' GIA' STATO VERIFICATO); TITOLI VUOTI IGNORATI
RG0939 2172-VINCOLO-TITOLO.

RG0939     IF UTVINT1-VINCOLATA
RG0939        GO TO 2172-EXIT
RG0939     END-IF.

RG0939     IF W-VIN-CNAZTIT = SPACES OR LOW-VALUE
RG0939     OR W-VIN-CSPTIT  = SPACES OR LOW-VALUE
RG0939        GO TO 2172-EXIT
RG0939     END-IF.

RG0939     SET UTVINT1-VERIFICA      TO TRUE.
RG0939     MOVE 'WSRR'               TO UTVINT1-COGGETTO.
RG0939     MOVE SPACES               TO UTVINT1-PIDMTX
RG0939                                  UTVINT1-DATA-DA
RG0939                                  UTVINT1-DATA-A.
RG0939     MOVE W-VIN-CNAZTIT        TO UTVINT1-CNAZTIT.
RG0939     MOVE W-VIN-CSPTIT         TO UTVINT1-CSPTIT.
RG0939     MOVE ZERO                 TO UTVINT1-QRIGHE.

RG0939     CALL 'UTCL0071' USING UTVINT1.

RG0939     IF NOT UTVINT1-OK
RG0939        DISPLAY 'WSPU0083 - ERRORE VERIFICA VINCOLI, RC='
RG0939                UTVINT1-RC ' SQLCODE=' UTVINT1-SQLCODE
RG0939        PERFORM 9900-ABEND-SQL THRU 9900-EXIT
RG0939     END-IF.

RG0939 2172-EXIT.
RG0939     EXIT.

      *---------------------------------------------------------*
      *    UNITA' COMPLETA = NESSUNA RIGA WSRR NON VALIDATA,    *
      *    NESSUNA RISPOSTA WSRS NON CONFERMATA, NESSUNA RIGA   *
                  INTO :HV-CONTA
                  FROM WSRR
                 WHERE PIDMTX  = :HV-PIDMTX
RG0923             AND CVALMSG IN (' ', '4')
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
                    MOVE HV-XMSGRISE-LEN TO ARCR-XMSGRISE-LEN
                    MOVE HV-XMSGRISE-TEXT TO ARCR-XMSGRISE-TEXT
                    WRITE ARCR-RECORD
RG0935              MOVE 'ARCWSRR'       TO UTARCT1-CARCH
RG0935              SET UTARCT1-RECORD   TO TRUE
RG0935              CALL 'UTCL0069' USING UTARCT1 ARCR-RECORD
               WHEN +100
                    SET FINE-DETT TO TRUE
               WHEN OTHER
                    MOVE HV-XMSGRISE-LEN TO ARCS-XMSGRISE-LEN
                    MOVE HV-XMSGRISE-TEXT TO ARCS-XMSGRISE-TEXT
                    WRITE ARCS-RECORD
RG0935              MOVE 'ARCWSRS'       TO UTARCT1-CARCH
RG0935              SET UTARCT1-RECORD   TO TRUE
RG0935              CALL 'UTCL0069' USING UTARCT1 ARCS-RECORD
               WHEN +100
                    SET FINE-DETT TO TRUE
               WHEN OTHER
                    MOVE HV-OATCONCL     TO ARCL-OATCONCL
                    MOVE HV-CSTMSG       TO ARCL-CSTMSG
                    WRITE ARCL-RECORD
RG0935              MOVE 'ARCWSL'        TO UTARCT1-CARCH
RG0935              SET UTARCT1-RECORD   TO TRUE
RG0935              CALL 'UTCL0069' USING UTARCT1 ARCL-RECORD
               WHEN +100
                    SET FINE-DETT TO TRUE
               WHEN OTHER
           MOVE W-UNITA-ESAMINATE  TO RR-ESAMINATE.
           MOVE W-UNITA-PURGATE    TO RR-PURGATE.
           MOVE W-UNITA-TRATTENUTE TO RR-TRATTENUTE.
RG0936     MOVE W-UNITA-VINCOLATE  TO RR-VINCOLATE.

           WRITE RPT-RECORD FROM RIGA-RIEPILOGO-1.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO-2.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO-3.
RG0936     WRITE RPT-RECORD FROM RIGA-RIEPILOGO-4.
RG0936     ADD 4 TO W-LINEE-STAMPATE.

       8000-EXIT.
           EXIT.
       8100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    CHIUSURA DEI TRE ARCHIVI CON IL RECORD DI CODA E     *
      *    REGISTRAZIONE DELLE GENERAZIONI (UTCL0069). UNA      *
      *    REGISTRAZIONE FALLITA NON FERMA LA CHIUSURA MA PORTA *
      *    IL PASSO A RC 8: LA VERIFICA (UTCL0070) SEGNALERA'   *
      *    LA GENERAZIONE COME NON REGISTRATA. SU ABEND GLI     *
      *    ARCHIVI RESTANO SENZA CODA (GENERAZIONE TRONCATA).   *
      *---------------------------------------------------------*
RG0935 9800-SIGILLA-ARCHIVI.

RG0935     MOVE 'ARCWSRR'            TO UTARCT1-CARCH.
RG0935     SET UTARCT1-CHIUSURA      TO TRUE.
RG0935     CALL 'UTCL0069' USING UTARCT1 ARCR-RECORD.
RG0935     IF NOT UTARCT1-RICH-ERRATA
RG0935        WRITE ARCR-RECORD FROM UTARCT1-CODA
RG0935     END-IF.
RG0935     PERFORM 9810-ESITO-SIGILLO    THRU 9810-EXIT.

RG0935     MOVE 'ARCWSRS'            TO UTARCT1-CARCH.
RG0935     SET UTARCT1-CHIUSURA      TO TRUE.
RG0935     CALL 'UTCL0069' USING UTARCT1 ARCS-RECORD.
RG0935     IF NOT UTARCT1-RICH-ERRATA
RG0935        WRITE ARCS-RECORD FROM UTARCT1-CODA
RG0935     END-IF.
RG0935     PERFORM 9810-ESITO-SIGILLO    THRU 9810-EXIT.

RG0935     MOVE 'ARCWSL'             TO UTARCT1-CARCH.
RG0935     SET UTARCT1-CHIUSURA      TO TRUE.
RG0935     CALL 'UTCL0069' USING UTARCT1 ARCL-RECORD.
RG0935     IF NOT UTARCT1-RICH-ERRATA
RG0935        WRITE ARCL-RECORD FROM UTARCT1-CODA
RG0935     END-IF.
RG0935     PERFORM 9810-ESITO-SIGILLO    THRU 9810-EXIT.

RG0935 9800-EXIT.
RG0935     EXIT.

RG0935 9810-ESITO-SIGILLO.

RG0935     IF NOT UTARCT1-OK
RG0935        DISPLAY 'WSPU0083 - ERRORE REGISTRAZIONE ARCHIVIO '
RG0935                UTARCT1-CARCH ' GEN. ' UTARCT1-NGEN
RG0935                ', RC=' UTARCT1-RC ' SQLCODE=' UTARCT1-SQLCODE
RG0935        SET SIGILLO-IN-ERRORE  TO TRUE
RG0935     END-IF.

RG0935 9810-EXIT.
RG0935     EXIT.

      *---------------------------------------------------------*
      *    RIGHE TRATTENUTE PER VINCOLO SU TAB_VIN_TRT          *
      *    (UTCL0071). UN ERRORE NON TOCCA LA PURGA GIA' FATTA  *
      *    MA PORTA IL PASSO A RC 8.                            *
      *---------------------------------------------------------*
RG0936 9700-REGISTRA-VINCOLI.

RG0936     SET UTVINT1-CHIUSURA      TO TRUE.
RG0936     CALL 'UTCL0071' USING UTVINT1.

RG0936     IF NOT UTVINT1-OK
RG0936        DISPLAY 'WSPU0083 - ERRORE REGISTRAZIONE TRATTENUTE PER '
RG0936                'VINCOLO, RC=' UTVINT1-RC
RG0936                ' SQLCODE=' UTVINT1-SQLCODE
RG0936        SET VINCOLI-IN-ERRORE  TO TRUE
RG0936     END-IF.

RG0936 9700-EXIT.
RG0936     EXIT.

      *---------------------------------------------------------*
      *    ROUTINE GENERICA DI ABEND SU ERRORE SQL IRRECUPERABILE.
      *---------------------------------------------------------*
           CLOSE ARC-WSL.
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
RG0934     MOVE W-UNITA-ESAMINATE    TO UTRUNT1-QLETTE.
RG0934     MOVE W-UNITA-PURGATE      TO UTRUNT1-QSCRITTE.
RG0934     MOVE W-UNITA-PURGATE      TO UTRUNT1-QCANCELLATE.
RG0934     SET UTRUNT1-CHIUSURA      TO TRUE.

RG0934     CALL 'UTCL0066' USING UTRUNT1.

RG0934     IF NOT UTRUNT1-OK
RG0934        DISPLAY 'WSPU0083 - ERRORE CHIUSURA REGISTRO ESECUZIONI, '
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
           CLOSE ARC-WSRR.
           CLOSE ARC-WSRS.
           CLOSE ARC-WSL.
           DISPLAY 'WSPU0083 - UNITA'' PURGATE   : ' W-UNITA-PURGATE.
           DISPLAY 'WSPU0083 - UNITA'' TRATTENUTE: '
                    W-UNITA-TRATTENUTE.
RG0936     DISPLAY 'WSPU0083 - UNITA'' VINCOLATE : ' W-UNITA-VINCOLATE.
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
