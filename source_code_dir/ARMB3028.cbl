       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ARMB3028.
       AUTHOR.        MANUTENZIONE ARMP3025.
       INSTALLATION.  MONTE TITOLI - ELABORAZIONE DATI.
       DATE-WRITTEN.  OTTOBRE 2026.
       DATE-COMPILED.
      ***************************************************************
      *REMARKS.        M O N T E   T I T O L I
      *                ------------------------
      *                REPORT DI FINE FINESTRA DI MANUTENZIONE:
      *                ALLARMI SOPPRESSI.
      *                ----------------------------------------
      *                LANCIATO IN BATCH UNA VOLTA AL GIORNO, PRIMA
      *                DI ARMB3025, O A RICHIESTA PER UNA SINGOLA
      *                FINESTRA. DURANTE UNA FINESTRA DEL MEMBRO
      *                'MANUTWIN' (COPY ARMANT1) ARMP3025 ARCHIVIA
      *                E CONTA GLI ALLARMI DEL MODELLO MA NON LI
      *                STAMPA, NON LI ESCALA E NON LI INOLTRA ALLA
      *                CONSOLE, E NE REGISTRA OGNI OCCORRENZA SU
      *                TES_SGNZ_SOP (COPY ARSOPGR). QUESTO PROGRAMMA
      *                ELENCA, PER OGNI FINESTRA TERMINATA NELLA
      *                GIORNATA DI RIFERIMENTO (DEFAULT IERI), TUTTE
      *                LE OCCORRENZE SOPPRESSE, PERCHE' IL TURNO
      *                VERIFICHI CHE NULLA DI ESTRANEO AI LAVORI SIA
      *                PASSATO SOTTO SILENZIO.
      *                LA FINESTRA E' RIPORTATA COME REGISTRATA DA
      *                ARMP3025 AL MOMENTO DELLA SOPPRESSIONE (UNA
      *                FINESTRA PROROGATA COMPARE CON LA FINE IN
      *                VIGORE A QUEL MOMENTO).
      ***************************************************************
      * SCHEDA DI CONTROLLO (SYSIN, FACOLTATIVA):
      *   COL 01-08  DATA DI FINE DELLE FINESTRE AAAAMMGG (DEFAULT
      *              IERI)
      *   COL 09-28  CHIAVE DI UNA SINGOLA FINESTRA DEL MEMBRO
      *              'MANUTWIN' (SE PRESENTE LA DATA E' IGNORATA)
      ***************************************************************
      * MODIFICHE:                                                  *
      *   OTT26  RG0927  PRIMA STESURA.                              *
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
           05  SI-DATA-FINE              PIC X(08).
           05  SI-CHIAVE-FIN             PIC X(20).
           05  FILLER                    PIC X(52).

       FD  RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  RPT-RECORD                    PIC X(133).

       WORKING-STORAGE SECTION.

      ***************************************************************
      *    CONTATORI DI SERVIZIO                                    *
      ***************************************************************
       77  W-FINESTRE                    PIC 9(07) COMP-3 VALUE ZERO.
       77  W-SOPPRESSE                   PIC 9(07) COMP-3 VALUE ZERO.
       77  W-SOPPRESSE-FIN               PIC 9(07) COMP-3 VALUE ZERO.
       77  W-LINEE-STAMPATE              PIC 9(05) COMP-3 VALUE ZERO.

       01  W-SW-FINE-SYSIN               PIC X     VALUE 'N'.
           88  FINE-SYSIN                          VALUE 'S'.
           88  NON-FINE-SYSIN                      VALUE 'N'.

       01  W-SW-FINE-CURSORE             PIC X     VALUE 'N'.
           88  FINE-CURSORE                        VALUE 'S'.
           88  NON-FINE-CURSORE                    VALUE 'N'.

       01  W-CHIAVE-PREC                 PIC X(20) VALUE SPACES.

      ***************************************************************
      *    DATA DI RIFERIMENTO (DEFAULT IERI, DA DB2 IN FORMATO ISO)*
      ***************************************************************
       01  W-DATA-ISO                    PIC X(10) VALUE SPACES.
       01  W-DATA-ISO-R REDEFINES W-DATA-ISO.
           05  W-ISO-AAAA                PIC X(04).
           05  FILLER                    PIC X(01).
           05  W-ISO-MM                  PIC X(02).
           05  FILLER                    PIC X(01).
           05  W-ISO-GG                  PIC X(02).

      ***************************************************************
      *    RIGHE DEL REPORT                                        *
      ***************************************************************
       01  RIGA-TITOLO-1.
           05  FILLER          PIC X(50) VALUE
               'ARMB3028 - ALLARMI SOPPRESSI DA FINESTRE DI MANUTE'.
           05  FILLER          PIC X(07) VALUE 'NZIONE '.
           05  RT-SELEZIONE    PIC X(40).
           05  FILLER          PIC X(36) VALUE SPACES.

       01  RIGA-TITOLO-2.
           05  FILLER          PIC X(28) VALUE '  ISTANTE OCCORRENZA'.
           05  FILLER          PIC X(08) VALUE 'CTRANS'.
           05  FILLER          PIC X(08) VALUE 'COD-ARC'.
           05  FILLER          PIC X(08) VALUE 'CATAPI'.
           05  FILLER          PIC X(10) VALUE 'PROGRAMMA'.
           05  FILLER          PIC X(50) VALUE 'PRIMA RIGA DEL TESTO'.
           05  FILLER          PIC X(21) VALUE SPACES.

       01  RIGA-VUOTA                    PIC X(133) VALUE SPACES.

       01  RIGA-FINESTRA-1.
           05  FILLER          PIC X(10) VALUE 'FINESTRA '.
           05  RF-CTRANS       PIC X(04).
           05  FILLER          PIC X(01) VALUE '/'.
           05  RF-CARCH        PIC X(05).
           05  FILLER          PIC X(09) VALUE '  INIZIO '.
           05  RF-INIZIO       PIC X(12).
           05  FILLER          PIC X(07) VALUE '  FINE '.
           05  RF-FINE         PIC X(12).
           05  FILLER          PIC X(14) VALUE '  RICHIEDENTE '.
           05  RF-RICHIEDENTE  PIC X(08).
           05  FILLER          PIC X(51) VALUE SPACES.

       01  RIGA-FINESTRA-2.
           05  FILLER          PIC X(10) VALUE '  MOTIVO '.
           05  RF-MOTIVO       PIC X(35).
           05  FILLER          PIC X(88) VALUE SPACES.

       01  RIGA-DETTAGLIO.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RD-TMST         PIC X(26).
           05  RD-CTRANS       PIC X(04).
           05  FILLER          PIC X(04) VALUE SPACES.
           05  RD-CARCH        PIC X(05).
           05  FILLER          PIC X(03) VALUE SPACES.
           05  RD-CATAPI       PIC X(04).
           05  FILLER          PIC X(04) VALUE SPACES.
           05  RD-CPGM         PIC X(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RD-RIGA         PIC X(50).
           05  FILLER          PIC X(21) VALUE SPACES.

       01  RIGA-TOT-FINESTRA.
           05  FILLER          PIC X(30) VALUE
               '  OCCORRENZE SOPPRESSE      : '.
           05  RT-SOPPRESSE    PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(92) VALUE SPACES.

       01  RIGA-RIEPILOGO-1.
           05  FILLER          PIC X(30) VALUE
               'FINESTRE ESAMINATE         : '.
           05  RR-FINESTRE     PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(92) VALUE SPACES.

       01  RIGA-RIEPILOGO-2.
           05  FILLER          PIC X(30) VALUE
               'OCCORRENZE SOPPRESSE       : '.
           05  RR-SOPPRESSE    PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(92) VALUE SPACES.

      ***************************************************************
      *    HOST VARIABLES DEL CURSORE                               *
      ***************************************************************
           COPY ARSOPGR.
       01  HV-DATA-FINE                  PIC X(08).
       01  HV-CHIAVE-FIN                 PIC X(20).

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *****************************
       PROCEDURE DIVISION.
      *****************************

       0000-MAINLINE.

           PERFORM 1000-INIZIALIZZA        THRU 1000-EXIT.
           PERFORM 2000-ELENCA-SOPPRESSE   THRU 2000-EXIT.
           PERFORM 9999-FINE               THRU 9999-EXIT.

           STOP RUN.

       0000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    APERTURA FILE E LETTURA DELL'EVENTUALE SCHEDA DI     *
      *    CONTROLLO (DATA DI FINE O CHIAVE DELLA FINESTRA).    *
      *---------------------------------------------------------*
       1000-INIZIALIZZA.

           MOVE SPACES               TO HV-DATA-FINE
                                        HV-CHIAVE-FIN.

           OPEN INPUT  SYSIN.
           OPEN OUTPUT RPT-FILE.

           READ SYSIN
               AT END SET FINE-SYSIN TO TRUE
           END-READ.

           IF NON-FINE-SYSIN
              IF SI-CHIAVE-FIN NOT = SPACES
                 MOVE SI-CHIAVE-FIN TO HV-CHIAVE-FIN
              ELSE
                 IF SI-DATA-FINE NUMERIC
                    MOVE SI-DATA-FINE TO HV-DATA-FINE
                 END-IF
              END-IF
           END-IF.

           CLOSE SYSIN.

           IF HV-CHIAVE-FIN = SPACES
           AND HV-DATA-FINE = SPACES
              PERFORM 1100-DATA-DI-IERI THRU 1100-EXIT
           END-IF.

           IF HV-CHIAVE-FIN NOT = SPACES
              STRING '- FINESTRA ' HV-CHIAVE-FIN
                     DELIMITED BY SIZE INTO RT-SELEZIONE
           ELSE
              STRING '- TERMINATE IL ' HV-DATA-FINE
                     DELIMITED BY SIZE INTO RT-SELEZIONE
           END-IF.

           WRITE RPT-RECORD FROM RIGA-TITOLO-1.
           WRITE RPT-RECORD FROM RIGA-TITOLO-2.
           ADD 2 TO W-LINEE-STAMPATE.

       1000-EXIT.
           EXIT.

       1100-DATA-DI-IERI.

           EXEC SQL
                SELECT CHAR(CURRENT DATE - 1 DAY, ISO)
                INTO  :W-DATA-ISO
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'ARMB3028 - ERRORE SELECT DATA SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           STRING W-ISO-AAAA W-ISO-MM W-ISO-GG
                  DELIMITED BY SIZE INTO HV-DATA-FINE.

       1100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    SCORRE LE OCCORRENZE SOPPRESSE DELLE FINESTRE        *
      *    SELEZIONATE, CON ROTTURA SULLA CHIAVE DELLA FINESTRA.*
      *---------------------------------------------------------*
       2000-ELENCA-SOPPRESSE.

           SET NON-FINE-CURSORE TO TRUE.

           EXEC SQL
                DECLARE CUR-SOPPRESSE CURSOR FOR
                SELECT CHAR(S_TMST), C_FINESTRA, S_INIZIO_FIN,
                       S_FINE_FIN, C_RICHIEDENTE, X_MOTIVO,
                       CTRANS, C_ARCH, CATAPI, C_PGM, X_RIGA
                FROM   TES_SGNZ_SOP
                WHERE (:HV-CHIAVE-FIN = ' '
                  AND  SUBSTR(S_FINE_FIN, 1, 8) = :HV-DATA-FINE)
                   OR  C_FINESTRA = :HV-CHIAVE-FIN
                ORDER BY C_FINESTRA, S_TMST
           END-EXEC.

           EXEC SQL OPEN CUR-SOPPRESSE END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'ARMB3028 - ERRORE OPEN CUR-SOPPRESSE SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           PERFORM 2100-LEGGI-SOPPRESSA THRU 2100-EXIT
              UNTIL FINE-CURSORE.

           EXEC SQL CLOSE CUR-SOPPRESSE END-EXEC.

           IF W-FINESTRE GREATER ZERO
              PERFORM 2300-CHIUDI-FINESTRA THRU 2300-EXIT
           END-IF.

           EXEC SQL COMMIT END-EXEC.

       2000-EXIT.
           EXIT.

       2100-LEGGI-SOPPRESSA.

           EXEC SQL
                FETCH CUR-SOPPRESSE
                INTO :SOP-TMST, :SOP-CHIAVE-FIN, :SOP-INIZIO-FIN,
                     :SOP-FINE-FIN, :SOP-RICHIEDENTE, :SOP-MOTIVO,
                     :SOP-CTRANS, :SOP-CARCH, :SOP-CATAPI,
                     :SOP-CPGM, :SOP-RIGA
           END-EXEC.

           IF SQLCODE EQUAL +100
              SET FINE-CURSORE TO TRUE
              GO TO 2100-EXIT.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'ARMB3028 - ERRORE FETCH CUR-SOPPRESSE SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           IF SOP-CHIAVE-FIN NOT = W-CHIAVE-PREC
              IF W-FINESTRE GREATER ZERO
                 PERFORM 2300-CHIUDI-FINESTRA THRU 2300-EXIT
              END-IF
              PERFORM 2200-APRI-FINESTRA THRU 2200-EXIT
           END-IF.

           MOVE SOP-TMST      TO RD-TMST.
           MOVE SOP-CTRANS    TO RD-CTRANS.
           MOVE SOP-CARCH     TO RD-CARCH.
           MOVE SOP-CATAPI    TO RD-CATAPI.
           MOVE SOP-CPGM      TO RD-CPGM.
           MOVE SOP-RIGA      TO RD-RIGA.

           WRITE RPT-RECORD FROM RIGA-DETTAGLIO.
           ADD 1 TO W-LINEE-STAMPATE.
           ADD 1 TO W-SOPPRESSE-FIN
                    W-SOPPRESSE.

       2100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    TESTATA DELLA FINESTRA: MODELLO, ESTREMI, RICHIEDENTE *
      *    E MOTIVO COME REGISTRATI DA ARMP3025.                 *
      *---------------------------------------------------------*
       2200-APRI-FINESTRA.

           MOVE SOP-CHIAVE-FIN        TO W-CHIAVE-PREC.
           MOVE ZERO                  TO W-SOPPRESSE-FIN.
           ADD 1 TO W-FINESTRE.

           MOVE SOP-CHIAVE-FIN (1:4)  TO RF-CTRANS.
           MOVE SOP-CHIAVE-FIN (5:5)  TO RF-CARCH.
           MOVE SOP-INIZIO-FIN        TO RF-INIZIO.
           MOVE SOP-FINE-FIN          TO RF-FINE.
           MOVE SOP-RICHIEDENTE       TO RF-RICHIEDENTE.
           MOVE SOP-MOTIVO            TO RF-MOTIVO.

           WRITE RPT-RECORD FROM RIGA-VUOTA.
           WRITE RPT-RECORD FROM RIGA-FINESTRA-1.
           WRITE RPT-RECORD FROM RIGA-FINESTRA-2.
           ADD 3 TO W-LINEE-STAMPATE.

       2200-EXIT.
           EXIT.

       2300-CHIUDI-FINESTRA.

           MOVE W-SOPPRESSE-FIN       TO RT-SOPPRESSE.
           WRITE RPT-RECORD FROM RIGA-TOT-FINESTRA.
           ADD 1 TO W-LINEE-STAMPATE.

       2300-EXIT.
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

           MOVE W-FINESTRE    TO RR-FINESTRE.
           MOVE W-SOPPRESSE   TO RR-SOPPRESSE.

           WRITE RPT-RECORD FROM RIGA-VUOTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO-1.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO-2.
           ADD 3 TO W-LINEE-STAMPATE.

           CLOSE RPT-FILE.

           DISPLAY 'ARMB3028 - FINESTRE ESAMINATE   : ' W-FINESTRE.
           DISPLAY 'ARMB3028 - OCCORRENZE SOPPRESSE : ' W-SOPPRESSE.
           MOVE ZERO TO RETURN-CODE.

       9999-EXIT.
           EXIT.
