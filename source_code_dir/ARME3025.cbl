       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ARME3025.
       AUTHOR.        MANUTENZIONE ARMP3025.
       INSTALLATION.  MONTE TITOLI - ELABORAZIONE DATI.
       DATE-WRITTEN.  OTTOBRE 2026.
       DATE-COMPILED.
      ***************************************************************
      *REMARKS.        M O N T E   T I T O L I
      *                ------------------------
      *                REPORT GIORNALIERO DEGLI INCIDENTI.
      *                ----------------------------------------
      *                ELENCA GLI INCIDENTI (TES_SGNZ_INC, APERTI
      *                DA ARMG3025 E GESTITI CON ARMN3025) CHE
      *                NELLA GIORNATA DI RIFERIMENTO SONO STATI
      *                APERTI, HANNO RICEVUTO OCCORRENZE, SONO
      *                STATI PRESI IN CARICO O CHIUSI, OLTRE A
      *                TUTTI QUELLI NON ANCORA CHIUSI: PER
      *                CIASCUNO PRIMA E ULTIMA OCCORRENZA, PRESA
      *                IN CARICO, CHIUSURA, NUMERO DI OCCORRENZE,
      *                OPERATORI E TESTO DI ERRORE CORRELATO.
      *                IN CODA I TOTALI DELLA GIORNATA E, COME
      *                QUADRATURA DELLA CORRELAZIONE, LE
      *                OCCORRENZE CRITICHE 'S'/'D' DELLA GIORNATA
      *                RIMASTE FUORI DA OGNI INCIDENTE.
      *                RETURN-CODE 4 SE RESTANO INCIDENTI APERTI
      *                NON ANCORA PRESI IN CARICO.
      ***************************************************************
      * SCHEDA DI CONTROLLO (SYSIN, FACOLTATIVA):
      *   COL 01-10  GIORNATA DI RIFERIMENTO YYYY-MM-DD
      *              (DEFAULT: IL GIORNO PRECEDENTE)
      ***************************************************************
      * MODIFICHE:                                                  *
      *   OTT26  RG0926  PRIMA STESURA.                              *
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
           05  SI-DATA-RIF               PIC X(10).
           05  FILLER                    PIC X(70).

       FD  RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  RPT-RECORD                    PIC X(133).

       WORKING-STORAGE SECTION.

      ***************************************************************
      *    CONTATORI DI SERVIZIO                                   *
      ***************************************************************
       77  W-INC-ELENCATI                PIC 9(07) COMP-3 VALUE ZERO.
       77  W-INC-APERTI-GG               PIC 9(07) COMP-3 VALUE ZERO.
       77  W-INC-ACK-GG                  PIC 9(07) COMP-3 VALUE ZERO.
       77  W-INC-CHIUSI-GG               PIC 9(07) COMP-3 VALUE ZERO.
       77  W-INC-ANCORA-APERTI           PIC 9(07) COMP-3 VALUE ZERO.
       77  W-INC-ANCORA-IN-CARICO        PIC 9(07) COMP-3 VALUE ZERO.
       77  W-LINEE-STAMPATE              PIC 9(05) COMP-3 VALUE ZERO.

       01  W-SW-FINE-SYSIN               PIC X     VALUE 'N'.
           88  FINE-SYSIN                          VALUE 'S'.
           88  NON-FINE-SYSIN                      VALUE 'N'.

       01  W-SW-FINE-CURSORE             PIC X     VALUE 'N'.
           88  FINE-CURSORE                        VALUE 'S'.
           88  NON-FINE-CURSORE                    VALUE 'N'.

      ***************************************************************
      *    RIGHE DEL REPORT                                        *
      ***************************************************************
       01  RIGA-TITOLO-1.
           05  FILLER          PIC X(41) VALUE
               'ARME3025 - REPORT GIORNALIERO INCIDENTI  '.
           05  FILLER          PIC X(10) VALUE 'GIORNATA: '.
           05  RT1-DATA-RIF    PIC X(10).
           05  FILLER          PIC X(72) VALUE SPACES.

       01  RIGA-TITOLO-2.
           05  FILLER          PIC X(20) VALUE 'INCIDENTE'.
           05  FILLER          PIC X(05) VALUE 'TRAN'.
           05  FILLER          PIC X(03) VALUE 'CA'.
           05  FILLER          PIC X(02) VALUE 'S'.
           05  FILLER          PIC X(08) VALUE '   OCC.'.
           05  FILLER          PIC X(20) VALUE 'PRIMA OCCORRENZA'.
           05  FILLER          PIC X(20) VALUE 'ULTIMA OCCORRENZA'.
           05  FILLER          PIC X(20) VALUE 'PRESA IN CARICO'.
           05  FILLER          PIC X(20) VALUE 'CHIUSURA'.
           05  FILLER          PIC X(15) VALUE 'OPERATORE'.

       01  RIGA-DETTAGLIO.
           05  RD-ID           PIC X(19).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-CTRANS       PIC X(04).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-CARCH        PIC X(02).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-STATO        PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-QOCC         PIC ZZZ.ZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-APER         PIC X(19).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-ULT          PIC X(19).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-ACK          PIC X(19).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-CHIU         PIC X(19).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-OPER         PIC X(08).
           05  FILLER          PIC X(07) VALUE SPACES.

       01  RIGA-DETTAGLIO-2.
           05  FILLER          PIC X(20) VALUE SPACES.
           05  FILLER          PIC X(07) VALUE 'TESTO: '.
           05  RD2-TESTO       PIC X(50).
           05  FILLER          PIC X(07) VALUE ' NOTA: '.
           05  RD2-NOTA        PIC X(30).
           05  FILLER          PIC X(19) VALUE SPACES.

       01  RIGA-VUOTA                    PIC X(133) VALUE SPACES.

       01  RIGA-RIEPILOGO.
           05  RR-DESCR        PIC X(40).
           05  RR-VALORE       PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(82) VALUE SPACES.

      ***************************************************************
      *    HOST VARIABLES                                          *
      ***************************************************************
       01  HV-DATA-ISO                   PIC X(10).
       01  HV-QUANTI                     PIC S9(9) COMP.

           COPY ARINCGR.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ***************************************************************
      *    INCIDENTI MOVIMENTATI NELLA GIORNATA O NON CHIUSI        *
      ***************************************************************
           EXEC SQL DECLARE CUR-INCIDENTI CURSOR FOR
                SELECT CHAR(ID_INC), CTRANS, C_ARCH_PRIMO, C_STATO,
                       Q_OCCORRENZE, CHAR(S_TMST_APER),
                       CHAR(S_TMST_ULT),
                       COALESCE(CHAR(S_TMST_ACK), ' '),
                       COALESCE(CHAR(S_TMST_CHIU), ' '),
                       OPER_ACK, OPER_CHIU, X_CHIAVE, NOTA
                  FROM TES_SGNZ_INC
                 WHERE DATE(S_TMST_APER)  = DATE(:HV-DATA-ISO)
                    OR DATE(S_TMST_ULT)   = DATE(:HV-DATA-ISO)
                    OR DATE(S_TMST_ACK)   = DATE(:HV-DATA-ISO)
                    OR DATE(S_TMST_CHIU)  = DATE(:HV-DATA-ISO)
                    OR C_STATO IN ('A', 'P')
                 ORDER BY ID_INC
                  WITH UR
           END-EXEC.

      *****************************
       PROCEDURE DIVISION.
      *****************************

       0000-MAINLINE.

           PERFORM 1000-INIZIALIZZA        THRU 1000-EXIT.
           PERFORM 2000-SCORRI-INCIDENTI   THRU 2000-EXIT.
           PERFORM 9999-FINE               THRU 9999-EXIT.

           STOP RUN.

       0000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    APERTURA FILE E GIORNATA DI RIFERIMENTO.              *
      *---------------------------------------------------------*
       1000-INIZIALIZZA.

           OPEN INPUT  SYSIN.
           OPEN OUTPUT RPT-FILE.

           MOVE SPACES TO HV-DATA-ISO.

           READ SYSIN
               AT END SET FINE-SYSIN TO TRUE
           END-READ.

           IF NON-FINE-SYSIN
           AND SI-DATA-RIF NOT = SPACES
              MOVE SI-DATA-RIF TO HV-DATA-ISO
           END-IF.

           CLOSE SYSIN.

           IF HV-DATA-ISO = SPACES
              EXEC SQL
                   SELECT CHAR(CURRENT DATE - 1 DAY, ISO)
                     INTO :HV-DATA-ISO
                     FROM SYSIBM.SYSDUMMY1
              END-EXEC
              IF SQLCODE NOT EQUAL ZERO
                 PERFORM 9900-ABEND-SQL THRU 9900-EXIT
              END-IF
           END-IF.

           MOVE HV-DATA-ISO TO RT1-DATA-RIF.

           WRITE RPT-RECORD FROM RIGA-TITOLO-1.
           WRITE RPT-RECORD FROM RIGA-VUOTA.
           WRITE RPT-RECORD FROM RIGA-TITOLO-2.
           ADD 3 TO W-LINEE-STAMPATE.

       1000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    SCORRE E STAMPA GLI INCIDENTI, CONTANDO I TOTALI      *
      *    DELLA GIORNATA.                                       *
      *---------------------------------------------------------*
       2000-SCORRI-INCIDENTI.

           SET NON-FINE-CURSORE TO TRUE.

           EXEC SQL OPEN CUR-INCIDENTI END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'ARME3025 - ERRORE OPEN CUR-INCIDENTI SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           PERFORM 2100-STAMPA-INCIDENTE THRU 2100-EXIT
              UNTIL FINE-CURSORE.

           EXEC SQL CLOSE CUR-INCIDENTI END-EXEC.

       2000-EXIT.
           EXIT.

       2100-STAMPA-INCIDENTE.

           EXEC SQL
                FETCH CUR-INCIDENTI
                INTO :INC-ID, :INC-CTRANS, :INC-CARCH-PRIMO,
                     :INC-CSTATO, :INC-QOCC, :INC-TMST-APER,
                     :INC-TMST-ULT, :INC-TMST-ACK, :INC-TMST-CHIU,
                     :INC-OPER-ACK, :INC-OPER-CHIU, :INC-XCHIAVE,
                     :INC-NOTA
           END-EXEC.

           IF SQLCODE EQUAL +100
              SET FINE-CURSORE TO TRUE
              GO TO 2100-EXIT
           END-IF.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'ARME3025 - ERRORE FETCH INCIDENTI SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           ADD 1 TO W-INC-ELENCATI.

           IF INC-TMST-APER (1:10) = HV-DATA-ISO
              ADD 1 TO W-INC-APERTI-GG
           END-IF.
           IF INC-TMST-ACK (1:10) = HV-DATA-ISO
              ADD 1 TO W-INC-ACK-GG
           END-IF.
           IF INC-TMST-CHIU (1:10) = HV-DATA-ISO
              ADD 1 TO W-INC-CHIUSI-GG
           END-IF.
           IF INC-APERTO
              ADD 1 TO W-INC-ANCORA-APERTI
           END-IF.
           IF INC-PRESO-IN-CARICO
              ADD 1 TO W-INC-ANCORA-IN-CARICO
           END-IF.

           MOVE INC-ID (1:19)        TO RD-ID.
           MOVE INC-CTRANS           TO RD-CTRANS.
           MOVE INC-CARCH-PRIMO      TO RD-CARCH.
           MOVE INC-CSTATO           TO RD-STATO.
           MOVE INC-QOCC             TO RD-QOCC.
           MOVE INC-TMST-APER (1:19) TO RD-APER.
           MOVE INC-TMST-ULT (1:19)  TO RD-ULT.
           MOVE INC-TMST-ACK (1:19)  TO RD-ACK.
           MOVE INC-TMST-CHIU (1:19) TO RD-CHIU.
           IF INC-CHIUSO
              MOVE INC-OPER-CHIU     TO RD-OPER
           ELSE
              MOVE INC-OPER-ACK      TO RD-OPER
           END-IF.
           MOVE INC-XCHIAVE          TO RD2-TESTO.
           MOVE INC-NOTA             TO RD2-NOTA.

           WRITE RPT-RECORD FROM RIGA-DETTAGLIO.
           WRITE RPT-RECORD FROM RIGA-DETTAGLIO-2.
           ADD 2 TO W-LINEE-STAMPATE.

       2100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    OCCORRENZE CRITICHE DELLA GIORNATA NON CORRELATE:     *
      *    DIVERSE DA ZERO SE ARSG NON HA GIRATO O SE LE         *
      *    FAMIGLIE AMMESSE DI 'ARINCREG' ESCLUDONO 'S'/'D'.     *
      *---------------------------------------------------------*
       3000-CONTA-NON-CORRELATE.

           MOVE ZERO TO HV-QUANTI.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :HV-QUANTI
                  FROM TES_SGNZ_LOG L
                 WHERE SUBSTR(L.C_ARCH, 1, 1) IN ('S', 'D')
                   AND DATE(L.S_TMST) = DATE(:HV-DATA-ISO)
                   AND NOT EXISTS
                       (SELECT 1
                          FROM TES_SGNZ_INO O
                         WHERE O.CTRANS = L.CTRANS
                           AND O.C_ARCH = L.C_ARCH
                           AND O.S_TMST = L.S_TMST)
                  WITH UR
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'ARME3025 - ERRORE CONTEGGIO NON CORRELATE '
                      'SQLCODE=' SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

       3000-EXIT.
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

           PERFORM 3000-CONTA-NON-CORRELATE THRU 3000-EXIT.

           WRITE RPT-RECORD FROM RIGA-VUOTA.

           MOVE 'INCIDENTI ELENCATI                    : ' TO RR-DESCR.
           MOVE W-INC-ELENCATI          TO RR-VALORE.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'INCIDENTI APERTI NELLA GIORNATA       : ' TO RR-DESCR.
           MOVE W-INC-APERTI-GG         TO RR-VALORE.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'INCIDENTI PRESI IN CARICO NEL GIORNO  : ' TO RR-DESCR.
           MOVE W-INC-ACK-GG            TO RR-VALORE.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'INCIDENTI CHIUSI NELLA GIORNATA       : ' TO RR-DESCR.
           MOVE W-INC-CHIUSI-GG         TO RR-VALORE.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'INCIDENTI ANCORA APERTI               : ' TO RR-DESCR.
           MOVE W-INC-ANCORA-APERTI     TO RR-VALORE.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'INCIDENTI IN CARICO NON CHIUSI        : ' TO RR-DESCR.
           MOVE W-INC-ANCORA-IN-CARICO  TO RR-VALORE.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'CRITICHE DEL GIORNO NON CORRELATE     : ' TO RR-DESCR.
           MOVE HV-QUANTI               TO RR-VALORE.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           ADD 8 TO W-LINEE-STAMPATE.

           CLOSE RPT-FILE.

           DISPLAY 'ARME3025 - INCIDENTI ELENCATI: ' W-INC-ELENCATI
                   ' ANCORA APERTI: ' W-INC-ANCORA-APERTI.

           IF W-INC-ANCORA-APERTI GREATER ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

       9999-EXIT.
           EXIT.
