       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WSIE0083.
       AUTHOR.        MANUTENZIONE WSOC83.
       INSTALLATION.  MONTE TITOLI - ELABORAZIONE DATI.
       DATE-WRITTEN.  OTTOBRE 2026.
       DATE-COMPILED.
      ***************************************************************
      *REMARKS.        M O N T E   T I T O L I
      *                ------------------------
      *                ESITI, RIGA PER RIGA, DI UN LOTTO DI ISTRUZIONI
      *                DI STRIPPING CARICATO DA FILE (WSIL0083).
      *                ----------------------------------------
      *                SCORRE IL REGISTRO DI CARICO WSIT0083 DEL LOTTO
      *                INDICATO IN SYSIN, IN ORDINE DI RIGA DEL FILE:
      *                  - MESSAGGI SCARTATI IN INGRESSO: RIGA DI
      *                    TESTATA, RIGA IN ERRORE E MOTIVO;
      *                  - MESSAGGI CARICATI: UNA RIGA PER CORPO
      *                    (RIGA DEL FILE = RIGA DI TESTATA + PPROG)
      *                    CON IL CVALMSG ATTUALE DELLA RIGA WSRR E LE
      *                    COPPIE IDC/ERRORE DI XERRMTX; SE LA CHIAVE
      *                    NON E' ANCORA STATA ACCODATA DA WSIK0083 O
      *                    LE RIGHE WSRR SONO GIA' STATE PURGATE LO
      *                    DICE LA COLONNA ESITO.
      *                SI LANCIA DOPO CHE WSOC83 HA ELABORATO IL
      *                LOTTO (ANCHE PIU' VOLTE: I DA VALIDARE
      *                DIMINUISCONO AD OGNI GIRO).
      *                RETURN-CODE 4 SE CI SONO SCARTI IN INGRESSO,
      *                RIGHE RESPINTE O RIGHE ANCORA DA VALIDARE.
      ***************************************************************
      * SCHEDA DI CONTROLLO (SYSIN):
      *   COL 01-08  LOTTO (OBBLIGATORIO)
      ***************************************************************
      * MODIFICHE:                                                  *
      *   OTT26  RG0922  PRIMA STESURA.                              *
      *   OTT26  RG0923  RIGHE TRATTENUTE PER IL RILASCIO A QUATTRO  *
      *                  OCCHI (CVALMSG '4') CONTATE COME DA         *
      *                  VALIDARE.                                   *
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
           05  SI-CLOTTO                 PIC X(08).
           05  FILLER                    PIC X(72).

       FD  RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  RPT-RECORD                    PIC X(133).

       WORKING-STORAGE SECTION.

      ***************************************************************
      *    CONTATORI DI SERVIZIO                                   *
      ***************************************************************
       77  W-MSG-LETTI                   PIC 9(07) COMP-3 VALUE ZERO.
       77  W-MSG-SCARTATI                PIC 9(07) COMP-3 VALUE ZERO.
       77  W-MSG-NON-ACCODATI            PIC 9(07) COMP-3 VALUE ZERO.
       77  W-MSG-PURGATI                 PIC 9(07) COMP-3 VALUE ZERO.
       77  W-RIGHE-VALIDATE              PIC 9(07) COMP-3 VALUE ZERO.
       77  W-RIGHE-RESP-FORM             PIC 9(07) COMP-3 VALUE ZERO.
       77  W-RIGHE-RESP-APPL             PIC 9(07) COMP-3 VALUE ZERO.
       77  W-RIGHE-DA-VALIDARE           PIC 9(07) COMP-3 VALUE ZERO.
       77  W-RIGHE-WSRR                  PIC 9(05) COMP-3 VALUE ZERO.
       77  W-LINEE-STAMPATE              PIC 9(05) COMP-3 VALUE ZERO.
       77  W-NRIGAERR-ED                 PIC 9(09) VALUE ZERO.

       01  W-SW-FINE-CURSORE             PIC X     VALUE 'N'.
           88  FINE-CURSORE                        VALUE 'S'.
           88  NON-FINE-CURSORE                    VALUE 'N'.

       01  W-SW-FINE-WSRR                PIC X     VALUE 'N'.
           88  FINE-WSRR                           VALUE 'S'.
           88  NON-FINE-WSRR                       VALUE 'N'.

      ***************************************************************
      *    RIGHE DEL REPORT                                        *
      ***************************************************************
       01  RIGA-TITOLO-1.
           05  FILLER          PIC X(48) VALUE
               'WSIE0083 - ESITI DEL CARICO DA FILE ISTRUZIONI -'.
           05  FILLER          PIC X(07) VALUE ' LOTTO '.
           05  RT1-CLOTTO      PIC X(08).
           05  FILLER          PIC X(70) VALUE SPACES.

       01  RIGA-TITOLO-2.
           05  FILLER          PIC X(10) VALUE 'RIGA FILE'.
           05  FILLER          PIC X(17) VALUE 'RIF. MITTENTE'.
           05  FILLER          PIC X(16) VALUE 'PIDMTX'.
           05  FILLER          PIC X(06) VALUE 'PPROG'.
           05  FILLER          PIC X(24) VALUE 'ESITO'.
           05  FILLER          PIC X(60) VALUE 'ERRORI / MOTIVO'.

       01  RIGA-DETTAGLIO.
           05  RD-NRIGA        PIC Z(08)9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-CRIFMITT     PIC X(16).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-PIDMTX       PIC X(15).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-PPROG        PIC ZZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RD-ESITO        PIC X(23).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-ERRORI       PIC X(40).
           05  FILLER          PIC X(20) VALUE SPACES.

       01  RIGA-RIEPILOGO.
           05  RR-DESCR        PIC X(30).
           05  RR-CONTA        PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(92) VALUE SPACES.

      ***************************************************************
      *    HOST VARIABLES                                          *
      ***************************************************************
       01  HV-CLOTTO                     PIC X(08).
       01  HV-PPROG                      PIC S9(4) COMP.
       01  HV-CVALMSG                    PIC X(01).
       01  HV-XERRMTX                    PIC X(35).

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ***************************************************************
      *    REGISTRO DI CARICO (WSIT0083)                            *
      ***************************************************************
           COPY WSITKGR.

           EXEC SQL DECLARE CUR-WSIT-LOTTO CURSOR FOR
                SELECT NRIGA, CRIFMITT, PIDMTX, NSEGM, CSTATO,
                       NRIGAERR, CMOTIVO
                  FROM WSIT0083
                 WHERE CLOTTO = :HV-CLOTTO
                 ORDER BY NRIGA
           END-EXEC.

           EXEC SQL DECLARE CUR-WSRR-ESITI CURSOR FOR
                SELECT PPROG, CVALMSG, XERRMTX
                  FROM WSRR
                 WHERE PIDMTX = :WSIT-PIDMTX
                 ORDER BY PPROG
                  WITH UR
           END-EXEC.

      *****************************
       PROCEDURE DIVISION.
      *****************************

       0000-MAINLINE.

           PERFORM 1000-INIZIALIZZA        THRU 1000-EXIT.
           PERFORM 2000-SCORRI-REGISTRO    THRU 2000-EXIT.
           PERFORM 9999-FINE               THRU 9999-EXIT.

           STOP RUN.

       0000-EXIT.
           EXIT.

       1000-INIZIALIZZA.

           OPEN INPUT  SYSIN.

           MOVE SPACES TO HV-CLOTTO.

           READ SYSIN
               AT END CONTINUE
               NOT AT END MOVE SI-CLOTTO TO HV-CLOTTO
           END-READ.

           CLOSE SYSIN.

           IF HV-CLOTTO = SPACES
              DISPLAY 'WSIE0083 - SCHEDA DI CONTROLLO SENZA LOTTO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE HV-CLOTTO TO RT1-CLOTTO.

           OPEN OUTPUT RPT-FILE.

           WRITE RPT-RECORD FROM RIGA-TITOLO-1.
           WRITE RPT-RECORD FROM RIGA-TITOLO-2.
           ADD 2 TO W-LINEE-STAMPATE.

       1000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    SCORRE IL REGISTRO DEL LOTTO IN ORDINE DI RIGA.      *
      *---------------------------------------------------------*
       2000-SCORRI-REGISTRO.

           SET NON-FINE-CURSORE TO TRUE.

           EXEC SQL OPEN CUR-WSIT-LOTTO END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSIE0083 - ERRORE OPEN CUR-WSIT SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           PERFORM 2100-TRATTA-MESSAGGIO THRU 2100-EXIT
              UNTIL FINE-CURSORE.

           EXEC SQL CLOSE CUR-WSIT-LOTTO END-EXEC.

       2000-EXIT.
           EXIT.

       2100-TRATTA-MESSAGGIO.

           EXEC SQL
                FETCH CUR-WSIT-LOTTO
                 INTO :WSIT-NRIGA, :WSIT-CRIFMITT, :WSIT-PIDMTX,
                      :WSIT-NSEGM, :WSIT-CSTATO, :WSIT-NRIGAERR,
                      :WSIT-CMOTIVO
           END-EXEC.

           IF SQLCODE EQUAL +100
              SET FINE-CURSORE TO TRUE
              GO TO 2100-EXIT
           END-IF.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSIE0083 - ERRORE FETCH CUR-WSIT SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           ADD 1 TO W-MSG-LETTI.

           MOVE WSIT-NRIGA    TO RD-NRIGA.
           MOVE WSIT-CRIFMITT TO RD-CRIFMITT.
           MOVE WSIT-PIDMTX   TO RD-PIDMTX.
           MOVE ZERO          TO RD-PPROG.
           MOVE SPACES        TO RD-ERRORI.

           EVALUATE TRUE
               WHEN WSIT-SCARTATO
                    ADD 1 TO W-MSG-SCARTATI
                    MOVE 'SCARTATO IN INGRESSO' TO RD-ESITO
                    MOVE WSIT-NRIGAERR TO W-NRIGAERR-ED
                    STRING 'RIGA ' W-NRIGAERR-ED ': ' WSIT-CMOTIVO
                           DELIMITED BY SIZE INTO RD-ERRORI
                    PERFORM 2900-STAMPA-RIGA THRU 2900-EXIT
               WHEN WSIT-CARICATO
                    ADD 1 TO W-MSG-NON-ACCODATI
                    MOVE 'CARICATO, NON ACCODATO' TO RD-ESITO
                    PERFORM 2900-STAMPA-RIGA THRU 2900-EXIT
               WHEN OTHER
                    PERFORM 2200-ESITI-WSRR THRU 2200-EXIT
           END-EVALUATE.

       2100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    UNA RIGA DI REPORT PER OGNI CORPO DEL MESSAGGIO.      *
      *---------------------------------------------------------*
       2200-ESITI-WSRR.

           MOVE ZERO TO W-RIGHE-WSRR.
           SET NON-FINE-WSRR TO TRUE.

           EXEC SQL OPEN CUR-WSRR-ESITI END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSIE0083 - ERRORE OPEN CUR-WSRR SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           PERFORM 2300-ESITO-CORPO THRU 2300-EXIT
              UNTIL FINE-WSRR.

           EXEC SQL CLOSE CUR-WSRR-ESITI END-EXEC.

           IF W-RIGHE-WSRR = ZERO
              ADD 1 TO W-MSG-PURGATI
              MOVE 'NON PIU'' IN WSRR' TO RD-ESITO
              PERFORM 2900-STAMPA-RIGA THRU 2900-EXIT
           END-IF.

       2200-EXIT.
           EXIT.

       2300-ESITO-CORPO.

           EXEC SQL
                FETCH CUR-WSRR-ESITI
                 INTO :HV-PPROG, :HV-CVALMSG, :HV-XERRMTX
           END-EXEC.

           IF SQLCODE EQUAL +100
              SET FINE-WSRR TO TRUE
              GO TO 2300-EXIT
           END-IF.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSIE0083 - ERRORE FETCH CUR-WSRR SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           ADD 1 TO W-RIGHE-WSRR.

           COMPUTE RD-NRIGA = WSIT-NRIGA + HV-PPROG.
           MOVE HV-PPROG   TO RD-PPROG.
           MOVE HV-XERRMTX TO RD-ERRORI.

           EVALUATE HV-CVALMSG
               WHEN SPACES
                    ADD 1 TO W-RIGHE-DA-VALIDARE
                    MOVE 'DA VALIDARE'      TO RD-ESITO
               WHEN '1'
                    ADD 1 TO W-RIGHE-RESP-FORM
                    MOVE 'RESP. FORMALE'    TO RD-ESITO
               WHEN '2'
                    ADD 1 TO W-RIGHE-RESP-APPL
                    MOVE 'RESP. APPLICAT.'  TO RD-ESITO
               WHEN '3'
                    ADD 1 TO W-RIGHE-VALIDATE
                    MOVE 'VALIDATO'         TO RD-ESITO
RG0923         WHEN '4'
RG0923              ADD 1 TO W-RIGHE-DA-VALIDARE
RG0923              MOVE 'TRATTENUTO'       TO RD-ESITO
               WHEN OTHER
                    MOVE HV-CVALMSG         TO RD-ESITO
           END-EVALUATE.

           PERFORM 2900-STAMPA-RIGA THRU 2900-EXIT.

       2300-EXIT.
           EXIT.

       2900-STAMPA-RIGA.

           WRITE RPT-RECORD FROM RIGA-DETTAGLIO.
           ADD 1 TO W-LINEE-STAMPATE.

       2900-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    ROUTINE GENERICA DI ABEND SU ERRORE SQL IRRECUPERABILE.
      *---------------------------------------------------------*
       9900-ABEND-SQL.

           CLOSE RPT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       9900-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    RIEPILOGO FINALE, CHIUSURA FILE E TERMINE.           *
      *---------------------------------------------------------*
       9999-FINE.

           MOVE 'MESSAGGI DEL LOTTO         : ' TO RR-DESCR.
           MOVE W-MSG-LETTI                     TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'SCARTATI IN INGRESSO       : ' TO RR-DESCR.
           MOVE W-MSG-SCARTATI                  TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'CARICATI, NON ACCODATI     : ' TO RR-DESCR.
           MOVE W-MSG-NON-ACCODATI              TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'NON PIU'' IN WSRR           : ' TO RR-DESCR.
           MOVE W-MSG-PURGATI                   TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'RIGHE VALIDATE             : ' TO RR-DESCR.
           MOVE W-RIGHE-VALIDATE                TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'RIGHE RESPINTE FORMALI     : ' TO RR-DESCR.
           MOVE W-RIGHE-RESP-FORM               TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'RIGHE RESPINTE APPLICATIVE : ' TO RR-DESCR.
           MOVE W-RIGHE-RESP-APPL               TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'RIGHE ANCORA DA VALIDARE   : ' TO RR-DESCR.
           MOVE W-RIGHE-DA-VALIDARE             TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           ADD 8 TO W-LINEE-STAMPATE.

           CLOSE RPT-FILE.

           DISPLAY 'WSIE0083 - LOTTO               : ' HV-CLOTTO.
           DISPLAY 'WSIE0083 - MESSAGGI            : ' W-MSG-LETTI.
           DISPLAY 'WSIE0083 - SCARTATI IN INGRESSO: ' W-MSG-SCARTATI.

           IF W-MSG-SCARTATI     GREATER ZERO
           OR W-MSG-NON-ACCODATI GREATER ZERO
           OR W-RIGHE-RESP-FORM  GREATER ZERO
           OR W-RIGHE-RESP-APPL  GREATER ZERO
           OR W-RIGHE-DA-VALIDARE GREATER ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

       9999-EXIT.
           EXIT.
