       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WSPR0083.
       AUTHOR.        MANUTENZIONE WSOC83.
       INSTALLATION.  MONTE TITOLI - ELABORAZIONE DATI.
       DATE-WRITTEN.  OTTOBRE 2026.
       DATE-COMPILED.
      ***************************************************************
      *REMARKS.        M O N T E   T I T O L I
      *                ------------------------
      *                RISCONTRI DEI SOTTOSCRITTORI E RAPPORTO
      *                GIORNALIERO DEGLI EVENTI DI CAMBIO STATO
      *                PRODOTTI / CONFERMATI.
      *                ----------------------------------------
      *                WSOC83 PRODUCE SU WSET0083 UN EVENTO PER OGNI
      *                AGGIORNAMENTO TATS/TAF/IAT; LA TRANSAZIONE
      *                WSPB0083 LO RIPARTISCE SUI SOTTOSCRITTORI DEL
      *                MEMBRO 'WS83SUBS' (REGISTRO DI CONSEGNA
      *                WSED0083, UN NUMERO DI SEQUENZA PER
      *                SOTTOSCRITTORE) E LO SCRIVE SULLA LORO CODA.
      *                SEZIONE 1 - CARICO DEI RISCONTRI (DD ACKIN):
      *                OGNI RECORD CONFERMA UN INTERVALLO DI NUMERI DI
      *                SEQUENZA DI UN SOTTOSCRITTORE; GLI EVENTI
      *                INVIATI ('I') DELL'INTERVALLO PASSANO A
      *                CONFERMATI ('C'). SONO ECCEZIONI, STAMPATE:
      *                  - RECORD NON VALIDI;
      *                  - INTERVALLI SENZA ALCUN EVENTO INVIATO DA
      *                    CONFERMARE (GIA' CONFERMATI O MAI INVIATI).
      *                SEZIONE 2 - PER OGNI SOTTOSCRITTORE: EVENTI
      *                PRODOTTI NEL GIORNO DI RIFERIMENTO E QUANTI DI
      *                QUESTI SONO CONFERMATI, PIU' L'ARRETRATO
      *                COMPLESSIVO (DA CONSEGNARE, DA RITENTARE,
      *                INVIATI E NON CONFERMATI) CON IL MASSIMO DEI
      *                TENTATIVI. IN CODA GLI EVENTI PRODOTTI DA
      *                WSOC83 NEL GIORNO E QUELLI NON ANCORA
      *                RIPARTITI.
      *                SE CI SONO ECCEZIONI, EVENTI DEL GIORNO NON
      *                CONFERMATI O EVENTI DA RITENTARE IL PROGRAMMA
      *                TERMINA CON RETURN-CODE 4.
      ***************************************************************
      * SCHEDA DI CONTROLLO (SYSIN, FACOLTATIVA):
      *   COL 01-10  GIORNO DI RIFERIMENTO AAAA-MM-GG (DEFAULT OGGI)
      ***************************************************************
      * TRACCIATO DEL FILE DEI RISCONTRI (ACKIN, 80 BYTE):
      *   COL 01-08  CODICE SOTTOSCRITTORE (CHIAVE DI 'WS83SUBS')
      *   COL 09-17  PRIMO NUMERO DI SEQUENZA CONFERMATO
      *   COL 18-26  ULTIMO NUMERO DI SEQUENZA CONFERMATO (SPAZI =
      *              UGUALE AL PRIMO)
      ***************************************************************
      * MODIFICHE:                                                  *
      *   OTT26  RG0921  PRIMA STESURA.                              *
      ***************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN     ASSIGN TO SYSIN.
           SELECT ACK-FILE  ASSIGN TO ACKIN.
           SELECT RPT-FILE  ASSIGN TO RPTOUT.

       DATA DIVISION.

       FILE SECTION.

       FD  SYSIN
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  SYSIN-RECORD.
           05  SI-DATA-RIF               PIC X(10).
           05  FILLER                    PIC X(70).

       FD  ACK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  ACK-RECORD.
           05  AK-CSUBSCR                PIC X(08).
           05  AK-NSEQ-DA                PIC 9(09).
           05  AK-NSEQ-A                 PIC 9(09).
           05  FILLER REDEFINES AK-NSEQ-A.
               10  AK-NSEQ-A-X           PIC X(09).
           05  FILLER                    PIC X(54).

       FD  RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  RPT-RECORD                    PIC X(133).

       WORKING-STORAGE SECTION.

      ***************************************************************
      *    CONTATORI DI SERVIZIO                                   *
      ***************************************************************
       77  W-RISCONTRI-LETTI             PIC 9(07) COMP-3 VALUE ZERO.
       77  W-EVENTI-CONFERMATI           PIC 9(07) COMP-3 VALUE ZERO.
       77  W-ECC-NON-VALIDI              PIC 9(07) COMP-3 VALUE ZERO.
       77  W-ECC-NESSUN-INVIATO          PIC 9(07) COMP-3 VALUE ZERO.
       77  W-SOTTOSCRITTORI              PIC 9(07) COMP-3 VALUE ZERO.
       77  W-TOT-PRODOTTI                PIC 9(07) COMP-3 VALUE ZERO.
       77  W-TOT-CONFERMATI              PIC 9(07) COMP-3 VALUE ZERO.
       77  W-TOT-NON-CONF                PIC 9(07) COMP-3 VALUE ZERO.
       77  W-TOT-RITENTARE               PIC 9(07) COMP-3 VALUE ZERO.
       77  W-LINEE-STAMPATE              PIC 9(05) COMP-3 VALUE ZERO.

       01  W-SW-FINE-SYSIN               PIC X     VALUE 'N'.
           88  FINE-SYSIN                          VALUE 'S'.
           88  NON-FINE-SYSIN                      VALUE 'N'.

       01  W-SW-FINE-ACK                 PIC X     VALUE 'N'.
           88  FINE-ACK                            VALUE 'S'.
           88  NON-FINE-ACK                        VALUE 'N'.

       01  W-SW-FINE-CURSORE             PIC X     VALUE 'N'.
           88  FINE-CURSORE                        VALUE 'S'.
           88  NON-FINE-CURSORE                    VALUE 'N'.

       01  W-DATA-ODIERNA                PIC 9(06) VALUE ZERO.
       01  FILLER REDEFINES W-DATA-ODIERNA.
           05  W-OGGI-AA                 PIC 99.
           05  W-OGGI-MM                 PIC 99.
           05  W-OGGI-GG                 PIC 99.
       01  W-ANNO-CORR                   PIC 9(04) VALUE ZERO.

      ***************************************************************
      *    RIGHE DEL REPORT                                        *
      ***************************************************************
       01  RIGA-TITOLO-1.
           05  FILLER          PIC X(52) VALUE
               'WSPR0083 - EVENTI DI CAMBIO STATO PRODOTTI/CONFERMAT'.
           05  FILLER          PIC X(18) VALUE 'I - GIORNO        '.
           05  RT1-DATA-RIF    PIC X(10).
           05  FILLER          PIC X(53) VALUE SPACES.

       01  RIGA-SEZIONE-1.
           05  FILLER          PIC X(52) VALUE
               '*** SEZIONE 1 - CARICO RISCONTRI DEI SOTTOSCRITTORI:'.
           05  FILLER          PIC X(10) VALUE ' ECCEZIONI'.
           05  FILLER          PIC X(71) VALUE SPACES.

       01  RIGA-SEZIONE-2.
           05  FILLER          PIC X(52) VALUE
               '*** SEZIONE 2 - PRODOTTI/CONFERMATI PER SOTTOSCRITTO'.
           05  FILLER          PIC X(02) VALUE 'RE'.
           05  FILLER          PIC X(79) VALUE SPACES.

       01  RIGA-TESTATA-2.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  FILLER          PIC X(08) VALUE 'SOTTOSCR'.
           05  FILLER          PIC X(49) VALUE
               '   PROD.GG   CONF.GG  NCONF.GG   DA INV.  DA RIT.'.
           05  FILLER          PIC X(27) VALUE
               '   INV.NC  MAX T.  ULT.SEQ.'.
           05  FILLER          PIC X(47) VALUE SPACES.

       01  RIGA-DETT-ACK.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RA-CSUBSCR      PIC X(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RA-NSEQ-DA      PIC X(09).
           05  FILLER          PIC X(03) VALUE ' - '.
           05  RA-NSEQ-A       PIC X(09).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RA-NOTA         PIC X(50).
           05  FILLER          PIC X(48) VALUE SPACES.

       01  RIGA-DETT-SUB.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RD-CSUBSCR      PIC X(08).
           05  RD-PRODOTTI     PIC Z(9)9.
           05  RD-CONFERMATI   PIC Z(9)9.
           05  RD-NON-CONF     PIC Z(9)9.
           05  RD-DA-INVIARE   PIC Z(9)9.
           05  RD-DA-RITENTARE PIC Z(8)9.
           05  RD-INVIATI-NC   PIC Z(8)9.
           05  RD-MAX-TENT     PIC Z(7)9.
           05  RD-ULT-NSEQ     PIC Z(9)9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RD-NOTA         PIC X(30).
           05  FILLER          PIC X(15) VALUE SPACES.

       01  RIGA-NESSUNA.
           05  FILLER          PIC X(30) VALUE
               '  (NESSUNA RIGA DA SEGNALARE) '.
           05  FILLER          PIC X(103) VALUE SPACES.

       01  RIGA-RIEPILOGO.
           05  RR-DESCR        PIC X(30).
           05  RR-CONTA        PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(92) VALUE SPACES.

      ***************************************************************
      *    HOST VARIABLES                                          *
      ***************************************************************
       01  HV-DATA-RIF                   PIC X(10).
       01  HV-CSUBSCR                    PIC X(08).
       01  HV-NSEQ-DA                    PIC S9(9) COMP-3.
       01  HV-NSEQ-A                     PIC S9(9) COMP-3.
       01  HV-PRODOTTI                   PIC S9(9) COMP-3.
       01  HV-CONFERMATI                 PIC S9(9) COMP-3.
       01  HV-DA-INVIARE                 PIC S9(9) COMP-3.
       01  HV-DA-RITENTARE               PIC S9(9) COMP-3.
       01  HV-INVIATI-NC                 PIC S9(9) COMP-3.
       01  HV-MAX-TENT                   PIC S9(4) COMP-3.
       01  HV-ULT-NSEQ                   PIC S9(9) COMP-3.
       01  HV-CONTA                      PIC S9(9) COMP-3.
       01  HV-CONTA-NDIST                PIC S9(9) COMP-3.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ***************************************************************
      *    SITUAZIONE PER SOTTOSCRITTORE: EVENTI DEL GIORNO E       *
      *    ARRETRATO COMPLESSIVO DEL REGISTRO DI CONSEGNA           *
      ***************************************************************
           EXEC SQL DECLARE CUR-SOTTOSCRITTORI CURSOR WITH HOLD FOR
                SELECT CSUBSCR
                      ,SUM(CASE WHEN DATE(WTIMEEVT) = DATE(:HV-DATA-RIF)
                                THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN DATE(WTIMEEVT) = DATE(:HV-DATA-RIF)
                                 AND CSTATO = 'C'
                                THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN CSTATO = 'P' THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN CSTATO = 'R' THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN CSTATO = 'I' THEN 1 ELSE 0 END)
                      ,MAX(QTENT)
                      ,MAX(NSEQ)
                  FROM WSED0083
                 GROUP BY CSUBSCR
                 ORDER BY CSUBSCR
                  WITH UR
           END-EXEC.

      *****************************
       PROCEDURE DIVISION.
      *****************************

       0000-MAINLINE.

           PERFORM 1000-INIZIALIZZA        THRU 1000-EXIT.
           PERFORM 2000-CARICA-RISCONTRI   THRU 2000-EXIT.
           PERFORM 3000-SCORRI-SOTTOSCR    THRU 3000-EXIT.
           PERFORM 4000-CONTA-PRODOTTI     THRU 4000-EXIT.
           PERFORM 9999-FINE               THRU 9999-EXIT.

           STOP RUN.

       0000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    APERTURA FILE, SCHEDA DI CONTROLLO E INTESTAZIONE.   *
      *---------------------------------------------------------*
       1000-INIZIALIZZA.

           OPEN INPUT  SYSIN.
           OPEN OUTPUT RPT-FILE.

           READ SYSIN
               AT END SET FINE-SYSIN TO TRUE
           END-READ.

           MOVE SPACES TO HV-DATA-RIF.
           IF NON-FINE-SYSIN
              MOVE SI-DATA-RIF TO HV-DATA-RIF
           END-IF.

           CLOSE SYSIN.

           IF HV-DATA-RIF = SPACES
              ACCEPT W-DATA-ODIERNA FROM DATE
              IF W-OGGI-AA LESS 50
                 COMPUTE W-ANNO-CORR = 2000 + W-OGGI-AA
              ELSE
                 COMPUTE W-ANNO-CORR = 1900 + W-OGGI-AA
              END-IF
              STRING W-ANNO-CORR '-' W-OGGI-MM '-' W-OGGI-GG
                     DELIMITED BY SIZE INTO HV-DATA-RIF
           END-IF.

           MOVE HV-DATA-RIF TO RT1-DATA-RIF.

           WRITE RPT-RECORD FROM RIGA-TITOLO-1.
           WRITE RPT-RECORD FROM RIGA-SEZIONE-1.
           ADD 2 TO W-LINEE-STAMPATE.

       1000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    SEZIONE 1: CARICO DEI RISCONTRI DEI SOTTOSCRITTORI.  *
      *---------------------------------------------------------*
       2000-CARICA-RISCONTRI.

           OPEN INPUT  ACK-FILE.

           READ ACK-FILE
               AT END SET FINE-ACK TO TRUE
           END-READ.

           PERFORM 2100-TRATTA-RISCONTRO THRU 2100-EXIT
              UNTIL FINE-ACK.

           CLOSE ACK-FILE.

           IF W-ECC-NON-VALIDI + W-ECC-NESSUN-INVIATO = ZERO
              WRITE RPT-RECORD FROM RIGA-NESSUNA
              ADD 1 TO W-LINEE-STAMPATE
           END-IF.

       2000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    UN RISCONTRO: GLI EVENTI INVIATI DELL'INTERVALLO     *
      *    PASSANO A CONFERMATI.                                *
      *---------------------------------------------------------*
       2100-TRATTA-RISCONTRO.

           ADD 1 TO W-RISCONTRI-LETTI.

           MOVE AK-CSUBSCR           TO RA-CSUBSCR.
           MOVE AK-NSEQ-DA           TO RA-NSEQ-DA.
           MOVE AK-NSEQ-A-X          TO RA-NSEQ-A.

           IF AK-NSEQ-A-X = SPACES
              MOVE AK-NSEQ-DA        TO AK-NSEQ-A
              MOVE AK-NSEQ-A-X       TO RA-NSEQ-A
           END-IF.

           IF AK-CSUBSCR = SPACES
           OR AK-NSEQ-DA NOT NUMERIC
           OR AK-NSEQ-A  NOT NUMERIC
              ADD 1 TO W-ECC-NON-VALIDI
              MOVE 'ECCEZIONE: RECORD DI RISCONTRO NON VALIDO'
                                     TO RA-NOTA
              PERFORM 8000-STAMPA-RISCONTRO THRU 8000-EXIT
              GO TO 2100-LEGGI.

           IF AK-NSEQ-A LESS AK-NSEQ-DA
              ADD 1 TO W-ECC-NON-VALIDI
              MOVE 'ECCEZIONE: INTERVALLO DI SEQUENZA ROVESCIATO'
                                     TO RA-NOTA
              PERFORM 8000-STAMPA-RISCONTRO THRU 8000-EXIT
              GO TO 2100-LEGGI.

           MOVE AK-CSUBSCR           TO HV-CSUBSCR.
           MOVE AK-NSEQ-DA           TO HV-NSEQ-DA.
           MOVE AK-NSEQ-A            TO HV-NSEQ-A.

           EXEC SQL
                UPDATE WSED0083
                   SET CSTATO    = 'C'
                     , WTIMECONF = CURRENT TIMESTAMP
                 WHERE CSUBSCR   = :HV-CSUBSCR
                   AND NSEQ BETWEEN :HV-NSEQ-DA AND :HV-NSEQ-A
                   AND CSTATO    = 'I'
           END-EXEC.

           IF SQLCODE EQUAL +100
              ADD 1 TO W-ECC-NESSUN-INVIATO
              MOVE 'ECCEZIONE: NESSUN EVENTO INVIATO DA CONFERMARE'
                                     TO RA-NOTA
              PERFORM 8000-STAMPA-RISCONTRO THRU 8000-EXIT
              GO TO 2100-LEGGI.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSPR0083 - ERRORE UPDATE WSED0083 SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT.

           ADD SQLERRD (3)           TO W-EVENTI-CONFERMATI.

           EXEC SQL COMMIT END-EXEC.

       2100-LEGGI.

           READ ACK-FILE
               AT END SET FINE-ACK TO TRUE
           END-READ.

       2100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    SEZIONE 2: SITUAZIONE PER SOTTOSCRITTORE.            *
      *---------------------------------------------------------*
       3000-SCORRI-SOTTOSCR.

           WRITE RPT-RECORD FROM RIGA-SEZIONE-2.
           WRITE RPT-RECORD FROM RIGA-TESTATA-2.
           ADD 2 TO W-LINEE-STAMPATE.

           SET NON-FINE-CURSORE TO TRUE.

           EXEC SQL OPEN CUR-SOTTOSCRITTORI END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSPR0083 - ERRORE OPEN CUR-SOTTOSCRITTORI '
                      'SQLCODE=' SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           PERFORM 3100-TRATTA-SOTTOSCR THRU 3100-EXIT
              UNTIL FINE-CURSORE.

           EXEC SQL CLOSE CUR-SOTTOSCRITTORI END-EXEC.

           IF W-SOTTOSCRITTORI = ZERO
              WRITE RPT-RECORD FROM RIGA-NESSUNA
              ADD 1 TO W-LINEE-STAMPATE
           END-IF.

       3000-EXIT.
           EXIT.

       3100-TRATTA-SOTTOSCR.

           EXEC SQL
                FETCH CUR-SOTTOSCRITTORI
                INTO :HV-CSUBSCR,    :HV-PRODOTTI,   :HV-CONFERMATI,
                     :HV-DA-INVIARE, :HV-DA-RITENTARE,
                     :HV-INVIATI-NC, :HV-MAX-TENT,   :HV-ULT-NSEQ
           END-EXEC.

           IF SQLCODE EQUAL +100
              SET FINE-CURSORE TO TRUE
              GO TO 3100-EXIT.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSPR0083 - ERRORE FETCH CUR-SOTTOSCRITTORI '
                      'SQLCODE=' SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT.

           ADD 1                     TO W-SOTTOSCRITTORI.
           ADD HV-PRODOTTI           TO W-TOT-PRODOTTI.
           ADD HV-CONFERMATI         TO W-TOT-CONFERMATI.
           ADD HV-DA-RITENTARE       TO W-TOT-RITENTARE.
           COMPUTE W-TOT-NON-CONF = W-TOT-NON-CONF
                                  + HV-PRODOTTI - HV-CONFERMATI.

           MOVE HV-CSUBSCR           TO RD-CSUBSCR.
           MOVE HV-PRODOTTI          TO RD-PRODOTTI.
           MOVE HV-CONFERMATI        TO RD-CONFERMATI.
           COMPUTE RD-NON-CONF = HV-PRODOTTI - HV-CONFERMATI.
           MOVE HV-DA-INVIARE        TO RD-DA-INVIARE.
           MOVE HV-DA-RITENTARE      TO RD-DA-RITENTARE.
           MOVE HV-INVIATI-NC        TO RD-INVIATI-NC.
           MOVE HV-MAX-TENT          TO RD-MAX-TENT.
           MOVE HV-ULT-NSEQ          TO RD-ULT-NSEQ.

           EVALUATE TRUE
               WHEN HV-DA-RITENTARE GREATER ZERO
                    MOVE 'CODA NON DISPONIBILE'    TO RD-NOTA
               WHEN HV-PRODOTTI GREATER HV-CONFERMATI
                    MOVE 'EVENTI DEL GIORNO NON CONF.' TO RD-NOTA
               WHEN OTHER
                    MOVE SPACES                    TO RD-NOTA
           END-EVALUATE.

           WRITE RPT-RECORD FROM RIGA-DETT-SUB.
           ADD 1 TO W-LINEE-STAMPATE.

       3100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    EVENTI PRODOTTI DA WSOC83 NEL GIORNO E EVENTI NON    *
      *    ANCORA RIPARTITI DA WSPB0083.                        *
      *---------------------------------------------------------*
       4000-CONTA-PRODOTTI.

           EXEC SQL
                SELECT COUNT(*)
                      ,VALUE(SUM(CASE WHEN CDISTR = 'N'
                                      THEN 1 ELSE 0 END), 0)
                  INTO :HV-CONTA, :HV-CONTA-NDIST
                  FROM WSET0083
                 WHERE DATE(WTIMEEVT) = DATE(:HV-DATA-RIF)
                  WITH UR
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSPR0083 - ERRORE SELECT WSET0083 SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT.

           EXEC SQL COMMIT END-EXEC.

       4000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    STAMPA DI UNA RIGA DI RISCONTRO GIA' IMPOSTATA.      *
      *---------------------------------------------------------*
       8000-STAMPA-RISCONTRO.

           WRITE RPT-RECORD FROM RIGA-DETT-ACK.
           ADD 1 TO W-LINEE-STAMPATE.

       8000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    ROUTINE GENERICA DI ABEND SU ERRORE SQL IRRECUPERABILE.
      *---------------------------------------------------------*
       9900-ABEND-SQL.

           DISPLAY 'WSPR0083 - ERRORE SQL, SQLCODE=' SQLCODE.
           EXEC SQL ROLLBACK END-EXEC.
           CLOSE RPT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       9900-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    RIEPILOGO FINALE, RETURN-CODE E TERMINE.             *
      *---------------------------------------------------------*
       9999-FINE.

           MOVE 'RISCONTRI LETTI            : ' TO RR-DESCR.
           MOVE W-RISCONTRI-LETTI               TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'EVENTI CONFERMATI          : ' TO RR-DESCR.
           MOVE W-EVENTI-CONFERMATI             TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'ECC. RISCONTRI NON VALIDI  : ' TO RR-DESCR.
           MOVE W-ECC-NON-VALIDI                TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'ECC. NESSUN EVENTO INVIATO : ' TO RR-DESCR.
           MOVE W-ECC-NESSUN-INVIATO            TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'EVENTI PRODOTTI DA WSOC83  : ' TO RR-DESCR.
           MOVE HV-CONTA                        TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'EVENTI NON ANCORA RIPARTITI: ' TO RR-DESCR.
           MOVE HV-CONTA-NDIST                  TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'CONSEGNE DEL GIORNO        : ' TO RR-DESCR.
           MOVE W-TOT-PRODOTTI                  TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'CONSEGNE DEL GIORNO CONF.  : ' TO RR-DESCR.
           MOVE W-TOT-CONFERMATI                TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'CONSEGNE DA RITENTARE      : ' TO RR-DESCR.
           MOVE W-TOT-RITENTARE                 TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           ADD 9 TO W-LINEE-STAMPATE.

           CLOSE RPT-FILE.

           DISPLAY 'WSPR0083 - RISCONTRI LETTI   : ' W-RISCONTRI-LETTI.
           DISPLAY 'WSPR0083 - EVENTI CONFERMATI : '
                    W-EVENTI-CONFERMATI.
           DISPLAY 'WSPR0083 - NON CONF. GIORNO  : ' W-TOT-NON-CONF.

           IF W-ECC-NON-VALIDI + W-ECC-NESSUN-INVIATO
              + W-TOT-NON-CONF + W-TOT-RITENTARE GREATER ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

       9999-EXIT.
           EXIT.
