      *                RICHIESTA DI REINVIO: LA RIGENERAZIONE VERA E
      *                PROPRIA DEL MESSAGGIO RESTA FUORI SCOPO DI
      *                QUESTO PROGRAMMA.
      *                ----------------------------------------
      *                LA RICERCA E' LIMITATA AL PERIODO DI
      *                CARICAMENTO: DI NORMA FINO AL TERMINE DEL
      *                PERIODO DEL SERVIZIO UTCL0064 (OGGI), SENZA
      *                LIMITE INFERIORE PERCHE' UNA RIGA FERMA VA
      *                SEGNALATA FINCHE' NON VIENE SISTEMATA; LA
      *                SCHEDA DI CONTROLLO PUO' INDICARE UN PERIODO
      *                ESPLICITO.
      ***************************************************************
      * SCHEDA DI CONTROLLO (SYSIN, FACOLTATIVA):
      *   COL 01-05  SOGLIA IN MINUTI (DEFAULT 60)
      *   COL 06     'S' = PORTA LE RIGHE FERME A CSTMSG = 'E'
      *   COL 07-16  INIZIO PERIODO YYYY-MM-DD (SPAZI = NESSUN LIMITE)
      *   COL 17-26  FINE PERIODO YYYY-MM-DD (SPAZI = INIZIO PERIODO
      *              SE INDICATO, ALTRIMENTI DA UTCL0064)
      ***************************************************************
      * MODIFICHE:                                                  *
      *   AGO26  RG0853  PRIMA STESURA.                              *
      *   OTT26  RG0933  RICERCA LIMITATA AL PERIODO DI CARICAMENTO  *
      *                  (SERVIZIO UTCL0064 O SCHEDA), RIPORTATO IN  *
      *                  TESTATA.                                    *
      ***************************************************************

       ENVIRONMENT DIVISION.
       01  SYSIN-RECORD.
           05  SI-MINUTI-SOGLIA          PIC 9(05).
           05  SI-AGGIORNA-FLAG          PIC X(01).
RG0933     05  SI-DATA-DAL               PIC X(10).
RG0933     05  SI-DATA-AL                PIC X(10).
RG0933     05  FILLER                    PIC X(54).

       FD  RPT-FILE
           RECORDING MODE IS F
               'WSLB0083 - REINVII FERMI SULLA WORK LIST WSL'.
           05  FILLER          PIC X(88) VALUE SPACES.

RG0933 01  RIGA-TITOLO-PERIODO.
RG0933     05  FILLER          PIC X(25) VALUE
RG0933         'PERIODO DI CARICAMENTO :'.
RG0933     05  RTP-DATA-DAL    PIC X(10).
RG0933     05  FILLER          PIC X(03) VALUE ' - '.
RG0933     05  RTP-DATA-AL     PIC X(10).
RG0933     05  FILLER          PIC X(85) VALUE SPACES.

       01  RIGA-TITOLO-2.
           05  FILLER          PIC X(15) VALUE 'PIDMTX'.
           05  FILLER          PIC X(24) VALUE 'CARICATO IL'.
       01  HV-PIDMTX                     PIC X(15).
       01  HV-WTIMECAR                   PIC X(26).
       01  HV-MINUTI-SOGLIA              PIC S9(5) COMP-3.
RG0933 01  HV-DATA-DAL                   PIC X(10).
RG0933 01  HV-DATA-AL                    PIC X(10).

      ***************************************************************
      *    AREA DI CHIAMATA DEL SERVIZIO DATA DI ELABORAZIONE      *
      ***************************************************************
RG0933     COPY UTCALT2.

           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE WSL   END-EXEC.

      *---------------------------------------------------------*
      *    APERTURA FILE E LETTURA DELL'EVENTUALE SCHEDA DI     *
      *    CONTROLLO (SOGLIA IN MINUTI, FLAG DI AGGIORNAMENTO   *
      *    E PERIODO DI CARICAMENTO).                           *
      *---------------------------------------------------------*
       1000-INIZIALIZZA.

           MOVE W-MINUTI-SOGLIA-DFLT TO W-MINUTI-SOGLIA-EFF.
           SET AGGIORNA-WSL-NO      TO TRUE.
RG0933     MOVE SPACES              TO HV-DATA-DAL.
RG0933     MOVE SPACES              TO HV-DATA-AL.

           OPEN INPUT  SYSIN.
           OPEN OUTPUT RPT-FILE.
              IF SI-AGGIORNA-FLAG = 'S'
                 SET AGGIORNA-WSL-SI TO TRUE
              END-IF
RG0933        IF SI-DATA-DAL NOT = SPACES
RG0933           MOVE SI-DATA-DAL TO HV-DATA-DAL
RG0933           MOVE SI-DATA-AL  TO HV-DATA-AL
RG0933        END-IF
           END-IF.

           MOVE W-MINUTI-SOGLIA-EFF TO HV-MINUTI-SOGLIA.

           CLOSE SYSIN.

RG0933     PERFORM 1100-PERIODO-CARICAMENTO THRU 1100-EXIT.

           WRITE RPT-RECORD FROM RIGA-TITOLO-1.
RG0933     WRITE RPT-RECORD FROM RIGA-TITOLO-PERIODO.
           WRITE RPT-RECORD FROM RIGA-TITOLO-2.
RG0933     ADD 3 TO W-LINEE-STAMPATE.

       1000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    PERIODO DI CARICAMENTO: SE LA SCHEDA NON LO INDICA,  *
      *    NESSUN LIMITE INFERIORE E FINE PERIODO DAL SERVIZIO  *
      *    UTCL0064 SULLA DATA DI SISTEMA.                      *
      *---------------------------------------------------------*
RG0933 1100-PERIODO-CARICAMENTO.

RG0933     IF HV-DATA-DAL NOT = SPACES
RG0933        IF HV-DATA-AL = SPACES
RG0933           MOVE HV-DATA-DAL TO HV-DATA-AL
RG0933        END-IF
RG0933        MOVE HV-DATA-DAL    TO RTP-DATA-DAL
RG0933        MOVE HV-DATA-AL     TO RTP-DATA-AL
RG0933        GO TO 1100-EXIT
RG0933     END-IF.

RG0933     MOVE SPACES               TO UTCALT2.
RG0933     MOVE ZERO                 TO UTCALT2-DATA-RIF.

RG0933     CALL 'UTCL0064' USING UTCALT2.

RG0933     IF UTCALT2-DATA-ERRATA
RG0933        DISPLAY 'WSLB0083 - ERRORE SERVIZIO DATA UTCL0064'
RG0933        PERFORM 9900-ABEND-SQL THRU 9900-EXIT
RG0933     END-IF.

RG0933     MOVE '0001-01-01'         TO HV-DATA-DAL.
RG0933     MOVE UTCALT2-AL-ISO       TO HV-DATA-AL.
RG0933     MOVE 'QUALSIASI'          TO RTP-DATA-DAL.
RG0933     MOVE HV-DATA-AL           TO RTP-DATA-AL.

RG0933 1100-EXIT.
RG0933     EXIT.

      *---------------------------------------------------------*
      *    SCORRE LE RIGHE WSL IN CORSO/REINVIO-RICHIESTO PIU'  *
      *    VECCHIE DELLA SOGLIA E LE SEGNALA (ED EVENTUALMENTE  *
                  AND  OATCONCL  = 0
                  AND  WTIMECAR  < CURRENT TIMESTAMP -
                                    :HV-MINUTI-SOGLIA MINUTES
RG0933            AND  DATE(WTIMECAR) BETWEEN DATE(:HV-DATA-DAL)
RG0933                                    AND DATE(:HV-DATA-AL)
                FOR UPDATE OF CSTMSG
           END-EXEC.

