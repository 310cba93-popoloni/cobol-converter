      *REMARKS.        M O N T E   T I T O L I
      *                ------------------------
      *                RICONCILIAZIONE GIORNALIERA ARRIVI WSRR
      *                (RICHIESTE) CONTRO RISPOSTE WSRS, PER IL
      *                PERIODO INDIVIDUATO DA WTIMECAR.
      *                ----------------------------------------
      *                LANCIATO IN BATCH: SCORRE LE RIGHE WSRR
      *                DEL PERIODO (DI DEFAULT QUELLO DATO DAL
      *                SERVIZIO UTCL0064: DAL GIORNO DOPO IL
      *                LAVORATIVO PRECEDENTE A OGGI; SOVRASCRIVIBILE
      *                CON UNA SCHEDA DI CONTROLLO IN SYSIN) E, PER
      *                CIASCUNA,
      *                - VERIFICA SE ESISTE LA RIGA WSRS DI RISPOSTA
      *                  CON LO STESSO PIDMTX: SE MANCA, LA SEGNALA
      *                  SUL REPORT COME RISPOSTA MANCANTE;
      *                SOLO DI SORVEGLIANZA: NON AGGIORNA NE' WSRR
      *                NE' WSRS.
      ***************************************************************
      * SCHEDA DI CONTROLLO (SYSIN, FACOLTATIVA):
      *   COL 01-10  INIZIO PERIODO AAAA-MM-GG (SPAZI = DA UTCL0064)
      *   COL 11-15  SOGLIA IN MINUTI (DEFAULT 00030)
      *   COL 16-25  FINE PERIODO AAAA-MM-GG (SPAZI = INIZIO PERIODO)
      ***************************************************************
      * MODIFICHE:                                                  *
      *   AGO26  RG0854  PRIMA STESURA.                              *
      *   OTT26  RG0933  PERIODO DI RIFERIMENTO DAL SERVIZIO DATA DI *
      *                  ELABORAZIONE UTCL0064 (GIORNI NON           *
      *                  LAVORATIVI COMPRESI) O DA SCHEDA.           *
      ***************************************************************

       ENVIRONMENT DIVISION.
       01  SYSIN-RECORD.
           05  SI-DATA-RIF               PIC X(10).
           05  SI-MINUTI-SOGLIA          PIC 9(05).
RG0933     05  SI-DATA-AL                PIC X(10).
RG0933     05  FILLER                    PIC X(55).

       FD  RPT-FILE
           RECORDING MODE IS F
       77  W-MINUTI-SOGLIA-DFLT          PIC 9(05) VALUE 00030.
       77  W-MINUTI-SOGLIA-EFF           PIC 9(05) VALUE 00030.
       77  W-DATA-RIF-EFF                PIC X(10) VALUE SPACES.
RG0933 77  W-DATA-AL-EFF                 PIC X(10) VALUE SPACES.
       77  W-RIGHE-LETTE                 PIC 9(07) COMP-3 VALUE ZERO.
       77  W-RIGHE-MANCANTI              PIC 9(07) COMP-3 VALUE ZERO.
       77  W-RIGHE-STALE                 PIC 9(07) COMP-3 VALUE ZERO.

      ***************************************************************
      *    TABELLA DI RIEPILOGO IN MEMORIA, UNA RIGA PER CCATAPPL   *
      *    INCONTRATO NEL PERIODO ELABORATO                        *
      ***************************************************************
       01  TAB-CCATAPPL.
           05  TAB-CCATAPPL-RIGA         OCCURS 200 TIMES.
           05  FILLER          PIC X(84) VALUE SPACES.

       01  RIGA-TITOLO-2.
RG0933     05  FILLER          PIC X(20) VALUE 'PERIODO ELABORATO :'.
           05  RT2-DATA-RIF    PIC X(10).
RG0933     05  FILLER          PIC X(03) VALUE ' - '.
RG0933     05  RT2-DATA-AL     PIC X(10).
RG0933     05  FILLER          PIC X(90) VALUE SPACES.

       01  RIGA-TITOLO-3.
           05  FILLER          PIC X(15) VALUE 'PIDMTX'.
      *    HOST VARIABLES DEI CURSORI/SELECT                        *
      ***************************************************************
       01  HV-DATA-RIF                   PIC X(10).
RG0933 01  HV-DATA-AL                    PIC X(10).
       01  HV-MINUTI-SOGLIA              PIC S9(5) COMP-3.
       01  HV-PIDMTX                     PIC X(15).
       01  HV-CCATAPPL                   PIC X(08).
           EXEC SQL INCLUDE WSRR  END-EXEC.
           EXEC SQL INCLUDE WSRS  END-EXEC.

      ***************************************************************
      *    AREA DI CHIAMATA DEL SERVIZIO DATA DI ELABORAZIONE      *
      ***************************************************************
RG0933     COPY UTCALT2.

      *****************************
       PROCEDURE DIVISION.
      *****************************

      *---------------------------------------------------------*
      *    APERTURA FILE E LETTURA DELL'EVENTUALE SCHEDA DI     *
      *    CONTROLLO (PERIODO DI RIFERIMENTO E SOGLIA STALE);   *
      *    SENZA PERIODO IN SCHEDA, QUELLO DEL SERVIZIO UTCL0064.*
      *---------------------------------------------------------*
       1000-INIZIALIZZA.

           MOVE W-MINUTI-SOGLIA-DFLT TO W-MINUTI-SOGLIA-EFF.
           MOVE SPACES               TO W-DATA-RIF-EFF.
RG0933     MOVE SPACES               TO W-DATA-AL-EFF.
           MOVE ZERO                 TO IND-CCATAPPL.

           OPEN INPUT  SYSIN.
           IF NON-FINE-SYSIN
              IF SI-DATA-RIF NOT = SPACES
                 MOVE SI-DATA-RIF TO W-DATA-RIF-EFF
RG0933           MOVE SI-DATA-AL  TO W-DATA-AL-EFF
              END-IF
              IF SI-MINUTI-SOGLIA NUMERIC AND SI-MINUTI-SOGLIA > ZERO
                 MOVE SI-MINUTI-SOGLIA TO W-MINUTI-SOGLIA-EFF
              END-IF
           END-IF.

RG0933     CLOSE SYSIN.

RG0933     IF W-DATA-RIF-EFF = SPACES
RG0933        PERFORM 1100-PERIODO-DA-SERVIZIO THRU 1100-EXIT
RG0933     END-IF.
RG0933     IF W-DATA-AL-EFF = SPACES
RG0933        MOVE W-DATA-RIF-EFF   TO W-DATA-AL-EFF
RG0933     END-IF.

           MOVE W-DATA-RIF-EFF      TO HV-DATA-RIF.
RG0933     MOVE W-DATA-AL-EFF       TO HV-DATA-AL.
           MOVE W-MINUTI-SOGLIA-EFF TO HV-MINUTI-SOGLIA.

RG0933     MOVE W-DATA-RIF-EFF      TO RT2-DATA-RIF.
RG0933     MOVE W-DATA-AL-EFF       TO RT2-DATA-AL.

           WRITE RPT-RECORD FROM RIGA-TITOLO-1.
           WRITE RPT-RECORD FROM RIGA-TITOLO-2.
           EXIT.

      *---------------------------------------------------------*
      *    PERIODO DAL SERVIZIO DATA DI ELABORAZIONE: DAL GIORNO *
      *    DOPO IL LAVORATIVO PRECEDENTE FINO A OGGI.            *
      *---------------------------------------------------------*
RG0933 1100-PERIODO-DA-SERVIZIO.

RG0933     MOVE SPACES               TO UTCALT2.
RG0933     MOVE ZERO                 TO UTCALT2-DATA-RIF.

RG0933     CALL 'UTCL0064' USING UTCALT2.

RG0933     IF UTCALT2-DATA-ERRATA
RG0933        DISPLAY 'WRRB0083 - ERRORE SERVIZIO DATA UTCL0064'
RG0933        CLOSE RPT-FILE
RG0933        MOVE 16 TO RETURN-CODE
RG0933        STOP RUN
RG0933     END-IF.

RG0933     IF UTCALT2-CALENDARIO-ASSENTE
RG0933        DISPLAY 'WRRB0083 - *** CALFEST SENZA RIGHE PER L''ANNO,'
RG0933                ' PERIODO SU SOLI SABATI E DOMENICHE ***'
RG0933     END-IF.

RG0933     MOVE UTCALT2-DAL-ISO      TO W-DATA-RIF-EFF.
RG0933     MOVE UTCALT2-AL-ISO       TO W-DATA-AL-EFF.

RG0933 1100-EXIT.
RG0933     EXIT.

      *---------------------------------------------------------*
      *    SCORRE LE RIGHE WSRR DEL PERIODO DI RIFERIMENTO,     *
      *    CONFRONTANDO OGNUNA CON WSRS E CON LA SOGLIA DI      *
      *    VALIDAZIONE.                                         *
      *---------------------------------------------------------*
                DECLARE CUR-WRR-GIORNO CURSOR FOR
                SELECT PIDMTX, CCATAPPL, WTIMECAR, CVALMSG
                FROM   WSRR
RG0933          WHERE  WTIMECAR >= DATE(:HV-DATA-RIF)
RG0933            AND  WTIMECAR <  DATE(:HV-DATA-AL) + 1 DAY
           END-EXEC.

           EXEC SQL OPEN CUR-WRR-GIORNO END-EXEC.
