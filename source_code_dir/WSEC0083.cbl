      *                LANCIATO IN BATCH A FINE GIORNATA: PRODUCE
      *                SUL FILE SEQUENZIALE DI INTERFACCIA ESTRCONT
      *                UN RECORD A TRACCIATO FISSO PER OGNI
      *                MOVIMENTO VALIDATO DEL PERIODO CONTABILE
      *                (RIGHE WSRR CON CVALMSG '3' MARCATE DA
      *                WSOC83/AGGIORNAMENTO-TABELLA-WSRR):
      *                  - TIPO 'D': PIDMTX, ISIN (CNAZTIT/CSPTIT),
      *                    MESCOLARLI ALLE REGISTRAZIONI;
      *                  - TIPO 'T': TRAILER DI QUADRATURA CON I
      *                    CONTEGGI E I TOTALI DI CONTROLLO (HASH
      *                    QTASINT E RATE) E IL PERIODO ESTRATTO,
      *                    VERIFICABILI DAL RICEVENTE.
      *                IL PERIODO E' QUELLO DEL SERVIZIO UTCL0064
      *                RIFERITO ALLA GIORNATA CONTABILE (DGIOR DI
      *                TABELLA DGC): DAL GIORNO DOPO IL LAVORATIVO
      *                PRECEDENTE FINO A DGIOR, COSI' IL PRIMO
      *                ESTRATTO DOPO UN FINE SETTIMANA O UNA
      *                FESTIVITA' NE RACCOGLIE ANCHE I MOVIMENTI.
      *                E' SOVRASCRIVIBILE IN SYSIN.
      ***************************************************************
      * SCHEDA DI CONTROLLO (SYSIN, FACOLTATIVA):
      *   COL 01-10  INIZIO PERIODO YYYY-MM-DD (SPAZI = DA UTCL0064
      *              SULLA GIORNATA DGIOR)
      *   COL 11-20  FINE PERIODO YYYY-MM-DD (SPAZI = INIZIO PERIODO)
      ***************************************************************
      * MODIFICHE:                                                  *
      *   SET26  RG0895  PRIMA STESURA.                              *
      *   OTT26  RG0933  PERIODO CONTABILE DAL SERVIZIO DATA DI      *
      *                  ELABORAZIONE UTCL0064 (GIORNI NON           *
      *                  LAVORATIVI COMPRESI) O DA SCHEDA; PERIODO   *
      *                  RIPORTATO SUL TRAILER.                      *
      *   OTT26  RG0934  REGISTRAZIONE DELL'ESECUZIONE SUL REGISTRO  *
      *                  DELLA CATENA NOTTURNA (UTCL0066) E          *
      *                  CANCELLO DEI PREDECESSORI (RC 12).          *
      ***************************************************************

       ENVIRONMENT DIVISION.
           LABEL RECORDS ARE OMITTED.
       01  SYSIN-RECORD.
           05  SI-DATA-RIF               PIC X(10).
RG0933     05  SI-DATA-AL                PIC X(10).
RG0933     05  FILLER                    PIC X(60).

       FD  ESTR-CONT
           RECORDING MODE IS F
           05  RT-NUM-RESP     PIC 9(07).
           05  RT-HASH-QTASINT PIC 9(11)V9(5).
           05  RT-HASH-RATE    PIC 9(09).
RG0933     05  RT-DATA-DAL     PIC X(10).
RG0933     05  RT-DATA-AL      PIC X(10).
RG0933     05  FILLER          PIC X(40) VALUE SPACES.

      ***************************************************************
      *    RIGHE DEL REPORT                                        *
           05  FILLER          PIC X(81) VALUE SPACES.

       01  RIGA-TITOLO-2.
RG0933     05  FILLER          PIC X(20) VALUE 'PERIODO ELABORATO :'.
           05  RT2-DATA-RIF    PIC X(10).
RG0933     05  FILLER          PIC X(03) VALUE ' - '.
RG0933     05  RT2-DATA-AL     PIC X(10).
RG0933     05  FILLER          PIC X(90) VALUE SPACES.

       01  RIGA-RIEPILOGO-1.
           05  FILLER          PIC X(30) VALUE
      *    HOST VARIABLES                                          *
      ***************************************************************
       01  HV-DATA-ISO                   PIC X(10).
RG0933 01  HV-DATA-ISO-AL                PIC X(10).
       01  HV-PIDMTX                     PIC X(15).
       01  HV-CCATAPPL                   PIC X(08).
       01  HV-CVALMSG                    PIC X(01).
           05  W-DGIOR-MM                PIC X(02).
           05  W-DGIOR-GG                PIC X(02).

      ***************************************************************
      *    AREA DI CHIAMATA DEL SERVIZIO DATA DI ELABORAZIONE      *
      ***************************************************************
RG0933     COPY UTCALT2.

      ***************************************************************
      *    AREA DI CHIAMATA DEL REGISTRO DELLE ESECUZIONI          *
      ***************************************************************
RG0934     COPY UTRUNT1.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ***************************************************************
      *    I MOVIMENTI VALIDATI DEL PERIODO (UN MOVIMENTO PER       *
      *    PIDMTX) E I MESSAGGI RESPINTI                           *
      ***************************************************************
           EXEC SQL DECLARE CUR-VALIDATI CURSOR WITH HOLD FOR
                SELECT PIDMTX, MIN(CCATAPPL), CHAR(MIN(WTIMECAR))
                  FROM WSRR
                 WHERE CVALMSG = '3'
RG0933             AND DATE(WTIMECAR) BETWEEN DATE(:HV-DATA-ISO)
RG0933                                    AND DATE(:HV-DATA-ISO-AL)
                 GROUP BY PIDMTX
                 ORDER BY PIDMTX
                  WITH UR
                SELECT PIDMTX, CVALMSG, XERRMTX, CHAR(WTIMECAR)
                  FROM WSRR
                 WHERE CVALMSG IN ('1','2')
RG0933             AND DATE(WTIMECAR) BETWEEN DATE(:HV-DATA-ISO)
RG0933                                    AND DATE(:HV-DATA-ISO-AL)
                 ORDER BY PIDMTX, PPROG
                  WITH UR
           END-EXEC.

       0000-MAINLINE.

RG0934     PERFORM 0100-REGISTRA-AVVIO   THRU 0100-EXIT.
           PERFORM 1000-INIZIALIZZA        THRU 1000-EXIT.
           PERFORM 2000-ESTRAI-VALIDATI    THRU 2000-EXIT.
           PERFORM 3000-ESTRAI-RESPINTI    THRU 3000-EXIT.
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
RG0934     MOVE 'WSEC0083'           TO UTRUNT1-CPGM.

RG0934     CALL 'UTCL0066' USING UTRUNT1.

RG0934     IF UTRUNT1-CANCELLO-CHIUSO
RG0934        DISPLAY 'WSEC0083 - NON AVVIATO: ' UTRUNT1-XNOTA
RG0934        MOVE 12 TO RETURN-CODE
RG0934        STOP RUN
RG0934     END-IF.

RG0934     IF NOT UTRUNT1-OK
RG0934        DISPLAY 'WSEC0083 - ERRORE REGISTRO ESECUZIONI, RC='
RG0934                 UTRUNT1-RC ' SQLCODE=' UTRUNT1-SQLCODE
RG0934        MOVE 16 TO RETURN-CODE
RG0934        STOP RUN
RG0934     END-IF.

RG0934     IF UTRUNT1-SOVRAPPOSTA
RG0934        DISPLAY 'WSEC0083 - ATTENZIONE: ALTRA ESECUZIONE DEL '
RG0934                'PROGRAMMA ANCORA IN CORSO'
RG0934     END-IF.

RG0934 0100-EXIT.
RG0934     EXIT.

      *---------------------------------------------------------*
      *    APERTURA FILE E DETERMINAZIONE DEL PERIODO: DALLA     *
      *    SCHEDA DI CONTROLLO OPPURE DAL SERVIZIO UTCL0064      *
      *    SULLA DATA CONTABILE DGIOR.                           *
      *---------------------------------------------------------*
       1000-INIZIALIZZA.

           OPEN OUTPUT RPT-FILE.

           MOVE SPACES TO HV-DATA-ISO.
RG0933     MOVE SPACES TO HV-DATA-ISO-AL.

           READ SYSIN
               AT END SET FINE-SYSIN TO TRUE
           IF NON-FINE-SYSIN
           AND SI-DATA-RIF NOT = SPACES
              MOVE SI-DATA-RIF TO HV-DATA-ISO
RG0933        MOVE SI-DATA-AL  TO HV-DATA-ISO-AL
           END-IF.

           CLOSE SYSIN.
           IF HV-DATA-ISO = SPACES
              PERFORM 1100-DATA-DA-DGIOR THRU 1100-EXIT
           END-IF.
RG0933     IF HV-DATA-ISO-AL = SPACES
RG0933        MOVE HV-DATA-ISO TO HV-DATA-ISO-AL
RG0933     END-IF.

           MOVE HV-DATA-ISO TO RT2-DATA-RIF.
RG0933     MOVE HV-DATA-ISO-AL TO RT2-DATA-AL.

           WRITE RPT-RECORD FROM RIGA-TITOLO-1.
           WRITE RPT-RECORD FROM RIGA-TITOLO-2.
           END-IF.

           MOVE HV-DGIOR TO W-DGIOR-8.

RG0933     MOVE SPACES                TO UTCALT2.
RG0933     MOVE W-DGIOR-8             TO UTCALT2-DATA-RIF.

RG0933     CALL 'UTCL0064' USING UTCALT2.

RG0933     IF UTCALT2-DATA-ERRATA
RG0933        DISPLAY 'WSEC0083 - ERRORE SERVIZIO DATA UTCL0064, DGIOR='
RG0933                 W-DGIOR-8
RG0933        PERFORM 9900-ABEND-SQL THRU 9900-EXIT
RG0933     END-IF.

RG0933     IF UTCALT2-CALENDARIO-ASSENTE
RG0933        DISPLAY 'WSEC0083 - *** CALFEST SENZA RIGHE PER L''ANNO,'
RG0933                ' PERIODO SU SOLI SABATI E DOMENICHE ***'
RG0933     END-IF.

RG0933     MOVE UTCALT2-DAL-ISO       TO HV-DATA-ISO.
RG0933     MOVE UTCALT2-AL-ISO        TO HV-DATA-ISO-AL.

       1100-EXIT.
           EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    SEZIONE 'R': I MESSAGGI RESPINTI DEL PERIODO.         *
      *---------------------------------------------------------*
       3000-ESTRAI-RESPINTI.

           MOVE W-RESPINTI-SCRITTI  TO RT-NUM-RESP.
           MOVE W-HASH-QTASINT      TO RT-HASH-QTASINT.
           MOVE W-HASH-RATE         TO RT-HASH-RATE.
RG0933     MOVE HV-DATA-ISO         TO RT-DATA-DAL.
RG0933     MOVE HV-DATA-ISO-AL      TO RT-DATA-AL.

           WRITE ESTR-RECORD FROM REC-TRAILER.

           CLOSE ESTR-CONT.
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
RG0934     COMPUTE UTRUNT1-QLETTE   = W-MOVIMENTI-SCRITTI
RG0934                              + W-RESPINTI-SCRITTI.
RG0934     MOVE UTRUNT1-QLETTE       TO UTRUNT1-QSCRITTE.
RG0934     MOVE ZERO                 TO UTRUNT1-QCANCELLATE.
RG0934     SET UTRUNT1-CHIUSURA      TO TRUE.

RG0934     CALL 'UTCL0066' USING UTRUNT1.

RG0934     IF NOT UTRUNT1-OK
RG0934        DISPLAY 'WSEC0083 - ERRORE CHIUSURA REGISTRO ESECUZIONI, '
RG0934                'RC=' UTRUNT1-RC ' SQLCODE=' UTRUNT1-SQLCODE
RG0934     END-IF.

RG0934     MOVE UTRUNT1-RC-PGM       TO RETURN-CODE.

RG0934 9950-EXIT.
RG0934     EXIT.

      *---------------------------------------------------------*
      *    RIEPILOGO FINALE, CHIUSURA FILE E TERMINE.           *
      *---------------------------------------------------------*
           DISPLAY 'WSEC0083 - SENZA AUDIT TATS  : ' W-SENZA-AUDIT.
           MOVE ZERO TO RETURN-CODE.

RG0934     PERFORM 9950-REGISTRA-FINE    THRU 9950-EXIT.

       9999-EXIT.
           EXIT.
