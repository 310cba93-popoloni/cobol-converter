       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WSDF0083.
       AUTHOR.        MANUTENZIONE WSOC83.
       INSTALLATION.  MONTE TITOLI - ELABORAZIONE DATI.
       DATE-WRITTEN.  OTTOBRE 2026.
       DATE-COMPILED.
      ***************************************************************
      *REMARKS.        M O N T E   T I T O L I
      *                ------------------------
      *                CONTROLLO NOTTURNO DI DERIVA DEI DATI
      *                ANAGRAFICI DEI TITOLI IN STATO DI STRIPPING.
      *                ----------------------------------------
      *                WSOC83 VALIDA OGNI MESSAGGIO SUI DATI
      *                ANAGRAFICI DEL MOMENTO (BDTA CPERCED, TA
      *                CDIVEM, TAF CINDICIZ/ICACTDS) E NE SALVA
      *                L'IMPRONTA PER TITOLO SU WSFP0083 (COPY
      *                WSFPRGR). QUESTO BATCH CONFRONTA L'IMPRONTA
      *                DI OGNI TITOLO ANCORA IN TATS CON CSTRIP
      *                '1'/'2'/'3' CON L'ANAGRAFE CORRENTE E ELENCA,
      *                UNA RIGA PER ATTRIBUTO VARIATO, OGNI PADRE,
      *                MANTELLO O CEDOLA LA CUI DIVISA, INDICIZZA-
      *                ZIONE, BASE DI CALCOLO O PERIODICITA' CEDOLE
      *                NON E' PIU' QUELLA SU CUI E' STATO ACCETTATO,
      *                CON IL VALORE ACCETTATO, QUELLO CORRENTE, IL
      *                PADRE (TAF CNAZTIPX/CSPTIPX) E IL PIDMTX
      *                DELL'ULTIMO MESSAGGIO APPLICATO.
      *                UN TITOLO NON PIU' PRESENTE IN ANAGRAFE E'
      *                RIPORTATO CON VALORE CORRENTE A SPAZIO.
      *                SE C'E' ALMENO UNA DERIVA IL PROGRAMMA
      *                TERMINA CON RETURN-CODE 4.
      ***************************************************************
      * MODIFICHE:                                                  *
      *   OTT26  RG0918  PRIMA STESURA.                              *
      ***************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-FILE  ASSIGN TO RPTOUT.

       DATA DIVISION.

       FILE SECTION.

       FD  RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  RPT-RECORD                    PIC X(133).

       WORKING-STORAGE SECTION.

      ***************************************************************
      *    CONTATORI DI SERVIZIO                                   *
      ***************************************************************
       77  W-TITOLI-ESAMINATI            PIC 9(07) COMP-3 VALUE ZERO.
       77  W-TITOLI-DERIVATI             PIC 9(07) COMP-3 VALUE ZERO.
       77  W-DERIVE-CDIVEM               PIC 9(07) COMP-3 VALUE ZERO.
       77  W-DERIVE-CINDICIZ             PIC 9(07) COMP-3 VALUE ZERO.
       77  W-DERIVE-ICACTDS              PIC 9(07) COMP-3 VALUE ZERO.
       77  W-DERIVE-CPERCED              PIC 9(07) COMP-3 VALUE ZERO.
       77  W-DERIVE-TITOLO               PIC 9(05) COMP-3 VALUE ZERO.
       77  W-LINEE-STAMPATE              PIC 9(05) COMP-3 VALUE ZERO.

       01  W-SW-FINE-TITOLI              PIC X     VALUE 'N'.
           88  FINE-TITOLI                         VALUE 'S'.
           88  NON-FINE-TITOLI                     VALUE 'N'.

      ***************************************************************
      *    RIGHE DEL REPORT                                        *
      ***************************************************************
       01  RIGA-TITOLO-1.
           05  FILLER          PIC X(52) VALUE
               'WSDF0083 - DERIVA DATI ANAGRAFICI DEI TITOLI IN STRI'.
           05  FILLER          PIC X(07) VALUE 'PPING  '.
           05  FILLER          PIC X(74) VALUE SPACES.

       01  RIGA-TITOLO-2.
           05  FILLER          PIC X(52) VALUE
               'RUOLO     TITOLO        PADRE         ATTRIBUTO     '.
           05  FILLER          PIC X(52) VALUE
               'ACCETTATO  CORRENTE  PIDMTX ACCETTAZIONE   DATA ACCE'.
           05  FILLER          PIC X(06) VALUE 'TTAZ. '.
           05  FILLER          PIC X(23) VALUE SPACES.

       01  RIGA-DETT.
           05  RD-RUOLO        PIC X(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RD-CNAZTIT      PIC X(02).
           05  FILLER          PIC X(01) VALUE '/'.
           05  RD-CSPTIT       PIC X(09).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RD-CNAZTIPX     PIC X(02).
           05  RD-SEP-PADRE    PIC X(01).
           05  RD-CSPTIPX      PIC X(09).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RD-ATTRIBUTO    PIC X(12).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RD-ACCETTATO    PIC X(09).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RD-CORRENTE     PIC X(09).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-PIDMTX       PIC X(15).
           05  FILLER          PIC X(07) VALUE SPACES.
           05  RD-DATA         PIC X(10).
           05  FILLER          PIC X(28) VALUE SPACES.

       01  RIGA-NESSUNA.
           05  FILLER          PIC X(30) VALUE
               '  (NESSUNA DERIVA RILEVATA)  '.
           05  FILLER          PIC X(103) VALUE SPACES.

       01  RIGA-RIEPILOGO.
           05  RR-DESCR        PIC X(30).
           05  RR-CONTA        PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(92) VALUE SPACES.

      ***************************************************************
      *    HOST VARIABLES                                          *
      ***************************************************************
           COPY WSFPRGR.

       01  HV-CPERCED-COR                PIC X(02).
       01  HV-CDIVEM-COR                 PIC X(03).
       01  HV-CINDICIZ-COR               PIC X(01).
       01  HV-ICACTDS-COR                PIC X(01).
       01  HV-CNAZTIPX                   PIC X(02).
       01  HV-CSPTIPX                    PIC X(09).

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ***************************************************************
      *    IMPRONTE DEI TITOLI ANCORA IN STATO DI STRIPPING, CON I  *
      *    VALORI CORRENTI DI ANAGRAFE (SPAZIO SE NON PIU' PRESENTI)*
      *    E IL PADRE AGGANCIATO VIA TAF                            *
      ***************************************************************
           EXEC SQL DECLARE CUR-IMPRONTE CURSOR WITH HOLD FOR
                SELECT F.CNAZTIT,  F.CSPTIT,   F.CHKDGTIT
                      ,F.CSTRIP,   F.CPERCED,  F.CDIVEM
                      ,F.CINDICIZ, F.ICACTDS
                      ,F.PIDMTX,   CHAR(F.WTIMEFP)
                      ,VALUE((SELECT MAX(D.CPERCED)
                                FROM BDTA D
                               WHERE D.CNAZTIT  = F.CNAZTIT
                                 AND D.CSPTIT   = F.CSPTIT
                                 AND D.CHKDGTIT = F.CHKDGTIT), ' ')
                      ,VALUE((SELECT MAX(A.CDIVEM)
                                FROM TA  A
                               WHERE A.CNAZTIT  = F.CNAZTIT
                                 AND A.CSPTIT   = F.CSPTIT
                                 AND A.CHKDGTIT = F.CHKDGTIT), ' ')
                      ,VALUE((SELECT MAX(C.CINDICIZ)
                                FROM TAF C
                               WHERE C.CNAZTIT  = F.CNAZTIT
                                 AND C.CSPTIT   = F.CSPTIT
                                 AND C.CEMTIT   = '00'), ' ')
                      ,VALUE((SELECT MAX(C.ICACTDS)
                                FROM TAF C
                               WHERE C.CNAZTIT  = F.CNAZTIT
                                 AND C.CSPTIT   = F.CSPTIT
                                 AND C.CEMTIT   = '00'), ' ')
                      ,VALUE((SELECT MAX(C.CNAZTIPX)
                                FROM TAF C
                               WHERE C.CNAZTIT  = F.CNAZTIT
                                 AND C.CSPTIT   = F.CSPTIT
                                 AND C.CEMTIT   = '00'), ' ')
                      ,VALUE((SELECT MAX(C.CSPTIPX)
                                FROM TAF C
                               WHERE C.CNAZTIT  = F.CNAZTIT
                                 AND C.CSPTIT   = F.CSPTIT
                                 AND C.CEMTIT   = '00'), ' ')
                  FROM WSFP0083 F
                 WHERE EXISTS
                       (SELECT 1
                          FROM TATS B
                         WHERE B.CNAZTIT = F.CNAZTIT
                           AND B.CSPTIT  = F.CSPTIT
                           AND B.CSTRIP IN ('1', '2', '3'))
                 ORDER BY F.CNAZTIT, F.CSPTIT
                  WITH UR
           END-EXEC.

      *****************************
       PROCEDURE DIVISION.
      *****************************

       0000-MAINLINE.

           PERFORM 1000-INIZIALIZZA        THRU 1000-EXIT.
           PERFORM 2000-SCORRI-IMPRONTE    THRU 2000-EXIT.
           PERFORM 9999-FINE               THRU 9999-EXIT.

           STOP RUN.

       0000-EXIT.
           EXIT.

       1000-INIZIALIZZA.

           OPEN OUTPUT RPT-FILE.

           WRITE RPT-RECORD FROM RIGA-TITOLO-1.
           WRITE RPT-RECORD FROM RIGA-TITOLO-2.
           ADD 2 TO W-LINEE-STAMPATE.

       1000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    SCANSIONE DELLE IMPRONTE DEI TITOLI IN STRIPPING.    *
      *---------------------------------------------------------*
       2000-SCORRI-IMPRONTE.

           SET NON-FINE-TITOLI TO TRUE.

           EXEC SQL OPEN CUR-IMPRONTE END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSDF0083 - ERRORE OPEN CUR-IMPRONTE SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           PERFORM 2100-CONFRONTA-TITOLO THRU 2100-EXIT
              UNTIL FINE-TITOLI.

           EXEC SQL CLOSE CUR-IMPRONTE END-EXEC.

           EXEC SQL COMMIT END-EXEC.

           IF W-TITOLI-DERIVATI = ZERO
              WRITE RPT-RECORD FROM RIGA-NESSUNA
              ADD 1 TO W-LINEE-STAMPATE
           END-IF.

       2000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    UN TITOLO: CONFRONTO ATTRIBUTO PER ATTRIBUTO FRA     *
      *    IMPRONTA DI ACCETTAZIONE E ANAGRAFE CORRENTE.        *
      *---------------------------------------------------------*
       2100-CONFRONTA-TITOLO.

           EXEC SQL
                FETCH CUR-IMPRONTE
                INTO :WSFP-CNAZTIT,  :WSFP-CSPTIT,  :WSFP-CHKDGTIT,
                     :WSFP-CSTRIP,   :WSFP-CPERCED, :WSFP-CDIVEM,
                     :WSFP-CINDICIZ, :WSFP-ICACTDS,
                     :WSFP-PIDMTX,   :WSFP-WTIMEFP,
                     :HV-CPERCED-COR,  :HV-CDIVEM-COR,
                     :HV-CINDICIZ-COR, :HV-ICACTDS-COR,
                     :HV-CNAZTIPX,     :HV-CSPTIPX
           END-EXEC.

           IF SQLCODE EQUAL +100
              SET FINE-TITOLI TO TRUE
              GO TO 2100-EXIT.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSDF0083 - ERRORE FETCH CUR-IMPRONTE SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT.

           ADD 1 TO W-TITOLI-ESAMINATI.
           MOVE ZERO TO W-DERIVE-TITOLO.

           EVALUATE WSFP-CSTRIP
               WHEN '1'
                    MOVE 'PADRE'     TO RD-RUOLO
               WHEN '2'
                    MOVE 'MANTELLO'  TO RD-RUOLO
               WHEN OTHER
                    MOVE 'CEDOLA'    TO RD-RUOLO
           END-EVALUATE.
           MOVE WSFP-CNAZTIT      TO RD-CNAZTIT.
           MOVE WSFP-CSPTIT       TO RD-CSPTIT.
           MOVE HV-CNAZTIPX       TO RD-CNAZTIPX.
           MOVE HV-CSPTIPX        TO RD-CSPTIPX.
           IF HV-CNAZTIPX = SPACES
              MOVE SPACE          TO RD-SEP-PADRE
           ELSE
              MOVE '/'            TO RD-SEP-PADRE
           END-IF.
           MOVE WSFP-PIDMTX       TO RD-PIDMTX.
           MOVE WSFP-WTIMEFP(1:10) TO RD-DATA.

           IF HV-CDIVEM-COR NOT = WSFP-CDIVEM
              ADD 1 TO W-DERIVE-CDIVEM
              MOVE 'DIVISA'       TO RD-ATTRIBUTO
              MOVE WSFP-CDIVEM    TO RD-ACCETTATO
              MOVE HV-CDIVEM-COR  TO RD-CORRENTE
              PERFORM 8000-STAMPA-DERIVA THRU 8000-EXIT
           END-IF.

           IF HV-CINDICIZ-COR NOT = WSFP-CINDICIZ
              ADD 1 TO W-DERIVE-CINDICIZ
              MOVE 'INDICIZZAZ.'  TO RD-ATTRIBUTO
              MOVE WSFP-CINDICIZ  TO RD-ACCETTATO
              MOVE HV-CINDICIZ-COR TO RD-CORRENTE
              PERFORM 8000-STAMPA-DERIVA THRU 8000-EXIT
           END-IF.

           IF HV-ICACTDS-COR NOT = WSFP-ICACTDS
              ADD 1 TO W-DERIVE-ICACTDS
              MOVE 'BASE CALCOLO' TO RD-ATTRIBUTO
              MOVE WSFP-ICACTDS   TO RD-ACCETTATO
              MOVE HV-ICACTDS-COR TO RD-CORRENTE
              PERFORM 8000-STAMPA-DERIVA THRU 8000-EXIT
           END-IF.

           IF HV-CPERCED-COR NOT = WSFP-CPERCED
              ADD 1 TO W-DERIVE-CPERCED
              MOVE 'PERIODICITA''' TO RD-ATTRIBUTO
              MOVE WSFP-CPERCED   TO RD-ACCETTATO
              MOVE HV-CPERCED-COR TO RD-CORRENTE
              PERFORM 8000-STAMPA-DERIVA THRU 8000-EXIT
           END-IF.

           IF W-DERIVE-TITOLO GREATER ZERO
              ADD 1 TO W-TITOLI-DERIVATI
           END-IF.

       2100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    STAMPA DI UNA RIGA DI DERIVA GIA' IMPOSTATA.         *
      *---------------------------------------------------------*
       8000-STAMPA-DERIVA.

           ADD 1 TO W-DERIVE-TITOLO.
           WRITE RPT-RECORD FROM RIGA-DETT.
           ADD 1 TO W-LINEE-STAMPATE.

       8000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    ROUTINE GENERICA DI ABEND SU ERRORE SQL IRRECUPERABILE.
      *---------------------------------------------------------*
       9900-ABEND-SQL.

           DISPLAY 'WSDF0083 - ERRORE SQL, SQLCODE=' SQLCODE.
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

           MOVE 'TITOLI ESAMINATI           : ' TO RR-DESCR.
           MOVE W-TITOLI-ESAMINATI              TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'TITOLI CON DERIVA          : ' TO RR-DESCR.
           MOVE W-TITOLI-DERIVATI               TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'DERIVE DI DIVISA           : ' TO RR-DESCR.
           MOVE W-DERIVE-CDIVEM                 TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'DERIVE DI INDICIZZAZIONE   : ' TO RR-DESCR.
           MOVE W-DERIVE-CINDICIZ               TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'DERIVE DI BASE DI CALCOLO  : ' TO RR-DESCR.
           MOVE W-DERIVE-ICACTDS                TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'DERIVE DI PERIODICITA''     : ' TO RR-DESCR.
           MOVE W-DERIVE-CPERCED                TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           ADD 6 TO W-LINEE-STAMPATE.

           CLOSE RPT-FILE.

           DISPLAY 'WSDF0083 - TITOLI ESAMINATI: ' W-TITOLI-ESAMINATI.
           DISPLAY 'WSDF0083 - TITOLI CON DERIVA: ' W-TITOLI-DERIVATI.

           IF W-TITOLI-DERIVATI GREATER ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

       9999-EXIT.
           EXIT.
