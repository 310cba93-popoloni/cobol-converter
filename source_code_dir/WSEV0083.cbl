       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WSEV0083.
       AUTHOR.        MANUTENZIONE WSOC83.
       INSTALLATION.  MONTE TITOLI - ELABORAZIONE DATI.
       DATE-WRITTEN.  OTTOBRE 2026.
       DATE-COMPILED.
      ***************************************************************
      *REMARKS.        M O N T E   T I T O L I
      *                ------------------------
      *                ESTINZIONE DEI TITOLI IN STRIPPING GIUNTI A
      *                FINE VITA (PADRI SCADUTI, MANTELLI E CEDOLE
      *                PAGATI).
      *                ----------------------------------------
      *                TATS CONSERVA CSTRIP '1'/'2'/'3' ANCHE DOPO
      *                L'ULTIMO PAGAMENTO, E I CONTROLLI DI WSOC83 E
      *                I REPORT DI STRIPPING CONTINUANO A TRATTARE
      *                QUEI TITOLI COME VIVI. IL PROGRAMMA LAVORA IN
      *                DUE TEMPI (SCHEDA SYSIN, COL 1):
      *                MODO 'P' (DEFAULT, NOTTURNO) - PROPOSTA:
      *                  SELEZIONA I PADRI CSTRIP '1' LA CUI ULTIMA
      *                  DPAGCES DEL PIANO CPPO (CTCESPAG '1') E'
      *                  ANTERIORE ALLA DATA DEL GIORNO E I MANTELLI
      *                  E LE CEDOLE CSTRIP '2'/'3' LA CUI DATA DI
      *                  PAGAMENTO (TAF DFIOPER, CEMTIT '00') E'
      *                  ANTERIORE ALLA DATA DEL GIORNO; LI REGISTRA
      *                  SU WSEV0083 (COPY WSEVPGR) IN STATO 'P' CON
      *                  LA DATA DI PROPOSTA E STAMPA LA LISTA DA
      *                  SOTTOPORRE ALLA FIRMA DEL DESK. LE PROPOSTE
      *                  PRECEDENTI NON ANCORA FIRMATE PASSANO A
      *                  'S' (SUPERATE): SI FIRMA SOLO L'ULTIMA LISTA.
      *                MODO 'A' - APPLICAZIONE DOPO LA FIRMA:
      *                  LA SCHEDA PORTA L'UTENTE CHE HA FIRMATO E LA
      *                  DATA DELLA LISTA FIRMATA; LE SCHEDE SEGUENTI
      *                  CON 'E' IN COL 1 ELENCANO I TITOLI CHE IL
      *                  DESK HA ESCLUSO. PER OGNI PROPOSTA 'P' DELLA
      *                  LISTA NON ESCLUSA PORTA TATS CSTRIP A '9'
      *                  (ESTINTO, STATO TERMINALE: WSOC83 NON AMMETTE
      *                  TRANSIZIONI DA '9'), PURCHE' IL CSTRIP SIA
      *                  ANCORA QUELLO PROPOSTO, E NE SCRIVE LA
      *                  TRACCIA SU WSAU0083 (PIDMTX 'ESTINZ' + DATA,
      *                  CON L'UTENTE FIRMATARIO NELLA DESCRIZIONE)
      *                  E L'EVENTO DI CAMBIO STATO PER I
      *                  SOTTOSCRITTORI SU WSET0083 (COPY WSETVGR).
      *                  LA PROPOSTA PASSA AD 'A', 'E' O 'N'.
      *                RETURN-CODE: 0 = REGOLARE, 4 = PROPOSTE NON
      *                PIU' APPLICABILI O TITOLI ESCLUSI NON IN
      *                LISTA, 12 = SCHEDA DI FIRMA INCOMPLETA.
      ***************************************************************
      * SCHEDA DI CONTROLLO (SYSIN):
      *   COL 01     MODO: 'P' O SPAZIO = PROPOSTA, 'A' = APPLICAZIONE
      *   COL 02-09  (MODO 'A') UTENTE CHE HA FIRMATO LA LISTA
      *   COL 10-19  (MODO 'A') DATA DELLA LISTA FIRMATA AAAA-MM-GG
      * SCHEDE SEGUENTI (SOLO MODO 'A', FACOLTATIVE):
      *   COL 01     'E'
      *   COL 02-03  CNAZTIT DEL TITOLO ESCLUSO DAL DESK
      *   COL 04-12  CSPTIT  DEL TITOLO ESCLUSO DAL DESK
      ***************************************************************
      * MODIFICHE:                                                  *
      *   OTT26  RG0920  PRIMA STESURA.                              *
      *   OTT26  RG0939  L'ESTINZIONE PUBBLICA L'EVENTO DI CAMBIO    *
      *                  STATO TATS SU WSET0083.                     *
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
           05  SI-MODO                   PIC X(01).
               88  SI-MODO-APPLICA                 VALUE 'A'.
               88  SI-ESCLUSIONE                   VALUE 'E'.
           05  SI-CUTEFIRMA              PIC X(08).
           05  SI-DPROP                  PIC X(10).
           05  FILLER                    PIC X(61).
       01  SYSIN-ESCLUSIONE REDEFINES SYSIN-RECORD.
           05  FILLER                    PIC X(01).
           05  SI-ESC-CNAZTIT            PIC X(02).
           05  SI-ESC-CSPTIT             PIC X(09).
           05  FILLER                    PIC X(68).

       FD  RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  RPT-RECORD                    PIC X(133).

       WORKING-STORAGE SECTION.

      ***************************************************************
      *    CONTATORI DI SERVIZIO                                   *
      ***************************************************************
       77  W-PROPOSTE                    PIC 9(07) COMP-3 VALUE ZERO.
       77  W-PROPOSTE-SUPERATE           PIC 9(07) COMP-3 VALUE ZERO.
       77  W-PROP-PADRI                  PIC 9(07) COMP-3 VALUE ZERO.
       77  W-PROP-MANTELLI               PIC 9(07) COMP-3 VALUE ZERO.
       77  W-PROP-CEDOLE                 PIC 9(07) COMP-3 VALUE ZERO.
       77  W-APPLICATE                   PIC 9(07) COMP-3 VALUE ZERO.
       77  W-ESCLUSE                     PIC 9(07) COMP-3 VALUE ZERO.
       77  W-NON-APPLICABILI             PIC 9(07) COMP-3 VALUE ZERO.
       77  W-ESC-NON-TROVATE             PIC 9(07) COMP-3 VALUE ZERO.
       77  W-LINEE-STAMPATE              PIC 9(05) COMP-3 VALUE ZERO.

       01  W-SW-FINE-SYSIN               PIC X     VALUE 'N'.
           88  FINE-SYSIN                          VALUE 'S'.
           88  NON-FINE-SYSIN                      VALUE 'N'.

       01  W-SW-FINE-CURSORE             PIC X     VALUE 'N'.
           88  FINE-CURSORE                        VALUE 'S'.
           88  NON-FINE-CURSORE                    VALUE 'N'.

       01  W-SW-MODO                     PIC X     VALUE 'P'.
           88  MODO-PROPOSTA                       VALUE 'P'.
           88  MODO-APPLICA                        VALUE 'A'.

       01  W-SW-ESCLUSO                  PIC X     VALUE 'N'.
           88  TITOLO-ESCLUSO                      VALUE 'S'.
           88  TITOLO-NON-ESCLUSO                  VALUE 'N'.

      ***************************************************************
      *    TITOLI ESCLUSI DAL DESK (SCHEDE 'E'), CON IL FLAG DI     *
      *    UTILIZZO PER SEGNALARE LE ESCLUSIONI NON IN LISTA        *
      ***************************************************************
       01  TAB-ESCLUSI.
           05  TAB-ESC-ELEM              OCCURS 500.
               10  TAB-ESC-CNAZTIT       PIC X(02).
               10  TAB-ESC-CSPTIT        PIC X(09).
               10  TAB-ESC-USATO         PIC X(01).
       77  IND-ESC                       PIC S9(4) COMP VALUE ZERO.
       77  IND-ESC-MAX                   PIC S9(4) COMP VALUE 500.
       77  NUM-ESC                       PIC S9(4) COMP VALUE ZERO.

      ***************************************************************
      *    DATA DEL GIORNO E CHIAVE DI TRACCIA WSAU0083             *
      ***************************************************************
       01  W-OGGI-8                      PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES W-OGGI-8.
           05  W-OGGI-AAAA               PIC X(04).
           05  W-OGGI-MM                 PIC X(02).
           05  W-OGGI-GG                 PIC X(02).
       01  W-PIDMTX-ESTINZ.
           05  FILLER                    PIC X(06) VALUE 'ESTINZ'.
           05  W-PIDMTX-DATA             PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
       01  W-DESCR-ESTINZ.
           05  FILLER                    PIC X(07) VALUE 'CSTRIP '.
           05  W-DESCR-CSTRIP            PIC X(01).
           05  FILLER                    PIC X(24) VALUE
               '->9 ESTINZIONE FIRMA:   '.
           05  W-DESCR-CUTEFIRMA         PIC X(08).

      ***************************************************************
      *    RIGHE DEL REPORT                                        *
      ***************************************************************
       01  RIGA-TITOLO-1.
           05  FILLER          PIC X(52) VALUE
               'WSEV0083 - ESTINZIONE DEI TITOLI IN STRIPPING A FINE'.
           05  FILLER          PIC X(06) VALUE ' VITA '.
           05  FILLER          PIC X(75) VALUE SPACES.

       01  RIGA-TITOLO-PROP.
           05  FILLER          PIC X(40) VALUE
               'LISTA PROPOSTA PER LA FIRMA DEL DESK - D'.
           05  FILLER          PIC X(13) VALUE 'ATA PROPOSTA:'.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RTP-DPROP       PIC X(10).
           05  FILLER          PIC X(69) VALUE SPACES.

       01  RIGA-TITOLO-APPL.
           05  FILLER          PIC X(33) VALUE
               'APPLICAZIONE DELLA LISTA DEL    '.
           05  RTA-DPROP       PIC X(10).
           05  FILLER          PIC X(15) VALUE ' FIRMATA DA:   '.
           05  RTA-CUTEFIRMA   PIC X(08).
           05  FILLER          PIC X(67) VALUE SPACES.

       01  RIGA-INTEST.
           05  FILLER          PIC X(51) VALUE
               'RUOLO     TITOLO        PADRE         DATA FIN.    '.
           05  FILLER          PIC X(05) VALUE 'ESITO'.
           05  FILLER          PIC X(77) VALUE SPACES.

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
           05  RD-DFINALE      PIC 9(08).
           05  FILLER          PIC X(05) VALUE SPACES.
           05  RD-ESITO        PIC X(40).
           05  FILLER          PIC X(42) VALUE SPACES.

       01  RIGA-ESC-NON-TROVATA.
           05  FILLER          PIC X(35) VALUE
               'ESCLUSIONE SENZA PROPOSTA IN LISTA:'.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RE-CNAZTIT      PIC X(02).
           05  FILLER          PIC X(01) VALUE '/'.
           05  RE-CSPTIT       PIC X(09).
           05  FILLER          PIC X(85) VALUE SPACES.

       01  RIGA-NESSUNA.
           05  FILLER          PIC X(30) VALUE
               '  (NESSUN TITOLO DA ESTINGUERE'.
           05  FILLER          PIC X(01) VALUE ')'.
           05  FILLER          PIC X(102) VALUE SPACES.

       01  RIGA-SCHEDA-KO.
           05  FILLER          PIC X(52) VALUE
               'SCHEDA DI FIRMA INCOMPLETA: UTENTE E DATA LISTA OBBL'.
           05  FILLER          PIC X(10) VALUE 'IGATORI   '.
           05  FILLER          PIC X(71) VALUE SPACES.

       01  RIGA-RIEPILOGO.
           05  RR-DESCR        PIC X(30).
           05  RR-CONTA        PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(92) VALUE SPACES.

      ***************************************************************
      *    HOST VARIABLES                                          *
      ***************************************************************
           COPY WSEVPGR.
RG0939     COPY WSETVGR.

       01  HV-OGGI                       PIC S9(8)V COMP-3.
       01  HV-PIDMTX                     PIC X(15).
       01  HV-DESCRAUD                   PIC X(40).
       01  HV-CSTRIP-FINE                PIC X(01) VALUE '9'.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ***************************************************************
      *    CANDIDATI ALL'ESTINZIONE: PADRI CON PIANO CPPO CONCLUSO, *
      *    MANTELLI E CEDOLE CON DATA DI PAGAMENTO PASSATA          *
      ***************************************************************
           EXEC SQL DECLARE CUR-CANDIDATI CURSOR WITH HOLD FOR
                SELECT B.CNAZTIT, B.CSPTIT, B.CSTRIP
                      ,P.DFINALE, ' ', ' '
                  FROM TATS B
                      ,(SELECT CNAZTIT, CSPTIT
                              ,MAX(DPAGCES) AS DFINALE
                          FROM CPPO
                         WHERE CTCESPAG = '1'
                         GROUP BY CNAZTIT, CSPTIT) P
                 WHERE B.CSTRIP  = '1'
                   AND P.CNAZTIT = B.CNAZTIT
                   AND P.CSPTIT  = B.CSPTIT
                   AND P.DFINALE < :HV-OGGI
                UNION ALL
                SELECT B.CNAZTIT, B.CSPTIT, B.CSTRIP
                      ,C.DFIOPER, C.CNAZTIPX, C.CSPTIPX
                  FROM TATS B
                      ,TAF  C
                 WHERE B.CSTRIP IN ('2', '3')
                   AND C.CNAZTIT = B.CNAZTIT
                   AND C.CSPTIT  = B.CSPTIT
                   AND C.CEMTIT  = '00'
                   AND C.DFIOPER < :HV-OGGI
                 ORDER BY 3, 1, 2
                  WITH UR
           END-EXEC.

      ***************************************************************
      *    PROPOSTE ANCORA APERTE DELLA LISTA FIRMATA               *
      ***************************************************************
           EXEC SQL DECLARE CUR-PROPOSTE CURSOR WITH HOLD FOR
                SELECT CNAZTIT,  CSPTIT,   CSTRIP,  DFINALE
                      ,CNAZTIPX, CSPTIPX
                  FROM WSEV0083
                 WHERE DPROP  = :WSEV-DPROP
                   AND CSTATO = 'P'
                 ORDER BY CSTRIP, CNAZTIT, CSPTIT
           END-EXEC.

      *****************************
       PROCEDURE DIVISION.
      *****************************

       0000-MAINLINE.

           PERFORM 1000-INIZIALIZZA        THRU 1000-EXIT.

           IF MODO-APPLICA
              PERFORM 3000-APPLICA         THRU 3000-EXIT
           ELSE
              PERFORM 2000-PROPONI         THRU 2000-EXIT
           END-IF.

           PERFORM 9999-FINE               THRU 9999-EXIT.

           STOP RUN.

       0000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    DATA DEL GIORNO, SCHEDA DI CONTROLLO ED EVENTUALI    *
      *    SCHEDE DI ESCLUSIONE, INTESTAZIONE.                  *
      *---------------------------------------------------------*
       1000-INIZIALIZZA.

           ACCEPT W-OGGI-8 FROM DATE YYYYMMDD.
           MOVE W-OGGI-8             TO HV-OGGI
                                        W-PIDMTX-DATA.
           MOVE W-PIDMTX-ESTINZ      TO HV-PIDMTX.

           OPEN INPUT  SYSIN.
           OPEN OUTPUT RPT-FILE.

           WRITE RPT-RECORD FROM RIGA-TITOLO-1.
           ADD 1 TO W-LINEE-STAMPATE.

           READ SYSIN
               AT END SET FINE-SYSIN TO TRUE
           END-READ.

           IF NON-FINE-SYSIN
           AND SI-MODO-APPLICA
              SET MODO-APPLICA TO TRUE
              MOVE SI-CUTEFIRMA      TO WSEV-CUTEFIRMA
              MOVE SI-DPROP          TO WSEV-DPROP
              PERFORM 1100-LEGGI-ESCLUSIONE THRU 1100-EXIT
                 UNTIL FINE-SYSIN
           ELSE
              SET MODO-PROPOSTA TO TRUE
              MOVE SPACES            TO WSEV-CUTEFIRMA
              STRING W-OGGI-AAAA '-' W-OGGI-MM '-' W-OGGI-GG
                     DELIMITED BY SIZE INTO WSEV-DPROP
           END-IF.

           CLOSE SYSIN.

           IF MODO-APPLICA
           AND (WSEV-CUTEFIRMA = SPACES OR WSEV-DPROP = SPACES)
              WRITE RPT-RECORD FROM RIGA-SCHEDA-KO
              DISPLAY 'WSEV0083 - SCHEDA DI FIRMA INCOMPLETA'
              CLOSE RPT-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       1000-EXIT.
           EXIT.

       1100-LEGGI-ESCLUSIONE.

           READ SYSIN
               AT END SET FINE-SYSIN TO TRUE
           END-READ.

           IF NON-FINE-SYSIN
           AND SI-ESCLUSIONE
              IF NUM-ESC LESS IND-ESC-MAX
                 ADD 1 TO NUM-ESC
                 MOVE SI-ESC-CNAZTIT TO TAB-ESC-CNAZTIT (NUM-ESC)
                 MOVE SI-ESC-CSPTIT  TO TAB-ESC-CSPTIT  (NUM-ESC)
                 MOVE 'N'            TO TAB-ESC-USATO   (NUM-ESC)
              ELSE
                 DISPLAY 'WSEV0083 - TROPPE ESCLUSIONI, IGNORATA '
                          SI-ESC-CNAZTIT '/' SI-ESC-CSPTIT
              END-IF
           END-IF.

       1100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    MODO 'P': SUPERA LE PROPOSTE APERTE, REGISTRA E       *
      *    STAMPA LA NUOVA LISTA.                                *
      *---------------------------------------------------------*
       2000-PROPONI.

           MOVE WSEV-DPROP           TO RTP-DPROP.
           WRITE RPT-RECORD FROM RIGA-TITOLO-PROP.
           WRITE RPT-RECORD FROM RIGA-INTEST.
           ADD 2 TO W-LINEE-STAMPATE.

      *    UNA LISTA GIA' PROPOSTA OGGI (RIESECUZIONE) VIENE RIFATTA
           EXEC SQL
                DELETE FROM WSEV0083
                 WHERE DPROP  = :WSEV-DPROP
                   AND CSTATO = 'P'
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
           AND SQLCODE NOT EQUAL +100
              DISPLAY 'WSEV0083 - ERRORE DELETE WSEV0083 SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           EXEC SQL
                UPDATE WSEV0083
                   SET CSTATO   = 'S'
                     , WTIMEAPPL = CURRENT TIMESTAMP
                 WHERE CSTATO   = 'P'
           END-EXEC.

           IF SQLCODE EQUAL ZERO
              MOVE SQLERRD (3)       TO W-PROPOSTE-SUPERATE
           ELSE
              IF SQLCODE NOT EQUAL +100
                 DISPLAY 'WSEV0083 - ERRORE UPDATE WSEV0083 SQLCODE='
                          SQLCODE
                 PERFORM 9900-ABEND-SQL THRU 9900-EXIT
              END-IF
           END-IF.

           SET NON-FINE-CURSORE TO TRUE.

           EXEC SQL OPEN CUR-CANDIDATI END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSEV0083 - ERRORE OPEN CUR-CANDIDATI SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           PERFORM 2100-REGISTRA-PROPOSTA THRU 2100-EXIT
              UNTIL FINE-CURSORE.

           EXEC SQL CLOSE CUR-CANDIDATI END-EXEC.

           EXEC SQL COMMIT END-EXEC.

           IF W-PROPOSTE = ZERO
              WRITE RPT-RECORD FROM RIGA-NESSUNA
              ADD 1 TO W-LINEE-STAMPATE
           END-IF.

       2000-EXIT.
           EXIT.

       2100-REGISTRA-PROPOSTA.

           EXEC SQL
                FETCH CUR-CANDIDATI
                INTO :WSEV-CNAZTIT,  :WSEV-CSPTIT,  :WSEV-CSTRIP,
                     :WSEV-DFINALE,  :WSEV-CNAZTIPX, :WSEV-CSPTIPX
           END-EXEC.

           IF SQLCODE EQUAL +100
              SET FINE-CURSORE TO TRUE
              GO TO 2100-EXIT.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSEV0083 - ERRORE FETCH CUR-CANDIDATI SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT.

           EXEC SQL
                INSERT INTO WSEV0083
                       (DPROP,    CNAZTIT,  CSPTIT,   CSTRIP
                       ,DFINALE,  CNAZTIPX, CSPTIPX,  CSTATO
                       ,CUTEFIRMA, WTIMEPROP)
                VALUES (:WSEV-DPROP,    :WSEV-CNAZTIT
                       ,:WSEV-CSPTIT,   :WSEV-CSTRIP
                       ,:WSEV-DFINALE,  :WSEV-CNAZTIPX
                       ,:WSEV-CSPTIPX,  'P'
                       ,' ',            CURRENT TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSEV0083 - ERRORE INSERT WSEV0083 SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT.

           ADD 1 TO W-PROPOSTE.
           EVALUATE WSEV-CSTRIP
               WHEN '1'
                    ADD 1 TO W-PROP-PADRI
               WHEN '2'
                    ADD 1 TO W-PROP-MANTELLI
               WHEN OTHER
                    ADD 1 TO W-PROP-CEDOLE
           END-EVALUATE.

           MOVE 'PROPOSTO, IN ATTESA DI FIRMA' TO RD-ESITO.
           PERFORM 8000-STAMPA-DETTAGLIO THRU 8000-EXIT.

       2100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    MODO 'A': APPLICA LA LISTA FIRMATA.                   *
      *---------------------------------------------------------*
       3000-APPLICA.

           MOVE WSEV-DPROP           TO RTA-DPROP.
           MOVE WSEV-CUTEFIRMA       TO RTA-CUTEFIRMA
                                        W-DESCR-CUTEFIRMA.
           WRITE RPT-RECORD FROM RIGA-TITOLO-APPL.
           WRITE RPT-RECORD FROM RIGA-INTEST.
           ADD 2 TO W-LINEE-STAMPATE.

           SET NON-FINE-CURSORE TO TRUE.

           EXEC SQL OPEN CUR-PROPOSTE END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSEV0083 - ERRORE OPEN CUR-PROPOSTE SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           PERFORM 3100-APPLICA-PROPOSTA THRU 3100-EXIT
              UNTIL FINE-CURSORE.

           EXEC SQL CLOSE CUR-PROPOSTE END-EXEC.

           EXEC SQL COMMIT END-EXEC.

           IF W-APPLICATE + W-ESCLUSE + W-NON-APPLICABILI = ZERO
              WRITE RPT-RECORD FROM RIGA-NESSUNA
              ADD 1 TO W-LINEE-STAMPATE
           END-IF.

           PERFORM 3500-ESCLUSIONI-NON-USATE THRU 3500-EXIT
              VARYING IND-ESC FROM 1 BY 1
                UNTIL IND-ESC GREATER NUM-ESC.

       3000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    UNA PROPOSTA: ESCLUSIONE DEL DESK, RIVERIFICA DELLO  *
      *    STATO, ESTINZIONE E TRACCIA.                         *
      *---------------------------------------------------------*
       3100-APPLICA-PROPOSTA.

           EXEC SQL
                FETCH CUR-PROPOSTE
                INTO :WSEV-CNAZTIT,  :WSEV-CSPTIT,  :WSEV-CSTRIP,
                     :WSEV-DFINALE,  :WSEV-CNAZTIPX, :WSEV-CSPTIPX
           END-EXEC.

           IF SQLCODE EQUAL +100
              SET FINE-CURSORE TO TRUE
              GO TO 3100-EXIT.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSEV0083 - ERRORE FETCH CUR-PROPOSTE SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT.

           SET TITOLO-NON-ESCLUSO TO TRUE.
           PERFORM 3200-CERCA-ESCLUSIONE THRU 3200-EXIT
              VARYING IND-ESC FROM 1 BY 1
                UNTIL IND-ESC GREATER NUM-ESC
                   OR TITOLO-ESCLUSO.

           IF TITOLO-ESCLUSO
              SET WSEV-ESCLUSO TO TRUE
              ADD 1 TO W-ESCLUSE
              MOVE 'ESCLUSO DAL DESK'        TO RD-ESITO
              GO TO 3100-CHIUDI.

           EXEC SQL
                UPDATE TATS
                   SET CSTRIP  = :HV-CSTRIP-FINE
                 WHERE CNAZTIT = :WSEV-CNAZTIT
                   AND CSPTIT  = :WSEV-CSPTIT
                   AND CSTRIP  = :WSEV-CSTRIP
           END-EXEC.

           IF SQLCODE EQUAL +100
              SET WSEV-NON-APPLICABILE TO TRUE
              ADD 1 TO W-NON-APPLICABILI
              MOVE 'NON APPLICABILE: CSTRIP CAMBIATO'
                                             TO RD-ESITO
              GO TO 3100-CHIUDI.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSEV0083 - ERRORE UPDATE TATS SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT.

           MOVE WSEV-CSTRIP          TO W-DESCR-CSTRIP.
           MOVE W-DESCR-ESTINZ       TO HV-DESCRAUD.

           EXEC SQL
                INSERT INTO WSAU0083
                       (PIDMTX,     NOMTAB,     CNAZTIT
                       ,CSPTIT,     CCHIAVE3,   DESCRAUD,   WTIMEAUD)
                VALUES (:HV-PIDMTX,      'TATS'
                       ,:WSEV-CNAZTIT,   :WSEV-CSPTIT
                       ,' ',             :HV-DESCRAUD
                       ,CURRENT TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSEV0083 - ERRORE INSERT WSAU0083 SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT.

RG0939     MOVE SPACES               TO WSETVGR.
RG0939     MOVE HV-PIDMTX            TO WSET-PIDMTX.
RG0939     SET WSET-TATS             TO TRUE.
RG0939     MOVE WSEV-CNAZTIT         TO WSET-CNAZTIT.
RG0939     MOVE WSEV-CSPTIT          TO WSET-CSPTIT.
RG0939     MOVE WSEV-CSTRIP          TO WSET-STATOPRE.
RG0939     MOVE HV-CSTRIP-FINE       TO WSET-STATOPOS.
RG0939     SET WSET-DA-DISTRIBUIRE   TO TRUE.

RG0939     EXEC SQL
RG0939          INSERT INTO WSET0083
RG0939                 (PIDMTX,   NOMTAB,   CNAZTIT,  CSPTIT
RG0939                 ,CCHIAVE3, STATOPRE, STATOPOS, WTIMEEVT
RG0939                 ,CDISTR)
RG0939          VALUES (:WSET-PIDMTX,      :WSET-NOMTAB
RG0939                 ,:WSET-CNAZTIT,     :WSET-CSPTIT
RG0939                 ,:WSET-CCHIAVE3,    :WSET-STATOPRE
RG0939                 ,:WSET-STATOPOS,    CURRENT TIMESTAMP
RG0939                 ,:WSET-CDISTR)
RG0939     END-EXEC.

RG0939     IF SQLCODE NOT EQUAL ZERO
RG0939        DISPLAY 'WSEV0083 - ERRORE INSERT WSET0083 SQLCODE='
RG0939                 SQLCODE
RG0939        PERFORM 9900-ABEND-SQL THRU 9900-EXIT.

           SET WSEV-APPLICATO TO TRUE.
           ADD 1 TO W-APPLICATE.
           MOVE 'ESTINTO (TATS CSTRIP 9)'    TO RD-ESITO.

       3100-CHIUDI.

           EXEC SQL
                UPDATE WSEV0083
                   SET CSTATO    = :WSEV-CSTATO
                     , CUTEFIRMA = :WSEV-CUTEFIRMA
                     , WTIMEAPPL = CURRENT TIMESTAMP
                 WHERE DPROP     = :WSEV-DPROP
                   AND CNAZTIT   = :WSEV-CNAZTIT
                   AND CSPTIT    = :WSEV-CSPTIT
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSEV0083 - ERRORE UPDATE WSEV0083 SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 8000-STAMPA-DETTAGLIO THRU 8000-EXIT.

       3100-EXIT.
           EXIT.

       3200-CERCA-ESCLUSIONE.

           IF TAB-ESC-CNAZTIT (IND-ESC) = WSEV-CNAZTIT
           AND TAB-ESC-CSPTIT (IND-ESC) = WSEV-CSPTIT
              SET TITOLO-ESCLUSO TO TRUE
              MOVE 'S' TO TAB-ESC-USATO (IND-ESC)
           END-IF.

       3200-EXIT.
           EXIT.

       3500-ESCLUSIONI-NON-USATE.

           IF TAB-ESC-USATO (IND-ESC) = 'N'
              ADD 1 TO W-ESC-NON-TROVATE
              MOVE TAB-ESC-CNAZTIT (IND-ESC) TO RE-CNAZTIT
              MOVE TAB-ESC-CSPTIT  (IND-ESC) TO RE-CSPTIT
              WRITE RPT-RECORD FROM RIGA-ESC-NON-TROVATA
              ADD 1 TO W-LINEE-STAMPATE
           END-IF.

       3500-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    STAMPA DI UNA RIGA DI DETTAGLIO (ESITO GIA' IMPOSTATO)*
      *---------------------------------------------------------*
       8000-STAMPA-DETTAGLIO.

           EVALUATE WSEV-CSTRIP
               WHEN '1'
                    MOVE 'PADRE'     TO RD-RUOLO
               WHEN '2'
                    MOVE 'MANTELLO'  TO RD-RUOLO
               WHEN OTHER
                    MOVE 'CEDOLA'    TO RD-RUOLO
           END-EVALUATE.
           MOVE WSEV-CNAZTIT         TO RD-CNAZTIT.
           MOVE WSEV-CSPTIT          TO RD-CSPTIT.
           MOVE WSEV-CNAZTIPX        TO RD-CNAZTIPX.
           MOVE WSEV-CSPTIPX         TO RD-CSPTIPX.
           IF WSEV-CNAZTIPX = SPACES
              MOVE SPACE             TO RD-SEP-PADRE
           ELSE
              MOVE '/'               TO RD-SEP-PADRE
           END-IF.
           MOVE WSEV-DFINALE         TO RD-DFINALE.

           WRITE RPT-RECORD FROM RIGA-DETT.
           ADD 1 TO W-LINEE-STAMPATE.

       8000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    ROUTINE GENERICA DI ABEND SU ERRORE SQL IRRECUPERABILE.
      *---------------------------------------------------------*
       9900-ABEND-SQL.

           DISPLAY 'WSEV0083 - ERRORE SQL, SQLCODE=' SQLCODE.
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

           IF MODO-PROPOSTA
              MOVE 'PROPOSTE PRECEDENTI SUPERATE: ' TO RR-DESCR
              MOVE W-PROPOSTE-SUPERATE              TO RR-CONTA
              WRITE RPT-RECORD FROM RIGA-RIEPILOGO
              MOVE 'TITOLI PROPOSTI            : '  TO RR-DESCR
              MOVE W-PROPOSTE                       TO RR-CONTA
              WRITE RPT-RECORD FROM RIGA-RIEPILOGO
              MOVE '  DI CUI PADRI             : '  TO RR-DESCR
              MOVE W-PROP-PADRI                     TO RR-CONTA
              WRITE RPT-RECORD FROM RIGA-RIEPILOGO
              MOVE '  DI CUI MANTELLI          : '  TO RR-DESCR
              MOVE W-PROP-MANTELLI                  TO RR-CONTA
              WRITE RPT-RECORD FROM RIGA-RIEPILOGO
              MOVE '  DI CUI CEDOLE            : '  TO RR-DESCR
              MOVE W-PROP-CEDOLE                    TO RR-CONTA
              WRITE RPT-RECORD FROM RIGA-RIEPILOGO
              DISPLAY 'WSEV0083 - TITOLI PROPOSTI : ' W-PROPOSTE
              MOVE ZERO TO RETURN-CODE
           ELSE
              MOVE 'TITOLI ESTINTI             : '  TO RR-DESCR
              MOVE W-APPLICATE                      TO RR-CONTA
              WRITE RPT-RECORD FROM RIGA-RIEPILOGO
              MOVE 'TITOLI ESCLUSI DAL DESK    : '  TO RR-DESCR
              MOVE W-ESCLUSE                        TO RR-CONTA
              WRITE RPT-RECORD FROM RIGA-RIEPILOGO
              MOVE 'PROPOSTE NON APPLICABILI   : '  TO RR-DESCR
              MOVE W-NON-APPLICABILI                TO RR-CONTA
              WRITE RPT-RECORD FROM RIGA-RIEPILOGO
              MOVE 'ESCLUSIONI SENZA PROPOSTA  : '  TO RR-DESCR
              MOVE W-ESC-NON-TROVATE                TO RR-CONTA
              WRITE RPT-RECORD FROM RIGA-RIEPILOGO
              DISPLAY 'WSEV0083 - TITOLI ESTINTI  : ' W-APPLICATE
              IF W-NON-APPLICABILI + W-ESC-NON-TROVATE GREATER ZERO
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE ZERO TO RETURN-CODE
              END-IF
           END-IF.

           CLOSE RPT-FILE.

       9999-EXIT.
           EXIT.
