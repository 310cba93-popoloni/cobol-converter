       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SYSPTABK.
       AUTHOR.        MANUTENZIONE SYSPTAB5.
       INSTALLATION.  MONTE TITOLI - ELABORAZIONE DATI.
       DATE-WRITTEN.  OTTOBRE 2026.
       DATE-COMPILED.
      ***************************************************************
      *REMARKS.        M O N T E   T I T O L I
      *                ------------------------
      *                RIPRISTINO DI UN MEMBRO DEL FILE TABELLE COME
      *                ERA AD UNA DATA/ORA, DALLO STORICO 'TABLOG'.
      *                ----------------------------------------
      *                LANCIATO IN BATCH A RICHIESTA, CON IL MEMBRO,
      *                L'EVENTUALE INTERVALLO DI CHIAVI E L'ISTANTE
      *                DA RIPRISTINARE. SCORRE TABLOG IN ORDINE DI
      *                SCRITTURA E, PER OGNI CHIAVE VARIATA DOPO
      *                QUELL'ISTANTE, PRENDE IL VALORE PRIMA DELLA
      *                PRIMA VARIAZIONE SUCCESSIVA: E' IL VALORE CHE
      *                LA RIGA AVEVA ALL'ISTANTE RICHIESTO (UNA 'W'
      *                VUOL DIRE CHE LA RIGA NON ESISTEVA). LE
      *                RIGHE DI RIFIUTO (TABAUTH, SCHEMA) E LE
      *                RIGHE 'P' DELLA DOPPIA FIRMA NON SONO
      *                VARIAZIONI E VENGONO SALTATE.
      *                IL RISULTATO E' CONFRONTATO CON IL FILE
      *                TABELLE ATTUALE E L'ANTEPRIMA STAMPA OGNI RIGA
      *                DA AGGIUNGERE, RISCRIVERE O CANCELLARE CON IL
      *                VALORE ATTUALE E QUELLO DA RIPRISTINARE. UNA
      *                RIGA IL CUI VALORE ATTUALE NON E' L'ULTIMO
      *                REGISTRATO SU TABLOG (VARIATA FUORI DA
      *                SYSPTAB5, ES. DA SYSPTABL) E' SEGNALATA.
      *                CON LA SCHEDA 'CONFERMA' LE VARIAZIONI SONO
      *                DEPOSITATE COME LOTTO SULLA TABELLA DI
      *                APPOGGIO TAB_RBK_STG (COPY TABRBKR) E
      *                APPLICATE IN LINEA DALLA TRANSAZIONE STRB
      *                (SYSPTAB8) ATTRAVERSO SYSPTAB5, CON TABAUTH,
      *                SCHEMA, STORICO E DOPPIA FIRMA. UN MEMBRO CON
      *                UN LOTTO ANCORA APERTO NON NE RICEVE UN ALTRO.
      *                ----------------------------------------
      *                RETURN-CODE: 0 = ANTEPRIMA (E LOTTO) REGOLARE
      *                             4 = RIGHE VARIATE FUORI STORICO
      *                             8 = SCHEDA ERRATA, TROPPE CHIAVI
      *                                 O LOTTO GIA' APERTO: NESSUN
      *                                 DEPOSITO
      ***************************************************************
      * SCHEDA DI CONTROLLO (SYSIN):
      *   COL 01-08  NOME MEMBRO (OBBLIGATORIO)
      *   COL 09-28  CHIAVE INIZIALE (SPAZI = DALL'INIZIO)
      *   COL 29-48  CHIAVE FINALE   (SPAZI = FINO ALLA FINE)
      *   COL 49-54  DATA DA RIPRISTINARE GGMMAA (OBBLIGATORIA)
      *   COL 55-60  ORA  DA RIPRISTINARE HHMMSS (SPAZI = 000000)
      *   COL 61-68  'CONFERMA' = DEPOSITA IL LOTTO PER LA STRB
      *              (SPAZI = SOLA ANTEPRIMA)
      ***************************************************************
      * MODIFICHE:                                                  *
      *   OTT26  RG0931  PRIMA STESURA.                              *
      *   OTT26  RG0935  IL RECORD DI CODA DEGLI ARCHIVI DI PURGA    *
      *                  (UTARCTR) VIENE SALTATO IN LETTURA.         *
      ***************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN         ASSIGN TO SYSIN.

           SELECT TABLOG        ASSIGN TO TABLOG
                  ORGANIZATION IS SEQUENTIAL.

           SELECT TABELLE       ASSIGN TO TABELLE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS W-REC-TAB-CHIAVE
                  FILE STATUS IS W-FS-TABELLE.

           SELECT RPT-FILE      ASSIGN TO RPTOUT.

       DATA DIVISION.

       FILE SECTION.

       FD  SYSIN
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  SYSIN-RECORD.
           05  SI-NOME                PIC X(08).
           05  SI-CHIAVE-DA           PIC X(20).
           05  SI-CHIAVE-A            PIC X(20).
           05  SI-DATA                PIC X(06).
           05  SI-ORA                 PIC X(06).
           05  SI-CONFERMA            PIC X(08).
           05  FILLER                 PIC X(12).

       FD  TABLOG
           LABEL RECORDS ARE STANDARD.
           COPY TABLOGR.

       FD  TABELLE
           LABEL RECORDS ARE STANDARD.
       01  W-REC-TABELLE.
           05  W-REC-TAB-CHIAVE.
               10  W-REC-TAB-NOME         PIC X(08).
               10  W-REC-TAB-CHIAVE20     PIC X(20).
               10  W-REC-TAB-CHIAVEZERO   PIC X(01).
           05  W-REC-TAB-DESCRIZIONE      PIC X(60).

       FD  RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  RPT-RECORD                     PIC X(133).

       WORKING-STORAGE SECTION.

      ***************************************************************
      *    COSTANTI E CONTATORI DI SERVIZIO                        *
      ***************************************************************
       77  W-FS-TABELLE                PIC X(02).
           88  FS-TABELLE-OK                     VALUE '00'.
           88  FS-TABELLE-NOTFND                 VALUE '23'.

       77  W-LOG-LETTI                 PIC 9(07) COMP-3 VALUE ZERO.
       77  W-LOG-ANNULLATI             PIC 9(07) COMP-3 VALUE ZERO.
       77  W-DA-AGGIUNGERE             PIC 9(05) COMP-3 VALUE ZERO.
       77  W-DA-RISCRIVERE             PIC 9(05) COMP-3 VALUE ZERO.
       77  W-DA-CANCELLARE             PIC 9(05) COMP-3 VALUE ZERO.
       77  W-INVARIATE                 PIC 9(05) COMP-3 VALUE ZERO.
       77  W-FUORI-STORICO             PIC 9(05) COMP-3 VALUE ZERO.
       77  W-LINEE-STAMPATE            PIC 9(05) COMP-3 VALUE ZERO.
       77  W-LOTTI-APERTI              PIC S9(9) COMP VALUE ZERO.

       01  W-SW-FINE-TABLOG            PIC X     VALUE 'N'.
           88  FINE-TABLOG                       VALUE 'S'.
           88  NON-FINE-TABLOG                   VALUE 'N'.

       01  W-SW-ERRORE                 PIC X     VALUE 'N'.
           88  ERRORE-SI                         VALUE 'S'.
           88  ERRORE-NO                         VALUE 'N'.

       01  W-SW-TROVATO                PIC X     VALUE 'N'.
           88  TROVATO-SI                        VALUE 'S'.
           88  TROVATO-NO                        VALUE 'N'.

      ***************************************************************
      *    PARAMETRI EFFETTIVI DELLA SCHEDA DI CONTROLLO           *
      ***************************************************************
       01  W-NOME                      PIC X(08) VALUE SPACES.
       01  W-CHIAVE-DA                 PIC X(20) VALUE LOW-VALUES.
       01  W-CHIAVE-A                  PIC X(20) VALUE HIGH-VALUES.
       01  W-ORA-RIF                   PIC 9(06) VALUE ZERO.
       01  FILLER REDEFINES W-ORA-RIF.
           05  W-ORA-HH                PIC 99.
           05  W-ORA-MI                PIC 99.
           05  W-ORA-SS                PIC 99.
       01  W-SW-CONFERMA               PIC X     VALUE 'N'.
           88  CON-CONFERMA                      VALUE 'S'.
           88  SOLA-ANTEPRIMA                    VALUE 'N'.

      *    ISTANTE DA RIPRISTINARE E ISTANTE DELLA VARIAZIONE
      *    LETTA, ENTRAMBI GIULIANA AAGGG * 1000000 + HHMMSS
       01  W-ISTANTE-RIF               PIC 9(11) VALUE ZERO.
       01  W-ISTANTE-LOG               PIC 9(11) VALUE ZERO.

      ***************************************************************
      *    AREE DI CONVERSIONE DATE (UTIP0060 / UTIP0060R)          *
      ***************************************************************
       01  W-DATA-GGMMAA.
           05  W-DATA-GG                 PIC 99.
           05  W-DATA-MM                 PIC 99.
           05  W-DATA-AA                 PIC 99.
       01  W-DATA-RITORNO                PIC X(06).
       01  W-DATA-YYDDD                  PIC S9(5) COMP-3.

      ***************************************************************
      *    CHIAVI VARIATE DOPO L'ISTANTE RICHIESTO, NELL'ORDINE     *
      *    DELLA PRIMA VARIAZIONE SUCCESSIVA:                       *
      *      TR-...-RIF = COME ERA ALL'ISTANTE (DA RIPRISTINARE)    *
      *      TR-...-LOG = DOPO L'ULTIMA VARIAZIONE SU TABLOG        *
      *      TR-...-ATT = COME E' ORA SUL FILE TABELLE              *
      ***************************************************************
       01  TAB-RIPRISTINO.
           05  TR-ELE OCCURS 2000.
               10  TR-CHIAVE20         PIC X(20).
               10  TR-PRES-RIF         PIC X(01).
               10  TR-DESCR-RIF        PIC X(60).
               10  TR-PRES-LOG         PIC X(01).
               10  TR-DESCR-LOG        PIC X(60).
               10  TR-PRES-ATT         PIC X(01).
               10  TR-DESCR-ATT        PIC X(60).
               10  TR-NUM-VAR          PIC 9(05) COMP-3.
               10  TR-AZIONE           PIC X(01).
       77  IND-RIPR                    PIC 9(04) COMP-3 VALUE ZERO.
       77  IND-RIPR-MAX                PIC 9(04) COMP-3 VALUE 2000.
       77  IND-TR                      PIC 9(04) COMP-3 VALUE ZERO.

      ***************************************************************
      *    LOTTO DA DEPOSITARE (AAMMGGHHMMSSCC DELL'ESECUZIONE)     *
      ***************************************************************
       01  W-LOTTO.
           05  W-LOTTO-DATA            PIC 9(06).
           05  W-LOTTO-ORA             PIC 9(08).
       77  W-PROGR                     PIC S9(5) COMP-3 VALUE ZERO.

           COPY TABRBKR.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ***************************************************************
      *    RIGHE DEL REPORT                                        *
      ***************************************************************
       01  RIGA-TITOLO-1.
           05  FILLER          PIC X(41) VALUE
               'SYSPTABK - RIPRISTINO DA TABLOG - MEMBRO '.
           05  RT1-NOME        PIC X(08).
           05  FILLER          PIC X(10) VALUE ' ALLE ORE '.
           05  RT1-ORA         PIC X(06).
           05  FILLER          PIC X(05) VALUE ' DEL '.
           05  RT1-DATA        PIC X(06).
           05  FILLER          PIC X(57) VALUE SPACES.

       01  RIGA-TITOLO-2.
           05  FILLER          PIC X(12) VALUE 'AZIONE'.
           05  FILLER          PIC X(22) VALUE 'CHIAVE'.
           05  FILLER          PIC X(30) VALUE
               'VARIAZIONI ANNULLATE'.
           05  FILLER          PIC X(69) VALUE SPACES.

       01  RIGA-DETTAGLIO.
           05  RD-AZIONE       PIC X(10).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RD-CHIAVE20     PIC X(20).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RD-NUM-VAR      PIC ZZ.ZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RD-NOTA         PIC X(60).
           05  FILLER          PIC X(31) VALUE SPACES.

       01  RIGA-VALORE-ATT.
           05  FILLER          PIC X(14) VALUE '   ATTUALE  :'.
           05  RVA-DESCR       PIC X(60).
           05  FILLER          PIC X(59) VALUE SPACES.

       01  RIGA-VALORE-RIP.
           05  FILLER          PIC X(14) VALUE '   RIPRISTINO:'.
           05  RVR-DESCR       PIC X(60).
           05  FILLER          PIC X(59) VALUE SPACES.

       01  RIGA-MESSAGGIO.
           05  RM-TESTO        PIC X(100).
           05  FILLER          PIC X(33) VALUE SPACES.

       01  RIGA-RIEPILOGO-1.
           05  FILLER          PIC X(30) VALUE
               'VARIAZIONI TABLOG LETTE     : '.
           05  RRF-LETTI       PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(92) VALUE SPACES.

       01  RIGA-RIEPILOGO-2.
           05  FILLER          PIC X(30) VALUE
               'VARIAZIONI DA ANNULLARE     : '.
           05  RRF-ANNULLATI   PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(92) VALUE SPACES.

       01  RIGA-RIEPILOGO-3.
           05  FILLER          PIC X(30) VALUE
               'RIGHE DA AGGIUNGERE         : '.
           05  RRF-AGGIUNGERE  PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(92) VALUE SPACES.

       01  RIGA-RIEPILOGO-4.
           05  FILLER          PIC X(30) VALUE
               'RIGHE DA RISCRIVERE         : '.
           05  RRF-RISCRIVERE  PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(92) VALUE SPACES.

       01  RIGA-RIEPILOGO-5.
           05  FILLER          PIC X(30) VALUE
               'RIGHE DA CANCELLARE         : '.
           05  RRF-CANCELLARE  PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(92) VALUE SPACES.

       01  RIGA-RIEPILOGO-6.
           05  FILLER          PIC X(30) VALUE
               'RIGHE GIA'' COME ALL''ISTANTE : '.
           05  RRF-INVARIATE   PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(92) VALUE SPACES.

       01  RIGA-RIEPILOGO-7.
           05  FILLER          PIC X(30) VALUE
               'RIGHE VARIATE FUORI STORICO : '.
           05  RRF-FUORI       PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(92) VALUE SPACES.

      *****************************
       PROCEDURE DIVISION.
      *****************************

       0000-MAINLINE.

           PERFORM 1000-INIZIALIZZA        THRU 1000-EXIT.

           IF ERRORE-SI
              PERFORM 9999-FINE THRU 9999-EXIT
              STOP RUN
           END-IF.

           PERFORM 2000-SCORRI-TABLOG      THRU 2000-EXIT
              UNTIL FINE-TABLOG.

           IF ERRORE-NO
              PERFORM 3000-CONFRONTA-FILE  THRU 3000-EXIT
                 VARYING IND-TR FROM 1 BY 1
                   UNTIL IND-TR GREATER IND-RIPR
           END-IF.

           IF ERRORE-NO AND CON-CONFERMA
              PERFORM 4000-DEPOSITA-LOTTO  THRU 4000-EXIT
           END-IF.

           PERFORM 9999-FINE               THRU 9999-EXIT.

           STOP RUN.

       0000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    APERTURA FILE E CONTROLLO DELLA SCHEDA: MEMBRO E      *
      *    DATA OBBLIGATORI, DATA DI CALENDARIO REALE, ORA       *
      *    VALIDA.                                               *
      *---------------------------------------------------------*
       1000-INIZIALIZZA.

           OPEN INPUT  SYSIN.
           OPEN INPUT  TABLOG.
           OPEN INPUT  TABELLE.
           OPEN OUTPUT RPT-FILE.

           MOVE SPACES TO SYSIN-RECORD.
           READ SYSIN
               AT END MOVE SPACES TO SYSIN-RECORD
           END-READ.
           CLOSE SYSIN.

           MOVE SI-NOME  TO W-NOME  RT1-NOME.
           MOVE SI-DATA  TO RT1-DATA.
           MOVE SI-ORA   TO RT1-ORA.
           WRITE RPT-RECORD FROM RIGA-TITOLO-1.
           ADD 1 TO W-LINEE-STAMPATE.

           IF SI-NOME = SPACES
              MOVE 'SCHEDA ERRATA: NOME MEMBRO NON INDICATO'
                TO RM-TESTO
              PERFORM 1900-ERRORE-SCHEDA THRU 1900-EXIT
              GO TO 1000-EXIT
           END-IF.

           IF SI-CHIAVE-DA NOT = SPACES
              MOVE SI-CHIAVE-DA TO W-CHIAVE-DA
           END-IF.
           IF SI-CHIAVE-A NOT = SPACES
              MOVE SI-CHIAVE-A  TO W-CHIAVE-A
           END-IF.

           IF SI-DATA NOT NUMERIC
              MOVE 'SCHEDA ERRATA: DATA GGMMAA NON NUMERICA'
                TO RM-TESTO
              PERFORM 1900-ERRORE-SCHEDA THRU 1900-EXIT
              GO TO 1000-EXIT
           END-IF.

           MOVE SI-DATA TO W-DATA-GGMMAA.
           IF W-DATA-MM LESS 01 OR W-DATA-MM GREATER 12
           OR W-DATA-GG LESS 01
              MOVE 'SCHEDA ERRATA: DATA DI CALENDARIO INESISTENTE'
                TO RM-TESTO
              PERFORM 1900-ERRORE-SCHEDA THRU 1900-EXIT
              GO TO 1000-EXIT
           END-IF.

           CALL 'UTIP0060R' USING W-DATA-GGMMAA W-DATA-YYDDD.
           CALL 'UTIP0060'  USING W-DATA-YYDDD  W-DATA-RITORNO.
           IF W-DATA-RITORNO NOT = SI-DATA
              MOVE 'SCHEDA ERRATA: DATA DI CALENDARIO INESISTENTE'
                TO RM-TESTO
              PERFORM 1900-ERRORE-SCHEDA THRU 1900-EXIT
              GO TO 1000-EXIT
           END-IF.

           IF SI-ORA = SPACES
              MOVE ZERO TO W-ORA-RIF
           ELSE
              IF SI-ORA NOT NUMERIC
                 MOVE 'SCHEDA ERRATA: ORA HHMMSS NON NUMERICA'
                   TO RM-TESTO
                 PERFORM 1900-ERRORE-SCHEDA THRU 1900-EXIT
                 GO TO 1000-EXIT
              END-IF
              MOVE SI-ORA TO W-ORA-RIF
           END-IF.

           IF W-ORA-HH GREATER 23 OR W-ORA-MI GREATER 59
           OR W-ORA-SS GREATER 59
              MOVE 'SCHEDA ERRATA: ORA INESISTENTE' TO RM-TESTO
              PERFORM 1900-ERRORE-SCHEDA THRU 1900-EXIT
              GO TO 1000-EXIT
           END-IF.

           COMPUTE W-ISTANTE-RIF = W-DATA-YYDDD * 1000000
                                 + W-ORA-RIF.

           IF SI-CONFERMA = 'CONFERMA'
              SET CON-CONFERMA TO TRUE
           END-IF.

           WRITE RPT-RECORD FROM RIGA-TITOLO-2.
           ADD 1 TO W-LINEE-STAMPATE.

           PERFORM 2100-LEGGI-TABLOG THRU 2100-EXIT.

       1000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    SCHEDA ERRATA: MESSAGGIO A REPORT, NESSUNA ANTEPRIMA. *
      *---------------------------------------------------------*
       1900-ERRORE-SCHEDA.

           SET ERRORE-SI TO TRUE.
           SET FINE-TABLOG TO TRUE.
           WRITE RPT-RECORD FROM RIGA-MESSAGGIO.
           ADD 1 TO W-LINEE-STAMPATE.
           DISPLAY 'SYSPTABK - ' RM-TESTO.

       1900-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    VARIAZIONI DEL MEMBRO E DELL'INTERVALLO DI CHIAVI     *
      *    POSTERIORI ALL'ISTANTE: SONO QUELLE DA ANNULLARE.     *
      *---------------------------------------------------------*
       2000-SCORRI-TABLOG.

           IF TABLOGR-NOME NOT = W-NOME
           OR TABLOGR-CHIAVE20 LESS W-CHIAVE-DA
           OR TABLOGR-CHIAVE20 GREATER W-CHIAVE-A
              GO TO 2000-CONTINUA
           END-IF.

      *    SOLO LE OPERAZIONI ESEGUITE: NON LE RIGHE 'P' DELLA
      *    DOPPIA FIRMA NE' I TENTATIVI RESPINTI DA SYSPTAB5
           IF NOT TABLOGR-OP-WRITE
           AND NOT TABLOGR-OP-REWRITE
           AND NOT TABLOGR-OP-DELETE
              GO TO 2000-CONTINUA
           END-IF.

           IF TABLOGR-DESCR-OLD = SPACES
           AND TABLOGR-DESCR-NEW (1:14) = 'RIFIUTATA PER '
              GO TO 2000-CONTINUA
           END-IF.

           COMPUTE W-ISTANTE-LOG = TABLOGR-DATA * 1000000
                                 + TABLOGR-ORA.
           IF W-ISTANTE-LOG NOT GREATER W-ISTANTE-RIF
              GO TO 2000-CONTINUA
           END-IF.

           ADD 1 TO W-LOG-ANNULLATI.
           PERFORM 2200-ANNOTA-VARIAZIONE THRU 2200-EXIT.

       2000-CONTINUA.

           PERFORM 2100-LEGGI-TABLOG THRU 2100-EXIT.

       2000-EXIT.
           EXIT.

       2100-LEGGI-TABLOG.

           READ TABLOG
               AT END SET FINE-TABLOG TO TRUE
           END-READ.

      *    RECORD DI CODA DELL'ARCHIVIO (UTARCTR): SI SALTA
RG0935     IF NOT FINE-TABLOG
RG0935     AND TABLOGR (1:4) = HIGH-VALUES
RG0935        GO TO 2100-LEGGI-TABLOG
RG0935     END-IF.

           IF NOT FINE-TABLOG
              ADD 1 TO W-LOG-LETTI
           END-IF.

       2100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    LA PRIMA VARIAZIONE DI UNA CHIAVE FISSA IL VALORE DA  *
      *    RIPRISTINARE (PRIMA DELLA 'W' LA RIGA NON C'ERA);     *
      *    OGNI VARIAZIONE AGGIORNA L'ULTIMO VALORE REGISTRATO.  *
      *---------------------------------------------------------*
       2200-ANNOTA-VARIAZIONE.

           SET TROVATO-NO TO TRUE.
           PERFORM 2210-CERCA-CHIAVE THRU 2210-EXIT
              VARYING IND-TR FROM 1 BY 1
                UNTIL IND-TR GREATER IND-RIPR
                   OR TROVATO-SI.

           IF TROVATO-SI
              SUBTRACT 1 FROM IND-TR
           ELSE
              IF IND-RIPR NOT LESS IND-RIPR-MAX
                 MOVE 'TROPPE CHIAVI DA RIPRISTINARE: RESTRINGERE L''INT
      -               'ERVALLO DI CHIAVI' TO RM-TESTO
                 PERFORM 1900-ERRORE-SCHEDA THRU 1900-EXIT
                 GO TO 2200-EXIT
              END-IF
              ADD 1 TO IND-RIPR
              MOVE IND-RIPR          TO IND-TR
              MOVE TABLOGR-CHIAVE20  TO TR-CHIAVE20 (IND-TR)
              MOVE ZERO              TO TR-NUM-VAR  (IND-TR)
              IF TABLOGR-OP-WRITE
                 MOVE 'N'            TO TR-PRES-RIF  (IND-TR)
                 MOVE SPACES         TO TR-DESCR-RIF (IND-TR)
              ELSE
                 MOVE 'S'            TO TR-PRES-RIF  (IND-TR)
                 MOVE TABLOGR-DESCR-OLD
                                     TO TR-DESCR-RIF (IND-TR)
              END-IF
           END-IF.

           ADD 1 TO TR-NUM-VAR (IND-TR).
           IF TABLOGR-OP-DELETE
              MOVE 'N'               TO TR-PRES-LOG  (IND-TR)
              MOVE SPACES            TO TR-DESCR-LOG (IND-TR)
           ELSE
              MOVE 'S'               TO TR-PRES-LOG  (IND-TR)
              MOVE TABLOGR-DESCR-NEW TO TR-DESCR-LOG (IND-TR)
           END-IF.

       2200-EXIT.
           EXIT.

       2210-CERCA-CHIAVE.

           IF TR-CHIAVE20 (IND-TR) = TABLOGR-CHIAVE20
              SET TROVATO-SI TO TRUE
           END-IF.

       2210-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    CONFRONTO CON IL FILE ATTUALE: DECIDE L'AZIONE E      *
      *    STAMPA L'ANTEPRIMA DELLA CHIAVE.                      *
      *---------------------------------------------------------*
       3000-CONFRONTA-FILE.

           MOVE W-NOME               TO W-REC-TAB-NOME.
           MOVE TR-CHIAVE20 (IND-TR) TO W-REC-TAB-CHIAVE20.
           MOVE ZERO                 TO W-REC-TAB-CHIAVEZERO.

           READ TABELLE
               INVALID KEY CONTINUE
           END-READ.

           EVALUATE TRUE
               WHEN FS-TABELLE-OK
                    MOVE 'S'         TO TR-PRES-ATT (IND-TR)
                    MOVE W-REC-TAB-DESCRIZIONE
                                     TO TR-DESCR-ATT (IND-TR)
               WHEN FS-TABELLE-NOTFND
                    MOVE 'N'         TO TR-PRES-ATT (IND-TR)
                    MOVE SPACES      TO TR-DESCR-ATT (IND-TR)
               WHEN OTHER
                    DISPLAY 'SYSPTABK - ERRORE READ TABELLE, FS='
                             W-FS-TABELLE ' CHIAVE=' W-REC-TAB-CHIAVE
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

           EVALUATE TRUE
               WHEN TR-PRES-RIF (IND-TR) = 'N'
                AND TR-PRES-ATT (IND-TR) = 'N'
                    MOVE SPACES      TO TR-AZIONE (IND-TR)
               WHEN TR-PRES-RIF (IND-TR) = 'N'
                    MOVE 'D'         TO TR-AZIONE (IND-TR)
               WHEN TR-PRES-ATT (IND-TR) = 'N'
                    MOVE 'W'         TO TR-AZIONE (IND-TR)
               WHEN TR-DESCR-RIF (IND-TR) = TR-DESCR-ATT (IND-TR)
                    MOVE SPACES      TO TR-AZIONE (IND-TR)
               WHEN OTHER
                    MOVE 'R'         TO TR-AZIONE (IND-TR)
           END-EVALUATE.

           MOVE TR-CHIAVE20 (IND-TR) TO RD-CHIAVE20.
           MOVE TR-NUM-VAR  (IND-TR) TO RD-NUM-VAR.
           MOVE SPACES               TO RD-NOTA.

           IF TR-PRES-ATT (IND-TR) NOT = TR-PRES-LOG (IND-TR)
           OR TR-DESCR-ATT (IND-TR) NOT = TR-DESCR-LOG (IND-TR)
              ADD 1 TO W-FUORI-STORICO
              MOVE 'ATTENZIONE: VALORE ATTUALE DIVERSO DALL''ULTIMO SU T
      -            'ABLOG' TO RD-NOTA
           END-IF.

           EVALUATE TR-AZIONE (IND-TR)
               WHEN 'W'
                    ADD 1 TO W-DA-AGGIUNGERE
                    MOVE 'AGGIUNGE'  TO RD-AZIONE
               WHEN 'R'
                    ADD 1 TO W-DA-RISCRIVERE
                    MOVE 'RISCRIVE'  TO RD-AZIONE
               WHEN 'D'
                    ADD 1 TO W-DA-CANCELLARE
                    MOVE 'CANCELLA'  TO RD-AZIONE
               WHEN OTHER
                    ADD 1 TO W-INVARIATE
                    MOVE 'INVARIATA' TO RD-AZIONE
           END-EVALUATE.

           WRITE RPT-RECORD FROM RIGA-DETTAGLIO.
           ADD 1 TO W-LINEE-STAMPATE.

           IF TR-AZIONE (IND-TR) = SPACES
              GO TO 3000-EXIT
           END-IF.

           MOVE TR-DESCR-ATT (IND-TR) TO RVA-DESCR.
           MOVE TR-DESCR-RIF (IND-TR) TO RVR-DESCR.
           IF TR-AZIONE (IND-TR) = 'W'
              MOVE '(RIGA ASSENTE)'   TO RVA-DESCR
           END-IF.
           IF TR-AZIONE (IND-TR) = 'D'
              MOVE '(RIGA DA CANCELLARE)'
                                      TO RVR-DESCR
           END-IF.
           WRITE RPT-RECORD FROM RIGA-VALORE-ATT.
           WRITE RPT-RECORD FROM RIGA-VALORE-RIP.
           ADD 2 TO W-LINEE-STAMPATE.

       3000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    CONFERMA: UN SOLO LOTTO APERTO PER MEMBRO, POI UNA    *
      *    RIGA DI TAB_RBK_STG PER OGNI AZIONE DELL'ANTEPRIMA.   *
      *---------------------------------------------------------*
       4000-DEPOSITA-LOTTO.

           IF W-DA-AGGIUNGERE + W-DA-RISCRIVERE + W-DA-CANCELLARE
              = ZERO
              MOVE 'NESSUNA VARIAZIONE DA APPLICARE: LOTTO NON DEPOSITA
      -            'TO' TO RM-TESTO
              WRITE RPT-RECORD FROM RIGA-MESSAGGIO
              ADD 1 TO W-LINEE-STAMPATE
              GO TO 4000-EXIT
           END-IF.

           MOVE W-NOME TO RBK-NOME.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :W-LOTTI-APERTI
                  FROM TAB_RBK_STG
                 WHERE C_MEMBRO = :RBK-NOME
                   AND C_STATO IN ('A', 'F')
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM 4900-ERRORE-DB2 THRU 4900-EXIT
           END-IF.

           IF W-LOTTI-APERTI GREATER ZERO
              MOVE 'IL MEMBRO HA GIA'' UN LOTTO DI RIPRISTINO APERTO: LO
      -            'TTO NON DEPOSITATO' TO RM-TESTO
              PERFORM 1900-ERRORE-SCHEDA THRU 1900-EXIT
              GO TO 4000-EXIT
           END-IF.

           ACCEPT W-LOTTO-DATA FROM DATE.
           ACCEPT W-LOTTO-ORA  FROM TIME.
           MOVE W-LOTTO TO RBK-CLOTTO.
           MOVE ZERO    TO W-PROGR.

           PERFORM 4100-INSERISCI-AZIONE THRU 4100-EXIT
              VARYING IND-TR FROM 1 BY 1
                UNTIL IND-TR GREATER IND-RIPR.

           EXEC SQL COMMIT END-EXEC.

           MOVE SPACES TO RM-TESTO.
           STRING 'LOTTO ' W-LOTTO ' DEPOSITATO: APPLICARE CON LA TRA'
                  'NSAZIONE STRB ' W-LOTTO
                  DELIMITED BY SIZE INTO RM-TESTO.
           WRITE RPT-RECORD FROM RIGA-MESSAGGIO.
           ADD 1 TO W-LINEE-STAMPATE.
           DISPLAY 'SYSPTABK - ' RM-TESTO.

       4000-EXIT.
           EXIT.

       4100-INSERISCI-AZIONE.

           IF TR-AZIONE (IND-TR) = SPACES
              GO TO 4100-EXIT
           END-IF.

           ADD 1 TO W-PROGR.
           MOVE W-PROGR               TO RBK-NPROGR.
           MOVE TR-CHIAVE20 (IND-TR)  TO RBK-CHIAVE20.
           MOVE TR-AZIONE (IND-TR)    TO RBK-COPER.
           MOVE TR-DESCR-ATT (IND-TR) TO RBK-DESCR-ATT.
           MOVE TR-DESCR-RIF (IND-TR) TO RBK-DESCR-RIP.

           EXEC SQL
                INSERT INTO TAB_RBK_STG
                     ( C_LOTTO, N_PROGR, C_MEMBRO, C_CHIAVE,
                       C_OPER, X_DESCR_ATT, X_DESCR_RIP,
                       C_STATO, C_ESITO, C_TERM, S_TMST_ESITO )
                VALUES
                     ( :RBK-CLOTTO, :RBK-NPROGR, :RBK-NOME,
                       :RBK-CHIAVE20, :RBK-COPER, :RBK-DESCR-ATT,
                       :RBK-DESCR-RIP, 'A', ' ', ' ', NULL )
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM 4900-ERRORE-DB2 THRU 4900-EXIT
           END-IF.

       4100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    ERRORE DB2: IL LOTTO PARZIALE E' ANNULLATO.           *
      *---------------------------------------------------------*
       4900-ERRORE-DB2.

           DISPLAY 'SYSPTABK - ERRORE DB2 SQLCODE=' SQLCODE
                   ' LOTTO=' W-LOTTO.
           EXEC SQL ROLLBACK END-EXEC.
           CLOSE TABLOG.
           CLOSE TABELLE.
           CLOSE RPT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       4900-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    RIEPILOGO FINALE, CHIUSURA FILE E RETURN-CODE.        *
      *---------------------------------------------------------*
       9999-FINE.

           MOVE W-LOG-LETTI      TO RRF-LETTI.
           MOVE W-LOG-ANNULLATI  TO RRF-ANNULLATI.
           MOVE W-DA-AGGIUNGERE  TO RRF-AGGIUNGERE.
           MOVE W-DA-RISCRIVERE  TO RRF-RISCRIVERE.
           MOVE W-DA-CANCELLARE  TO RRF-CANCELLARE.
           MOVE W-INVARIATE      TO RRF-INVARIATE.
           MOVE W-FUORI-STORICO  TO RRF-FUORI.

           WRITE RPT-RECORD FROM RIGA-RIEPILOGO-1.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO-2.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO-3.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO-4.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO-5.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO-6.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO-7.
           ADD 7 TO W-LINEE-STAMPATE.

           CLOSE TABLOG.
           CLOSE TABELLE.
           CLOSE RPT-FILE.

           DISPLAY 'SYSPTABK - VARIAZIONI LETTE  : ' W-LOG-LETTI.
           DISPLAY 'SYSPTABK - DA ANNULLARE      : ' W-LOG-ANNULLATI.
           DISPLAY 'SYSPTABK - AGG/RISCR/CANC    : ' W-DA-AGGIUNGERE
                   '/' W-DA-RISCRIVERE '/' W-DA-CANCELLARE.
           DISPLAY 'SYSPTABK - FUORI STORICO     : ' W-FUORI-STORICO.

           EVALUATE TRUE
               WHEN ERRORE-SI
                    MOVE 8 TO RETURN-CODE
               WHEN W-FUORI-STORICO GREATER ZERO
                    MOVE 4 TO RETURN-CODE
               WHEN OTHER
                    MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       9999-EXIT.
           EXIT.
