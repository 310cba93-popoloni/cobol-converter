       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WSIL0083.
       AUTHOR.        MANUTENZIONE WSOC83.
       INSTALLATION.  MONTE TITOLI - ELABORAZIONE DATI.
       DATE-WRITTEN.  OTTOBRE 2026.
       DATE-COMPILED.
      ***************************************************************
      *REMARKS.        M O N T E   T I T O L I
      *                ------------------------
      *                CARICATORE BATCH DELLE ISTRUZIONI DI STRIPPING
      *                RICEVUTE DA FILE (PROGRAMMA ANNUALE MEF,
      *                CORREZIONI MASSIVE).
      *                ----------------------------------------
      *                DI NORMA LE ISTRUZIONI ARRIVANO COME MESSAGGI
      *                MITX CHE UN PROCESSO A MONTE SCRIVE IN WSRR E
      *                CHIAVA SULLA CODA WS83. QUESTO BATCH FA LA
      *                STESSA COSA PARTENDO DA UN FILE (DD INTKIN):
      *                  - CONTROLLA LA STRUTTURA DEL FILE (TESTATA
      *                    'T' SEGUITA DA 1-20 CORPI 'C' NEL
      *                    TRACCIATO WSC83I) E DI OGNI CORPO;
      *                  - ASSEGNA IL PIDMTX DALL'INTERVALLO RISERVATO
      *                    AL CARICO DA FILE (MEMBRO 'WS83INTK' DELLA
      *                    FOTOGRAFIA SYSPTABS, COPY WSKT101);
      *                  - INSERISCE IN WSRR UNA RIGA PER CORPO (PPROG
      *                    1..N CONTIGUI, CVALMSG A SPAZIO) CON LA
      *                    TESTATA XTESTMTX E GLI ATTRIBUTI DI
      *                    INSTRADAMENTO (CCATAPPL, CFAMAPP, ...) DELLA
      *                    RIGA 'T';
      *                  - REGISTRA IL MESSAGGIO SUL REGISTRO DI
      *                    CARICO WSIT0083 (COPY WSITKGR) IN STATO 'C'.
      *                LE CHIAVI WS83 LE SCRIVE LA TRANSAZIONE
      *                WSIK0083, A RITMO CONTROLLATO: DA LI' IN POI
      *                L'ISTRUZIONE SEGUE IL GIRO NORMALE (ROUTER
      *                WSRT0083, WSOC83). GLI ESITI CVALMSG RIGA PER
      *                RIGA LI STAMPA WSIE0083.
      *                I MESSAGGI CON ERRORI DI STRUTTURA SONO
      *                SCARTATI PER INTERO (STATO 'S' SUL REGISTRO,
      *                CON LA RIGA E IL MOTIVO) E NON TOCCANO WSRR.
      *                ----------------------------------------
      *                RIPARTENZA: WSRR E REGISTRO SONO CONSOLIDATI
      *                INSIEME A INTERVALLO; AL RILANCIO SULLO STESSO
      *                LOTTO LE RIGHE FINO ALLA MASSIMA NRIGA GIA'
      *                REGISTRATA SONO SALTATE. IL LIMITE DI MESSAGGI
      *                PER GIRO FA TERMINARE CON RETURN-CODE 4: SI
      *                RILANCIA E IL CARICO PROSEGUE DA DOVE E'
      *                ARRIVATO.
      ***************************************************************
      * SCHEDA DI CONTROLLO (SYSIN):
      *   COL 01-08  LOTTO (OBBLIGATORIO, ES. 'MEF2026A')
      *   COL 10-14  MASSIMO MESSAGGI PER GIRO (DEFAULT 00500)
      *   COL 16-20  INTERVALLO DI CONSOLIDAMENTO (DEFAULT 00050)
      ***************************************************************
      * FILE DI INGRESSO (INTKIN, LRECL 3021):
      *   COL 0001     TIPO RECORD: 'T' TESTATA, 'C' CORPO
      *   COL 0002-17  RIFERIMENTO DEL MITTENTE (SOLO REPORT)
      *   TESTATA:
      *   COL 0018-22  CMSGMTX         COL 0023-27  CMITT
      *   COL 0028-32  CFAMAPP         COL 0033     CAMBOP
      *   COL 0034-41  CCATAPPL        COL 0042     CPRIOMS
      *   COL 0043     CTSOGMTX        COL 0044-48  CVETT
      *   COL 0049-148 TESTATA XTESTMTX (POS. 93-100 A SPAZIO,
      *                RISERVATE AL DISPATCHER)
      *   CORPO:
      *   COL 0018-21  LUNGHEZZA DEL CORPO (0001-3000)
      *   COL 0022-    CORPO NEL TRACCIATO WSC83I
      ***************************************************************
      * MODIFICHE:                                                  *
      *   OTT26  RG0922  PRIMA STESURA.                              *
      ***************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN     ASSIGN TO SYSIN.
           SELECT INTK-FILE ASSIGN TO INTKIN
                  ORGANIZATION IS SEQUENTIAL.
           SELECT TAB-SNAP  ASSIGN TO TABSNAP
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE  ASSIGN TO RPTOUT.

       DATA DIVISION.

       FILE SECTION.

       FD  SYSIN
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  SYSIN-RECORD.
           05  SI-CLOTTO                 PIC X(08).
           05  FILLER                    PIC X(01).
           05  SI-MAX-GIRO               PIC X(05).
           05  FILLER                    PIC X(01).
           05  SI-CKPT                   PIC X(05).
           05  FILLER                    PIC X(60).

       FD  INTK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  INTK-RECORD.
           05  IN-TIPO                   PIC X(01).
               88  IN-TESTATA                      VALUE 'T'.
               88  IN-CORPO                        VALUE 'C'.
           05  IN-CRIFMITT               PIC X(16).
           05  IN-DATI                   PIC X(3004).
           05  IN-DATI-TESTATA REDEFINES IN-DATI.
               10  IN-T-CMSGMTX          PIC X(05).
               10  IN-T-CMITT            PIC X(05).
               10  IN-T-CFAMAPP          PIC X(05).
               10  IN-T-CAMBOP           PIC X(01).
               10  IN-T-CCATAPPL         PIC X(08).
               10  IN-T-CPRIOMS          PIC X(01).
               10  IN-T-CTSOGMTX         PIC X(01).
               10  IN-T-CVETT            PIC X(05).
               10  IN-T-XTESTMTX         PIC X(100).
               10  FILLER                PIC X(2873).
           05  IN-DATI-CORPO REDEFINES IN-DATI.
               10  IN-C-LEN              PIC X(04).
               10  IN-C-LEN-N REDEFINES IN-C-LEN
                                         PIC 9(04).
               10  IN-C-CORPO            PIC X(3000).

       FD  TAB-SNAP
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  SNAP-RECORD.
           05  SNAP-NOME              PIC X(08).
           05  SNAP-CHIAVE20.
               10  SNAP-SOTTOCH       PIC X(09).
               10  FILLER             PIC X(11).
           05  SNAP-DESCRIZIONE.
               10  SNAP-MAX-GIRO      PIC 9(05).
               10  SNAP-SOGLIA-PEND   PIC 9(05).
               10  SNAP-PID-DA        PIC 9(10).
               10  SNAP-PID-A         PIC 9(10).
               10  FILLER             PIC X(30).
           05  FILLER                 PIC X(02).

       FD  RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  RPT-RECORD                    PIC X(133).

       WORKING-STORAGE SECTION.

      ***************************************************************
      *    CONTATORI DI SERVIZIO                                   *
      ***************************************************************
       77  W-RIGHE-LETTE                 PIC 9(07) COMP-3 VALUE ZERO.
       77  W-MSG-LETTI                   PIC 9(07) COMP-3 VALUE ZERO.
       77  W-MSG-CARICATI                PIC 9(07) COMP-3 VALUE ZERO.
       77  W-MSG-SCARTATI                PIC 9(07) COMP-3 VALUE ZERO.
       77  W-MSG-SALTATI                 PIC 9(07) COMP-3 VALUE ZERO.
       77  W-SEG-INSERITI                PIC 9(07) COMP-3 VALUE ZERO.
       77  W-MSG-DEL-GIRO                PIC 9(07) COMP-3 VALUE ZERO.
       77  W-LINEE-STAMPATE              PIC 9(05) COMP-3 VALUE ZERO.
       77  W-MAX-GIRO                    PIC 9(05) VALUE 00500.
       77  W-CKPT-INTERVALLO             PIC 9(05) VALUE 00050.
       77  W-DA-CONSOLIDARE              PIC 9(05) COMP-3 VALUE ZERO.
       77  W-NRIGA-CORR                  PIC 9(09) COMP-3 VALUE ZERO.
       77  W-NRIGA-RIPRESA               PIC 9(09) COMP-3 VALUE ZERO.
       77  IND-SEG                       PIC 9(02) COMP-3 VALUE ZERO.

       01  W-SW-FINE-SYSIN               PIC X     VALUE 'N'.
           88  FINE-SYSIN                          VALUE 'S'.
           88  NON-FINE-SYSIN                      VALUE 'N'.

       01  W-SW-FINE-INTK                PIC X     VALUE 'N'.
           88  FINE-INTK                           VALUE 'S'.
           88  NON-FINE-INTK                       VALUE 'N'.

       01  W-SW-FINE-SNAP                PIC X     VALUE 'N'.
           88  FINE-SNAP                           VALUE 'S'.
           88  NON-FINE-SNAP                       VALUE 'N'.

       01  W-SW-ARRESTO                  PIC X     VALUE 'N'.
           88  ARRESTO-LIMITE                      VALUE 'L'.
           88  ARRESTO-PIDMTX                      VALUE 'P'.
           88  NESSUN-ARRESTO                      VALUE 'N'.

       01  W-SW-PIDMTX                   PIC X     VALUE 'N'.
           88  PIDMTX-LIBERO                       VALUE 'S'.
           88  PIDMTX-OCCUPATO                     VALUE 'N'.

      ***************************************************************
      *    INTERVALLO DI PIDMTX RISERVATO AL CARICO DA FILE          *
      *    (MEMBRO 'WS83INTK', DEFAULT SE NON CENSITO)              *
      ***************************************************************
       77  W-PID-DA                      PIC 9(10) VALUE 9000000001.
       77  W-PID-A                       PIC 9(10) VALUE 9999999999.
       77  W-PID-PROSSIMO                PIC 9(10) VALUE ZERO.
       01  W-PID-ED                      PIC 9(10) VALUE ZERO.
       01  W-PID-X REDEFINES W-PID-ED    PIC X(10).

      ***************************************************************
      *    IL MESSAGGIO IN CORSO DI RACCOLTA: TESTATA E FINO A 20    *
      *    CORPI (STESSO LIMITE DI WSRP0083)                        *
      ***************************************************************
       77  W-NUM-SEGMENTI                PIC 9(02) COMP-3 VALUE ZERO.
       77  W-MAX-SEGMENTI                PIC 9(02) COMP-3 VALUE 20.
       77  W-MSG-NRIGA                   PIC 9(09) COMP-3 VALUE ZERO.
       77  W-MSG-NRIGAERR                PIC 9(09) COMP-3 VALUE ZERO.
       77  W-MSG-RIGHE                   PIC 9(05) COMP-3 VALUE ZERO.
       77  W-LEN-CORPO                   PIC 9(04) VALUE ZERO.
       01  W-MSG-CMOTIVO                 PIC X(40) VALUE SPACES.
       01  W-MSG-TESTATA.
           05  W-MSG-CRIFMITT            PIC X(16).
           05  W-MSG-CMSGMTX             PIC X(05).
           05  W-MSG-CMITT               PIC X(05).
           05  W-MSG-CFAMAPP             PIC X(05).
           05  W-MSG-CAMBOP              PIC X(01).
           05  W-MSG-CCATAPPL            PIC X(08).
           05  W-MSG-CPRIOMS             PIC X(01).
           05  W-MSG-CTSOGMTX            PIC X(01).
           05  W-MSG-CVETT               PIC X(05).
           05  W-MSG-XTESTMTX            PIC X(100).
       01  TAB-SEGMENTI.
           05  TAB-SEG OCCURS 20.
               10  SEG-XMSGRISE-LEN      PIC 9(04).
               10  SEG-XMSGRISE-TEXT     PIC X(3000).

      ***************************************************************
      *    CORPO NEL TRACCIATO MITX, PER I CONTROLLI DI STRUTTURA   *
      ***************************************************************
       01 WS-MSG-CORP.
           COPY WSC83I.

      ***************************************************************
      *    RIGHE DEL REPORT                                        *
      ***************************************************************
       01  RIGA-TITOLO-1.
           05  FILLER          PIC X(48) VALUE
               'WSIL0083 - CARICO DA FILE ISTRUZIONI STRIPPING -'.
           05  FILLER          PIC X(07) VALUE ' LOTTO '.
           05  RT1-CLOTTO      PIC X(08).
           05  FILLER          PIC X(70) VALUE SPACES.

       01  RIGA-TITOLO-2.
           05  FILLER          PIC X(10) VALUE 'RIGA FILE'.
           05  FILLER          PIC X(17) VALUE 'RIF. MITTENTE'.
           05  FILLER          PIC X(16) VALUE 'PIDMTX'.
           05  FILLER          PIC X(05) VALUE 'SEGM'.
           05  FILLER          PIC X(10) VALUE 'ESITO'.
           05  FILLER          PIC X(10) VALUE 'RIGA ERR.'.
           05  FILLER          PIC X(40) VALUE 'MOTIVO'.
           05  FILLER          PIC X(25) VALUE SPACES.

       01  RIGA-DETTAGLIO.
           05  RD-NRIGA        PIC Z(08)9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-CRIFMITT     PIC X(16).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-PIDMTX       PIC X(15).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-NSEGM        PIC ZZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-ESITO        PIC X(09).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-NRIGAERR     PIC Z(08)9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-CMOTIVO      PIC X(40).
           05  FILLER          PIC X(25) VALUE SPACES.

       01  RIGA-RIEPILOGO.
           05  RR-DESCR        PIC X(30).
           05  RR-CONTA        PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(92) VALUE SPACES.

       01  RIGA-ARRESTO.
           05  RA-DESCR        PIC X(60).
           05  FILLER          PIC X(73) VALUE SPACES.

      ***************************************************************
      *    HOST VARIABLES                                          *
      ***************************************************************
       01  HV-CLOTTO                     PIC X(08).
       01  HV-NRIGA-MAX                  PIC S9(9) COMP-3.
       01  HV-PIDMTX                     PIC X(15).
       01  HV-PIDMTX-DA                  PIC X(15).
       01  HV-PIDMTX-A                   PIC X(15).
       01  HV-PIDMTX-MAX                 PIC X(15).
       01  HV-WTIMECAR                   PIC X(26).
       01  HV-PPROG                      PIC S9(4) COMP.
       01  HV-CONTA                      PIC S9(9) COMP-3.
       01  HV-XTESTMTX                   PIC X(100).
       01  HV-XMSGRISE.
           49  HV-XMSGRISE-LEN           PIC S9(4) COMP.
           49  HV-XMSGRISE-TEXT          PIC X(3000).

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ***************************************************************
      *    REGISTRO DI CARICO (WSIT0083)                            *
      ***************************************************************
           COPY WSITKGR.

      *****************************
       PROCEDURE DIVISION.
      *****************************

       0000-MAINLINE.

           PERFORM 1000-INIZIALIZZA        THRU 1000-EXIT.
           PERFORM 2000-CARICA-FILE        THRU 2000-EXIT.
           PERFORM 9999-FINE               THRU 9999-EXIT.

           STOP RUN.

       0000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    SCHEDA DI CONTROLLO, PARAMETRI DEL MEMBRO 'WS83INTK', *
      *    PUNTO DI RIPARTENZA DEL LOTTO E ULTIMO PIDMTX GIA'    *
      *    ASSEGNATO NELL'INTERVALLO RISERVATO.                  *
      *---------------------------------------------------------*
       1000-INIZIALIZZA.

           OPEN INPUT  SYSIN.

           READ SYSIN
               AT END SET FINE-SYSIN TO TRUE
           END-READ.

           IF FINE-SYSIN
           OR SI-CLOTTO = SPACES
              DISPLAY 'WSIL0083 - SCHEDA DI CONTROLLO SENZA LOTTO'
              CLOSE SYSIN
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SI-CLOTTO TO HV-CLOTTO
                             RT1-CLOTTO.
           IF SI-MAX-GIRO NUMERIC
           AND SI-MAX-GIRO NOT = '00000'
              MOVE SI-MAX-GIRO TO W-MAX-GIRO
           END-IF.
           IF SI-CKPT NUMERIC
           AND SI-CKPT NOT = '00000'
              MOVE SI-CKPT TO W-CKPT-INTERVALLO
           END-IF.

           CLOSE SYSIN.

           OPEN INPUT  TAB-SNAP.
           PERFORM 1100-CARICA-PARAMETRI THRU 1100-EXIT
              UNTIL FINE-SNAP.
           CLOSE TAB-SNAP.

           OPEN INPUT  INTK-FILE.
           OPEN OUTPUT RPT-FILE.

           PERFORM 1200-PUNTO-DI-RIPRESA THRU 1200-EXIT.
           PERFORM 1300-ULTIMO-PIDMTX    THRU 1300-EXIT.

           WRITE RPT-RECORD FROM RIGA-TITOLO-1.
           WRITE RPT-RECORD FROM RIGA-TITOLO-2.
           ADD 2 TO W-LINEE-STAMPATE.

           PERFORM 2100-LEGGI-INTAKE THRU 2100-EXIT.

       1000-EXIT.
           EXIT.

       1100-CARICA-PARAMETRI.

           READ TAB-SNAP
               AT END SET FINE-SNAP TO TRUE
           END-READ.

           IF NON-FINE-SNAP
           AND SNAP-NOME    = 'WS83INTK'
           AND SNAP-SOTTOCH = 'PARAMETRI'
              IF SNAP-PID-DA NUMERIC
              AND SNAP-PID-A NUMERIC
              AND SNAP-PID-DA GREATER ZERO
              AND SNAP-PID-A NOT LESS SNAP-PID-DA
                 MOVE SNAP-PID-DA TO W-PID-DA
                 MOVE SNAP-PID-A  TO W-PID-A
              END-IF
           END-IF.

       1100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    LE RIGHE DEL FILE FINO ALLA MASSIMA NRIGA GIA'        *
      *    REGISTRATA PER IL LOTTO SONO STATE CONSOLIDATE DA UN  *
      *    GIRO PRECEDENTE E VANNO SALTATE.                      *
      *---------------------------------------------------------*
       1200-PUNTO-DI-RIPRESA.

           EXEC SQL
                SELECT VALUE(MAX(NRIGA), 0)
                  INTO :HV-NRIGA-MAX
                  FROM WSIT0083
                 WHERE CLOTTO = :HV-CLOTTO
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSIL0083 - ERRORE SELECT WSIT0083 SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           MOVE HV-NRIGA-MAX TO W-NRIGA-RIPRESA.

           IF W-NRIGA-RIPRESA GREATER ZERO
              DISPLAY 'WSIL0083 - RIPARTENZA DEL LOTTO ' HV-CLOTTO
                      ' DOPO LA RIGA ' W-NRIGA-RIPRESA
           END-IF.

       1200-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    IL PROSSIMO PIDMTX E' IL SUCCESSIVO DEL PIU' ALTO GIA' *
      *    ASSEGNATO NELL'INTERVALLO (TUTTI I LOTTI): IL          *
      *    REGISTRO E' CONSOLIDATO CON WSRR, QUINDI NON PUO'      *
      *    PERDERNE UNO.                                          *
      *---------------------------------------------------------*
       1300-ULTIMO-PIDMTX.

           MOVE W-PID-DA     TO W-PID-ED.
           MOVE W-PID-X      TO HV-PIDMTX-DA.
           MOVE W-PID-A      TO W-PID-ED.
           MOVE W-PID-X      TO HV-PIDMTX-A.

           EXEC SQL
                SELECT VALUE(MAX(PIDMTX), ' ')
                  INTO :HV-PIDMTX-MAX
                  FROM WSIT0083
                 WHERE PIDMTX BETWEEN :HV-PIDMTX-DA AND :HV-PIDMTX-A
                   AND CSTATO <> 'S'
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSIL0083 - ERRORE SELECT MAX PIDMTX SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           IF HV-PIDMTX-MAX = SPACES
              MOVE W-PID-DA TO W-PID-PROSSIMO
           ELSE
              MOVE HV-PIDMTX-MAX (1:10) TO W-PID-X
              COMPUTE W-PID-PROSSIMO = W-PID-ED + 1
           END-IF.

       1300-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    SCORRE IL FILE UN MESSAGGIO ALLA VOLTA FINO ALLA FINE *
      *    O AL LIMITE DEL GIRO.                                 *
      *---------------------------------------------------------*
       2000-CARICA-FILE.

           PERFORM 2200-RACCOGLI-MESSAGGIO THRU 2200-EXIT
              UNTIL FINE-INTK
                 OR NOT NESSUN-ARRESTO.

       2000-EXIT.
           EXIT.

       2100-LEGGI-INTAKE.

           READ INTK-FILE
               AT END SET FINE-INTK TO TRUE
           END-READ.

           IF NON-FINE-INTK
              ADD 1 TO W-RIGHE-LETTE
                       W-NRIGA-CORR
           END-IF.

       2100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    UN MESSAGGIO: LA RIGA 'T' E I CORPI 'C' CHE LA        *
      *    SEGUONO. UNA RIGA FUORI MESSAGGIO (CORPO SENZA        *
      *    TESTATA O TIPO SCONOSCIUTO) E' SCARTATA DA SOLA.      *
      *---------------------------------------------------------*
       2200-RACCOGLI-MESSAGGIO.

           MOVE W-NRIGA-CORR  TO W-MSG-NRIGA.
           MOVE ZERO          TO W-NUM-SEGMENTI
                                 W-MSG-RIGHE
                                 W-MSG-NRIGAERR.
           MOVE SPACES        TO W-MSG-CMOTIVO.
           MOVE IN-CRIFMITT   TO W-MSG-CRIFMITT.

           IF NOT IN-TESTATA
              MOVE W-NRIGA-CORR TO W-MSG-NRIGAERR
              IF IN-CORPO
                 MOVE 'CORPO SENZA TESTATA' TO W-MSG-CMOTIVO
              ELSE
                 MOVE 'TIPO RECORD NON VALIDO' TO W-MSG-CMOTIVO
              END-IF
              PERFORM 2100-LEGGI-INTAKE THRU 2100-EXIT
              IF W-MSG-NRIGA GREATER W-NRIGA-RIPRESA
                 ADD 1 TO W-MSG-LETTI
                 PERFORM 2900-SCARTA-MESSAGGIO THRU 2900-EXIT
                 PERFORM 2950-FINE-MESSAGGIO   THRU 2950-EXIT
              END-IF
              GO TO 2200-EXIT
           END-IF.

           MOVE IN-T-CMSGMTX  TO W-MSG-CMSGMTX.
           MOVE IN-T-CMITT    TO W-MSG-CMITT.
           MOVE IN-T-CFAMAPP  TO W-MSG-CFAMAPP.
           MOVE IN-T-CAMBOP   TO W-MSG-CAMBOP.
           MOVE IN-T-CCATAPPL TO W-MSG-CCATAPPL.
           MOVE IN-T-CPRIOMS  TO W-MSG-CPRIOMS.
           MOVE IN-T-CTSOGMTX TO W-MSG-CTSOGMTX.
           MOVE IN-T-CVETT    TO W-MSG-CVETT.
           MOVE IN-T-XTESTMTX TO W-MSG-XTESTMTX.

           PERFORM 2100-LEGGI-INTAKE THRU 2100-EXIT.

           PERFORM 2300-ACCODA-SEGMENTO THRU 2300-EXIT
              UNTIL FINE-INTK
                 OR IN-TESTATA.

           IF W-MSG-NRIGA NOT GREATER W-NRIGA-RIPRESA
              ADD 1 TO W-MSG-SALTATI
              GO TO 2200-EXIT
           END-IF.

           ADD 1 TO W-MSG-LETTI.

           IF W-MSG-CMOTIVO = SPACES
              PERFORM 2400-VALIDA-TESTATA THRU 2400-EXIT
           END-IF.

           IF W-MSG-CMOTIVO = SPACES
           AND W-NUM-SEGMENTI = ZERO
              MOVE W-MSG-NRIGA TO W-MSG-NRIGAERR
              MOVE 'MESSAGGIO SENZA CORPI' TO W-MSG-CMOTIVO
           END-IF.

           IF W-MSG-CMOTIVO = SPACES
              PERFORM 3000-CARICA-MESSAGGIO THRU 3000-EXIT
              IF ARRESTO-PIDMTX
                 GO TO 2200-EXIT
              END-IF
           ELSE
              PERFORM 2900-SCARTA-MESSAGGIO THRU 2900-EXIT
           END-IF.

           PERFORM 2950-FINE-MESSAGGIO THRU 2950-EXIT.

       2200-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    UNA RIGA DEL MESSAGGIO DOPO LA TESTATA. SI TIENE IL   *
      *    PRIMO ERRORE INCONTRATO, MA SI CONSUMANO COMUNQUE     *
      *    TUTTE LE RIGHE FINO ALLA TESTATA SUCCESSIVA.          *
      *---------------------------------------------------------*
       2300-ACCODA-SEGMENTO.

           ADD 1 TO W-MSG-RIGHE.

           IF W-MSG-CMOTIVO NOT = SPACES
              GO TO 2300-LEGGI
           END-IF.

           IF NOT IN-CORPO
              MOVE W-NRIGA-CORR TO W-MSG-NRIGAERR
              MOVE 'TIPO RECORD NON VALIDO' TO W-MSG-CMOTIVO
              GO TO 2300-LEGGI
           END-IF.

           IF W-NUM-SEGMENTI NOT LESS W-MAX-SEGMENTI
              MOVE W-NRIGA-CORR TO W-MSG-NRIGAERR
              MOVE 'PIU'' DI 20 CORPI NEL MESSAGGIO' TO W-MSG-CMOTIVO
              GO TO 2300-LEGGI
           END-IF.

           PERFORM 2310-VALIDA-CORPO THRU 2310-EXIT.

           IF W-MSG-CMOTIVO = SPACES
              ADD 1 TO W-NUM-SEGMENTI
              MOVE W-LEN-CORPO TO SEG-XMSGRISE-LEN  (W-NUM-SEGMENTI)
              MOVE IN-C-CORPO  TO SEG-XMSGRISE-TEXT (W-NUM-SEGMENTI)
           ELSE
              MOVE W-NRIGA-CORR TO W-MSG-NRIGAERR
           END-IF.

       2300-LEGGI.

           PERFORM 2100-LEGGI-INTAKE THRU 2100-EXIT.

       2300-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    CONTROLLI DI STRUTTURA DEL CORPO: LUNGHEZZA, CORPO     *
      *    NON VUOTO, TITOLO IDENTIFICATO E CSTRIP VALORIZZATO.   *
      *    I CONTROLLI DI MERITO RESTANO QUELLI DI WSOC83.        *
      *---------------------------------------------------------*
       2310-VALIDA-CORPO.

           IF IN-C-LEN NOT NUMERIC
              MOVE 'LUNGHEZZA CORPO NON NUMERICA' TO W-MSG-CMOTIVO
              GO TO 2310-EXIT
           END-IF.

           MOVE IN-C-LEN-N TO W-LEN-CORPO.

           IF W-LEN-CORPO = ZERO
           OR W-LEN-CORPO GREATER 3000
              MOVE 'LUNGHEZZA CORPO FUORI LIMITI' TO W-MSG-CMOTIVO
              GO TO 2310-EXIT
           END-IF.

           IF IN-C-CORPO (1:W-LEN-CORPO) = SPACES
           OR IN-C-CORPO (1:W-LEN-CORPO) = LOW-VALUE
              MOVE 'CORPO VUOTO' TO W-MSG-CMOTIVO
              GO TO 2310-EXIT
           END-IF.

           MOVE LOW-VALUE TO WS-MSG-CORP.
           MOVE IN-C-CORPO (1:W-LEN-CORPO) TO WS-MSG-CORP.

           IF (WSC83I-ISIN = SPACES OR LOW-VALUE)
           AND (WSC83I-CNAZTIT = SPACES OR LOW-VALUE
                OR WSC83I-CSPTIT = SPACES OR LOW-VALUE)
              MOVE 'CORPO SENZA ISIN NE'' CNAZTIT/CSPTIT'
                                          TO W-MSG-CMOTIVO
              GO TO 2310-EXIT
           END-IF.

           IF WSC83I-CSTRIP = SPACES OR LOW-VALUE
              MOVE 'CORPO SENZA CSTRIP' TO W-MSG-CMOTIVO
           END-IF.

       2310-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    CONTROLLI DI STRUTTURA DELLA TESTATA: ATTRIBUTI DI    *
      *    INSTRADAMENTO E TESTATA XTESTMTX PRESENTI, CODA       *
      *    LIBERA (POS. 93-100) LASCIATA AL DISPATCHER.          *
      *---------------------------------------------------------*
       2400-VALIDA-TESTATA.

           MOVE W-MSG-NRIGA TO W-MSG-NRIGAERR.

           EVALUATE TRUE
               WHEN W-MSG-CMSGMTX = SPACES
                    MOVE 'TESTATA SENZA CMSGMTX'  TO W-MSG-CMOTIVO
               WHEN W-MSG-CMITT = SPACES
                    MOVE 'TESTATA SENZA CMITT'    TO W-MSG-CMOTIVO
               WHEN W-MSG-CFAMAPP = SPACES
                    MOVE 'TESTATA SENZA CFAMAPP'  TO W-MSG-CMOTIVO
               WHEN W-MSG-CCATAPPL = SPACES
                    MOVE 'TESTATA SENZA CCATAPPL' TO W-MSG-CMOTIVO
               WHEN W-MSG-XTESTMTX = SPACES
                    MOVE 'TESTATA SENZA XTESTMTX' TO W-MSG-CMOTIVO
               WHEN W-MSG-XTESTMTX (93:8) NOT = SPACES
                    MOVE 'XTESTMTX POS. 93-100 NON A SPAZIO'
                                                  TO W-MSG-CMOTIVO
               WHEN OTHER
                    MOVE ZERO TO W-MSG-NRIGAERR
           END-EVALUATE.

       2400-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    SCARTO IN INGRESSO: SOLO LA RIGA DI REGISTRO 'S'.     *
      *---------------------------------------------------------*
       2900-SCARTA-MESSAGGIO.

           MOVE HV-CLOTTO        TO WSIT-CLOTTO.
           MOVE W-MSG-NRIGA      TO WSIT-NRIGA.
           MOVE W-MSG-CRIFMITT   TO WSIT-CRIFMITT.
           MOVE SPACES           TO WSIT-PIDMTX.
           MOVE W-MSG-RIGHE      TO WSIT-NSEGM.
           MOVE W-MSG-CCATAPPL   TO WSIT-CCATAPPL.
           MOVE W-MSG-CFAMAPP    TO WSIT-CFAMAPP.
           SET WSIT-SCARTATO     TO TRUE.
           MOVE W-MSG-NRIGAERR   TO WSIT-NRIGAERR.
           MOVE W-MSG-CMOTIVO    TO WSIT-CMOTIVO.

           PERFORM 3300-INSERISCI-REGISTRO THRU 3300-EXIT.

           ADD 1 TO W-MSG-SCARTATI.

           MOVE 'SCARTATO'       TO RD-ESITO.
           MOVE W-MSG-NRIGAERR   TO RD-NRIGAERR.
           MOVE W-MSG-CMOTIVO    TO RD-CMOTIVO.
           PERFORM 2960-STAMPA-MESSAGGIO THRU 2960-EXIT.

       2900-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    MESSAGGIO CHIUSO: CONSOLIDAMENTO A INTERVALLO E       *
      *    LIMITE DEL GIRO.                                      *
      *---------------------------------------------------------*
       2950-FINE-MESSAGGIO.

           ADD 1 TO W-MSG-DEL-GIRO
                    W-DA-CONSOLIDARE.

           IF W-DA-CONSOLIDARE NOT LESS W-CKPT-INTERVALLO
              PERFORM 2970-CONSOLIDA THRU 2970-EXIT
           END-IF.

           IF W-MSG-DEL-GIRO NOT LESS W-MAX-GIRO
           AND NON-FINE-INTK
              SET ARRESTO-LIMITE TO TRUE
           END-IF.

       2950-EXIT.
           EXIT.

       2960-STAMPA-MESSAGGIO.

           MOVE W-MSG-NRIGA      TO RD-NRIGA.
           MOVE W-MSG-CRIFMITT   TO RD-CRIFMITT.
           MOVE WSIT-PIDMTX      TO RD-PIDMTX.
           MOVE WSIT-NSEGM       TO RD-NSEGM.

           WRITE RPT-RECORD FROM RIGA-DETTAGLIO.
           ADD 1 TO W-LINEE-STAMPATE.

       2960-EXIT.
           EXIT.

       2970-CONSOLIDA.

           EXEC SQL COMMIT END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSIL0083 - ERRORE COMMIT SQLCODE=' SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           MOVE ZERO TO W-DA-CONSOLIDARE.

       2970-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    CARICO DI UN MESSAGGIO VALIDO: PIDMTX, RIGHE WSRR     *
      *    PPROG 1..N E RIGA DI REGISTRO 'C'.                    *
      *---------------------------------------------------------*
       3000-CARICA-MESSAGGIO.

           SET PIDMTX-OCCUPATO TO TRUE.
           PERFORM 3100-ASSEGNA-PIDMTX THRU 3100-EXIT
              UNTIL PIDMTX-LIBERO
                 OR ARRESTO-PIDMTX.

           IF ARRESTO-PIDMTX
              GO TO 3000-EXIT
           END-IF.

           EXEC SQL
                SELECT CHAR(CURRENT TIMESTAMP)
                  INTO :HV-WTIMECAR
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSIL0083 - ERRORE CURRENT TIMESTAMP SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           MOVE W-MSG-XTESTMTX TO HV-XTESTMTX.

           PERFORM 3200-INSERISCI-SEGMENTO THRU 3200-EXIT
              VARYING IND-SEG FROM 1 BY 1
              UNTIL IND-SEG GREATER W-NUM-SEGMENTI.

           MOVE HV-CLOTTO        TO WSIT-CLOTTO.
           MOVE W-MSG-NRIGA      TO WSIT-NRIGA.
           MOVE W-MSG-CRIFMITT   TO WSIT-CRIFMITT.
           MOVE HV-PIDMTX        TO WSIT-PIDMTX.
           MOVE W-NUM-SEGMENTI   TO WSIT-NSEGM.
           MOVE W-MSG-CCATAPPL   TO WSIT-CCATAPPL.
           MOVE W-MSG-CFAMAPP    TO WSIT-CFAMAPP.
           SET WSIT-CARICATO     TO TRUE.
           MOVE ZERO             TO WSIT-NRIGAERR.
           MOVE SPACES           TO WSIT-CMOTIVO.

           PERFORM 3300-INSERISCI-REGISTRO THRU 3300-EXIT.

           ADD 1 TO W-MSG-CARICATI.
           COMPUTE W-PID-PROSSIMO = W-PID-PROSSIMO + 1.

           MOVE 'CARICATO'       TO RD-ESITO.
           MOVE ZERO             TO RD-NRIGAERR.
           MOVE SPACES           TO RD-CMOTIVO.
           PERFORM 2960-STAMPA-MESSAGGIO THRU 2960-EXIT.

       3000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    PROSSIMO PIDMTX DELL'INTERVALLO NON GIA' PRESENTE IN  *
      *    WSRR (DIFESA DA ASSEGNAZIONI FATTE FUORI REGISTRO).   *
      *    A INTERVALLO ESAURITO IL CARICO SI FERMA: IL MESSAGGIO*
      *    NON E' REGISTRATO E IL RILANCIO, DOPO AVER ESTESO IL  *
      *    MEMBRO 'WS83INTK', RIPARTE DA LUI.                    *
      *---------------------------------------------------------*
       3100-ASSEGNA-PIDMTX.

           IF W-PID-PROSSIMO GREATER W-PID-A
              SET ARRESTO-PIDMTX TO TRUE
              GO TO 3100-EXIT
           END-IF.

           MOVE W-PID-PROSSIMO TO W-PID-ED.
           MOVE SPACES         TO HV-PIDMTX.
           MOVE W-PID-X        TO HV-PIDMTX.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :HV-CONTA
                  FROM WSRR
                 WHERE PIDMTX = :HV-PIDMTX
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSIL0083 - ERRORE SELECT WSRR SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           IF HV-CONTA = ZERO
              SET PIDMTX-LIBERO TO TRUE
           ELSE
              DISPLAY 'WSIL0083 - PIDMTX ' HV-PIDMTX
                      ' GIA'' IN WSRR, SI PASSA AL SUCCESSIVO'
              COMPUTE W-PID-PROSSIMO = W-PID-PROSSIMO + 1
           END-IF.

       3100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    UNA RIGA WSRR PER CORPO, STESSE COLONNE DI WSRP0083,  *
      *    CON GLI ATTRIBUTI DI INSTRADAMENTO DELLA TESTATA:     *
      *    CFAMAPP GUIDA IL ROUTER WSRT0083 SULLA PARTIZIONE.    *
      *---------------------------------------------------------*
       3200-INSERISCI-SEGMENTO.

           MOVE IND-SEG                     TO HV-PPROG.
           MOVE SEG-XMSGRISE-LEN (IND-SEG)  TO HV-XMSGRISE-LEN.
           MOVE SEG-XMSGRISE-TEXT (IND-SEG) TO HV-XMSGRISE-TEXT.

           EXEC SQL
                INSERT  INTO WSRR
                       ( PIDMTX
                       , WTIMECAR
                       , CMSGMTX
                       , CMITT
                       , CFAMAPP
                       , CAMBOP
                       , CCATAPPL
                       , CPRIOMS
                       , XERRMTX
                       , CTSOGMTX
                       , CVETT
                       , CESMTX
                       , CVALMSG
                       , XTESTMTX
                       , XMSGRISE
                       , PPROG    )
                VALUES (:HV-PIDMTX
                       ,:HV-WTIMECAR
                       ,:W-MSG-CMSGMTX
                       ,:W-MSG-CMITT
                       ,:W-MSG-CFAMAPP
                       ,:W-MSG-CAMBOP
                       ,:W-MSG-CCATAPPL
                       ,:W-MSG-CPRIOMS
                       ,' '
                       ,:W-MSG-CTSOGMTX
                       ,:W-MSG-CVETT
                       ,' '
                       ,' '
                       ,:HV-XTESTMTX
                       ,:HV-XMSGRISE
                       ,:HV-PPROG )
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSIL0083 - ERRORE INSERT WSRR SQLCODE='
                       SQLCODE ' PIDMTX ' HV-PIDMTX ' PPROG ' IND-SEG
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           ADD 1 TO W-SEG-INSERITI.

       3200-EXIT.
           EXIT.

       3300-INSERISCI-REGISTRO.

           EXEC SQL
                INSERT  INTO WSIT0083
                       ( CLOTTO
                       , NRIGA
                       , CRIFMITT
                       , PIDMTX
                       , NSEGM
                       , CCATAPPL
                       , CFAMAPP
                       , CSTATO
                       , NRIGAERR
                       , CMOTIVO
                       , WTIMECAR
                       , WTIMEACC )
                VALUES (:WSIT-CLOTTO
                       ,:WSIT-NRIGA
                       ,:WSIT-CRIFMITT
                       ,:WSIT-PIDMTX
                       ,:WSIT-NSEGM
                       ,:WSIT-CCATAPPL
                       ,:WSIT-CFAMAPP
                       ,:WSIT-CSTATO
                       ,:WSIT-NRIGAERR
                       ,:WSIT-CMOTIVO
                       ,CHAR(CURRENT TIMESTAMP)
                       ,NULL )
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSIL0083 - ERRORE INSERT WSIT0083 SQLCODE='
                       SQLCODE ' RIGA ' WSIT-NRIGA
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

       3300-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    ROUTINE GENERICA DI ABEND SU ERRORE SQL IRRECUPERABILE.
      *    IL LAVORO NON CONSOLIDATO E' ANNULLATO: IL RILANCIO   *
      *    RIPARTE DALL'ULTIMO CONSOLIDAMENTO.                   *
      *---------------------------------------------------------*
       9900-ABEND-SQL.

           EXEC SQL ROLLBACK END-EXEC.
           CLOSE INTK-FILE.
           CLOSE RPT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       9900-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    CONSOLIDAMENTO FINALE, RIEPILOGO E TERMINE.           *
      *---------------------------------------------------------*
       9999-FINE.

           PERFORM 2970-CONSOLIDA THRU 2970-EXIT.

           CLOSE INTK-FILE.

           EVALUATE TRUE
               WHEN ARRESTO-LIMITE
                    MOVE
                   'CARICO INTERROTTO AL LIMITE DEL GIRO: RILANCIARE'
                                      TO RA-DESCR
                    WRITE RPT-RECORD FROM RIGA-ARRESTO
               WHEN ARRESTO-PIDMTX
                    MOVE
                   'INTERVALLO PIDMTX DI ''WS83INTK'' ESAURITO'
                                      TO RA-DESCR
                    WRITE RPT-RECORD FROM RIGA-ARRESTO
           END-EVALUATE.

           MOVE 'RIGHE LETTE DAL FILE       : ' TO RR-DESCR.
           MOVE W-RIGHE-LETTE                   TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'MESSAGGI ESAMINATI         : ' TO RR-DESCR.
           MOVE W-MSG-LETTI                     TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'MESSAGGI CARICATI          : ' TO RR-DESCR.
           MOVE W-MSG-CARICATI                  TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'SEGMENTI WSRR INSERITI     : ' TO RR-DESCR.
           MOVE W-SEG-INSERITI                  TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'SCARTATI IN INGRESSO       : ' TO RR-DESCR.
           MOVE W-MSG-SCARTATI                  TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'SALTATI (GIRO PRECEDENTE)  : ' TO RR-DESCR.
           MOVE W-MSG-SALTATI                   TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           ADD 6 TO W-LINEE-STAMPATE.

           CLOSE RPT-FILE.

           DISPLAY 'WSIL0083 - LOTTO               : ' HV-CLOTTO.
           DISPLAY 'WSIL0083 - MESSAGGI CARICATI   : ' W-MSG-CARICATI.
           DISPLAY 'WSIL0083 - SCARTATI IN INGRESSO: ' W-MSG-SCARTATI.
           DISPLAY 'WSIL0083 - SALTATI (RIPRESA)   : ' W-MSG-SALTATI.

           EVALUATE TRUE
               WHEN ARRESTO-PIDMTX
                    MOVE 8 TO RETURN-CODE
               WHEN ARRESTO-LIMITE
               WHEN W-MSG-SCARTATI GREATER ZERO
                    MOVE 4 TO RETURN-CODE
               WHEN OTHER
                    MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       9999-EXIT.
           EXIT.
