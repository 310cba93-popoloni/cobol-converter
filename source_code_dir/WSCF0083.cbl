       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WSCF0083.
       AUTHOR.        MANUTENZIONE WSOC83.
       INSTALLATION.  MONTE TITOLI - ELABORAZIONE DATI.
       DATE-WRITTEN.  OTTOBRE 2026.
       DATE-COMPILED.
      ***************************************************************
      *REMARKS.        M O N T E   T I T O L I
      *                ------------------------
      *                CONFERMA DAL REGISTRO ESTERNO DELLE RIGHE IAT
      *                IN STATO 'C' E REPORT DI ANZIANITA' DI QUELLE
      *                ANCORA DA CONFERMARE.
      *                ----------------------------------------
      *                AGGIORNA-IAT DI WSOC83 PORTA CSCERXT A 'C'
      *                (CON WTIMECEXT) PER OGNI MESSAGGIO CSTRIP
      *                '2'/'3' E NE LASCIA TRACCIA SU WSAU0083
      *                ('CSCERXT PORTATO A C', CON IL PIDMTX DEL
      *                MESSAGGIO DI STRIPPING).
      *                SEZIONE 1 - CARICO DEL FILE DI CONFERMA
      *                RESTITUITO DAL REGISTRO (DD CONFIN): PER OGNI
      *                CONFERMA CERCA LA RIGA IAT IN STATO 'C' E IL
      *                MESSAGGIO DI STRIPPING CHE L'HA MARCATA (RIGA
      *                WSAU0083 DI MARCATURA, CON LO STESSO PIDMTX SE
      *                IL REGISTRO LO RESTITUISCE); SE LI TROVA PORTA
      *                CSCERXT A 'V' (CONFERMATO DAL REGISTRO) E
      *                SCRIVE LA RIGA DI CONFERMA SU WSAU0083, CON IL
      *                PIDMTX DEL MESSAGGIO DI STRIPPING, E L'EVENTO
      *                DI CAMBIO STATO PER I SOTTOSCRITTORI SU
      *                WSET0083 (COPY WSETVGR). SONO
      *                ECCEZIONI, STAMPATE E NON APPLICATE:
      *                  - CONFERME DI TITOLI MAI MARCATI (NESSUNA
      *                    RIGA IAT IN 'C');
      *                  - CONFERME SENZA MESSAGGIO DI STRIPPING
      *                    CORRISPONDENTE.
      *                LE CONFERME DI TITOLI GIA' IN 'V' SONO
      *                STAMPATE COME DOPPIONI.
      *                SEZIONE 2 - RIGHE IAT ANCORA IN 'C' MARCATE DA
      *                PIU' DI N GIORNI LAVORATIVI (DATA LIMITE
      *                CALCOLATA CON UTIP0062, FESTIVITA' DAL MEMBRO
      *                'CALFEST' DELLA FOTOGRAFIA NOTTURNA SYSPTABS,
      *                MERCATO 'TGT', CONVENZIONE BATCH DI UTIP0062),
      *                CON IL PIDMTX DEL MESSAGGIO DI MARCATURA; LE
      *                RIGHE SENZA MESSAGGIO DI STRIPPING SONO
      *                SEGNALATE COME ECCEZIONE.
      *                SE CI SONO ECCEZIONI O RIGHE SCADUTE IL
      *                PROGRAMMA TERMINA CON RETURN-CODE 4.
      ***************************************************************
      * SCHEDA DI CONTROLLO (SYSIN, FACOLTATIVA):
      *   COL 01-03  GIORNI LAVORATIVI DI ATTESA AMMESSI (DEFAULT 005)
      ***************************************************************
      * TRACCIATO DEL FILE DI CONFERMA (CONFIN, 80 BYTE):
      *   COL 01-02  CNAZTIT
      *   COL 03-11  CSPTIT
      *   COL 12     CHKDGTIT
      *   COL 13-27  PIDMTX DEL MESSAGGIO DI STRIPPING (FACOLTATIVO)
      *   COL 28-35  DATA DI CONFERMA DEL REGISTRO AAAAMMGG
      *   COL 36-51  RIFERIMENTO DEL REGISTRO
      ***************************************************************
      * MODIFICHE:                                                  *
      *   OTT26  RG0919  PRIMA STESURA.                              *
      *   OTT26  RG0939  LA CONFERMA PUBBLICA L'EVENTO DI CAMBIO     *
      *                  STATO IAT SU WSET0083.                      *
      ***************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN     ASSIGN TO SYSIN.
           SELECT CONF-FILE ASSIGN TO CONFIN.
           SELECT TAB-SNAP  ASSIGN TO TABSNAP
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE  ASSIGN TO RPTOUT.

       DATA DIVISION.

       FILE SECTION.

       FD  SYSIN
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  SYSIN-RECORD.
           05  SI-GG-ATTESA              PIC 9(03).
           05  FILLER                    PIC X(77).

       FD  CONF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  CONF-RECORD.
           05  CF-CNAZTIT                PIC X(02).
           05  CF-CSPTIT                 PIC X(09).
           05  CF-CHKDGTIT               PIC X(01).
           05  CF-PIDMTX                 PIC X(15).
           05  CF-DCONF                  PIC X(08).
           05  CF-RIFREG                 PIC X(16).
           05  FILLER                    PIC X(29).

       FD  TAB-SNAP
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  SNAP-RECORD.
           05  SNAP-NOME              PIC X(08).
           05  SNAP-CHIAVE20.
               10  SNAP-MERCATO       PIC X(03).
               10  SNAP-ANNO          PIC X(04).
               10  SNAP-PROGR         PIC X(02).
               10  FILLER             PIC X(11).
           05  SNAP-DESCRIZIONE.
               10  SNAP-FESTIVITA     PIC 9(06) OCCURS 10.
           05  FILLER                 PIC X(02).

       FD  RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  RPT-RECORD                    PIC X(133).

       WORKING-STORAGE SECTION.

      ***************************************************************
      *    CONTATORI DI SERVIZIO                                   *
      ***************************************************************
       77  W-CONFERME-LETTE              PIC 9(07) COMP-3 VALUE ZERO.
       77  W-CONFERME-APPLICATE          PIC 9(07) COMP-3 VALUE ZERO.
       77  W-CONFERME-DOPPIE             PIC 9(07) COMP-3 VALUE ZERO.
       77  W-ECC-MAI-MARCATI             PIC 9(07) COMP-3 VALUE ZERO.
       77  W-ECC-SENZA-MSG               PIC 9(07) COMP-3 VALUE ZERO.
       77  W-ECC-NON-VALIDE              PIC 9(07) COMP-3 VALUE ZERO.
       77  W-IAT-SCADUTI                 PIC 9(07) COMP-3 VALUE ZERO.
       77  W-IAT-SENZA-MSG               PIC 9(07) COMP-3 VALUE ZERO.
       77  W-LINEE-STAMPATE              PIC 9(05) COMP-3 VALUE ZERO.
       77  W-GG-ATTESA-DFLT              PIC 9(03) VALUE 005.
       77  W-GG-ATTESA                   PIC 9(03) VALUE ZERO.

       01  W-SW-FINE-SYSIN               PIC X     VALUE 'N'.
           88  FINE-SYSIN                          VALUE 'S'.
           88  NON-FINE-SYSIN                      VALUE 'N'.

       01  W-SW-FINE-CONF                PIC X     VALUE 'N'.
           88  FINE-CONF                           VALUE 'S'.
           88  NON-FINE-CONF                       VALUE 'N'.

       01  W-SW-FINE-SNAP                PIC X     VALUE 'N'.
           88  FINE-SNAP                           VALUE 'S'.
           88  NON-FINE-SNAP                       VALUE 'N'.

       01  W-SW-FINE-CURSORE             PIC X     VALUE 'N'.
           88  FINE-CURSORE                        VALUE 'S'.
           88  NON-FINE-CURSORE                    VALUE 'N'.

      *    STATI CSCERXT DI IAT
       01  W-CSCERXT-MARCATO             PIC X(01) VALUE 'C'.
       01  W-CSCERXT-CONFERMATO          PIC X(01) VALUE 'V'.

      *    DESCRIZIONI WSAU0083 DI MARCATURA (SCRITTA DA AGGIORNA-IAT
      *    DI WSOC83) E DI CONFERMA
       01  W-DESCR-MARCATURA             PIC X(40) VALUE
           'CSCERXT PORTATO A C'.
       01  W-DESCR-CONFERMA.
           05  FILLER                    PIC X(24) VALUE
               'CSCERXT PORTATO A V REG.'.
           05  W-DESCR-RIFREG            PIC X(16).

      ***************************************************************
      *    AREE DI COLLOQUIO CON UTIP0062 E TABELLA FESTIVITA'      *
      *    (CARICATA DALLA FOTOGRAFIA SYSPTABS, MEMBRO 'CALFEST')   *
      ***************************************************************
       01  W-CAL-FUNZ                    PIC X(01) VALUE '1'.
       01  W-CAL-DATA-GGMMAA.
           05  W-CAL-GG                  PIC 99.
           05  W-CAL-MM                  PIC 99.
           05  W-CAL-AA                  PIC 99.
       01  W-CAL-GIORNI                  PIC S9(7) COMP-3 VALUE ZERO.
       01  W-CAL-FESTIVO                 PIC X(01) VALUE 'N'.
       01  W-CAL-RC                      PIC S9(1) COMP-3 VALUE ZERO.
       01  W-TAB-FESTIVITA.
           05  W-NUM-FESTIVITA           PIC 9(03) VALUE ZERO.
           05  W-FESTIVITA               PIC 9(06) OCCURS 40.
       01  W-MERCATO-CAL                 PIC X(03) VALUE 'TGT'.
       77  IND-CAL                       PIC S9(4) COMP VALUE ZERO.

      ***************************************************************
      *    ANNI DI CALENDARIO DA CARICARE (ANNO PRECEDENTE E        *
      *    CORRENTE: LA DATA LIMITE SI CALCOLA ALL'INDIETRO)        *
      ***************************************************************
       01  W-DATA-ODIERNA                PIC 9(06) VALUE ZERO.
       01  FILLER REDEFINES W-DATA-ODIERNA.
           05  W-OGGI-AA                 PIC 99.
           05  W-OGGI-MM                 PIC 99.
           05  W-OGGI-GG                 PIC 99.
       01  W-ANNO-CORR                   PIC 9(04) VALUE ZERO.
       01  W-ANNO-PREC                   PIC 9(04) VALUE ZERO.
       01  W-ANNO-X                      PIC X(04) VALUE SPACES.
       01  W-ANNO-PREC-X                 PIC X(04) VALUE SPACES.
       01  W-ANNO-LIMITE                 PIC 9(04) VALUE ZERO.

      ***************************************************************
      *    RIGHE DEL REPORT                                        *
      ***************************************************************
       01  RIGA-TITOLO-1.
           05  FILLER          PIC X(52) VALUE
               'WSCF0083 - CONFERME DAL REGISTRO E ANZIANITA'' IAT IN'.
           05  FILLER          PIC X(13) VALUE ' STATO C     '.
           05  FILLER          PIC X(68) VALUE SPACES.

       01  RIGA-SEZIONE-1.
           05  FILLER          PIC X(52) VALUE
               '*** SEZIONE 1 - CARICO CONFERME: ECCEZIONI E DOPPION'.
           05  FILLER          PIC X(01) VALUE 'I'.
           05  FILLER          PIC X(80) VALUE SPACES.

       01  RIGA-SEZIONE-2.
           05  FILLER          PIC X(45) VALUE
               '*** SEZIONE 2 - RIGHE IAT IN C DA OLTRE GG.: '.
           05  RS2-GG          PIC ZZ9.
           05  FILLER          PIC X(23) VALUE
               ' LAVORATIVI, MARCATE IL'.
           05  FILLER          PIC X(10) VALUE ' O PRIMA: '.
           05  RS2-LIMITE      PIC X(10).
           05  FILLER          PIC X(42) VALUE SPACES.

       01  RIGA-DETT-CONF.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RC-CNAZTIT      PIC X(02).
           05  FILLER          PIC X(01) VALUE '/'.
           05  RC-CSPTIT       PIC X(09).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RC-PIDMTX       PIC X(15).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RC-DCONF        PIC X(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RC-RIFREG       PIC X(16).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RC-NOTA         PIC X(40).
           05  FILLER          PIC X(32) VALUE SPACES.

       01  RIGA-DETT-IAT.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RI-CNAZTIT      PIC X(02).
           05  FILLER          PIC X(01) VALUE '/'.
           05  RI-CSPTIT       PIC X(09).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RI-WTIMECEXT    PIC X(19).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RI-PIDMTX       PIC X(15).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RI-NOTA         PIC X(40).
           05  FILLER          PIC X(39) VALUE SPACES.

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
       01  HV-CNAZTIT                    PIC X(02).
       01  HV-CSPTIT                     PIC X(09).
       01  HV-CHKDGTIT                   PIC S9(1)V COMP-3.
       01  HV-CCHIAVE3                   PIC X(02).
       01  HV-CSCERXT                    PIC X(01).
       01  HV-PIDMTX                     PIC X(15).
       01  HV-PIDMTX-MSG                 PIC X(15).
       01  HV-WTIMECEXT                  PIC X(26).
       01  HV-DATA-LIMITE                PIC X(10).
       01  HV-DESCR-MARCATURA            PIC X(40).
       01  HV-DESCRAUD                   PIC X(40).
       01  HV-CONTA                      PIC S9(9) COMP-3.

RG0939     COPY WSETVGR.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ***************************************************************
      *    RIGHE IAT ANCORA IN 'C' MARCATE ENTRO LA DATA LIMITE,    *
      *    CON IL PIDMTX DEL MESSAGGIO DI MARCATURA (SPAZIO SE      *
      *    NESSUNA RIGA WSAU0083 LO RIPORTA)                        *
      ***************************************************************
           EXEC SQL DECLARE CUR-SCADUTI CURSOR WITH HOLD FOR
                SELECT I.CNAZTIT, I.CSPTIT, CHAR(I.WTIMECEXT)
                      ,VALUE((SELECT MAX(A.PIDMTX)
                                FROM WSAU0083 A
                               WHERE A.CNAZTIT  = I.CNAZTIT
                                 AND A.CSPTIT   = I.CSPTIT
                                 AND A.NOMTAB   = 'IAT '
                                 AND A.DESCRAUD =
                                     :HV-DESCR-MARCATURA), ' ')
                  FROM IAT I
                 WHERE I.CSCERXT = 'C'
                   AND DATE(I.WTIMECEXT) <= DATE(:HV-DATA-LIMITE)
                 ORDER BY I.WTIMECEXT, I.CNAZTIT, I.CSPTIT
                  WITH UR
           END-EXEC.

      *****************************
       PROCEDURE DIVISION.
      *****************************

       0000-MAINLINE.

           PERFORM 1000-INIZIALIZZA        THRU 1000-EXIT.
           PERFORM 2000-CARICA-CONFERME    THRU 2000-EXIT.
           PERFORM 3000-CALCOLA-LIMITE     THRU 3000-EXIT.
           PERFORM 4000-SCORRI-SCADUTI     THRU 4000-EXIT.
           PERFORM 9999-FINE               THRU 9999-EXIT.

           STOP RUN.

       0000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    APERTURA FILE, SCHEDA DI CONTROLLO, INTESTAZIONE E    *
      *    CARICO FESTIVITA' DAL MEMBRO 'CALFEST' DELLA          *
      *    FOTOGRAFIA SYSPTABS (MERCATO 'TGT', ANNO PRECEDENTE E *
      *    CORRENTE).                                            *
      *---------------------------------------------------------*
       1000-INIZIALIZZA.

           MOVE W-GG-ATTESA-DFLT     TO W-GG-ATTESA.
           MOVE W-DESCR-MARCATURA    TO HV-DESCR-MARCATURA.

           OPEN INPUT  SYSIN.
           OPEN OUTPUT RPT-FILE.

           READ SYSIN
               AT END SET FINE-SYSIN TO TRUE
           END-READ.

           IF NON-FINE-SYSIN
              IF SI-GG-ATTESA NUMERIC
                 MOVE SI-GG-ATTESA TO W-GG-ATTESA
              END-IF
           END-IF.

           CLOSE SYSIN.

           ACCEPT W-DATA-ODIERNA FROM DATE.
           IF W-OGGI-AA LESS 50
              COMPUTE W-ANNO-CORR = 2000 + W-OGGI-AA
           ELSE
              COMPUTE W-ANNO-CORR = 1900 + W-OGGI-AA
           END-IF.
           COMPUTE W-ANNO-PREC = W-ANNO-CORR - 1.
           MOVE W-ANNO-CORR TO W-ANNO-X.
           MOVE W-ANNO-PREC TO W-ANNO-PREC-X.

           OPEN INPUT  TAB-SNAP.
           PERFORM 1100-CARICA-FESTIVITA THRU 1100-EXIT
              UNTIL FINE-SNAP.
           CLOSE TAB-SNAP.

           WRITE RPT-RECORD FROM RIGA-TITOLO-1.
           WRITE RPT-RECORD FROM RIGA-SEZIONE-1.
           ADD 2 TO W-LINEE-STAMPATE.

       1000-EXIT.
           EXIT.

       1100-CARICA-FESTIVITA.

           READ TAB-SNAP
               AT END SET FINE-SNAP TO TRUE
           END-READ.

           IF NON-FINE-SNAP
           AND SNAP-NOME    = 'CALFEST '
           AND SNAP-MERCATO = W-MERCATO-CAL
           AND (SNAP-ANNO = W-ANNO-X OR SNAP-ANNO = W-ANNO-PREC-X)
              PERFORM 1110-CARICA-DATA THRU 1110-EXIT
                 VARYING IND-CAL FROM 1 BY 1
                   UNTIL IND-CAL GREATER 10
           END-IF.

       1100-EXIT.
           EXIT.

       1110-CARICA-DATA.

           IF SNAP-FESTIVITA (IND-CAL) NUMERIC
           AND SNAP-FESTIVITA (IND-CAL) GREATER ZERO
           AND W-NUM-FESTIVITA LESS 40
              ADD 1 TO W-NUM-FESTIVITA
              MOVE SNAP-FESTIVITA (IND-CAL)
                TO W-FESTIVITA (W-NUM-FESTIVITA)
           END-IF.

       1110-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    SEZIONE 1: CARICO DEL FILE DI CONFERMA DEL REGISTRO. *
      *---------------------------------------------------------*
       2000-CARICA-CONFERME.

           OPEN INPUT  CONF-FILE.

           READ CONF-FILE
               AT END SET FINE-CONF TO TRUE
           END-READ.

           PERFORM 2100-TRATTA-CONFERMA THRU 2100-EXIT
              UNTIL FINE-CONF.

           CLOSE CONF-FILE.

           IF W-ECC-MAI-MARCATI + W-ECC-SENZA-MSG + W-ECC-NON-VALIDE
              + W-CONFERME-DOPPIE = ZERO
              WRITE RPT-RECORD FROM RIGA-NESSUNA
              ADD 1 TO W-LINEE-STAMPATE
           END-IF.

       2000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    UNA CONFERMA: RIGA IAT IN 'C', MESSAGGIO DI          *
      *    STRIPPING DI MARCATURA, AGGIORNAMENTO E TRACCIA.     *
      *---------------------------------------------------------*
       2100-TRATTA-CONFERMA.

           ADD 1 TO W-CONFERME-LETTE.

           MOVE CF-CNAZTIT           TO RC-CNAZTIT.
           MOVE CF-CSPTIT            TO RC-CSPTIT.
           MOVE CF-PIDMTX            TO RC-PIDMTX.
           MOVE CF-DCONF             TO RC-DCONF.
           MOVE CF-RIFREG            TO RC-RIFREG.

           IF CF-CNAZTIT = SPACES
           OR CF-CSPTIT  = SPACES
           OR CF-CHKDGTIT NOT NUMERIC
              ADD 1 TO W-ECC-NON-VALIDE
              MOVE 'ECCEZIONE: RECORD DI CONFERMA NON VALIDO'
                                     TO RC-NOTA
              PERFORM 8000-STAMPA-CONFERMA THRU 8000-EXIT
              GO TO 2100-LEGGI.

           MOVE CF-CNAZTIT           TO HV-CNAZTIT.
           MOVE CF-CSPTIT            TO HV-CSPTIT.
           MOVE CF-CHKDGTIT          TO HV-CHKDGTIT.
           MOVE CF-PIDMTX            TO HV-PIDMTX.

      *    STATO DELLA RIGA IAT DEL TITOLO
           EXEC SQL
                SELECT CSCERXT
                  INTO :HV-CSCERXT
                  FROM IAT
                 WHERE CNAZTIT  = :HV-CNAZTIT
                   AND CSPTIT   = :HV-CSPTIT
                   AND CHKDGTIT = :HV-CHKDGTIT
           END-EXEC.

           IF SQLCODE EQUAL +100
              MOVE SPACE TO HV-CSCERXT
           ELSE
              IF SQLCODE NOT EQUAL ZERO
                 DISPLAY 'WSCF0083 - ERRORE SELECT IAT SQLCODE='
                          SQLCODE
                 PERFORM 9900-ABEND-SQL THRU 9900-EXIT
              END-IF
           END-IF.

           IF HV-CSCERXT = W-CSCERXT-CONFERMATO
              ADD 1 TO W-CONFERME-DOPPIE
              MOVE 'DOPPIONE: TITOLO GIA'' CONFERMATO'
                                     TO RC-NOTA
              PERFORM 8000-STAMPA-CONFERMA THRU 8000-EXIT
              GO TO 2100-LEGGI.

           IF HV-CSCERXT NOT = W-CSCERXT-MARCATO
              ADD 1 TO W-ECC-MAI-MARCATI
              MOVE 'ECCEZIONE: TITOLO MAI MARCATO (IAT NON C)'
                                     TO RC-NOTA
              PERFORM 8000-STAMPA-CONFERMA THRU 8000-EXIT
              GO TO 2100-LEGGI.

      *    MESSAGGIO DI STRIPPING CHE HA MARCATO LA RIGA
           MOVE SPACES TO HV-PIDMTX-MSG.

           EXEC SQL
                SELECT VALUE(MAX(PIDMTX), ' ')
                  INTO :HV-PIDMTX-MSG
                  FROM WSAU0083
                 WHERE CNAZTIT  = :HV-CNAZTIT
                   AND CSPTIT   = :HV-CSPTIT
                   AND NOMTAB   = 'IAT '
                   AND DESCRAUD = :HV-DESCR-MARCATURA
                   AND (PIDMTX  = :HV-PIDMTX
                    OR  :HV-PIDMTX = ' ')
                  WITH UR
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSCF0083 - ERRORE SELECT WSAU0083 SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT.

           IF HV-PIDMTX-MSG = SPACES
              ADD 1 TO W-ECC-SENZA-MSG
              MOVE 'ECCEZIONE: NESSUN MESSAGGIO DI STRIPPING'
                                     TO RC-NOTA
              PERFORM 8000-STAMPA-CONFERMA THRU 8000-EXIT
              GO TO 2100-LEGGI.

      *    CONFERMA DELLA RIGA IAT E TRACCIA SU WSAU0083
           MOVE W-CSCERXT-CONFERMATO TO HV-CSCERXT.

           EXEC SQL
                UPDATE IAT
                   SET CSCERXT   = :HV-CSCERXT
                     , WTIMECEXT =  CURRENT TIMESTAMP
                 WHERE CNAZTIT   = :HV-CNAZTIT
                   AND CSPTIT    = :HV-CSPTIT
                   AND CHKDGTIT  = :HV-CHKDGTIT
                   AND CSCERXT   = 'C'
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSCF0083 - ERRORE UPDATE IAT SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT.

           MOVE CF-CHKDGTIT          TO HV-CCHIAVE3.
           MOVE CF-RIFREG            TO W-DESCR-RIFREG.
           MOVE W-DESCR-CONFERMA     TO HV-DESCRAUD.

           EXEC SQL
                INSERT INTO WSAU0083
                       (PIDMTX,     NOMTAB,     CNAZTIT
                       ,CSPTIT,     CCHIAVE3,   DESCRAUD,   WTIMEAUD)
                VALUES (:HV-PIDMTX-MSG,  'IAT '
                       ,:HV-CNAZTIT,     :HV-CSPTIT
                       ,:HV-CCHIAVE3,    :HV-DESCRAUD
                       ,CURRENT TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSCF0083 - ERRORE INSERT WSAU0083 SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT.

RG0939     MOVE SPACES               TO WSETVGR.
RG0939     MOVE HV-PIDMTX-MSG        TO WSET-PIDMTX.
RG0939     SET WSET-IAT              TO TRUE.
RG0939     MOVE HV-CNAZTIT           TO WSET-CNAZTIT.
RG0939     MOVE HV-CSPTIT            TO WSET-CSPTIT.
RG0939     MOVE HV-CCHIAVE3          TO WSET-CCHIAVE3.
RG0939     MOVE W-CSCERXT-MARCATO    TO WSET-STATOPRE.
RG0939     MOVE W-CSCERXT-CONFERMATO TO WSET-STATOPOS.
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
RG0939        DISPLAY 'WSCF0083 - ERRORE INSERT WSET0083 SQLCODE='
RG0939                 SQLCODE
RG0939        PERFORM 9900-ABEND-SQL THRU 9900-EXIT.

           EXEC SQL COMMIT END-EXEC.

           ADD 1 TO W-CONFERME-APPLICATE.

       2100-LEGGI.

           READ CONF-FILE
               AT END SET FINE-CONF TO TRUE
           END-READ.

       2100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    DATA LIMITE: OGGI MENO N GIORNI LAVORATIVI           *
      *    (UTIP0062 FUNZIONE '1' CON GIORNI NEGATIVI).         *
      *---------------------------------------------------------*
       3000-CALCOLA-LIMITE.

           MOVE W-OGGI-GG            TO W-CAL-GG.
           MOVE W-OGGI-MM            TO W-CAL-MM.
           MOVE W-OGGI-AA            TO W-CAL-AA.
           MOVE '1'                  TO W-CAL-FUNZ.
           COMPUTE W-CAL-GIORNI = ZERO - W-GG-ATTESA.

           CALL 'UTIP0062' USING W-CAL-FUNZ
                                 W-CAL-DATA-GGMMAA
                                 W-CAL-GIORNI
                                 W-CAL-FESTIVO
                                 W-CAL-RC
                                 W-TAB-FESTIVITA.

           IF W-CAL-RC NOT = ZERO
              DISPLAY 'WSCF0083 - ERRORE UTIP0062 RC=' W-CAL-RC
              MOVE 16 TO RETURN-CODE
              CLOSE RPT-FILE
              STOP RUN
           END-IF.

           IF W-CAL-AA LESS 50
              COMPUTE W-ANNO-LIMITE = 2000 + W-CAL-AA
           ELSE
              COMPUTE W-ANNO-LIMITE = 1900 + W-CAL-AA
           END-IF.

           MOVE SPACES TO HV-DATA-LIMITE.
           STRING W-ANNO-LIMITE '-' W-CAL-MM '-' W-CAL-GG
                  DELIMITED BY SIZE INTO HV-DATA-LIMITE.

           MOVE W-GG-ATTESA          TO RS2-GG.
           MOVE HV-DATA-LIMITE       TO RS2-LIMITE.

       3000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    SEZIONE 2: RIGHE IAT ANCORA IN 'C' OLTRE LA SOGLIA.  *
      *---------------------------------------------------------*
       4000-SCORRI-SCADUTI.

           WRITE RPT-RECORD FROM RIGA-SEZIONE-2.
           ADD 1 TO W-LINEE-STAMPATE.

           SET NON-FINE-CURSORE TO TRUE.

           EXEC SQL OPEN CUR-SCADUTI END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSCF0083 - ERRORE OPEN CUR-SCADUTI SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           PERFORM 4100-TRATTA-SCADUTO THRU 4100-EXIT
              UNTIL FINE-CURSORE.

           EXEC SQL CLOSE CUR-SCADUTI END-EXEC.

           EXEC SQL COMMIT END-EXEC.

           IF W-IAT-SCADUTI = ZERO
              WRITE RPT-RECORD FROM RIGA-NESSUNA
              ADD 1 TO W-LINEE-STAMPATE
           END-IF.

       4000-EXIT.
           EXIT.

       4100-TRATTA-SCADUTO.

           EXEC SQL
                FETCH CUR-SCADUTI
                INTO :HV-CNAZTIT, :HV-CSPTIT, :HV-WTIMECEXT,
                     :HV-PIDMTX-MSG
           END-EXEC.

           IF SQLCODE EQUAL +100
              SET FINE-CURSORE TO TRUE
              GO TO 4100-EXIT.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSCF0083 - ERRORE FETCH CUR-SCADUTI SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT.

           ADD 1 TO W-IAT-SCADUTI.
           MOVE HV-CNAZTIT           TO RI-CNAZTIT.
           MOVE HV-CSPTIT            TO RI-CSPTIT.
           MOVE HV-WTIMECEXT         TO RI-WTIMECEXT.
           MOVE HV-PIDMTX-MSG        TO RI-PIDMTX.

           IF HV-PIDMTX-MSG = SPACES
              ADD 1 TO W-IAT-SENZA-MSG
              MOVE 'ECCEZIONE: NESSUN MESSAGGIO DI STRIPPING'
                                     TO RI-NOTA
           ELSE
              MOVE 'IN ATTESA DI CONFERMA DEL REGISTRO'
                                     TO RI-NOTA
           END-IF.

           WRITE RPT-RECORD FROM RIGA-DETT-IAT.
           ADD 1 TO W-LINEE-STAMPATE.

       4100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    STAMPA DI UNA RIGA DI CONFERMA GIA' IMPOSTATA.       *
      *---------------------------------------------------------*
       8000-STAMPA-CONFERMA.

           WRITE RPT-RECORD FROM RIGA-DETT-CONF.
           ADD 1 TO W-LINEE-STAMPATE.

       8000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    ROUTINE GENERICA DI ABEND SU ERRORE SQL IRRECUPERABILE.
      *---------------------------------------------------------*
       9900-ABEND-SQL.

           DISPLAY 'WSCF0083 - ERRORE SQL, SQLCODE=' SQLCODE.
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

           MOVE 'CONFERME LETTE             : ' TO RR-DESCR.
           MOVE W-CONFERME-LETTE                TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'CONFERME APPLICATE (IAT V) : ' TO RR-DESCR.
           MOVE W-CONFERME-APPLICATE            TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'CONFERME DOPPIE            : ' TO RR-DESCR.
           MOVE W-CONFERME-DOPPIE               TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'ECC. TITOLI MAI MARCATI    : ' TO RR-DESCR.
           MOVE W-ECC-MAI-MARCATI               TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'ECC. CONFERME SENZA MSG.   : ' TO RR-DESCR.
           MOVE W-ECC-SENZA-MSG                 TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'ECC. RECORD NON VALIDI     : ' TO RR-DESCR.
           MOVE W-ECC-NON-VALIDE                TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'IAT IN C OLTRE SOGLIA      : ' TO RR-DESCR.
           MOVE W-IAT-SCADUTI                   TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'ECC. IAT IN C SENZA MSG.   : ' TO RR-DESCR.
           MOVE W-IAT-SENZA-MSG                 TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           ADD 8 TO W-LINEE-STAMPATE.

           CLOSE RPT-FILE.

           DISPLAY 'WSCF0083 - CONFERME LETTE    : ' W-CONFERME-LETTE.
           DISPLAY 'WSCF0083 - CONFERME APPLICATE: '
                    W-CONFERME-APPLICATE.
           DISPLAY 'WSCF0083 - IAT OLTRE SOGLIA  : ' W-IAT-SCADUTI.

           IF W-ECC-MAI-MARCATI + W-ECC-SENZA-MSG + W-ECC-NON-VALIDE
              + W-IAT-SCADUTI GREATER ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

       9999-EXIT.
           EXIT.
