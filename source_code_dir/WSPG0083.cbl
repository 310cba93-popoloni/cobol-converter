       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WSPG0083.
       AUTHOR.        MANUTENZIONE WSOC83.
       INSTALLATION.  MONTE TITOLI - ELABORAZIONE DATI.
       DATE-WRITTEN.  OTTOBRE 2026.
       DATE-COMPILED.
      ***************************************************************
      *REMARKS.        M O N T E   T I T O L I
      *                ------------------------
      *                CALENDARIO SETTIMANALE DEI PAGAMENTI (CEDOLE E
      *                RIMBORSI) DEI TITOLI IN STRIPPING.
      *                ----------------------------------------
      *                PER I PROSSIMI N GIORNI LAVORATIVI (FESTIVITA'
      *                DAL MEMBRO 'CALFEST' DELLA FOTOGRAFIA NOTTURNA
      *                SYSPTABS, MERCATO 'TGT', CONVENZIONE BATCH DI
      *                UTIP0062) ELENCA OGNI DATA DI PAGAMENTO, NON
      *                RETTIFICATA E RETTIFICATA SUL GIORNO
      *                LAVORATIVO SECONDO LA CONVENZIONE SCELTA, CON
      *                LA FRAZIONE D'ANNO DEL PERIODO CEDOLARE CHE SI
      *                CHIUDE (ROUTINE UTIP0063):
      *                SEZIONE 1 - PADRI (TATS CSTRIP '1'): IL PIANO
      *                  TEORICO E' GENERATO A RITROSO DALLA DATA DI
      *                  RIMBORSO (ULTIMA DPAGCES DEL PIANO CPPO,
      *                  CTCESPAG '1') CON PASSO PARI ALLA
      *                  PERIODICITA' CEDOLE (BDTA CPERCED, MESI FRA
      *                  DUE RATE; SENZA PERIODICITA' SOLO IL
      *                  RIMBORSO) E CONFRONTATO CON LE RATE CPPO:
      *                  UNA DATA TEORICA SENZA RATA CPPO (NE' SULLA
      *                  DATA NON RETTIFICATA NE' SU QUELLA
      *                  RETTIFICATA) E UNA RATA CPPO SENZA DATA
      *                  TEORICA SONO SEGNALATE COME DISCORDANZE;
      *                SEZIONE 2 - MANTELLI E CEDOLE (TATS CSTRIP
      *                  '2'/'3'): LA DATA DI PAGAMENTO E' LA TAF
      *                  DFIOPER (CEMTIT '00'); DEVE ESSERE UNA RATA
      *                  DEL PIANO CPPO DEL PADRE (STESSO CONTROLLO DI
      *                  WSOC83), ALTRIMENTI E' UNA DISCORDANZA.
      *                E' SOLO DI CONSULTAZIONE: NON AGGIORNA NULLA.
      *                RETURN-CODE: 0 = REGOLARE, 4 = DISCORDANZE.
      ***************************************************************
      * SCHEDA DI CONTROLLO (SYSIN, FACOLTATIVA):
      *   COL 01-03  GIORNI LAVORATIVI DELL'ORIZZONTE (DEFAULT 010)
      *   COL 04-05  CONVENZIONE DI GIORNO LAVORATIVO (DEFAULT 'F '):
      *              'F ' SUCCESSIVO, 'MF' SUCCESSIVO MODIFICATO,
      *              'P ' PRECEDENTE
      *   COL 06-07  BASE DI CALCOLO DELLA FRAZIONE (DEFAULT 'AA'):
      *              'AA' ACT/ACT, '36' ACT/360, '30' 30/360
      ***************************************************************
      * MODIFICHE:                                                  *
      *   OTT26  RG0932  PRIMA STESURA.                              *
      ***************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN     ASSIGN TO SYSIN.
           SELECT TAB-SNAP  ASSIGN TO TABSNAP
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE  ASSIGN TO RPTOUT.

       DATA DIVISION.

       FILE SECTION.

       FD  SYSIN
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  SYSIN-RECORD.
           05  SI-GG-ORIZZONTE           PIC 9(03).
           05  SI-CONV-LAV               PIC X(02).
           05  SI-BASE-CALC              PIC X(02).
           05  FILLER                    PIC X(73).

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
       77  W-PADRI-ESAMINATI             PIC 9(07) COMP-3 VALUE ZERO.
       77  W-PADRI-SENZA-PER             PIC 9(07) COMP-3 VALUE ZERO.
       77  W-DATE-PADRI                  PIC 9(07) COMP-3 VALUE ZERO.
       77  W-DATE-MANTELLI               PIC 9(07) COMP-3 VALUE ZERO.
       77  W-DATE-CEDOLE                 PIC 9(07) COMP-3 VALUE ZERO.
       77  W-DATE-RETTIFICATE            PIC 9(07) COMP-3 VALUE ZERO.
       77  W-DISCORDANZE                 PIC 9(07) COMP-3 VALUE ZERO.
       77  W-LINEE-STAMPATE              PIC 9(05) COMP-3 VALUE ZERO.
       77  W-GG-ORIZZONTE-DFLT           PIC 9(03) VALUE 010.
       77  W-GG-ORIZZONTE                PIC 9(03) VALUE ZERO.
       77  W-GG-MARGINE                  PIC S9(7) COMP-3 VALUE +10.

       01  W-SW-FINE-SYSIN               PIC X     VALUE 'N'.
           88  FINE-SYSIN                          VALUE 'S'.
           88  NON-FINE-SYSIN                      VALUE 'N'.

       01  W-SW-FINE-SNAP                PIC X     VALUE 'N'.
           88  FINE-SNAP                           VALUE 'S'.
           88  NON-FINE-SNAP                       VALUE 'N'.

       01  W-SW-FINE-CURSORE             PIC X     VALUE 'N'.
           88  FINE-CURSORE                        VALUE 'S'.
           88  NON-FINE-CURSORE                    VALUE 'N'.

       01  W-SW-FINE-RATE                PIC X     VALUE 'N'.
           88  FINE-RATE                           VALUE 'S'.
           88  NON-FINE-RATE                       VALUE 'N'.

       01  W-SW-FINE-PIANO               PIC X     VALUE 'N'.
           88  FINE-PIANO                          VALUE 'S'.
           88  NON-FINE-PIANO                      VALUE 'N'.

       01  W-SW-RATA-TROVATA             PIC X     VALUE 'N'.
           88  RATA-TROVATA                        VALUE 'S'.
           88  RATA-NON-TROVATA                    VALUE 'N'.

       01  W-SW-IN-FINESTRA              PIC X     VALUE 'N'.
           88  DATA-IN-FINESTRA                    VALUE 'S'.
           88  DATA-FUORI-FINESTRA                 VALUE 'N'.

      ***************************************************************
      *    PARAMETRI DEL CALENDARIO (CONVENZIONE E BASE DI CALCOLO  *
      *    COME ATTESE DA UTIP0063)                                 *
      ***************************************************************
       01  W-CONV-LAV                    PIC X(02) VALUE 'F '.
           88  CONV-LAV-VALIDA           VALUE 'F ' 'MF' 'P '.
       01  W-BASE-CALC                   PIC X(02) VALUE 'AA'.
           88  BASE-CALC-VALIDA          VALUE 'AA' '36' '30'.

      ***************************************************************
      *    RATE DEL PIANO CPPO DEL PADRE IN ESAME (SOLO QUELLE      *
      *    VICINE ALL'ORIZZONTE), CON IL FLAG DI ABBINAMENTO A UNA  *
      *    DATA DEL PIANO TEORICO                                   *
      ***************************************************************
       01  TAB-CPPO.
           05  TAB-CPPO-ELE              OCCURS 100.
               10  TAB-CPPO-DATA         PIC 9(08).
               10  TAB-CPPO-USATA        PIC X(01).
       77  IND-CPPO                      PIC S9(4) COMP VALUE ZERO.
       77  NUM-CPPO                      PIC S9(4) COMP VALUE ZERO.
       77  IND-CPPO-MAX                  PIC S9(4) COMP VALUE 100.

      ***************************************************************
      *    DATE DEL PIANO TEORICO DEL PADRE CHE CADONO NELL'        *
      *    ORIZZONTE (GENERATE A RITROSO, STAMPATE IN AVANTI)       *
      ***************************************************************
       01  TAB-TEORICO.
           05  TAB-TEO-ELE               OCCURS 100.
               10  TAB-TEO-NON-RETT      PIC 9(08).
               10  TAB-TEO-RETT          PIC 9(08).
               10  TAB-TEO-FRAZIONE      PIC S9(3)V9(9) COMP-3.
               10  TAB-TEO-TIPO          PIC X(08).
       77  IND-TEO                       PIC S9(4) COMP VALUE ZERO.
       77  NUM-TEO                       PIC S9(4) COMP VALUE ZERO.
       77  IND-TEO-MAX                   PIC S9(4) COMP VALUE 100.
       77  W-NUM-RATA                    PIC S9(5) COMP-3 VALUE ZERO.
       77  W-NUM-RATA-MAX                PIC S9(5) COMP-3 VALUE +1200.

      ***************************************************************
      *    DATE DI LAVORO: AAAAMMGG (DB2) E GGMMAA (ROUTINE UTIP)   *
      ***************************************************************
       01  W-DATA-8                      PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES W-DATA-8.
           05  W-D8-SS                   PIC 99.
           05  W-D8-AA                   PIC 99.
           05  W-D8-MM                   PIC 99.
           05  W-D8-GG                   PIC 99.
       01  W-DATA-6.
           05  W-D6-GG                   PIC 99.
           05  W-D6-MM                   PIC 99.
           05  W-D6-AA                   PIC 99.

       01  W-OGGI-8                      PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES W-OGGI-8.
           05  W-OGGI-AAAA               PIC 9(04).
           05  W-OGGI-MM                 PIC 99.
           05  W-OGGI-GG                 PIC 99.
       01  W-FINE-8                      PIC 9(08) VALUE ZERO.
       01  W-INIZIO-LARGO-8              PIC 9(08) VALUE ZERO.
       01  W-FINE-LARGO-8                PIC 9(08) VALUE ZERO.
       01  W-ANCORA-6                    PIC X(06) VALUE SPACES.
       01  W-NON-RETT-6                  PIC X(06) VALUE SPACES.
       01  W-PERIODO-X                   PIC X(02) VALUE '00'.
       01  W-PERIODO-MESI                PIC 9(02) VALUE ZERO.
       01  W-NON-RETT-8                  PIC 9(08) VALUE ZERO.
       01  W-RETT-8                      PIC 9(08) VALUE ZERO.
       01  W-ANNO-CORR                   PIC 9(04) VALUE ZERO.
       01  W-ANNO-X                      PIC X(04) VALUE SPACES.
       01  W-ANNO-PREC-X                 PIC X(04) VALUE SPACES.
       01  W-ANNO-SUCC-X                 PIC X(04) VALUE SPACES.
       01  W-ANNO-APPO                   PIC 9(04) VALUE ZERO.

      ***************************************************************
      *    AREE DI COLLOQUIO CON UTIP0062/UTIP0063 E TABELLA        *
      *    FESTIVITA' (CARICATA DALLA FOTOGRAFIA SYSPTABS, MEMBRO   *
      *    'CALFEST')                                               *
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

       01  W63-FUNZ                      PIC X(01) VALUE '1'.
       01  W63-DATA-GGMMAA               PIC X(06).
       01  W63-DATA2-GGMMAA              PIC X(06).
       01  W63-MESI                      PIC S9(5) COMP-3 VALUE ZERO.
       01  W63-CONVENZIONE               PIC X(02).
       01  W63-FRAZIONE                  PIC S9(3)V9(9) COMP-3.
       01  W63-RC                        PIC S9(1) COMP-3 VALUE ZERO.

       01  W61-FUNZ                      PIC X(01) VALUE '1'.
       01  W61-DATA-GGMMAA               PIC X(06).
       01  W61-DATA2-GGMMAA              PIC X(06) VALUE '010100'.
       01  W61-GIORNI                    PIC S9(7) COMP-3 VALUE ZERO.
       01  W61-RC                        PIC S9(1) COMP-3 VALUE ZERO.

      ***************************************************************
      *    RIGHE DEL REPORT                                        *
      ***************************************************************
       01  RIGA-TITOLO-1.
           05  FILLER          PIC X(52) VALUE
               'WSPG0083 - CALENDARIO DEI PAGAMENTI DEI TITOLI IN ST'.
           05  FILLER          PIC X(07) VALUE 'RIPPING'.
           05  FILLER          PIC X(74) VALUE SPACES.

       01  RIGA-PARAMETRI.
           05  FILLER          PIC X(14) VALUE 'ORIZZONTE DAL '.
           05  RP-INIZIO       PIC 9(08).
           05  FILLER          PIC X(04) VALUE ' AL '.
           05  RP-FINE         PIC 9(08).
           05  FILLER          PIC X(02) VALUE ' ('.
           05  RP-GIORNI       PIC ZZ9.
           05  FILLER          PIC X(25) VALUE
               ' GG. LAVORATIVI) - CONV.:'.
           05  RP-CONV         PIC X(02).
           05  FILLER          PIC X(08) VALUE ' BASE: '.
           05  RP-BASE         PIC X(02).
           05  FILLER          PIC X(57) VALUE SPACES.

       01  RIGA-SEZIONE-1.
           05  FILLER          PIC X(52) VALUE
               '*** SEZIONE 1 - PADRI: PIANO TEORICO E PIANO CPPO   '.
           05  FILLER          PIC X(81) VALUE SPACES.

       01  RIGA-SEZIONE-2.
           05  FILLER          PIC X(52) VALUE
               '*** SEZIONE 2 - MANTELLI E CEDOLE: DFIOPER E PIANO C'.
           05  FILLER          PIC X(15) VALUE 'PPO DEL PADRE  '.
           05  FILLER          PIC X(66) VALUE SPACES.

       01  RIGA-INTEST.
           05  FILLER          PIC X(52) VALUE
               'RUOLO     TITOLO        PADRE         TIPO      NON '.
           05  FILLER          PIC X(52) VALUE
               'RETT. RETTIF.       FRAZIONE  ESITO                 '.
           05  FILLER          PIC X(29) VALUE SPACES.

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
           05  RD-TIPO         PIC X(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RD-NON-RETT     PIC X(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RD-RETT         PIC X(08).
           05  RD-SEGNO-RETT   PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-FRAZIONE     PIC Z9,999999999 BLANK WHEN ZERO.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RD-ESITO        PIC X(40).
           05  FILLER          PIC X(11) VALUE SPACES.

       01  RIGA-NESSUNA.
           05  FILLER          PIC X(30) VALUE
               '  (NESSUN PAGAMENTO NELL''ORIZZ'.
           05  FILLER          PIC X(05) VALUE 'ONTE)'.
           05  FILLER          PIC X(98) VALUE SPACES.

       01  RIGA-RIEPILOGO.
           05  RR-DESCR        PIC X(30).
           05  RR-CONTA        PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(92) VALUE SPACES.

      ***************************************************************
      *    HOST VARIABLES                                          *
      ***************************************************************
       01  HV-CNAZTIT                    PIC X(02).
       01  HV-CSPTIT                     PIC X(09).
       01  HV-CSTRIP                     PIC X(01).
       01  HV-CNAZTIPX                   PIC X(02).
       01  HV-CSPTIPX                    PIC X(09).
       01  HV-CPERCED                    PIC X(02).
       01  HV-DFINALE                    PIC S9(8)V COMP-3.
       01  HV-DFIOPER                    PIC S9(8)V COMP-3.
       01  HV-DPAGCES                    PIC S9(8)V COMP-3.
       01  HV-DATA-NON-RETT              PIC S9(8)V COMP-3.
       01  HV-DATA-RETT                  PIC S9(8)V COMP-3.
       01  HV-INIZIO-LARGO               PIC S9(8)V COMP-3.
       01  HV-FINE-LARGO                 PIC S9(8)V COMP-3.
       01  HV-CONTA                      PIC S9(9) COMP-3.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ***************************************************************
      *    PADRI IN STRIPPING NON ANCORA RIMBORSATI ALL'INIZIO      *
      *    DELL'ORIZZONTE, CON DATA DI RIMBORSO E PERIODICITA'      *
      ***************************************************************
           EXEC SQL DECLARE CUR-PADRI CURSOR WITH HOLD FOR
                SELECT B.CNAZTIT, B.CSPTIT, P.DFINALE
                      ,VALUE((SELECT MAX(D.CPERCED)
                                FROM BDTA D
                               WHERE D.CNAZTIT = B.CNAZTIT
                                 AND D.CSPTIT  = B.CSPTIT), '00')
                  FROM TATS B
                      ,(SELECT CNAZTIT, CSPTIT
                              ,MAX(DPAGCES) AS DFINALE
                          FROM CPPO
                         WHERE CTCESPAG = '1'
                         GROUP BY CNAZTIT, CSPTIT) P
                 WHERE B.CSTRIP  = '1'
                   AND P.CNAZTIT = B.CNAZTIT
                   AND P.CSPTIT  = B.CSPTIT
                   AND P.DFINALE >= :HV-INIZIO-LARGO
                 ORDER BY B.CNAZTIT, B.CSPTIT
                  WITH UR
           END-EXEC.

      ***************************************************************
      *    RATE CPPO DEL PADRE IN ESAME VICINE ALL'ORIZZONTE        *
      ***************************************************************
           EXEC SQL DECLARE CUR-RATE CURSOR FOR
                SELECT DPAGCES
                  FROM CPPO
                 WHERE CNAZTIT  = :HV-CNAZTIT
                   AND CSPTIT   = :HV-CSPTIT
                   AND CTCESPAG = '1'
                   AND DPAGCES BETWEEN :HV-INIZIO-LARGO
                                   AND :HV-FINE-LARGO
                 ORDER BY DPAGCES
                  WITH UR
           END-EXEC.

      ***************************************************************
      *    MANTELLI E CEDOLE CON DATA DI PAGAMENTO VICINA           *
      *    ALL'ORIZZONTE, CON IL PADRE E LA SUA PERIODICITA'        *
      ***************************************************************
           EXEC SQL DECLARE CUR-FIGLI CURSOR WITH HOLD FOR
                SELECT B.CNAZTIT, B.CSPTIT, B.CSTRIP
                      ,C.DFIOPER, C.CNAZTIPX, C.CSPTIPX
                      ,VALUE((SELECT MAX(D.CPERCED)
                                FROM BDTA D
                               WHERE D.CNAZTIT = C.CNAZTIPX
                                 AND D.CSPTIT  = C.CSPTIPX), '00')
                  FROM TATS B
                      ,TAF  C
                 WHERE B.CSTRIP IN ('2', '3')
                   AND C.CNAZTIT = B.CNAZTIT
                   AND C.CSPTIT  = B.CSPTIT
                   AND C.CEMTIT  = '00'
                   AND C.DFIOPER BETWEEN :HV-INIZIO-LARGO
                                     AND :HV-FINE-LARGO
                 ORDER BY 4, 3, 1, 2
                  WITH UR
           END-EXEC.

      *****************************
       PROCEDURE DIVISION.
      *****************************

       0000-MAINLINE.

           PERFORM 1000-INIZIALIZZA        THRU 1000-EXIT.
           PERFORM 2000-SCORRI-PADRI       THRU 2000-EXIT.
           PERFORM 4000-SCORRI-FIGLI       THRU 4000-EXIT.
           PERFORM 9999-FINE               THRU 9999-EXIT.

           STOP RUN.

       0000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    SCHEDA DI CONTROLLO, CARICO FESTIVITA' DAL MEMBRO     *
      *    'CALFEST' DELLA FOTOGRAFIA SYSPTABS (MERCATO 'TGT',   *
      *    ANNO PRECEDENTE, CORRENTE E SUCCESSIVO), ORIZZONTE E  *
      *    INTESTAZIONE.                                         *
      *---------------------------------------------------------*
       1000-INIZIALIZZA.

           MOVE W-GG-ORIZZONTE-DFLT  TO W-GG-ORIZZONTE.

           OPEN INPUT  SYSIN.
           OPEN OUTPUT RPT-FILE.

           READ SYSIN
               AT END SET FINE-SYSIN TO TRUE
           END-READ.

           IF NON-FINE-SYSIN
              IF SI-GG-ORIZZONTE NUMERIC
              AND SI-GG-ORIZZONTE GREATER ZERO
                 MOVE SI-GG-ORIZZONTE TO W-GG-ORIZZONTE
              END-IF
              IF SI-CONV-LAV NOT = SPACES
                 MOVE SI-CONV-LAV     TO W-CONV-LAV
              END-IF
              IF SI-BASE-CALC NOT = SPACES
                 MOVE SI-BASE-CALC    TO W-BASE-CALC
              END-IF
           END-IF.

           CLOSE SYSIN.

           IF NOT CONV-LAV-VALIDA
              DISPLAY 'WSPG0083 - CONVENZIONE NON PREVISTA ' W-CONV-LAV
                      ', USATA F'
              MOVE 'F '              TO W-CONV-LAV
           END-IF.
           IF NOT BASE-CALC-VALIDA
              DISPLAY 'WSPG0083 - BASE DI CALCOLO NON PREVISTA '
                      W-BASE-CALC ', USATA AA'
              MOVE 'AA'              TO W-BASE-CALC
           END-IF.

           ACCEPT W-OGGI-8 FROM DATE YYYYMMDD.
           MOVE W-OGGI-AAAA          TO W-ANNO-CORR
                                        W-ANNO-X.
           COMPUTE W-ANNO-APPO = W-ANNO-CORR - 1.
           MOVE W-ANNO-APPO          TO W-ANNO-PREC-X.
           COMPUTE W-ANNO-APPO = W-ANNO-CORR + 1.
           MOVE W-ANNO-APPO          TO W-ANNO-SUCC-X.

           OPEN INPUT  TAB-SNAP.
           PERFORM 1100-CARICA-FESTIVITA THRU 1100-EXIT
              UNTIL FINE-SNAP.
           CLOSE TAB-SNAP.

           PERFORM 1200-CALCOLA-ORIZZONTE THRU 1200-EXIT.

           MOVE W-OGGI-8             TO RP-INIZIO.
           MOVE W-FINE-8             TO RP-FINE.
           MOVE W-GG-ORIZZONTE       TO RP-GIORNI.
           MOVE W-CONV-LAV           TO RP-CONV.
           MOVE W-BASE-CALC          TO RP-BASE.

           WRITE RPT-RECORD FROM RIGA-TITOLO-1.
           WRITE RPT-RECORD FROM RIGA-PARAMETRI.
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
           AND (SNAP-ANNO = W-ANNO-X
             OR SNAP-ANNO = W-ANNO-PREC-X
             OR SNAP-ANNO = W-ANNO-SUCC-X)
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
      *    ORIZZONTE: DA OGGI A OGGI PIU' N GIORNI LAVORATIVI    *
      *    (UTIP0062 FUNZIONE '1'); LE LETTURE DB2 USANO UN      *
      *    MARGINE DI CALENDARIO SU ENTRAMBI I LATI, PERCHE' LA  *
      *    RETTIFICA PUO' PORTARE DENTRO L'ORIZZONTE UNA DATA     *
      *    NOMINALE CHE NE E' FUORI.                              *
      *---------------------------------------------------------*
       1200-CALCOLA-ORIZZONTE.

           MOVE W-OGGI-8             TO W-DATA-8.
           PERFORM 8100-DA-8-A-6 THRU 8100-EXIT.
           MOVE W-DATA-6             TO W-CAL-DATA-GGMMAA.
           MOVE '1'                  TO W-CAL-FUNZ.
           MOVE W-GG-ORIZZONTE       TO W-CAL-GIORNI.

           CALL 'UTIP0062' USING W-CAL-FUNZ
                                 W-CAL-DATA-GGMMAA
                                 W-CAL-GIORNI
                                 W-CAL-FESTIVO
                                 W-CAL-RC
                                 W-TAB-FESTIVITA.

           IF W-CAL-RC NOT = ZERO
              DISPLAY 'WSPG0083 - ERRORE UTIP0062 RC=' W-CAL-RC
              MOVE 16 TO RETURN-CODE
              CLOSE RPT-FILE
              STOP RUN
           END-IF.

           MOVE W-CAL-DATA-GGMMAA    TO W-DATA-6.
           PERFORM 8200-DA-6-A-8 THRU 8200-EXIT.
           MOVE W-DATA-8             TO W-FINE-8.

           MOVE W-OGGI-8             TO W-DATA-8.
           PERFORM 8100-DA-8-A-6 THRU 8100-EXIT.
           COMPUTE W61-GIORNI = ZERO - W-GG-MARGINE.
           PERFORM 8400-SOMMA-GIORNI THRU 8400-EXIT.
           MOVE W-DATA-8             TO W-INIZIO-LARGO-8
                                        HV-INIZIO-LARGO.

           MOVE W-FINE-8             TO W-DATA-8.
           PERFORM 8100-DA-8-A-6 THRU 8100-EXIT.
           MOVE W-GG-MARGINE         TO W61-GIORNI.
           PERFORM 8400-SOMMA-GIORNI THRU 8400-EXIT.
           MOVE W-DATA-8             TO W-FINE-LARGO-8
                                        HV-FINE-LARGO.

       1200-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    SEZIONE 1: PADRI IN STRIPPING.                       *
      *---------------------------------------------------------*
       2000-SCORRI-PADRI.

           WRITE RPT-RECORD FROM RIGA-SEZIONE-1.
           WRITE RPT-RECORD FROM RIGA-INTEST.
           ADD 2 TO W-LINEE-STAMPATE.

           SET NON-FINE-CURSORE TO TRUE.

           EXEC SQL OPEN CUR-PADRI END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSPG0083 - ERRORE OPEN CUR-PADRI SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           PERFORM 2100-TRATTA-PADRE THRU 2100-EXIT
              UNTIL FINE-CURSORE.

           EXEC SQL CLOSE CUR-PADRI END-EXEC.

           IF W-DATE-PADRI = ZERO
              WRITE RPT-RECORD FROM RIGA-NESSUNA
              ADD 1 TO W-LINEE-STAMPATE
           END-IF.

       2000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    UN PADRE: RATE CPPO, PIANO TEORICO, CONFRONTO E       *
      *    STAMPA IN ORDINE DI DATA.                             *
      *---------------------------------------------------------*
       2100-TRATTA-PADRE.

           EXEC SQL
                FETCH CUR-PADRI
                INTO :HV-CNAZTIT, :HV-CSPTIT, :HV-DFINALE,
                     :HV-CPERCED
           END-EXEC.

           IF SQLCODE EQUAL +100
              SET FINE-CURSORE TO TRUE
              GO TO 2100-EXIT.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSPG0083 - ERRORE FETCH CUR-PADRI SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT.

           ADD 1 TO W-PADRI-ESAMINATI.

           MOVE HV-CPERCED           TO W-PERIODO-X.
           IF W-PERIODO-X NOT NUMERIC
           OR W-PERIODO-X = '00'
              ADD 1 TO W-PADRI-SENZA-PER
              MOVE ZERO              TO W-PERIODO-MESI
           ELSE
              MOVE W-PERIODO-X       TO W-PERIODO-MESI
           END-IF.

           PERFORM 2200-CARICA-RATE  THRU 2200-EXIT.
           PERFORM 3000-GENERA-PIANO THRU 3000-EXIT.

           MOVE 'PADRE'              TO RD-RUOLO.
           MOVE HV-CNAZTIT           TO RD-CNAZTIT.
           MOVE HV-CSPTIT            TO RD-CSPTIT.
           MOVE SPACES               TO RD-CNAZTIPX
                                        RD-SEP-PADRE
                                        RD-CSPTIPX.

           PERFORM 3200-STAMPA-TEORICO THRU 3200-EXIT
              VARYING IND-TEO FROM NUM-TEO BY -1
                UNTIL IND-TEO LESS 1.

           PERFORM 3300-RATA-NON-ABBINATA THRU 3300-EXIT
              VARYING IND-CPPO FROM 1 BY 1
                UNTIL IND-CPPO GREATER NUM-CPPO.

       2100-EXIT.
           EXIT.

       2200-CARICA-RATE.

           MOVE ZERO TO NUM-CPPO.
           SET NON-FINE-RATE TO TRUE.

           EXEC SQL OPEN CUR-RATE END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSPG0083 - ERRORE OPEN CUR-RATE SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           PERFORM 2300-LEGGI-RATA THRU 2300-EXIT
              UNTIL FINE-RATE.

           EXEC SQL CLOSE CUR-RATE END-EXEC.

       2200-EXIT.
           EXIT.

       2300-LEGGI-RATA.

           EXEC SQL
                FETCH CUR-RATE
                INTO :HV-DPAGCES
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                    IF NUM-CPPO LESS IND-CPPO-MAX
                       ADD 1 TO NUM-CPPO
                       MOVE HV-DPAGCES TO TAB-CPPO-DATA (NUM-CPPO)
                       MOVE 'N'        TO TAB-CPPO-USATA (NUM-CPPO)
                    END-IF
               WHEN +100
                    SET FINE-RATE TO TRUE
               WHEN OTHER
                    DISPLAY 'WSPG0083 - ERRORE FETCH RATE SQLCODE='
                             SQLCODE
                    PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-EVALUATE.

       2300-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    PIANO TEORICO A RITROSO DALLA DATA DI RIMBORSO: LA    *
      *    RATA K E' LA DATA DI RIMBORSO MENO K PERIODI (UTIP0063 *
      *    FUNZIONE '1', SEMPRE DALLA STESSA ANCORA), FINCHE' LA  *
      *    DATA NON RETTIFICATA E' ANTERIORE AL MARGINE INIZIALE. *
      *    SI TENGONO SOLO LE DATE CHE CADONO NELL'ORIZZONTE.    *
      *---------------------------------------------------------*
       3000-GENERA-PIANO.

           MOVE ZERO                 TO NUM-TEO
                                        W-NUM-RATA.
           SET NON-FINE-PIANO        TO TRUE.

           MOVE HV-DFINALE           TO W-DATA-8.
           PERFORM 8100-DA-8-A-6 THRU 8100-EXIT.
           MOVE W-DATA-6             TO W-ANCORA-6.

           PERFORM 3100-GENERA-RATA THRU 3100-EXIT
              UNTIL FINE-PIANO.

       3000-EXIT.
           EXIT.

       3100-GENERA-RATA.

           MOVE '1'                  TO W63-FUNZ.
           MOVE W-ANCORA-6           TO W63-DATA-GGMMAA.
           COMPUTE W63-MESI = ZERO - W-NUM-RATA * W-PERIODO-MESI.
           PERFORM 8500-CHIAMA-UTIP0063 THRU 8500-EXIT.

           IF W63-RC NOT = ZERO
              DISPLAY 'WSPG0083 - ERRORE UTIP0063 FUNZ 1 TITOLO '
                       HV-CNAZTIT '/' HV-CSPTIT ' RC=' W63-RC
              SET FINE-PIANO TO TRUE
              GO TO 3100-EXIT.

           MOVE W63-DATA2-GGMMAA     TO W-DATA-6
                                        W-NON-RETT-6.
           PERFORM 8200-DA-6-A-8 THRU 8200-EXIT.
           MOVE W-DATA-8             TO W-NON-RETT-8.

           IF W-NON-RETT-8 LESS W-INIZIO-LARGO-8
              SET FINE-PIANO TO TRUE
              GO TO 3100-EXIT.

           IF W-NON-RETT-8 GREATER W-FINE-LARGO-8
              GO TO 3100-PROSSIMA.

           PERFORM 8600-RETTIFICA THRU 8600-EXIT.
           PERFORM 8700-VERIFICA-FINESTRA THRU 8700-EXIT.
           IF DATA-FUORI-FINESTRA
              GO TO 3100-PROSSIMA.

           IF NUM-TEO NOT LESS IND-TEO-MAX
              DISPLAY 'WSPG0083 - TROPPE DATE NELL''ORIZZONTE, TITOLO '
                       HV-CNAZTIT '/' HV-CSPTIT
              SET FINE-PIANO TO TRUE
              GO TO 3100-EXIT.

           ADD 1 TO NUM-TEO.
           MOVE W-NON-RETT-8         TO TAB-TEO-NON-RETT (NUM-TEO).
           MOVE W-RETT-8             TO TAB-TEO-RETT (NUM-TEO).
           MOVE ZERO                 TO TAB-TEO-FRAZIONE (NUM-TEO).
           IF W-NUM-RATA = ZERO
              IF W-PERIODO-MESI = ZERO
                 MOVE 'RIMBORSO'     TO TAB-TEO-TIPO (NUM-TEO)
              ELSE
                 MOVE 'CED+RIMB'     TO TAB-TEO-TIPO (NUM-TEO)
              END-IF
           ELSE
              MOVE 'CEDOLA'          TO TAB-TEO-TIPO (NUM-TEO)
           END-IF.

      *    FRAZIONE DEL PERIODO CEDOLARE CHE SI CHIUDE (DALLA RATA
      *    TEORICA PRECEDENTE, NON RETTIFICATA)
           IF W-PERIODO-MESI GREATER ZERO
              MOVE '1'               TO W63-FUNZ
              MOVE W-ANCORA-6        TO W63-DATA-GGMMAA
              COMPUTE W63-MESI = ZERO
                               - (W-NUM-RATA + 1) * W-PERIODO-MESI
              PERFORM 8500-CHIAMA-UTIP0063 THRU 8500-EXIT
              IF W63-RC = ZERO
                 MOVE W63-DATA2-GGMMAA TO W63-DATA-GGMMAA
                 MOVE W-NON-RETT-6     TO W63-DATA2-GGMMAA
                 PERFORM 8800-FRAZIONE THRU 8800-EXIT
                 MOVE W63-FRAZIONE     TO TAB-TEO-FRAZIONE (NUM-TEO)
              END-IF
           END-IF.

       3100-PROSSIMA.

           ADD 1 TO W-NUM-RATA.
           IF W-PERIODO-MESI = ZERO
           OR W-NUM-RATA GREATER W-NUM-RATA-MAX
              SET FINE-PIANO TO TRUE
           END-IF.

       3100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    UNA DATA TEORICA DEL PADRE: CERCA LA RATA CPPO SULLA  *
      *    DATA NON RETTIFICATA O SU QUELLA RETTIFICATA.         *
      *---------------------------------------------------------*
       3200-STAMPA-TEORICO.

           SET RATA-NON-TROVATA TO TRUE.

           PERFORM 3210-CERCA-RATA THRU 3210-EXIT
              VARYING IND-CPPO FROM 1 BY 1
                UNTIL IND-CPPO GREATER NUM-CPPO
                   OR RATA-TROVATA.

           IF RATA-TROVATA
              MOVE 'CONCORDE CON IL PIANO CPPO' TO RD-ESITO
           ELSE
              ADD 1 TO W-DISCORDANZE
              MOVE '*** DATA TEORICA ASSENTE DAL PIANO CPPO'
                                                TO RD-ESITO
           END-IF.

           MOVE TAB-TEO-TIPO (IND-TEO)      TO RD-TIPO.
           MOVE TAB-TEO-NON-RETT (IND-TEO)  TO W-NON-RETT-8.
           MOVE TAB-TEO-RETT (IND-TEO)      TO W-RETT-8.
           MOVE TAB-TEO-FRAZIONE (IND-TEO)  TO RD-FRAZIONE.

           ADD 1 TO W-DATE-PADRI.
           PERFORM 8000-STAMPA-DETTAGLIO THRU 8000-EXIT.

       3200-EXIT.
           EXIT.

       3210-CERCA-RATA.

           IF TAB-CPPO-USATA (IND-CPPO) = 'N'
           AND (TAB-CPPO-DATA (IND-CPPO) = TAB-TEO-NON-RETT (IND-TEO)
             OR TAB-CPPO-DATA (IND-CPPO) = TAB-TEO-RETT (IND-TEO))
              MOVE 'S'              TO TAB-CPPO-USATA (IND-CPPO)
              SET RATA-TROVATA      TO TRUE
           END-IF.

       3210-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    RATE CPPO NELL'ORIZZONTE NON ABBINATE A NESSUNA DATA  *
      *    DEL PIANO TEORICO.                                    *
      *---------------------------------------------------------*
       3300-RATA-NON-ABBINATA.

           IF TAB-CPPO-USATA (IND-CPPO) NOT = 'N'
           OR TAB-CPPO-DATA (IND-CPPO) LESS W-OGGI-8
           OR TAB-CPPO-DATA (IND-CPPO) GREATER W-FINE-8
              GO TO 3300-EXIT.

           ADD 1 TO W-DISCORDANZE
                    W-DATE-PADRI.
           MOVE 'CPPO'                      TO RD-TIPO.
           MOVE ZERO                        TO W-NON-RETT-8
                                               RD-FRAZIONE.
           MOVE TAB-CPPO-DATA (IND-CPPO)    TO W-RETT-8.
           MOVE '*** RATA CPPO FUORI DAL PIANO TEORICO'
                                            TO RD-ESITO.
           PERFORM 8000-STAMPA-DETTAGLIO THRU 8000-EXIT.

       3300-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    SEZIONE 2: MANTELLI E CEDOLE.                         *
      *---------------------------------------------------------*
       4000-SCORRI-FIGLI.

           WRITE RPT-RECORD FROM RIGA-SEZIONE-2.
           WRITE RPT-RECORD FROM RIGA-INTEST.
           ADD 2 TO W-LINEE-STAMPATE.

           SET NON-FINE-CURSORE TO TRUE.

           EXEC SQL OPEN CUR-FIGLI END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSPG0083 - ERRORE OPEN CUR-FIGLI SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           PERFORM 4100-TRATTA-FIGLIO THRU 4100-EXIT
              UNTIL FINE-CURSORE.

           EXEC SQL CLOSE CUR-FIGLI END-EXEC.

           IF W-DATE-MANTELLI + W-DATE-CEDOLE = ZERO
              WRITE RPT-RECORD FROM RIGA-NESSUNA
              ADD 1 TO W-LINEE-STAMPATE
           END-IF.

       4000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    UN MANTELLO O UNA CEDOLA: RETTIFICA DELLA DFIOPER,    *
      *    FRAZIONE DEL PERIODO (SOLO CEDOLE, PERIODICITA' DEL   *
      *    PADRE) E PRESENZA DELLA RATA NEL PIANO CPPO DEL PADRE.*
      *---------------------------------------------------------*
       4100-TRATTA-FIGLIO.

           EXEC SQL
                FETCH CUR-FIGLI
                INTO :HV-CNAZTIT, :HV-CSPTIT, :HV-CSTRIP,
                     :HV-DFIOPER, :HV-CNAZTIPX, :HV-CSPTIPX,
                     :HV-CPERCED
           END-EXEC.

           IF SQLCODE EQUAL +100
              SET FINE-CURSORE TO TRUE
              GO TO 4100-EXIT.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSPG0083 - ERRORE FETCH CUR-FIGLI SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT.

           MOVE HV-DFIOPER           TO W-NON-RETT-8
                                        W-DATA-8.
           PERFORM 8100-DA-8-A-6 THRU 8100-EXIT.
           MOVE W-DATA-6             TO W63-DATA2-GGMMAA.
           PERFORM 8600-RETTIFICA THRU 8600-EXIT.
           PERFORM 8700-VERIFICA-FINESTRA THRU 8700-EXIT.
           IF DATA-FUORI-FINESTRA
              GO TO 4100-EXIT.

           MOVE HV-CNAZTIT           TO RD-CNAZTIT.
           MOVE HV-CSPTIT            TO RD-CSPTIT.
           MOVE HV-CNAZTIPX          TO RD-CNAZTIPX.
           MOVE '/'                  TO RD-SEP-PADRE.
           MOVE HV-CSPTIPX           TO RD-CSPTIPX.
           MOVE ZERO                 TO RD-FRAZIONE.

           IF HV-CSTRIP = '2'
              ADD 1 TO W-DATE-MANTELLI
              MOVE 'MANTELLO'        TO RD-RUOLO
              MOVE 'RIMBORSO'        TO RD-TIPO
           ELSE
              ADD 1 TO W-DATE-CEDOLE
              MOVE 'CEDOLA'          TO RD-RUOLO
              MOVE 'CEDOLA'          TO RD-TIPO
              PERFORM 4200-FRAZIONE-CEDOLA THRU 4200-EXIT
           END-IF.

           PERFORM 4300-VERIFICA-CPPO-PADRE THRU 4300-EXIT.

           PERFORM 8000-STAMPA-DETTAGLIO THRU 8000-EXIT.

       4100-EXIT.
           EXIT.

       4200-FRAZIONE-CEDOLA.

           MOVE HV-CPERCED           TO W-PERIODO-X.
           IF W-PERIODO-X NOT NUMERIC
           OR W-PERIODO-X = '00'
              GO TO 4200-EXIT.

           MOVE W-PERIODO-X          TO W-PERIODO-MESI.
           MOVE HV-DFIOPER           TO W-DATA-8.
           PERFORM 8100-DA-8-A-6 THRU 8100-EXIT.
           MOVE '1'                  TO W63-FUNZ.
           MOVE W-DATA-6             TO W63-DATA-GGMMAA.
           COMPUTE W63-MESI = ZERO - W-PERIODO-MESI.
           PERFORM 8500-CHIAMA-UTIP0063 THRU 8500-EXIT.
           IF W63-RC NOT = ZERO
              GO TO 4200-EXIT.

           MOVE W63-DATA2-GGMMAA     TO W63-DATA-GGMMAA.
           MOVE W-DATA-6             TO W63-DATA2-GGMMAA.
           PERFORM 8800-FRAZIONE THRU 8800-EXIT.
           MOVE W63-FRAZIONE         TO RD-FRAZIONE.

       4200-EXIT.
           EXIT.

       4300-VERIFICA-CPPO-PADRE.

           IF HV-CNAZTIPX = SPACES
           OR HV-CSPTIPX  = SPACES
              ADD 1 TO W-DISCORDANZE
              MOVE '*** PADRE NON INDICATO SU TAF'   TO RD-ESITO
              GO TO 4300-EXIT.

           MOVE W-NON-RETT-8         TO HV-DATA-NON-RETT.
           MOVE W-RETT-8             TO HV-DATA-RETT.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :HV-CONTA
                  FROM CPPO
                 WHERE CNAZTIT  = :HV-CNAZTIPX
                   AND CSPTIT   = :HV-CSPTIPX
                   AND CTCESPAG = '1'
                   AND (DPAGCES = :HV-DATA-NON-RETT
                    OR  DPAGCES = :HV-DATA-RETT)
                  WITH UR
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSPG0083 - ERRORE SELECT CPPO SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT.

           IF HV-CONTA = ZERO
              ADD 1 TO W-DISCORDANZE
              MOVE '*** ASSENTE DAL PIANO CPPO DEL PADRE'
                                     TO RD-ESITO
           ELSE
              MOVE 'RATA DEL PIANO CPPO DEL PADRE'
                                     TO RD-ESITO
           END-IF.

       4300-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    STAMPA DI UNA RIGA DI DETTAGLIO: DATE DA W-NON-RETT-8 *
      *    E W-RETT-8 (ZERO = NON PERTINENTE), ASTERISCO SULLA   *
      *    DATA RETTIFICATA SE DIVERSA DA QUELLA NOMINALE.       *
      *---------------------------------------------------------*
       8000-STAMPA-DETTAGLIO.

           MOVE SPACES               TO RD-NON-RETT
                                        RD-RETT
                                        RD-SEGNO-RETT.
           IF W-NON-RETT-8 NOT = ZERO
              MOVE W-NON-RETT-8      TO RD-NON-RETT
           END-IF.
           IF W-RETT-8 NOT = ZERO
              MOVE W-RETT-8          TO RD-RETT
           END-IF.
           IF W-NON-RETT-8 NOT = ZERO
           AND W-RETT-8 NOT = W-NON-RETT-8
              MOVE '*'               TO RD-SEGNO-RETT
              ADD 1 TO W-DATE-RETTIFICATE
           END-IF.

           WRITE RPT-RECORD FROM RIGA-DETT.
           ADD 1 TO W-LINEE-STAMPATE.

       8000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    CONVERSIONI DI FORMATO: W-DATA-8 (AAAAMMGG) <-->      *
      *    W-DATA-6 (GGMMAA, FINESTRA DI SECOLO DELLE UTIP).     *
      *---------------------------------------------------------*
       8100-DA-8-A-6.

           MOVE W-D8-GG              TO W-D6-GG.
           MOVE W-D8-MM              TO W-D6-MM.
           MOVE W-D8-AA              TO W-D6-AA.

       8100-EXIT.
           EXIT.

       8200-DA-6-A-8.

           MOVE W-D6-GG              TO W-D8-GG.
           MOVE W-D6-MM              TO W-D8-MM.
           MOVE W-D6-AA              TO W-D8-AA.
           IF W-D6-AA LESS 50
              MOVE 20                TO W-D8-SS
           ELSE
              MOVE 19                TO W-D8-SS
           END-IF.

       8200-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    W-DATA-6 PIU' W61-GIORNI GIORNI DI CALENDARIO         *
      *    (UTIP0061 FUNZIONE '1'), RISULTATO IN W-DATA-8.       *
      *---------------------------------------------------------*
       8400-SOMMA-GIORNI.

           MOVE W-DATA-6             TO W61-DATA-GGMMAA.
           MOVE '1'                  TO W61-FUNZ.

           CALL 'UTIP0061' USING W61-FUNZ
                                 W61-DATA-GGMMAA
                                 W61-DATA2-GGMMAA
                                 W61-GIORNI
                                 W61-RC.

           IF W61-RC NOT = ZERO
              DISPLAY 'WSPG0083 - ERRORE UTIP0061 RC=' W61-RC
              MOVE 16 TO RETURN-CODE
              CLOSE RPT-FILE
              STOP RUN
           END-IF.

           MOVE W61-DATA-GGMMAA      TO W-DATA-6.
           PERFORM 8200-DA-6-A-8 THRU 8200-EXIT.

       8400-EXIT.
           EXIT.

       8500-CHIAMA-UTIP0063.

           CALL 'UTIP0063' USING W63-FUNZ
                                 W63-DATA-GGMMAA
                                 W63-DATA2-GGMMAA
                                 W63-MESI
                                 W63-CONVENZIONE
                                 W63-FRAZIONE
                                 W63-RC
                                 W-TAB-FESTIVITA.

       8500-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    DATA RETTIFICATA DELLA DATA NOMINALE IN               *
      *    W63-DATA2-GGMMAA SECONDO LA CONVENZIONE SCELTA        *
      *    (UTIP0063 FUNZIONE '2'), RISULTATO IN W-RETT-8; SU    *
      *    DATA NON VALIDA RESTA LA DATA NOMINALE.               *
      *---------------------------------------------------------*
       8600-RETTIFICA.

           MOVE W-NON-RETT-8         TO W-RETT-8.
           MOVE '2'                  TO W63-FUNZ.
           MOVE W63-DATA2-GGMMAA     TO W63-DATA-GGMMAA.
           MOVE W-CONV-LAV           TO W63-CONVENZIONE.
           MOVE ZERO                 TO W63-MESI.
           PERFORM 8500-CHIAMA-UTIP0063 THRU 8500-EXIT.

           IF W63-RC NOT = ZERO
              DISPLAY 'WSPG0083 - ERRORE UTIP0063 FUNZ 2 DATA '
                       W63-DATA-GGMMAA ' RC=' W63-RC
              GO TO 8600-EXIT.

           MOVE W63-DATA2-GGMMAA     TO W-DATA-6.
           PERFORM 8200-DA-6-A-8 THRU 8200-EXIT.
           MOVE W-DATA-8             TO W-RETT-8.

       8600-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    UNA DATA E' NELL'ORIZZONTE SE VI CADE LA DATA         *
      *    NOMINALE O QUELLA RETTIFICATA.                        *
      *---------------------------------------------------------*
       8700-VERIFICA-FINESTRA.

           SET DATA-FUORI-FINESTRA TO TRUE.

           IF (W-NON-RETT-8 NOT LESS W-OGGI-8
               AND W-NON-RETT-8 NOT GREATER W-FINE-8)
           OR (W-RETT-8 NOT LESS W-OGGI-8
               AND W-RETT-8 NOT GREATER W-FINE-8)
              SET DATA-IN-FINESTRA TO TRUE
           END-IF.

       8700-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    FRAZIONE D'ANNO FRA W63-DATA-GGMMAA E W63-DATA2-GGMMAA *
      *    SECONDO LA BASE SCELTA (UTIP0063 FUNZIONE '3').        *
      *---------------------------------------------------------*
       8800-FRAZIONE.

           MOVE '3'                  TO W63-FUNZ.
           MOVE W-BASE-CALC          TO W63-CONVENZIONE.
           MOVE ZERO                 TO W63-MESI
                                        W63-FRAZIONE.
           PERFORM 8500-CHIAMA-UTIP0063 THRU 8500-EXIT.

           IF W63-RC NOT = ZERO
              MOVE ZERO TO W63-FRAZIONE
           END-IF.

       8800-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    ROUTINE GENERICA DI ABEND SU ERRORE SQL IRRECUPERABILE.
      *---------------------------------------------------------*
       9900-ABEND-SQL.

           DISPLAY 'WSPG0083 - ERRORE SQL, SQLCODE=' SQLCODE.
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

           MOVE 'PADRI ESAMINATI            : ' TO RR-DESCR.
           MOVE W-PADRI-ESAMINATI               TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE '  DI CUI SENZA PERIODICITA'' : ' TO RR-DESCR.
           MOVE W-PADRI-SENZA-PER               TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'DATE DI PAGAMENTO PADRI    : ' TO RR-DESCR.
           MOVE W-DATE-PADRI                    TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'DATE DI PAGAMENTO MANTELLI : ' TO RR-DESCR.
           MOVE W-DATE-MANTELLI                 TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'DATE DI PAGAMENTO CEDOLE   : ' TO RR-DESCR.
           MOVE W-DATE-CEDOLE                   TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'DATE RETTIFICATE           : ' TO RR-DESCR.
           MOVE W-DATE-RETTIFICATE              TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'DISCORDANZE CON IL PIANO   : ' TO RR-DESCR.
           MOVE W-DISCORDANZE                   TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           ADD 7 TO W-LINEE-STAMPATE.

           CLOSE RPT-FILE.

           DISPLAY 'WSPG0083 - PADRI ESAMINATI  : ' W-PADRI-ESAMINATI.
           DISPLAY 'WSPG0083 - DATE PADRI       : ' W-DATE-PADRI.
           DISPLAY 'WSPG0083 - DATE MANTELLI    : ' W-DATE-MANTELLI.
           DISPLAY 'WSPG0083 - DATE CEDOLE      : ' W-DATE-CEDOLE.
           DISPLAY 'WSPG0083 - DISCORDANZE      : ' W-DISCORDANZE.

           IF W-DISCORDANZE GREATER ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

       9999-EXIT.
           EXIT.
