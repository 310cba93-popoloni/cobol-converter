       IDENTIFICATION DIVISION.
       PROGRAM-ID.    UTCL0070.
       AUTHOR.        MANUTENZIONE SYSPTAB5.
       INSTALLATION.  MONTE TITOLI - ELABORAZIONE DATI.
       DATE-WRITTEN.  OTTOBRE 2026.
       DATE-COMPILED.
      ***************************************************************
      *REMARKS.        M O N T E   T I T O L I
      *                ------------------------
      *                VERIFICA DEGLI ARCHIVI DI PURGA CONTRO IL
      *                REGISTRO DI CONTROLLO TAB_ARC_CTL.
      *                ----------------------------------------
      *                LANCIATO IN BATCH A RICHIESTA (O PRIMA DI UNA
      *                ISPEZIONE), PER OGNI ARCHIVIO RICHIESTO:
      *                  - SCORRE LE RIGHE DEL REGISTRO (COPY
      *                    UTARCGR) NELL'INTERVALLO DI GENERAZIONI E
      *                    CONTROLLA CHE NON MANCHINO GENERAZIONI,
      *                    CHE OGNI RIGA SIA CONCATENATA ALLA
      *                    PRECEDENTE E CHE LA SUA IMPRONTA
      *                    CONCATENATA SIA QUELLA CALCOLATA;
      *                  - SE L'ARCHIVIO E' UN FILE (TABELLA UTARCTB)
      *                    E IL SUO DD E' ALLOCATO, LO RILEGGE
      *                    (ANCHE COME CONCATENAZIONE DI PIU'
      *                    GENERAZIONI) RICALCOLANDO CON IL SERVIZIO
      *                    UTCL0069 NUMERO DI RECORD, TOTALE SULLA
      *                    CHIAVE E IMPRONTA DI OGNI GENERAZIONE, E LI
      *                    CONFRONTA CON IL RECORD DI CODA (COPY
      *                    UTARCTR) E CON IL REGISTRO.
      *                LE PURGHE SENZA ARCHIVIO (ARMB3025) HANNO IL
      *                SOLO CONTROLLO DEL REGISTRO.
      *                ESITI SEGNALATI PER GENERAZIONE:
      *                  MANCANTE       - BUCO NEL REGISTRO, O
      *                                   GENERAZIONE REGISTRATA
      *                                   ASSENTE DAL FILE LETTO;
      *                  TRONCATA       - RECORD IN FONDO AL FILE
      *                                   SENZA RECORD DI CODA
      *                                   (SCRITTURA INTERROTTA O
      *                                   FILE TAGLIATO);
      *                  ALTERATA       - CONTEGGI O IMPRONTE DIVERSI
      *                                   FRA FILE, CODA E REGISTRO;
      *                  NON REGISTRATA - CODA DI UNA GENERAZIONE
      *                                   ASSENTE DAL REGISTRO;
      *                  FUORI SEQUENZA - CATENA INTERROTTA,
      *                                   GENERAZIONI NON CRESCENTI
      *                                   O RIPETUTE NEL FILE.
      *                RETURN-CODE 8 SE C'E' ALMENO UN ESITO.
      ***************************************************************
      * SCHEDE DI CONTROLLO (SYSIN, FACOLTATIVE, UNA PER ARCHIVIO):
      *   COL 01-08  NOME DELL'ARCHIVIO (DD) O DELLA PURGA
      *   COL 09-13  DALLA GENERAZIONE (SPAZI/ZERO = DALLA PRIMA)
      *   COL 14-18  ALLA GENERAZIONE  (SPAZI/ZERO = FINO ALL'ULTIMA)
      * SENZA SCHEDE: TUTTI GLI ARCHIVI PRESENTI NEL REGISTRO.
      * DD DEGLI ARCHIVI: ARCWSRR, ARCWSRS, ARCWSL, ARCWSAU, ARCWSMS,
      * ARCWSPS, ARCTABLG; UN DD NON ALLOCATO LIMITA LA VERIFICA AL
      * REGISTRO.
      ***************************************************************
      * MODIFICHE:                                                  *
      *   OTT26  RG0935  PRIMA STESURA.                              *
      ***************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN      ASSIGN TO SYSIN.
           SELECT ARC-WSRR   ASSIGN TO ARCWSRR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS W-FS-ARCHIVIO.
           SELECT ARC-WSRS   ASSIGN TO ARCWSRS
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS W-FS-ARCHIVIO.
           SELECT ARC-WSL    ASSIGN TO ARCWSL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS W-FS-ARCHIVIO.
           SELECT ARC-WSAU   ASSIGN TO ARCWSAU
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS W-FS-ARCHIVIO.
           SELECT ARC-WSMS   ASSIGN TO ARCWSMS
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS W-FS-ARCHIVIO.
           SELECT ARC-WSPS   ASSIGN TO ARCWSPS
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS W-FS-ARCHIVIO.
           SELECT ARC-TABLG  ASSIGN TO ARCTABLG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS W-FS-ARCHIVIO.
           SELECT RPT-FILE   ASSIGN TO RPTOUT.

       DATA DIVISION.

       FILE SECTION.

       FD  SYSIN
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  SYSIN-RECORD.
           05  SI-CARCH                  PIC X(08).
           05  SI-GEN-DA                 PIC 9(05).
           05  SI-GEN-A                  PIC 9(05).
           05  FILLER                    PIC X(62).

       FD  ARC-WSRR
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  VRR-RECORD                    PIC X(3200).

       FD  ARC-WSRS
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  VRS-RECORD                    PIC X(3200).

       FD  ARC-WSL
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  VRL-RECORD                    PIC X(80).

       FD  ARC-WSAU
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  VAU-RECORD                    PIC X(100).

       FD  ARC-WSMS
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  VMS-RECORD                    PIC X(90).

       FD  ARC-WSPS
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  VPS-RECORD                    PIC X(80).

       FD  ARC-TABLG
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  VTL-RECORD                    PIC X(166).

       FD  RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  RPT-RECORD                    PIC X(133).

       WORKING-STORAGE SECTION.

      ***************************************************************
      *    CONTATORI DI SERVIZIO                                   *
      ***************************************************************
       77  W-GEN-MAX                     PIC S9(9) COMP
                                                   VALUE +999999999.
       77  W-GEN-DA                      PIC S9(9) COMP VALUE ZERO.
       77  W-GEN-A                       PIC S9(9) COMP VALUE ZERO.
       77  W-GEN-ATTESA                  PIC S9(9) COMP VALUE ZERO.
       77  W-GEN-CODA                    PIC S9(9) COMP VALUE ZERO.
       77  W-GEN-PREC-FILE               PIC S9(9) COMP VALUE ZERO.
       77  W-CKS-PREC-FILE               PIC S9(13) COMP-3 VALUE ZERO.
       77  W-REC-SEGMENTO                PIC S9(9) COMP-3 VALUE ZERO.
       77  W-ANOMALIE-ARCH               PIC 9(07) COMP-3 VALUE ZERO.
       77  W-GEN-VERIFICATE              PIC 9(07) COMP-3 VALUE ZERO.
       77  W-REG-ARCH                    PIC 9(07) COMP-3 VALUE ZERO.
       77  W-TOT-ARCHIVI                 PIC 9(05) COMP-3 VALUE ZERO.
       77  W-TOT-REGISTRATE              PIC 9(07) COMP-3 VALUE ZERO.
       77  W-TOT-VERIFICATE              PIC 9(07) COMP-3 VALUE ZERO.
       77  W-TOT-MANCANTI                PIC 9(07) COMP-3 VALUE ZERO.
       77  W-TOT-TRONCATE                PIC 9(07) COMP-3 VALUE ZERO.
       77  W-TOT-ALTERATE                PIC 9(07) COMP-3 VALUE ZERO.
       77  W-TOT-NON-REGISTR             PIC 9(07) COMP-3 VALUE ZERO.
       77  W-TOT-FUORI-SEQ               PIC 9(07) COMP-3 VALUE ZERO.
       77  W-LINEE-STAMPATE              PIC 9(05) COMP-3 VALUE ZERO.
       77  IND-RIC                       PIC S9(4) COMP VALUE ZERO.
       77  IND-RIC-MAX                   PIC S9(4) COMP VALUE +50.
       77  W-NUM-RICH                    PIC S9(4) COMP VALUE ZERO.
       77  IND-REG                       PIC S9(4) COMP VALUE ZERO.
       77  IND-REG-MAX                   PIC S9(4) COMP VALUE +5000.
       77  IND-REG-PREC                  PIC S9(4) COMP VALUE ZERO.
       77  W-NUM-REG                     PIC S9(4) COMP VALUE ZERO.
       77  IND-TB                        PIC S9(4) COMP VALUE ZERO.
       77  W-POS                         PIC S9(4) COMP VALUE ZERO.

       01  W-FS-ARCHIVIO                 PIC X(02) VALUE '00'.

       01  W-SW-FINE-SYSIN               PIC X     VALUE 'N'.
           88  FINE-SYSIN                          VALUE 'S'.
           88  NON-FINE-SYSIN                      VALUE 'N'.

       01  W-SW-FINE-CURSORE             PIC X     VALUE 'N'.
           88  FINE-CURSORE                        VALUE 'S'.
           88  NON-FINE-CURSORE                    VALUE 'N'.

       01  W-SW-FINE-ARC                 PIC X     VALUE 'N'.
           88  FINE-ARC                            VALUE 'S'.
           88  NON-FINE-ARC                        VALUE 'N'.

       01  W-SW-FILE                     PIC X     VALUE 'N'.
           88  ARCHIVIO-LETTO                      VALUE 'S'.
           88  ARCHIVIO-NON-LETTO                  VALUE 'N'.

       01  W-SW-SEGMENTO                 PIC X     VALUE 'N'.
           88  SEGMENTO-APERTO                     VALUE 'S'.
           88  SEGMENTO-CHIUSO                     VALUE 'N'.

       01  W-SW-CODA-PREC                PIC X     VALUE 'N'.
           88  CODA-PREC-VISTA                     VALUE 'S'.
           88  CODA-PREC-ASSENTE                   VALUE 'N'.

       01  W-SW-GEN-OK                   PIC X     VALUE 'S'.
           88  GEN-REGOLARE                        VALUE 'S'.
           88  GEN-ANOMALA                         VALUE 'N'.

      ***************************************************************
      *    ARCHIVI RICHIESTI                                       *
      ***************************************************************
       01  W-TAB-RICHIESTE.
           05  W-RIC OCCURS 50.
               10  W-RIC-CARCH           PIC X(08).
               10  W-RIC-GEN-DA          PIC S9(9) COMP.
               10  W-RIC-GEN-A           PIC S9(9) COMP.

      ***************************************************************
      *    RIGHE DEL REGISTRO DELL'ARCHIVIO IN ESAME, PER          *
      *    GENERAZIONE CRESCENTE                                   *
      ***************************************************************
       01  W-TAB-REGISTRO.
           05  W-REG OCCURS 5000.
               10  W-REG-NGEN            PIC S9(9) COMP.
               10  W-REG-DELAB           PIC X(10).
               10  W-REG-QRECORD         PIC S9(9) COMP-3.
               10  W-REG-QHASH           PIC S9(13) COMP-3.
               10  W-REG-QCONT           PIC S9(13) COMP-3.
               10  W-REG-QCKS-PREC       PIC S9(13) COMP-3.
               10  W-REG-QCKS            PIC S9(13) COMP-3.
               10  W-REG-FCODA           PIC X(01).
                   88  REG-CON-CODA                VALUE 'S'.
               10  W-REG-VISTA           PIC X(01).
                   88  REG-VISTA                   VALUE 'S'.
                   88  REG-NON-VISTA               VALUE 'N'.

      ***************************************************************
      *    ARCHIVIO IN ESAME E RECORD LETTO                        *
      ***************************************************************
       01  W-CARCH                       PIC X(08) VALUE SPACES.
       01  W-BUFFER                      PIC X(3200) VALUE SPACES.

      ***************************************************************
      *    ANOMALIA DA STAMPARE                                    *
      ***************************************************************
       01  W-SEGNALAZIONE.
           05  W-SEG-NGEN                PIC S9(9) COMP.
           05  W-SEG-TIPO                PIC X(01).
               88  SEG-MANCANTE                    VALUE 'M'.
               88  SEG-TRONCATA                    VALUE 'T'.
               88  SEG-ALTERATA                    VALUE 'A'.
               88  SEG-NON-REGISTRATA              VALUE 'N'.
               88  SEG-FUORI-SEQUENZA              VALUE 'S'.
           05  W-SEG-NOTA                PIC X(70).

       01  W-NUM-ED-1                    PIC Z(8)9.
       01  W-NUM-ED-2                    PIC Z(8)9.

      ***************************************************************
      *    RIGHE DEL REPORT                                        *
      ***************************************************************
       01  RIGA-TITOLO-1.
           05  FILLER          PIC X(60) VALUE
               'UTCL0070 - VERIFICA DEGLI ARCHIVI DI PURGA'.
           05  FILLER          PIC X(73) VALUE SPACES.

       01  RIGA-ARCHIVIO.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  FILLER          PIC X(11) VALUE 'ARCHIVIO : '.
           05  RA-CARCH        PIC X(08).
           05  FILLER          PIC X(18) VALUE
               '   GENERAZIONI DA '.
           05  RA-GEN-DA       PIC ZZZZ9.
           05  FILLER          PIC X(03) VALUE ' A '.
           05  RA-GEN-A        PIC ZZZZ9.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  RA-NOTA         PIC X(50).
           05  FILLER          PIC X(29) VALUE SPACES.

       01  RIGA-ANOMALIA.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  FILLER          PIC X(05) VALUE 'GEN. '.
           05  RN-NGEN         PIC ZZZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RN-ESITO        PIC X(16).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RN-NOTA         PIC X(70).
           05  FILLER          PIC X(29) VALUE SPACES.

       01  RIGA-ESITO-ARCHIVIO.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  FILLER          PIC X(23) VALUE
               'RIGHE DI REGISTRO    : '.
           05  RE-REGISTRATE   PIC ZZZ.ZZ9.
           05  FILLER          PIC X(24) VALUE
               '   GENERAZIONI LETTE : '.
           05  RE-VERIFICATE   PIC ZZZ.ZZ9.
           05  FILLER          PIC X(15) VALUE
               '   ANOMALIE : '.
           05  RE-ANOMALIE     PIC ZZZ.ZZ9.
           05  FILLER          PIC X(46) VALUE SPACES.

       01  RIGA-RIEPILOGO.
           05  RR-TESTO        PIC X(30).
           05  RR-NUMERO       PIC ZZZ.ZZ9.
           05  FILLER          PIC X(96) VALUE SPACES.

      ***************************************************************
      *    HOST VARIABLES                                          *
      ***************************************************************
       01  HV-CARCH                      PIC X(08).
       01  HV-GEN-DA                     PIC S9(9) COMP.
       01  HV-GEN-A                      PIC S9(9) COMP.

      ***************************************************************
      *    SERVIZIO DI CONTROLLO DEGLI ARCHIVI, TABELLA DEGLI      *
      *    ARCHIVI, RIGA DEL REGISTRO E RECORD DI CODA             *
      ***************************************************************
           COPY UTARCT1.

           COPY UTARCTB.

           COPY UTARCGR.

           COPY UTARCTR.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *-------------------------------------------------------------*
      * -- GLI ARCHIVI PRESENTI NEL REGISTRO (SENZA SCHEDE)
      *-------------------------------------------------------------*
           EXEC SQL DECLARE CUR-ARCHIVI CURSOR FOR
                SELECT DISTINCT C_ARCHIVIO
                  FROM TAB_ARC_CTL
                 ORDER BY C_ARCHIVIO
                  WITH UR
           END-EXEC.

      *-------------------------------------------------------------*
      * -- LE GENERAZIONI DELL'ARCHIVIO, DALLA PRECEDENTE LA PRIMA
      * -- RICHIESTA (AGGANCIO DELLA CATENA)
      *-------------------------------------------------------------*
           EXEC SQL DECLARE CUR-REGISTRO CURSOR FOR
                SELECT N_GEN, CHAR(D_ELAB, ISO), Q_RECORD, Q_HASH,
                       Q_CONT, Q_CKS_PREC, Q_CKS, F_CODA
                  FROM TAB_ARC_CTL
                 WHERE C_ARCHIVIO = :HV-CARCH
                   AND N_GEN BETWEEN :HV-GEN-DA AND :HV-GEN-A
                 ORDER BY N_GEN
                  WITH UR
           END-EXEC.

      *****************************
       PROCEDURE DIVISION.
      *****************************

       0000-MAINLINE.

           PERFORM 1000-INIZIALIZZA        THRU 1000-EXIT.
           PERFORM 2000-VERIFICA-ARCHIVIO  THRU 2000-EXIT
              VARYING IND-RIC FROM 1 BY 1
                UNTIL IND-RIC GREATER W-NUM-RICH.
           PERFORM 9999-FINE               THRU 9999-EXIT.

           STOP RUN.

       0000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    APERTURA FILE, SCHEDE DI CONTROLLO E ARCHIVI DA      *
      *    VERIFICARE (SENZA SCHEDE: TUTTI QUELLI REGISTRATI).  *
      *---------------------------------------------------------*
       1000-INIZIALIZZA.

           MOVE ZERO                 TO W-NUM-RICH.

           OPEN INPUT  SYSIN.
           OPEN OUTPUT RPT-FILE.

           PERFORM 1100-LEGGI-SCHEDA THRU 1100-EXIT
              UNTIL FINE-SYSIN.

           CLOSE SYSIN.

           IF W-NUM-RICH = ZERO
              PERFORM 1200-CARICA-ARCHIVI THRU 1200-EXIT
           END-IF.

           WRITE RPT-RECORD FROM RIGA-TITOLO-1.
           ADD 1 TO W-LINEE-STAMPATE.

       1000-EXIT.
           EXIT.

       1100-LEGGI-SCHEDA.

           READ SYSIN
               AT END SET FINE-SYSIN TO TRUE
           END-READ.

           IF FINE-SYSIN
           OR SI-CARCH = SPACES
              GO TO 1100-EXIT
           END-IF.

           IF W-NUM-RICH NOT LESS IND-RIC-MAX
              DISPLAY 'UTCL0070 - PIU'' DI 50 SCHEDE, IGNORATO '
                      SI-CARCH
              GO TO 1100-EXIT
           END-IF.

           ADD 1 TO W-NUM-RICH.
           MOVE SI-CARCH             TO W-RIC-CARCH (W-NUM-RICH).
           MOVE 1                    TO W-RIC-GEN-DA (W-NUM-RICH).
           MOVE W-GEN-MAX            TO W-RIC-GEN-A (W-NUM-RICH).
           IF SI-GEN-DA NUMERIC AND SI-GEN-DA > ZERO
              MOVE SI-GEN-DA         TO W-RIC-GEN-DA (W-NUM-RICH)
           END-IF.
           IF SI-GEN-A NUMERIC AND SI-GEN-A > ZERO
              MOVE SI-GEN-A          TO W-RIC-GEN-A (W-NUM-RICH)
           END-IF.

       1100-EXIT.
           EXIT.

       1200-CARICA-ARCHIVI.

           SET NON-FINE-CURSORE TO TRUE.

           EXEC SQL OPEN CUR-ARCHIVI END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'UTCL0070 - ERRORE OPEN CUR-ARCHIVI SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           PERFORM 1210-LEGGI-ARCHIVIO THRU 1210-EXIT
              UNTIL FINE-CURSORE.

           EXEC SQL CLOSE CUR-ARCHIVI END-EXEC.

       1200-EXIT.
           EXIT.

       1210-LEGGI-ARCHIVIO.

           EXEC SQL
                FETCH CUR-ARCHIVI
                INTO :HV-CARCH
           END-EXEC.

           IF SQLCODE EQUAL +100
              SET FINE-CURSORE TO TRUE
              GO TO 1210-EXIT
           END-IF.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'UTCL0070 - ERRORE FETCH CUR-ARCHIVI SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           IF W-NUM-RICH NOT LESS IND-RIC-MAX
              DISPLAY 'UTCL0070 - PIU'' DI 50 ARCHIVI, IGNORATO '
                      HV-CARCH
              GO TO 1210-EXIT
           END-IF.

           ADD 1 TO W-NUM-RICH.
           MOVE HV-CARCH             TO W-RIC-CARCH (W-NUM-RICH).
           MOVE 1                    TO W-RIC-GEN-DA (W-NUM-RICH).
           MOVE W-GEN-MAX            TO W-RIC-GEN-A (W-NUM-RICH).

       1210-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    UN ARCHIVIO: REGISTRO, POI FILE (SE E' UN FILE E IL  *
      *    DD E' ALLOCATO), POI GENERAZIONI NON TROVATE.        *
      *---------------------------------------------------------*
       2000-VERIFICA-ARCHIVIO.

           MOVE W-RIC-CARCH (IND-RIC)  TO W-CARCH.
           MOVE W-RIC-GEN-DA (IND-RIC) TO W-GEN-DA.
           MOVE W-RIC-GEN-A (IND-RIC)  TO W-GEN-A.
           MOVE ZERO                 TO W-ANOMALIE-ARCH.
           MOVE ZERO                 TO W-GEN-VERIFICATE.
           MOVE ZERO                 TO W-REG-ARCH.
           SET ARCHIVIO-NON-LETTO    TO TRUE.
           ADD 1 TO W-TOT-ARCHIVI.

           MOVE W-CARCH              TO RA-CARCH.
           MOVE W-GEN-DA             TO RA-GEN-DA.
           IF W-GEN-A = W-GEN-MAX
              MOVE ZERO              TO RA-GEN-A
           ELSE
              MOVE W-GEN-A           TO RA-GEN-A
           END-IF.

           PERFORM 2050-CERCA-TABELLA THRU 2050-EXIT.

           IF IND-TB = ZERO
              MOVE 'PURGA SENZA ARCHIVIO: SOLO REGISTRO' TO RA-NOTA
           ELSE
              MOVE 'ARCHIVIO SU FILE' TO RA-NOTA
           END-IF.

           MOVE SPACES               TO RPT-RECORD.
           WRITE RPT-RECORD.
           WRITE RPT-RECORD FROM RIGA-ARCHIVIO.
           ADD 2 TO W-LINEE-STAMPATE.

           PERFORM 2100-CARICA-REGISTRO THRU 2100-EXIT.

           IF IND-TB NOT = ZERO
              PERFORM 3000-VERIFICA-FILE THRU 3000-EXIT
           END-IF.

           IF ARCHIVIO-LETTO
              PERFORM 4000-GEN-NON-TROVATA THRU 4000-EXIT
                 VARYING IND-REG FROM 1 BY 1
                   UNTIL IND-REG GREATER W-NUM-REG
           END-IF.

           PERFORM 2900-ESITO-ARCHIVIO THRU 2900-EXIT.

       2000-EXIT.
           EXIT.

       2050-CERCA-TABELLA.

           MOVE ZERO TO IND-TB.

           PERFORM 2060-CONFRONTA-TABELLA THRU 2060-EXIT
              VARYING W-POS FROM 1 BY 1
                UNTIL W-POS GREATER UTARCTB-NUM
                   OR IND-TB GREATER ZERO.

       2050-EXIT.
           EXIT.

       2060-CONFRONTA-TABELLA.

           IF UTARCTB-CARCH (W-POS) = W-CARCH
              MOVE W-POS TO IND-TB
           END-IF.

       2060-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    RIGHE DEL REGISTRO NELL'INTERVALLO, PIU' LA          *
      *    PRECEDENTE LA PRIMA PER AGGANCIARE LA CATENA;        *
      *    CONTROLLO DI CONTINUITA' E CONCATENAZIONE.           *
      *---------------------------------------------------------*
       2100-CARICA-REGISTRO.

           MOVE ZERO                 TO W-NUM-REG.
           MOVE W-CARCH              TO HV-CARCH.
           MOVE W-GEN-A              TO HV-GEN-A.
           IF W-GEN-DA GREATER 1
              COMPUTE HV-GEN-DA = W-GEN-DA - 1
           ELSE
              MOVE W-GEN-DA          TO HV-GEN-DA
           END-IF.
           MOVE HV-GEN-DA            TO W-GEN-ATTESA.

           SET NON-FINE-CURSORE TO TRUE.

           EXEC SQL OPEN CUR-REGISTRO END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'UTCL0070 - ERRORE OPEN CUR-REGISTRO SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           PERFORM 2110-LEGGI-REGISTRO THRU 2110-EXIT
              UNTIL FINE-CURSORE.

           EXEC SQL CLOSE CUR-REGISTRO END-EXEC.

       2100-EXIT.
           EXIT.

       2110-LEGGI-REGISTRO.

           EXEC SQL
                FETCH CUR-REGISTRO
                INTO :ARC-NGEN, :ARC-DELAB, :ARC-QRECORD,
                     :ARC-QHASH, :ARC-QCONT, :ARC-QCKS-PREC,
                     :ARC-QCKS, :ARC-FCODA
           END-EXEC.

           IF SQLCODE EQUAL +100
              SET FINE-CURSORE TO TRUE
              GO TO 2110-EXIT
           END-IF.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'UTCL0070 - ERRORE FETCH CUR-REGISTRO SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           IF W-NUM-REG NOT LESS IND-REG-MAX
              DISPLAY 'UTCL0070 - ' W-CARCH ': PIU'' DI 5000 '
                      'GENERAZIONI, RIDURRE L''INTERVALLO'
              MOVE W-GEN-MAX         TO W-SEG-NGEN
              SET SEG-FUORI-SEQUENZA TO TRUE
              MOVE 'VERIFICA INCOMPLETA: OLTRE 5000 GENERAZIONI'
                   TO W-SEG-NOTA
              PERFORM 8000-SEGNALA THRU 8000-EXIT
              SET FINE-CURSORE TO TRUE
              GO TO 2110-EXIT
           END-IF.

           ADD 1 TO W-NUM-REG.
           MOVE W-NUM-REG            TO IND-REG.
           MOVE ARC-NGEN             TO W-REG-NGEN (IND-REG).
           MOVE ARC-DELAB            TO W-REG-DELAB (IND-REG).
           MOVE ARC-QRECORD          TO W-REG-QRECORD (IND-REG).
           MOVE ARC-QHASH            TO W-REG-QHASH (IND-REG).
           MOVE ARC-QCONT            TO W-REG-QCONT (IND-REG).
           MOVE ARC-QCKS-PREC        TO W-REG-QCKS-PREC (IND-REG).
           MOVE ARC-QCKS             TO W-REG-QCKS (IND-REG).
           MOVE ARC-FCODA            TO W-REG-FCODA (IND-REG).
           SET REG-NON-VISTA (IND-REG) TO TRUE.

           IF ARC-NGEN NOT LESS W-GEN-DA
              ADD 1 TO W-TOT-REGISTRATE
              ADD 1 TO W-REG-ARCH
              PERFORM 2200-CONTROLLA-RIGA THRU 2200-EXIT
           END-IF.

           COMPUTE W-GEN-ATTESA = ARC-NGEN + 1.

       2110-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    UNA RIGA DEL REGISTRO: BUCO PRIMA DI LEI, AGGANCIO   *
      *    ALLA PRECEDENTE, IMPRONTA CONCATENATA RICALCOLATA.   *
      *---------------------------------------------------------*
       2200-CONTROLLA-RIGA.

           MOVE ARC-NGEN             TO W-SEG-NGEN.

           IF ARC-NGEN GREATER W-GEN-ATTESA
              MOVE W-GEN-ATTESA      TO W-NUM-ED-1
              COMPUTE W-NUM-ED-2 = ARC-NGEN - 1
              SET SEG-MANCANTE       TO TRUE
              MOVE SPACES            TO W-SEG-NOTA
              STRING 'GENERAZIONI' W-NUM-ED-1 ' -' W-NUM-ED-2
                     ' ASSENTI DAL REGISTRO'
                     DELIMITED BY SIZE INTO W-SEG-NOTA
              PERFORM 8000-SEGNALA THRU 8000-EXIT
           END-IF.

           COMPUTE IND-REG-PREC = IND-REG - 1.

           IF ARC-NGEN = 1
              IF ARC-QCKS-PREC NOT = ZERO
                 SET SEG-FUORI-SEQUENZA TO TRUE
                 MOVE 'PRIMA GENERAZIONE NON AGGANCIATA A ZERO'
                      TO W-SEG-NOTA
                 PERFORM 8000-SEGNALA THRU 8000-EXIT
              END-IF
           ELSE
              IF IND-REG-PREC GREATER ZERO
                 IF W-REG-NGEN (IND-REG-PREC) = ARC-NGEN - 1
                 AND W-REG-QCKS (IND-REG-PREC) NOT = ARC-QCKS-PREC
                    SET SEG-FUORI-SEQUENZA TO TRUE
                    MOVE 'CATENA INTERROTTA SUL REGISTRO'
                         TO W-SEG-NOTA
                    PERFORM 8000-SEGNALA THRU 8000-EXIT
                 END-IF
              END-IF
           END-IF.

           MOVE W-CARCH              TO UTARCT1-CARCH.
           MOVE ARC-QCKS-PREC        TO UTARCT1-QCKS-PREC.
           MOVE ARC-QCONT            TO UTARCT1-QCONT.
           SET UTARCT1-CATENA        TO TRUE.
           CALL 'UTCL0069' USING UTARCT1 W-BUFFER.

           IF UTARCT1-QCKS NOT = ARC-QCKS
              SET SEG-ALTERATA       TO TRUE
              MOVE 'RIGA DEL REGISTRO ALTERATA (CATENA)'
                   TO W-SEG-NOTA
              PERFORM 8000-SEGNALA THRU 8000-EXIT
           END-IF.

           IF ARC-FCODA NOT = 'S'
              IF ARC-QHASH NOT = ZERO
              OR ARC-QCONT NOT = ARC-QRECORD
                 SET SEG-ALTERATA    TO TRUE
                 MOVE 'RIGA DI PURGA ALTERATA'
                      TO W-SEG-NOTA
                 PERFORM 8000-SEGNALA THRU 8000-EXIT
              END-IF
           END-IF.

       2200-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    ESITO DELL'ARCHIVIO.                                 *
      *---------------------------------------------------------*
       2900-ESITO-ARCHIVIO.

           MOVE W-REG-ARCH           TO RE-REGISTRATE.
           MOVE W-GEN-VERIFICATE     TO RE-VERIFICATE.
           MOVE W-ANOMALIE-ARCH      TO RE-ANOMALIE.
           WRITE RPT-RECORD FROM RIGA-ESITO-ARCHIVIO.
           ADD 1 TO W-LINEE-STAMPATE.

       2900-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    RILETTURA DEL FILE: OGNI SEGMENTO FINO A UN RECORD   *
      *    DI CODA E' UNA GENERAZIONE; I RECORD IN FONDO SENZA  *
      *    CODA SONO UNA GENERAZIONE TRONCATA.                  *
      *---------------------------------------------------------*
       3000-VERIFICA-FILE.

           PERFORM 3010-APRI-FILE THRU 3010-EXIT.

           IF W-FS-ARCHIVIO NOT = '00'
              MOVE ZERO              TO W-SEG-NGEN
              MOVE SPACES            TO W-SEG-NOTA
              STRING 'DD ' W-CARCH ' NON ALLOCATO (STATO '
                     W-FS-ARCHIVIO '): VERIFICATO IL SOLO REGISTRO'
                     DELIMITED BY SIZE INTO W-SEG-NOTA
              MOVE W-SEG-NOTA        TO RN-NOTA
              MOVE ZERO              TO RN-NGEN
              MOVE 'AVVERTENZA'      TO RN-ESITO
              WRITE RPT-RECORD FROM RIGA-ANOMALIA
              ADD 1 TO W-LINEE-STAMPATE
              GO TO 3000-EXIT
           END-IF.

           SET ARCHIVIO-LETTO        TO TRUE.
           SET NON-FINE-ARC          TO TRUE.
           SET SEGMENTO-CHIUSO       TO TRUE.
           SET CODA-PREC-ASSENTE     TO TRUE.
           MOVE ZERO                 TO W-REC-SEGMENTO.
           MOVE ZERO                 TO W-GEN-PREC-FILE.
           MOVE ZERO                 TO W-CKS-PREC-FILE.

           PERFORM 3100-TRATTA-RECORD THRU 3100-EXIT
              UNTIL FINE-ARC.

           PERFORM 3020-CHIUDI-FILE THRU 3020-EXIT.

       3000-EXIT.
           EXIT.

       3010-APRI-FILE.

           EVALUATE W-CARCH
               WHEN 'ARCWSRR'
                    OPEN INPUT ARC-WSRR
               WHEN 'ARCWSRS'
                    OPEN INPUT ARC-WSRS
               WHEN 'ARCWSL'
                    OPEN INPUT ARC-WSL
               WHEN 'ARCWSAU'
                    OPEN INPUT ARC-WSAU
               WHEN 'ARCWSMS'
                    OPEN INPUT ARC-WSMS
               WHEN 'ARCWSPS'
                    OPEN INPUT ARC-WSPS
               WHEN 'ARCTABLG'
                    OPEN INPUT ARC-TABLG
               WHEN OTHER
                    MOVE '35' TO W-FS-ARCHIVIO
           END-EVALUATE.

       3010-EXIT.
           EXIT.

       3020-CHIUDI-FILE.

           EVALUATE W-CARCH
               WHEN 'ARCWSRR'
                    CLOSE ARC-WSRR
               WHEN 'ARCWSRS'
                    CLOSE ARC-WSRS
               WHEN 'ARCWSL'
                    CLOSE ARC-WSL
               WHEN 'ARCWSAU'
                    CLOSE ARC-WSAU
               WHEN 'ARCWSMS'
                    CLOSE ARC-WSMS
               WHEN 'ARCWSPS'
                    CLOSE ARC-WSPS
               WHEN 'ARCTABLG'
                    CLOSE ARC-TABLG
           END-EVALUATE.

       3020-EXIT.
           EXIT.

       3030-LEGGI-FILE.

           MOVE SPACES TO W-BUFFER.

           EVALUATE W-CARCH
               WHEN 'ARCWSRR'
                    READ ARC-WSRR INTO W-BUFFER
                        AT END SET FINE-ARC TO TRUE
                    END-READ
               WHEN 'ARCWSRS'
                    READ ARC-WSRS INTO W-BUFFER
                        AT END SET FINE-ARC TO TRUE
                    END-READ
               WHEN 'ARCWSL'
                    READ ARC-WSL INTO W-BUFFER
                        AT END SET FINE-ARC TO TRUE
                    END-READ
               WHEN 'ARCWSAU'
                    READ ARC-WSAU INTO W-BUFFER
                        AT END SET FINE-ARC TO TRUE
                    END-READ
               WHEN 'ARCWSMS'
                    READ ARC-WSMS INTO W-BUFFER
                        AT END SET FINE-ARC TO TRUE
                    END-READ
               WHEN 'ARCWSPS'
                    READ ARC-WSPS INTO W-BUFFER
                        AT END SET FINE-ARC TO TRUE
                    END-READ
               WHEN 'ARCTABLG'
                    READ ARC-TABLG INTO W-BUFFER
                        AT END SET FINE-ARC TO TRUE
                    END-READ
           END-EVALUATE.

       3030-EXIT.
           EXIT.

       3100-TRATTA-RECORD.

           PERFORM 3030-LEGGI-FILE THRU 3030-EXIT.

           IF FINE-ARC
              IF SEGMENTO-APERTO AND W-REC-SEGMENTO GREATER ZERO
                 PERFORM 3400-SEGMENTO-TRONCATO THRU 3400-EXIT
              END-IF
              GO TO 3100-EXIT
           END-IF.

           IF SEGMENTO-CHIUSO
              MOVE W-CARCH           TO UTARCT1-CARCH
              SET UTARCT1-SEGMENTO   TO TRUE
              CALL 'UTCL0069' USING UTARCT1 W-BUFFER
              SET SEGMENTO-APERTO    TO TRUE
              MOVE ZERO              TO W-REC-SEGMENTO
           END-IF.

           IF W-BUFFER (1:4) = HIGH-VALUES
              PERFORM 3200-TRATTA-CODA THRU 3200-EXIT
              SET SEGMENTO-CHIUSO    TO TRUE
              GO TO 3100-EXIT
           END-IF.

           MOVE W-CARCH              TO UTARCT1-CARCH.
           SET UTARCT1-RECORD        TO TRUE.
           CALL 'UTCL0069' USING UTARCT1 W-BUFFER.
           ADD 1 TO W-REC-SEGMENTO.

       3100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    RECORD DI CODA: CONTEGGI RICALCOLATI, IMPRONTA        *
      *    CONCATENATA, SEQUENZA NEL FILE E RIGA DEL REGISTRO.  *
      *---------------------------------------------------------*
       3200-TRATTA-CODA.

           MOVE W-BUFFER (1:80)      TO UTARCTR.

           IF ARCTR-CARCH NOT = W-CARCH
           OR ARCTR-NGEN NOT NUMERIC
           OR ARCTR-QRECORD NOT NUMERIC
           OR ARCTR-QHASH NOT NUMERIC
           OR ARCTR-QCONT NOT NUMERIC
           OR ARCTR-QCKS-PREC NOT NUMERIC
           OR ARCTR-QCKS NOT NUMERIC
              MOVE W-GEN-PREC-FILE   TO W-SEG-NGEN
              SET SEG-ALTERATA       TO TRUE
              MOVE 'RECORD DI CODA NON VALIDO'
                   TO W-SEG-NOTA
              PERFORM 8000-SEGNALA THRU 8000-EXIT
              SET CODA-PREC-ASSENTE  TO TRUE
              GO TO 3200-EXIT
           END-IF.

           MOVE ARCTR-NGEN           TO W-GEN-CODA.
           MOVE W-GEN-CODA           TO W-SEG-NGEN.

           IF W-GEN-CODA LESS W-GEN-DA
           OR W-GEN-CODA GREATER W-GEN-A
              PERFORM 3290-RICORDA-CODA THRU 3290-EXIT
              GO TO 3200-EXIT
           END-IF.

           ADD 1 TO W-GEN-VERIFICATE.
           ADD 1 TO W-TOT-VERIFICATE.

           IF CODA-PREC-VISTA
              IF W-GEN-CODA NOT GREATER W-GEN-PREC-FILE
                 MOVE W-GEN-PREC-FILE   TO W-NUM-ED-1
                 SET SEG-FUORI-SEQUENZA TO TRUE
                 MOVE SPACES            TO W-SEG-NOTA
                 STRING 'NEL FILE DOPO LA GENERAZIONE' W-NUM-ED-1
                        DELIMITED BY SIZE INTO W-SEG-NOTA
                 PERFORM 8000-SEGNALA THRU 8000-EXIT
              ELSE
                 IF W-GEN-CODA = W-GEN-PREC-FILE + 1
                 AND ARCTR-QCKS-PREC NOT = W-CKS-PREC-FILE
                    SET SEG-FUORI-SEQUENZA TO TRUE
                    MOVE 'CATENA INTERROTTA NEL FILE'
                         TO W-SEG-NOTA
                    PERFORM 8000-SEGNALA THRU 8000-EXIT
                 END-IF
              END-IF
           END-IF.

           IF UTARCT1-QRECORD NOT = ARCTR-QRECORD
              MOVE UTARCT1-QRECORD   TO W-NUM-ED-1
              MOVE ARCTR-QRECORD     TO W-NUM-ED-2
              SET SEG-ALTERATA       TO TRUE
              MOVE SPACES            TO W-SEG-NOTA
              STRING 'RECORD LETTI' W-NUM-ED-1
                     ', DICHIARATI IN CODA' W-NUM-ED-2
                     DELIMITED BY SIZE INTO W-SEG-NOTA
              PERFORM 8000-SEGNALA THRU 8000-EXIT
           ELSE
              IF UTARCT1-QHASH NOT = ARCTR-QHASH
              OR UTARCT1-QCONT NOT = ARCTR-QCONT
                 SET SEG-ALTERATA    TO TRUE
                 MOVE 'CONTENUTO ALTERATO RISPETTO ALLA CODA'
                      TO W-SEG-NOTA
                 PERFORM 8000-SEGNALA THRU 8000-EXIT
              END-IF
           END-IF.

           MOVE W-CARCH              TO UTARCT1-CARCH.
           MOVE ARCTR-QCKS-PREC      TO UTARCT1-QCKS-PREC.
           MOVE ARCTR-QCONT          TO UTARCT1-QCONT.
           SET UTARCT1-CATENA        TO TRUE.
           CALL 'UTCL0069' USING UTARCT1 W-BUFFER.

           IF UTARCT1-QCKS NOT = ARCTR-QCKS
              SET SEG-ALTERATA       TO TRUE
              MOVE 'RECORD DI CODA ALTERATO (CATENA)'
                   TO W-SEG-NOTA
              PERFORM 8000-SEGNALA THRU 8000-EXIT
           END-IF.

           PERFORM 3300-CERCA-REGISTRO THRU 3300-EXIT.

           IF IND-REG = ZERO
              SET SEG-NON-REGISTRATA TO TRUE
              MOVE 'GENERAZIONE DEL FILE ASSENTE DAL REGISTRO'
                                     TO W-SEG-NOTA
              PERFORM 8000-SEGNALA THRU 8000-EXIT
              PERFORM 3290-RICORDA-CODA THRU 3290-EXIT
              GO TO 3200-EXIT
           END-IF.

           IF REG-VISTA (IND-REG)
              SET SEG-FUORI-SEQUENZA TO TRUE
              MOVE 'GENERAZIONE PRESENTE PIU'' VOLTE NEL FILE'
                                     TO W-SEG-NOTA
              PERFORM 8000-SEGNALA THRU 8000-EXIT
              PERFORM 3290-RICORDA-CODA THRU 3290-EXIT
              GO TO 3200-EXIT
           END-IF.

           SET REG-VISTA (IND-REG)   TO TRUE.

           IF NOT REG-CON-CODA (IND-REG)
           OR W-REG-QRECORD (IND-REG)   NOT = ARCTR-QRECORD
           OR W-REG-QHASH (IND-REG)     NOT = ARCTR-QHASH
           OR W-REG-QCONT (IND-REG)     NOT = ARCTR-QCONT
           OR W-REG-QCKS-PREC (IND-REG) NOT = ARCTR-QCKS-PREC
           OR W-REG-QCKS (IND-REG)      NOT = ARCTR-QCKS
              SET SEG-ALTERATA       TO TRUE
              MOVE 'TOTALI DEL RECORD DI CODA DIVERSI DAL REGISTRO'
                                     TO W-SEG-NOTA
              PERFORM 8000-SEGNALA THRU 8000-EXIT
           END-IF.

           PERFORM 3290-RICORDA-CODA THRU 3290-EXIT.

       3200-EXIT.
           EXIT.

       3290-RICORDA-CODA.

           MOVE W-GEN-CODA           TO W-GEN-PREC-FILE.
           MOVE ARCTR-QCKS           TO W-CKS-PREC-FILE.
           SET CODA-PREC-VISTA       TO TRUE.

       3290-EXIT.
           EXIT.

       3300-CERCA-REGISTRO.

           MOVE ZERO TO IND-REG.

           PERFORM 3310-CONFRONTA-REGISTRO THRU 3310-EXIT
              VARYING W-POS FROM 1 BY 1
                UNTIL W-POS GREATER W-NUM-REG
                   OR IND-REG GREATER ZERO.

       3300-EXIT.
           EXIT.

       3310-CONFRONTA-REGISTRO.

           IF W-REG-NGEN (W-POS) = W-GEN-CODA
              MOVE W-POS TO IND-REG
           END-IF.

       3310-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    RECORD IN FONDO AL FILE SENZA RECORD DI CODA: E'     *
      *    LA GENERAZIONE SUCCESSIVA ALL'ULTIMA CODA LETTA, CHE *
      *    NON VA SEGNALATA ANCHE COME MANCANTE.                *
      *---------------------------------------------------------*
       3400-SEGMENTO-TRONCATO.

           IF CODA-PREC-VISTA
              COMPUTE W-GEN-CODA = W-GEN-PREC-FILE + 1
              PERFORM 3300-CERCA-REGISTRO THRU 3300-EXIT
              IF IND-REG GREATER ZERO
                 SET REG-VISTA (IND-REG) TO TRUE
              END-IF
              MOVE W-GEN-CODA        TO W-SEG-NGEN
           ELSE
              MOVE ZERO              TO W-SEG-NGEN
           END-IF.

           MOVE W-REC-SEGMENTO       TO W-NUM-ED-1.
           SET SEG-TRONCATA          TO TRUE.
           MOVE SPACES               TO W-SEG-NOTA.
           STRING 'RECORD IN FONDO AL FILE SENZA CODA:' W-NUM-ED-1
                  DELIMITED BY SIZE INTO W-SEG-NOTA.
           PERFORM 8000-SEGNALA THRU 8000-EXIT.

       3400-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    GENERAZIONE REGISTRATA SU FILE NELL'INTERVALLO MA    *
      *    NON TROVATA NEL FILE LETTO.                          *
      *---------------------------------------------------------*
       4000-GEN-NON-TROVATA.

           IF W-REG-NGEN (IND-REG) LESS W-GEN-DA
           OR NOT REG-CON-CODA (IND-REG)
           OR REG-VISTA (IND-REG)
              GO TO 4000-EXIT
           END-IF.

           MOVE W-REG-NGEN (IND-REG) TO W-SEG-NGEN.
           SET SEG-MANCANTE          TO TRUE.
           MOVE SPACES               TO W-SEG-NOTA.
           STRING 'REGISTRATA IL ' W-REG-DELAB (IND-REG)
                  ' MA ASSENTE DAL FILE LETTO'
                  DELIMITED BY SIZE INTO W-SEG-NOTA.
           PERFORM 8000-SEGNALA THRU 8000-EXIT.

       4000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    STAMPA DI UN'ANOMALIA E CONTEGGIO PER ESITO.         *
      *---------------------------------------------------------*
       8000-SEGNALA.

           MOVE SPACES               TO RN-ESITO.
           IF W-SEG-NGEN = W-GEN-MAX
              MOVE ZERO              TO RN-NGEN
           ELSE
              MOVE W-SEG-NGEN        TO RN-NGEN
           END-IF.

           EVALUATE TRUE
               WHEN SEG-MANCANTE
                    MOVE 'MANCANTE'       TO RN-ESITO
                    ADD 1 TO W-TOT-MANCANTI
               WHEN SEG-TRONCATA
                    MOVE 'TRONCATA'       TO RN-ESITO
                    ADD 1 TO W-TOT-TRONCATE
               WHEN SEG-ALTERATA
                    MOVE 'ALTERATA'       TO RN-ESITO
                    ADD 1 TO W-TOT-ALTERATE
               WHEN SEG-NON-REGISTRATA
                    MOVE 'NON REGISTRATA' TO RN-ESITO
                    ADD 1 TO W-TOT-NON-REGISTR
               WHEN SEG-FUORI-SEQUENZA
                    MOVE 'FUORI SEQUENZA' TO RN-ESITO
                    ADD 1 TO W-TOT-FUORI-SEQ
           END-EVALUATE.

           MOVE W-SEG-NOTA           TO RN-NOTA.
           WRITE RPT-RECORD FROM RIGA-ANOMALIA.
           ADD 1 TO W-LINEE-STAMPATE.
           ADD 1 TO W-ANOMALIE-ARCH.

       8000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    ROUTINE GENERICA DI ABEND SU ERRORE SQL IRRECUPERABILE.
      *---------------------------------------------------------*
       9900-ABEND-SQL.

           CLOSE RPT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       9900-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    RIEPILOGO E TERMINE ELABORAZIONE.                    *
      *---------------------------------------------------------*
       9999-FINE.

           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.

           MOVE 'ARCHIVI VERIFICATI          :' TO RR-TESTO.
           MOVE W-TOT-ARCHIVI        TO RR-NUMERO.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'RIGHE DI REGISTRO ESAMINATE :' TO RR-TESTO.
           MOVE W-TOT-REGISTRATE     TO RR-NUMERO.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'GENERAZIONI LETTE DA FILE   :' TO RR-TESTO.
           MOVE W-TOT-VERIFICATE     TO RR-NUMERO.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'MANCANTI                    :' TO RR-TESTO.
           MOVE W-TOT-MANCANTI       TO RR-NUMERO.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'TRONCATE                    :' TO RR-TESTO.
           MOVE W-TOT-TRONCATE       TO RR-NUMERO.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'ALTERATE                    :' TO RR-TESTO.
           MOVE W-TOT-ALTERATE       TO RR-NUMERO.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'NON REGISTRATE              :' TO RR-TESTO.
           MOVE W-TOT-NON-REGISTR    TO RR-NUMERO.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'FUORI SEQUENZA              :' TO RR-TESTO.
           MOVE W-TOT-FUORI-SEQ      TO RR-NUMERO.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.

           CLOSE RPT-FILE.

           DISPLAY 'UTCL0070 - ARCHIVI VERIFICATI: ' W-TOT-ARCHIVI.
           DISPLAY 'UTCL0070 - MANCANTI          : ' W-TOT-MANCANTI.
           DISPLAY 'UTCL0070 - TRONCATE          : ' W-TOT-TRONCATE.
           DISPLAY 'UTCL0070 - ALTERATE          : ' W-TOT-ALTERATE.
           DISPLAY 'UTCL0070 - NON REGISTRATE    : ' W-TOT-NON-REGISTR.
           DISPLAY 'UTCL0070 - FUORI SEQUENZA    : ' W-TOT-FUORI-SEQ.

           IF W-TOT-MANCANTI + W-TOT-TRONCATE + W-TOT-ALTERATE
            + W-TOT-NON-REGISTR + W-TOT-FUORI-SEQ GREATER ZERO
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

       9999-EXIT.
           EXIT.
