       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WSST0083.
       AUTHOR.        MANUTENZIONE WSOC83.
       INSTALLATION.  MONTE TITOLI - ELABORAZIONE DATI.
       DATE-WRITTEN.  OTTOBRE 2026.
       DATE-COMPILED.
      ***************************************************************
      *REMARKS.        M O N T E   T I T O L I
      *                ------------------------
      *                STATISTICHE MENSILI PER IL MEF DELL'ATTIVITA'
      *                DI STRIPPING.
      *                ----------------------------------------
      *                PER IL MESE ELABORATO, IL MESE PRECEDENTE E
      *                IL PROGRESSIVO DELL'ANNO (DAL 1 GENNAIO
      *                ALLA FINE DEL MESE) RIPORTA
      *                  - PER ISIN PADRE E IN TOTALE, LE
      *                    OPERAZIONI VALIDATE (WSRR CVALMSG '3')
      *                    PER CSTRIP: STRIPPING ('1'),
      *                    COLLEGAMENTO CEDOLA ('3'), MANTELLO
      *                    ('2') E RICOSTITUZIONE ('0'). ISIN E
      *                    CSTRIP VENGONO DALLA PRIMA TRACCIA DI
      *                    AUDIT TATS DEL PIDMTX (COME WSEC0083);
      *                    PER MANTELLO E CEDOLA IL PADRE E' QUELLO
      *                    DI TAF (CNAZTIPX/CSPTIPX), PER GLI ALTRI
      *                    E' IL TITOLO STESSO. ACCANTO AL PADRE I
      *                    VALORI CORRENTI DI QPMSTRIP, QLMSTRIP E
      *                    QQUOCAR DA TATS;
      *                  - I MESSAGGI RESPINTI E LE OCCORRENZE DELLE
      *                    COPPIE IDC/ERRORE DI XERRMTX, RAGGRUPPATE
      *                    PER FAMIGLIA (CODICE IDC);
      *                  - LE VARIAZIONI DI PIANO DI AMMORTAMENTO
      *                    RILEVATE DALLA SENTINELLA DI WSOC83 SULLA
      *                    FOTOGRAFIA WSPS0083: RESPINTE (IDC 'PDA',
      *                    ERRORE 1147) O TRATTENUTE PER IL RILASCIO
      *                    A QUATTRO OCCHI (WSTN0083, REGOLA 'P');
      *                  - NUMERO RATE E TOTALE QTASINT DELLE
      *                    FOTOGRAFIE WSPS0083 DEI MOVIMENTI
      *                    VALIDATI (STESSA MISURA DEGLI HASH DI
      *                    WSEC0083) E LE FOTOGRAFIE IN ESSERE.
      *                LA SEZIONE DI QUADRATURA LEGGE GLI ESTRATTI
      *                GIORNALIERI WSEC0083 DEL MESE (DD ESTRMESE,
      *                GENERAZIONI CONCATENATE IN ORDINE DI DATA):
      *                VERIFICA OGNI TRAILER CONTRO I SUOI RECORD,
      *                LA CONTINUITA' DEI PERIODI (BUCHI E
      *                SOVRAPPOSIZIONI) E LA COPERTURA DEL MESE, E
      *                CONFRONTA I TOTALI DEI TRAILER CON IL
      *                RICALCOLO DB2 SULLO STESSO PERIODO. MOVIMENTI
      *                E RESPINTI DEVONO COINCIDERE; GLI HASH DI
      *                RATE E QTASINT POSSONO SCOSTARSI SE NEL
      *                FRATTEMPO IL PIANO DI UN TITOLO E' STATO
      *                RIFOTOGRAFATO (LA FOTOGRAFIA DEL PIDMTX
      *                PRECEDENTE VIENE SOSTITUITA) E SONO SOLO
      *                SEGNALATI.
      *                OLTRE ALLA STAMPA PRODUCE IL FILE PER IL
      *                MINISTERO (DD MEFOUT): RECORD A CAMPI DI
      *                LUNGHEZZA FISSA SEPARATI DA ';', IMPORTI CON
      *                VIRGOLA DECIMALE ESPLICITA. TIPI RECORD:
      *                  'H' TESTATA, 'I' ISIN PADRE, 'R' TOTALI,
      *                  'E' COPPIA IDC/ERRORE, 'S' FOTOGRAFIE IN
      *                  ESSERE, 'C' ESITO DELLA QUADRATURA.
      *                SE LA RITENZIONE DI WSRR (WSPU0083) HA GIA'
      *                RIMOSSO L'INIZIO DELL'ANNO IL PROGRESSIVO E'
      *                SEGNALATO PARZIALE (STAMPA E TESTATA 'H').
      *                LA DISPONIBILITA' SI MISURA SULLA PIU' VECCHIA
      *                UNITA' WSRR NON VINCOLATA (REGISTRO DEI
      *                VINCOLI, UTCL0071): LE UNITA' TRATTENUTE DA
      *                UN VINCOLO DI CONSERVAZIONE SOPRAVVIVONO ALLA
      *                PURGA E NON DIMOSTRANO CHE L'ANNO SIA
      *                COMPLETO.
      ***************************************************************
      * SCHEDA DI CONTROLLO (SYSIN, FACOLTATIVA):
      *   COL 01-07  MESE YYYY-MM (SPAZI = MESE PRECEDENTE)
      ***************************************************************
      * RETURN CODE:
      *    0  REGOLARE
      *    4  QUADRATURA CON GLI ESTRATTI NON RIUSCITA OPPURE
      *       TABELLA DEGLI ISIN PADRE PIENA (TOTALI COMUNQUE
      *       COMPLETI)
      *   16  ERRORE SQL
      ***************************************************************
      * MODIFICHE:                                                  *
      *   OTT26  RG0938  PRIMA STESURA.                              *
      ***************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN      ASSIGN TO SYSIN.
           SELECT ESTR-MESE  ASSIGN TO ESTRMESE
                  ORGANIZATION IS SEQUENTIAL.
           SELECT MEF-FILE   ASSIGN TO MEFOUT
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE   ASSIGN TO RPTOUT.

       DATA DIVISION.

       FILE SECTION.

       FD  SYSIN
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  SYSIN-RECORD.
           05  SI-MESE                   PIC X(07).
           05  FILLER                    PIC X(73).

      ***************************************************************
      *    ESTRATTI GIORNALIERI WSEC0083 (LRECL 100)                *
      ***************************************************************
       FD  ESTR-MESE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  ESTR-RECORD.
           05  EST-TIPO                  PIC X(01).
               88  EST-MOVIMENTO                   VALUE 'D'.
               88  EST-RESPINTO                    VALUE 'R'.
               88  EST-TRAILER                     VALUE 'T'.
           05  FILLER                    PIC X(99).
       01  EST-REC-MOVIMENTO.
           05  FILLER                    PIC X(01).
           05  ESD-PIDMTX                PIC X(15).
           05  ESD-CNAZTIT               PIC X(02).
           05  ESD-CSPTIT                PIC X(09).
           05  ESD-CSTRIP                PIC X(01).
           05  ESD-CCATAPPL              PIC X(08).
           05  ESD-NUM-RATE              PIC 9(04).
           05  ESD-TOT-QTASINT           PIC 9(07)V9(5).
           05  ESD-WTIMECAR              PIC X(26).
           05  FILLER                    PIC X(22).
       01  EST-REC-TRAILER.
           05  FILLER                    PIC X(01).
           05  EST-NUM-MOVIM             PIC 9(07).
           05  EST-NUM-RESP              PIC 9(07).
           05  EST-HASH-QTASINT          PIC 9(11)V9(5).
           05  EST-HASH-RATE             PIC 9(09).
           05  EST-DATA-DAL              PIC X(10).
           05  EST-DATA-AL               PIC X(10).
           05  FILLER                    PIC X(40).

       FD  MEF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  MEF-RECORD                    PIC X(300).

       FD  RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  RPT-RECORD                    PIC X(133).

       WORKING-STORAGE SECTION.

      ***************************************************************
      *    CONTATORI DI SERVIZIO                                   *
      ***************************************************************
       77  W-PIDMTX-LETTI                PIC 9(07) COMP-3 VALUE ZERO.
       77  W-UNITA-VINCOLATE             PIC 9(07) COMP-3 VALUE ZERO.
       77  W-SENZA-PADRE                 PIC 9(07) COMP-3 VALUE ZERO.
       77  W-ISIN-ESCLUSI                PIC 9(07) COMP-3 VALUE ZERO.
       77  W-RECORD-MEF                  PIC 9(07) COMP-3 VALUE ZERO.
       77  W-LINEE-STAMPATE              PIC 9(05) COMP-3 VALUE ZERO.
       77  IND-SCAN                      PIC S9(4) COMP VALUE ZERO.
       77  IND-B                         PIC S9(4) COMP VALUE ZERO.
       77  IND-OP                        PIC S9(4) COMP VALUE ZERO.
       77  IND-ISIN                      PIC S9(4) COMP VALUE ZERO.
       77  IND-SPOSTA                    PIC S9(4) COMP VALUE ZERO.
       77  IND-ISIN-MAX                  PIC S9(4) COMP VALUE +3000.
       77  W-NUM-ISIN                    PIC S9(4) COMP VALUE ZERO.
       77  W-RC-FINALE                   PIC S9(4) COMP VALUE ZERO.

       01  W-SW-FINE-SYSIN               PIC X     VALUE 'N'.
           88  FINE-SYSIN                          VALUE 'S'.
           88  NON-FINE-SYSIN                      VALUE 'N'.

       01  W-SW-FINE-CURSORE             PIC X     VALUE 'N'.
           88  FINE-CURSORE                        VALUE 'S'.
           88  NON-FINE-CURSORE                    VALUE 'N'.

       01  W-SW-FINE-ESTRATTI            PIC X     VALUE 'N'.
           88  FINE-ESTRATTI                       VALUE 'S'.
           88  NON-FINE-ESTRATTI                   VALUE 'N'.

       01  W-SW-POSIZIONE                PIC X     VALUE 'N'.
           88  POSIZIONE-TROVATA                   VALUE 'S'.
           88  POSIZIONE-NON-TROVATA               VALUE 'N'.

       01  W-SW-ISIN                     PIC X     VALUE 'N'.
           88  ISIN-IN-TABELLA                     VALUE 'S'.
           88  ISIN-FUORI-TABELLA                  VALUE 'N'.

       01  W-SW-ANNO                     PIC X     VALUE 'N'.
           88  ANNO-PARZIALE                       VALUE 'S'.
           88  ANNO-COMPLETO                       VALUE 'N'.

       01  W-SW-DATA                     PIC X     VALUE 'N'.
           88  DATA-ERRATA                         VALUE 'S'.
           88  DATA-VALIDA                         VALUE 'N'.

       01  W-SW-QUADRATURA               PIC X     VALUE 'Q'.
           88  QUADRA                              VALUE 'Q'.
           88  NON-QUADRA                          VALUE 'N'.

      ***************************************************************
      *    MESE ELABORATO, MESE PRECEDENTE E FINESTRE TIMESTAMP    *
      ***************************************************************
       01  W-MESE                        PIC X(07) VALUE SPACES.
       01  FILLER REDEFINES W-MESE.
           05  W-MESE-AAAA               PIC 9(04).
           05  FILLER                    PIC X(01).
           05  W-MESE-MM                 PIC 9(02).
       01  W-MESE-PREC                   PIC X(07) VALUE SPACES.
       01  FILLER REDEFINES W-MESE-PREC.
           05  W-PREC-AAAA               PIC 9(04).
           05  FILLER                    PIC X(01).
           05  W-PREC-MM                 PIC 9(02).
       01  W-MESE-SUCC-AAAA              PIC 9(04) VALUE ZERO.
       01  W-MESE-SUCC-MM                PIC 9(02) VALUE ZERO.
       01  W-DATA-ODIERNA                PIC 9(06) VALUE ZERO.
       01  FILLER REDEFINES W-DATA-ODIERNA.
           05  W-OGGI-AA                 PIC 99.
           05  W-OGGI-MM                 PIC 99.
           05  FILLER                    PIC 99.
       01  W-OGGI-8                      PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES W-OGGI-8.
           05  W-OGGI-8-AAAA             PIC X(04).
           05  W-OGGI-8-MM               PIC X(02).
           05  W-OGGI-8-GG               PIC X(02).
       01  W-DATA-PRODUZIONE             PIC X(10) VALUE SPACES.
       01  W-ANNO-DAL                    PIC X(10) VALUE SPACES.
       01  W-DATI-DAL                    PIC X(10) VALUE SPACES.
       01  W-INIZIO-MESE                 PIC X(10) VALUE SPACES.
       01  W-INIZIO-SUCC                 PIC X(10) VALUE SPACES.

      ***************************************************************
      *    TOTALI PER PERIODO: 1 = MESE, 2 = MESE PRECEDENTE,      *
      *    3 = PROGRESSIVO ANNO. OPERAZIONI PER CSTRIP: 1 = '0',   *
      *    2 = '1', 3 = '2', 4 = '3', 5 = CSTRIP NON NOTO (SENZA   *
      *    TRACCIA DI AUDIT TATS)                                  *
      ***************************************************************
       01  TAB-TOTALI.
           05  TT-PERIODO                OCCURS 3 TIMES.
               10  TT-OPER               PIC 9(07) COMP-3
                                         OCCURS 5 TIMES.
               10  TT-RATE               PIC 9(09) COMP-3.
               10  TT-QTASINT            PIC 9(11)V9(5) COMP-3.
               10  TT-RESPINTI           PIC 9(07) COMP-3.
               10  TT-OCCORR-IDC         PIC 9(07) COMP-3.
               10  TT-PIANO-RESP         PIC 9(07) COMP-3.
               10  TT-PIANO-TRAT         PIC 9(07) COMP-3.

      ***************************************************************
      *    OPERAZIONI PER ISIN PADRE, IN ORDINE DI CHIAVE          *
      ***************************************************************
       01  TAB-ISIN.
           05  TI-RIGA                   OCCURS 3000 TIMES.
               10  TI-CHIAVE.
                   15  TI-CNAZTIT        PIC X(02).
                   15  TI-CSPTIT         PIC X(09).
               10  TI-PERIODO            OCCURS 3 TIMES.
                   15  TI-OPER           PIC 9(07) COMP-3
                                         OCCURS 4 TIMES.
                   15  TI-RATE           PIC 9(07) COMP-3.
                   15  TI-QTASINT        PIC 9(09)V9(5) COMP-3.

       01  W-CHIAVE-ISIN.
           05  W-CHIAVE-CNAZTIT          PIC X(02).
           05  W-CHIAVE-CSPTIT           PIC X(09).

      ***************************************************************
      *    ROTTURA PER FAMIGLIA IDC                                *
      ***************************************************************
       01  W-IDC-PREC                    PIC X(03) VALUE SPACES.
       01  W-FAM-MESE                    PIC 9(09) COMP-3 VALUE ZERO.
       01  W-FAM-PREC                    PIC 9(09) COMP-3 VALUE ZERO.
       01  W-FAM-ANNO                    PIC 9(09) COMP-3 VALUE ZERO.

      ***************************************************************
      *    RIGA DI CONTEGGI IN STAMPA (VEDI 8100-STAMPA-CONTI)     *
      ***************************************************************
       01  W-DESCR-RIGA                  PIC X(40) VALUE SPACES.
       01  W-CONTO-MESE                  PIC 9(11) COMP-3 VALUE ZERO.
       01  W-CONTO-PREC                  PIC 9(11) COMP-3 VALUE ZERO.
       01  W-CONTO-ANNO                  PIC 9(11) COMP-3 VALUE ZERO.
       01  W-CONTO-DIFF                  PIC S9(11) COMP-3 VALUE ZERO.
       01  W-QTA-DIFF                    PIC S9(11)V9(5) COMP-3
                                                    VALUE ZERO.

      ***************************************************************
      *    QUADRATURA CON GLI ESTRATTI GIORNALIERI WSEC0083        *
      ***************************************************************
       01  W-EST-LETTI                   PIC 9(07) COMP-3 VALUE ZERO.
       01  W-EST-TRAILER                 PIC 9(05) COMP-3 VALUE ZERO.
       01  W-EST-NON-QUADRATI            PIC 9(05) COMP-3 VALUE ZERO.
       01  W-EST-SENZA-PERIODO           PIC 9(05) COMP-3 VALUE ZERO.
       01  W-EST-BUCHI                   PIC 9(05) COMP-3 VALUE ZERO.
       01  W-EST-SOVRAPP                 PIC 9(05) COMP-3 VALUE ZERO.
       01  W-EST-TIPO-IGNOTO             PIC 9(07) COMP-3 VALUE ZERO.
       01  W-EST-ORFANI                  PIC 9(07) COMP-3 VALUE ZERO.
       01  W-PARZ-MOVIM                  PIC 9(07) COMP-3 VALUE ZERO.
       01  W-PARZ-RESP                   PIC 9(07) COMP-3 VALUE ZERO.
       01  W-PARZ-RATE                   PIC 9(09) COMP-3 VALUE ZERO.
       01  W-PARZ-QTASINT                PIC 9(11)V9(5) COMP-3
                                                    VALUE ZERO.
       01  W-TRL-MOVIM                   PIC 9(09) COMP-3 VALUE ZERO.
       01  W-TRL-RESP                    PIC 9(09) COMP-3 VALUE ZERO.
       01  W-TRL-RATE                    PIC 9(11) COMP-3 VALUE ZERO.
       01  W-TRL-QTASINT                 PIC 9(13)V9(5) COMP-3
                                                    VALUE ZERO.
       01  W-CTL-DAL                     PIC X(10) VALUE SPACES.
       01  W-CTL-AL                      PIC X(10) VALUE SPACES.
       01  W-GG-DAL                      PIC S9(7) COMP-3 VALUE ZERO.
       01  W-GG-AL                       PIC S9(7) COMP-3 VALUE ZERO.
       01  W-GG-AL-PREC                  PIC S9(7) COMP-3 VALUE ZERO.
       01  W-GG-CTL-DAL                  PIC S9(7) COMP-3 VALUE ZERO.
       01  W-GG-CTL-AL                   PIC S9(7) COMP-3 VALUE ZERO.
       01  W-GG-INIZIO-MESE              PIC S9(7) COMP-3 VALUE ZERO.
       01  W-GG-FINE-MESE                PIC S9(7) COMP-3 VALUE ZERO.
       01  W-COPERTURA                   PIC X(11) VALUE SPACES.
       01  W-NUM-EDIT                    PIC Z.ZZZ.ZZ9.
       01  W-NUM-EDIT-2                  PIC Z.ZZZ.ZZ9.

      ***************************************************************
      *    CONVERSIONE DATA ISO -> GIORNI DALLA DATA DI            *
      *    RIFERIMENTO DI UTIP0061 (03/01/2000)                    *
      ***************************************************************
       01  W-ISO-APP                     PIC X(10) VALUE SPACES.
       01  FILLER REDEFINES W-ISO-APP.
           05  W-ISO-AAAA                PIC X(04).
           05  W-ISO-SEP1                PIC X(01).
           05  W-ISO-MM                  PIC X(02).
           05  W-ISO-SEP2                PIC X(01).
           05  W-ISO-GG                  PIC X(02).
       01  W-DATA-GGMMAA.
           05  W-CONV-GG                 PIC 99.
           05  W-CONV-MM                 PIC 99.
           05  W-CONV-AA                 PIC 99.
       01  W-DATA-RIFER.
           05  FILLER                    PIC 99 VALUE 03.
           05  FILLER                    PIC 99 VALUE 01.
           05  FILLER                    PIC 99 VALUE 00.
       01  W61-FUNZ                      PIC X(01) VALUE '2'.
       01  W61-GIORNI                    PIC S9(7) COMP-3 VALUE ZERO.
       01  W61-RC                        PIC S9(1) COMP-3 VALUE ZERO.

      ***************************************************************
      *    RIGHE DEL REPORT                                        *
      ***************************************************************
       01  RIGA-VUOTA                    PIC X(133) VALUE SPACES.

       01  RIGA-TITOLO-1.
           05  FILLER          PIC X(52) VALUE
               'WSST0083 - STATISTICHE MENSILI MEF DELLE OPERAZIONI '.
           05  FILLER          PIC X(12) VALUE 'DI STRIPPING'.
           05  FILLER          PIC X(69) VALUE SPACES.

       01  RIGA-TITOLO-2.
           05  FILLER          PIC X(18) VALUE 'MESE ELABORATO  : '.
           05  RT2-MESE        PIC X(07).
           05  FILLER          PIC X(22) VALUE
               '   MESE PRECEDENTE : '.
           05  RT2-MESE-PREC   PIC X(07).
           05  FILLER          PIC X(27) VALUE
               '   PROGRESSIVO ANNO DAL : '.
           05  RT2-ANNO-DAL    PIC X(10).
           05  FILLER          PIC X(42) VALUE SPACES.

       01  RIGA-TITOLO-3.
           05  FILLER          PIC X(53) VALUE
               '*** ATTENZIONE: PROGRESSIVO ANNO PARZIALE, DATI WSRR '.
           05  FILLER          PIC X(16) VALUE 'DISPONIBILI DAL '.
           05  RT3-DATI-DAL    PIC X(10).
           05  FILLER          PIC X(54) VALUE SPACES.

       01  RIGA-SEZIONE.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RS-TESTO        PIC X(60).
           05  FILLER          PIC X(72) VALUE SPACES.

       01  RIGA-ISIN-TIT-1.
           05  FILLER          PIC X(14) VALUE 'ISIN PADRE'.
           05  FILLER          PIC X(25) VALUE
               '-------- MESE ---------'.
           05  FILLER          PIC X(25) VALUE
               '--- MESE PRECEDENTE ---'.
           05  FILLER          PIC X(25) VALUE
               '-- PROGRESSIVO ANNO ---'.
           05  FILLER          PIC X(44) VALUE
               '---------- VALORI CORRENTI TATS ----------'.

       01  RIGA-ISIN-TIT-2.
           05  FILLER          PIC X(14) VALUE SPACES.
           05  FILLER          PIC X(25) VALUE
               ' STR.  CED.  MAN.  RIC.'.
           05  FILLER          PIC X(25) VALUE
               ' STR.  CED.  MAN.  RIC.'.
           05  FILLER          PIC X(25) VALUE
               ' STR.  CED.  MAN.  RIC.'.
           05  FILLER          PIC X(44) VALUE
               ' QPMSTRIP         QLMSTRIP        QQUOCAR'.

       01  RIGA-DETTAGLIO.
           05  RD-CNAZTIT      PIC X(02).
           05  RD-CSPTIT       PIC X(09).
           05  FILLER          PIC X(03).
           05  RD-PERIODO      OCCURS 3 TIMES.
               10  RD-OP       OCCURS 4 TIMES.
                   15  RD-OPER PIC ZZZZ9.
                   15  FILLER  PIC X(01).
               10  FILLER      PIC X(01).
           05  RD-QPMSTRIP     PIC ZZ9,99999.
           05  FILLER          PIC X(02).
           05  RD-QLMSTRIP     PIC ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(02).
           05  RD-QQUOCAR      PIC ZZZ.ZZ9,99999.
           05  FILLER          PIC X(03).

       01  RIGA-CONTI-TIT.
           05  FILLER          PIC X(40) VALUE SPACES.
           05  FILLER          PIC X(13) VALUE '       MESE'.
           05  FILLER          PIC X(13) VALUE ' MESE PREC.'.
           05  FILLER          PIC X(13) VALUE ' DIFFERENZA'.
           05  FILLER          PIC X(13) VALUE 'PROGR. ANNO'.
           05  FILLER          PIC X(41) VALUE SPACES.

       01  RIGA-CONTI.
           05  RC-DESCR        PIC X(40).
           05  RC-MESE         PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RC-PREC         PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RC-DIFF         PIC ---.---.--9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RC-ANNO         PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(43) VALUE SPACES.

       01  RIGA-CONTI-QTA.
           05  RCQ-DESCR       PIC X(40).
           05  RCQ-MESE        PIC ZZ.ZZZ.ZZZ.ZZ9,99999.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RCQ-PREC        PIC ZZ.ZZZ.ZZZ.ZZ9,99999.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RCQ-DIFF        PIC --.---.---.--9,99999.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RCQ-ANNO        PIC ZZ.ZZZ.ZZZ.ZZ9,99999.
           05  FILLER          PIC X(07) VALUE SPACES.

       01  RIGA-NOTA.
           05  RN-DESCR        PIC X(40).
           05  RN-VALORE       PIC X(60).
           05  FILLER          PIC X(33) VALUE SPACES.

       01  RIGA-QUADR-TIT.
           05  FILLER          PIC X(40) VALUE SPACES.
           05  FILLER          PIC X(20) VALUE '        TRAILER'.
           05  FILLER          PIC X(22) VALUE '       RICALCOLO DB2'.
           05  FILLER          PIC X(22) VALUE '          DIFFERENZA'.
           05  FILLER          PIC X(29) VALUE SPACES.

       01  RIGA-QUADR.
           05  RQ-DESCR        PIC X(40).
           05  RQ-TRAILER      PIC ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(05) VALUE SPACES.
           05  RQ-DB2          PIC ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(05) VALUE SPACES.
           05  RQ-DIFF         PIC ---.---.---.--9.
           05  FILLER          PIC X(38) VALUE SPACES.

       01  RIGA-QUADR-QTA.
           05  RQQ-DESCR       PIC X(40).
           05  RQQ-TRAILER     PIC ZZZ.ZZZ.ZZZ.ZZ9,99999.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RQQ-DB2         PIC ZZZ.ZZZ.ZZZ.ZZ9,99999.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RQQ-DIFF        PIC ---.---.---.--9,99999.
           05  FILLER          PIC X(28) VALUE SPACES.

      ***************************************************************
      *    TRACCIATI DEL FILE PER IL MINISTERO (LRECL 300, CAMPI   *
      *    A LUNGHEZZA FISSA SEPARATI DA ';')                      *
      ***************************************************************
       01  MEF-TESTATA.
           05  MH-TIPO         PIC X(01) VALUE 'H'.
           05  FILLER          PIC X(01) VALUE ';'.
           05  MH-MESE         PIC X(07).
           05  FILLER          PIC X(01) VALUE ';'.
           05  MH-MESE-PREC    PIC X(07).
           05  FILLER          PIC X(01) VALUE ';'.
           05  MH-ANNO-DAL     PIC X(10).
           05  FILLER          PIC X(01) VALUE ';'.
           05  MH-DATI-DAL     PIC X(10).
           05  FILLER          PIC X(01) VALUE ';'.
           05  MH-ANNO-PARZ    PIC X(01).
           05  FILLER          PIC X(01) VALUE ';'.
           05  MH-DATA-PROD    PIC X(10).
           05  FILLER          PIC X(248) VALUE SPACES.

       01  MEF-ISIN.
           05  MI-TIPO         PIC X(01) VALUE 'I'.
           05  FILLER          PIC X(01) VALUE ';'.
           05  MI-MESE         PIC X(07).
           05  FILLER          PIC X(01) VALUE ';'.
           05  MI-CNAZTIT      PIC X(02).
           05  FILLER          PIC X(01) VALUE ';'.
           05  MI-CSPTIT       PIC X(09).
           05  FILLER          PIC X(01) VALUE ';'.
           05  MI-PERIODO      OCCURS 3 TIMES.
               10  MI-OP       OCCURS 4 TIMES.
                   15  MI-OPER PIC 9(07).
                   15  FILLER  PIC X(01) VALUE ';'.
               10  MI-RATE     PIC 9(07).
               10  FILLER      PIC X(01) VALUE ';'.
               10  MI-QTASINT  PIC 9(09),9(05).
               10  FILLER      PIC X(01) VALUE ';'.
           05  MI-QPMSTRIP     PIC 9(03),9(05).
           05  FILLER          PIC X(01) VALUE ';'.
           05  MI-QLMSTRIP     PIC 9(13),9(05).
           05  FILLER          PIC X(01) VALUE ';'.
           05  MI-QQUOCAR      PIC 9(13),9(05).
           05  FILLER          PIC X(60) VALUE SPACES.

       01  MEF-TOTALI.
           05  MR-TIPO         PIC X(01) VALUE 'R'.
           05  FILLER          PIC X(01) VALUE ';'.
           05  MR-MESE         PIC X(07).
           05  FILLER          PIC X(01) VALUE ';'.
           05  MR-PERIODO      OCCURS 3 TIMES.
               10  MR-OP       OCCURS 5 TIMES.
                   15  MR-OPER PIC 9(07).
                   15  FILLER  PIC X(01) VALUE ';'.
               10  MR-RESPINTI PIC 9(07).
               10  FILLER      PIC X(01) VALUE ';'.
               10  MR-PIANO-RESP
                               PIC 9(07).
               10  FILLER      PIC X(01) VALUE ';'.
               10  MR-PIANO-TRAT
                               PIC 9(07).
               10  FILLER      PIC X(01) VALUE ';'.
               10  MR-RATE     PIC 9(09).
               10  FILLER      PIC X(01) VALUE ';'.
               10  MR-QTASINT  PIC 9(11),9(05).
               10  FILLER      PIC X(01) VALUE ';'.
           05  FILLER          PIC X(14) VALUE SPACES.

       01  MEF-ERRORE.
           05  ME-TIPO         PIC X(01) VALUE 'E'.
           05  FILLER          PIC X(01) VALUE ';'.
           05  ME-MESE         PIC X(07).
           05  FILLER          PIC X(01) VALUE ';'.
           05  ME-IDC          PIC X(03).
           05  FILLER          PIC X(01) VALUE ';'.
           05  ME-ERR          PIC X(04).
           05  FILLER          PIC X(01) VALUE ';'.
           05  ME-OCC-MESE     PIC 9(07).
           05  FILLER          PIC X(01) VALUE ';'.
           05  ME-OCC-PREC     PIC 9(07).
           05  FILLER          PIC X(01) VALUE ';'.
           05  ME-OCC-ANNO     PIC 9(07).
           05  FILLER          PIC X(258) VALUE SPACES.

       01  MEF-FOTOGRAFIE.
           05  MS-TIPO         PIC X(01) VALUE 'S'.
           05  FILLER          PIC X(01) VALUE ';'.
           05  MS-MESE         PIC X(07).
           05  FILLER          PIC X(01) VALUE ';'.
           05  MS-TITOLI       PIC 9(07).
           05  FILLER          PIC X(01) VALUE ';'.
           05  MS-RATE         PIC 9(09).
           05  FILLER          PIC X(01) VALUE ';'.
           05  MS-QTASINT      PIC 9(11),9(05).
           05  FILLER          PIC X(255) VALUE SPACES.

       01  MEF-CONTROLLO.
           05  MC-TIPO         PIC X(01) VALUE 'C'.
           05  FILLER          PIC X(01) VALUE ';'.
           05  MC-MESE         PIC X(07).
           05  FILLER          PIC X(01) VALUE ';'.
           05  MC-ESTRATTI     PIC 9(05).
           05  FILLER          PIC X(01) VALUE ';'.
           05  MC-DAL          PIC X(10).
           05  FILLER          PIC X(01) VALUE ';'.
           05  MC-AL           PIC X(10).
           05  FILLER          PIC X(01) VALUE ';'.
           05  MC-MOVIM-TRL    PIC 9(09).
           05  FILLER          PIC X(01) VALUE ';'.
           05  MC-MOVIM-DB2    PIC 9(09).
           05  FILLER          PIC X(01) VALUE ';'.
           05  MC-RESP-TRL     PIC 9(09).
           05  FILLER          PIC X(01) VALUE ';'.
           05  MC-RESP-DB2     PIC 9(09).
           05  FILLER          PIC X(01) VALUE ';'.
           05  MC-RATE-TRL     PIC 9(11).
           05  FILLER          PIC X(01) VALUE ';'.
           05  MC-RATE-DB2     PIC 9(11).
           05  FILLER          PIC X(01) VALUE ';'.
           05  MC-QTASINT-TRL  PIC 9(13),9(05).
           05  FILLER          PIC X(01) VALUE ';'.
           05  MC-QTASINT-DB2  PIC 9(13),9(05).
           05  FILLER          PIC X(01) VALUE ';'.
           05  MC-ESITO        PIC X(01).
           05  FILLER          PIC X(157) VALUE SPACES.

      ***************************************************************
      *    HOST VARIABLES                                          *
      ***************************************************************
       01  HV-TS-DA                      PIC X(26).
       01  HV-TS-A                       PIC X(26).
       01  HV-TS-MESE                    PIC X(26).
       01  HV-TS-PREC                    PIC X(26).
       01  HV-TS-ANNO                    PIC X(26).
       01  HV-TS-MIN                     PIC X(26).
       01  HV-DATA-DA                    PIC X(10).
       01  HV-DATA-A                     PIC X(10).
       01  HV-DATA-ISO                   PIC X(10).
       01  HV-DATA-ISO-AL                PIC X(10).
       01  HV-PIDMTX                     PIC X(15).
       01  HV-WTIMECAR                   PIC X(26).
       01  HV-CNAZTIT                    PIC X(02).
       01  HV-CSPTIT                     PIC X(09).
       01  HV-CNAZTIPX                   PIC X(02).
       01  HV-CSPTIPX                    PIC X(09).
       01  HV-DESCRAUD                   PIC X(40).
       01  HV-CSTRIP                     PIC X(01).
       01  HV-IDCERR.
           05  HV-IDC                    PIC X(03).
           05  HV-ERR                    PIC X(04).
       01  HV-NUM-RATE                   PIC S9(9)  COMP-3.
       01  HV-TOT-QTASINT                PIC S9(11)V9(5) COMP-3.
       01  HV-QPMSTRIP                   PIC S9(13)V9(5) COMP-3.
       01  HV-QLMSTRIP                   PIC S9(13)V9(5) COMP-3.
       01  HV-QQUOCAR                    PIC S9(13)V9(5) COMP-3.
       01  HV-NUM-MESE                   PIC S9(9)  COMP-3.
       01  HV-NUM-PREC                   PIC S9(9)  COMP-3.
       01  HV-NUM-ANNO                   PIC S9(9)  COMP-3.
       01  HV-NUM-TITOLI                 PIC S9(9)  COMP-3.
       01  HV-NUM-MOVIM                  PIC S9(9)  COMP-3.
       01  HV-NUM-RESP                   PIC S9(9)  COMP-3.
       01  HV-HASH-RATE                  PIC S9(11) COMP-3.
       01  HV-HASH-QTASINT               PIC S9(13)V9(5) COMP-3.

      ***************************************************************
      *    AREA DI CHIAMATA DEI VINCOLI DI CONSERVAZIONE LEGALE    *
      ***************************************************************
           COPY UTVINT1.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ***************************************************************
      *    LE UNITA' (PIDMTX) DI WSRR DALLA PIU' VECCHIA, CON IL   *
      *    PERIODO DI ARRIVO CHE LA PURGA VERIFICA SUI VINCOLI     *
      ***************************************************************
           EXEC SQL DECLARE CUR-DISPONIBILI CURSOR WITH HOLD FOR
                SELECT PIDMTX, CHAR(MIN(WTIMECAR)),
                       CHAR(DATE(MIN(WTIMECAR)), ISO),
                       CHAR(DATE(MAX(WTIMECAR)), ISO)
                  FROM WSRR
                 GROUP BY PIDMTX
                 ORDER BY 2
                  WITH UR
           END-EXEC.

      ***************************************************************
      *    I MOVIMENTI VALIDATI DELLA FINESTRA (UN MOVIMENTO PER   *
      *    PIDMTX, DATATO AL PRIMO ARRIVO COME IN WSEC0083)        *
      ***************************************************************
           EXEC SQL DECLARE CUR-OPERAZIONI CURSOR WITH HOLD FOR
                SELECT PIDMTX, CHAR(MIN(WTIMECAR))
                  FROM WSRR
                 WHERE CVALMSG   = '3'
                   AND WTIMECAR >= :HV-TS-DA
                   AND WTIMECAR <  :HV-TS-A
                 GROUP BY PIDMTX
                 ORDER BY PIDMTX
                  WITH UR
           END-EXEC.

      ***************************************************************
      *    LA PRIMA TRACCIA DI AUDIT TATS DEL PIDMTX: PORTA ISIN E  *
      *    (NELLA DESCRIZIONE) IL CSTRIP APPLICATO                  *
      ***************************************************************
           EXEC SQL DECLARE CUR-AUDIT-TATS CURSOR FOR
                SELECT CNAZTIT, CSPTIT, DESCRAUD
                  FROM WSAU0083
                 WHERE PIDMTX = :HV-PIDMTX
                   AND NOMTAB = 'TATS'
                 ORDER BY WTIMEAUD
                  WITH UR
           END-EXEC.

      ***************************************************************
      *    OCCORRENZE DELLE COPPIE IDC/ERRORE DEI RESPINTI (LE 5   *
      *    COPPIE DI XERRMTX) PER MESE, MESE PRECEDENTE E ANNO     *
      ***************************************************************
           EXEC SQL DECLARE CUR-ERRORI CURSOR WITH HOLD FOR
                SELECT X.IDCERR
                      ,SUM(CASE WHEN X.TS >= :HV-TS-MESE
                                THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN X.TS >= :HV-TS-PREC
                                 AND X.TS <  :HV-TS-MESE
                                THEN 1 ELSE 0 END)
                      ,SUM(CASE WHEN X.TS >= :HV-TS-ANNO
                                THEN 1 ELSE 0 END)
                  FROM (SELECT SUBSTR(XERRMTX, 1, 7) AS IDCERR
                              ,WTIMECAR             AS TS
                          FROM WSRR
                         WHERE CVALMSG IN ('1', '2')
                           AND WTIMECAR >= :HV-TS-DA
                           AND WTIMECAR <  :HV-TS-A
                        UNION ALL
                        SELECT SUBSTR(XERRMTX, 8, 7), WTIMECAR
                          FROM WSRR
                         WHERE CVALMSG IN ('1', '2')
                           AND WTIMECAR >= :HV-TS-DA
                           AND WTIMECAR <  :HV-TS-A
                        UNION ALL
                        SELECT SUBSTR(XERRMTX, 15, 7), WTIMECAR
                          FROM WSRR
                         WHERE CVALMSG IN ('1', '2')
                           AND WTIMECAR >= :HV-TS-DA
                           AND WTIMECAR <  :HV-TS-A
                        UNION ALL
                        SELECT SUBSTR(XERRMTX, 22, 7), WTIMECAR
                          FROM WSRR
                         WHERE CVALMSG IN ('1', '2')
                           AND WTIMECAR >= :HV-TS-DA
                           AND WTIMECAR <  :HV-TS-A
                        UNION ALL
                        SELECT SUBSTR(XERRMTX, 29, 7), WTIMECAR
                          FROM WSRR
                         WHERE CVALMSG IN ('1', '2')
                           AND WTIMECAR >= :HV-TS-DA
                           AND WTIMECAR <  :HV-TS-A) X
                 WHERE X.IDCERR <> ' '
                 GROUP BY X.IDCERR
                 ORDER BY X.IDCERR
                  WITH UR
           END-EXEC.

      *****************************
       PROCEDURE DIVISION.
      *****************************

       0000-MAINLINE.

           PERFORM 1000-INIZIALIZZA        THRU 1000-EXIT.
           PERFORM 2000-OPERAZIONI         THRU 2000-EXIT.
           PERFORM 3000-STAMPA-ISIN        THRU 3000-EXIT.
           PERFORM 4000-RESPINTI           THRU 4000-EXIT.
           PERFORM 5000-VARIAZIONI-PIANO   THRU 5000-EXIT.
           PERFORM 6000-STAMPA-RIEPILOGO   THRU 6000-EXIT.
           PERFORM 6500-FOTOGRAFIE         THRU 6500-EXIT.
           PERFORM 7000-QUADRATURA         THRU 7000-EXIT.
           PERFORM 9999-FINE               THRU 9999-EXIT.

           STOP RUN.

       0000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    MESE DI RIFERIMENTO (SCHEDA O MESE PRECEDENTE),       *
      *    FINESTRE TIMESTAMP, DISPONIBILITA' DEI DATI WSRR E    *
      *    TESTATE DI STAMPA E FILE.                             *
      *---------------------------------------------------------*
       1000-INIZIALIZZA.

           OPEN INPUT  SYSIN.
           OPEN OUTPUT MEF-FILE.
           OPEN OUTPUT RPT-FILE.

           INITIALIZE TAB-TOTALI.

           READ SYSIN
               AT END SET FINE-SYSIN TO TRUE
           END-READ.

           IF NON-FINE-SYSIN
           AND SI-MESE NOT = SPACES
              MOVE SI-MESE TO W-MESE
           END-IF.

           CLOSE SYSIN.

           IF W-MESE = SPACES
              PERFORM 1100-MESE-PRECEDENTE THRU 1100-EXIT
           END-IF.

           PERFORM 1200-COMPONI-FINESTRE THRU 1200-EXIT.

           ACCEPT W-OGGI-8 FROM DATE YYYYMMDD.
           STRING W-OGGI-8-AAAA '-' W-OGGI-8-MM '-' W-OGGI-8-GG
                  DELIMITED BY SIZE INTO W-DATA-PRODUZIONE.

           PERFORM 1300-DISPONIBILITA-DATI THRU 1300-EXIT.

           MOVE W-MESE      TO RT2-MESE.
           MOVE W-MESE-PREC TO RT2-MESE-PREC.
           MOVE W-ANNO-DAL  TO RT2-ANNO-DAL.

           WRITE RPT-RECORD FROM RIGA-TITOLO-1.
           WRITE RPT-RECORD FROM RIGA-TITOLO-2.
           ADD 2 TO W-LINEE-STAMPATE.

           IF ANNO-PARZIALE
              MOVE W-DATI-DAL TO RT3-DATI-DAL
              WRITE RPT-RECORD FROM RIGA-TITOLO-3
              ADD 1 TO W-LINEE-STAMPATE
           END-IF.

           MOVE W-MESE            TO MH-MESE.
           MOVE W-MESE-PREC       TO MH-MESE-PREC.
           MOVE W-ANNO-DAL        TO MH-ANNO-DAL.
           MOVE W-DATI-DAL        TO MH-DATI-DAL.
           MOVE W-SW-ANNO         TO MH-ANNO-PARZ.
           MOVE W-DATA-PRODUZIONE TO MH-DATA-PROD.
           WRITE MEF-RECORD FROM MEF-TESTATA.
           ADD 1 TO W-RECORD-MEF.

       1000-EXIT.
           EXIT.

       1100-MESE-PRECEDENTE.

           ACCEPT W-DATA-ODIERNA FROM DATE.
           IF W-OGGI-AA LESS 50
              COMPUTE W-MESE-AAAA = 2000 + W-OGGI-AA
           ELSE
              COMPUTE W-MESE-AAAA = 1900 + W-OGGI-AA
           END-IF.
           MOVE W-OGGI-MM TO W-MESE-MM.
           IF W-MESE-MM = 1
              MOVE 12 TO W-MESE-MM
              SUBTRACT 1 FROM W-MESE-AAAA
           ELSE
              SUBTRACT 1 FROM W-MESE-MM
           END-IF.
           MOVE '-' TO W-MESE (5:1).

       1100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    FINESTRE: MESE [MESE, MESE SUCC.), MESE PRECEDENTE    *
      *    [PREC, MESE), ANNO [1 GENNAIO, MESE SUCC.). I DATI    *
      *    SI LEGGONO UNA VOLTA SOLA DALL'INIZIO PIU' VECCHIO    *
      *    (IL MESE PRECEDENTE, SE IL MESE E' GENNAIO).          *
      *---------------------------------------------------------*
       1200-COMPONI-FINESTRE.

           MOVE W-MESE-AAAA TO W-PREC-AAAA.
           MOVE W-MESE-MM   TO W-PREC-MM.
           IF W-PREC-MM = 1
              MOVE 12 TO W-PREC-MM
              SUBTRACT 1 FROM W-PREC-AAAA
           ELSE
              SUBTRACT 1 FROM W-PREC-MM
           END-IF.
           MOVE '-' TO W-MESE-PREC (5:1).

           MOVE W-MESE-AAAA TO W-MESE-SUCC-AAAA.
           MOVE W-MESE-MM   TO W-MESE-SUCC-MM.
           IF W-MESE-SUCC-MM = 12
              MOVE 01 TO W-MESE-SUCC-MM
              ADD 1 TO W-MESE-SUCC-AAAA
           ELSE
              ADD 1 TO W-MESE-SUCC-MM
           END-IF.

           MOVE SPACES TO HV-TS-MESE HV-TS-PREC HV-TS-ANNO HV-TS-A
                          W-ANNO-DAL W-INIZIO-MESE W-INIZIO-SUCC.
           STRING W-MESE-AAAA '-' W-MESE-MM
                  '-01-00.00.00.000000'
                  DELIMITED BY SIZE INTO HV-TS-MESE.
           STRING W-PREC-AAAA '-' W-PREC-MM
                  '-01-00.00.00.000000'
                  DELIMITED BY SIZE INTO HV-TS-PREC.
           STRING W-MESE-AAAA
                  '-01-01-00.00.00.000000'
                  DELIMITED BY SIZE INTO HV-TS-ANNO.
           STRING W-MESE-SUCC-AAAA '-' W-MESE-SUCC-MM
                  '-01-00.00.00.000000'
                  DELIMITED BY SIZE INTO HV-TS-A.

           IF W-MESE-MM = 1
              MOVE HV-TS-PREC TO HV-TS-DA
           ELSE
              MOVE HV-TS-ANNO TO HV-TS-DA
           END-IF.

           MOVE HV-TS-ANNO (1:10) TO W-ANNO-DAL.
           MOVE HV-TS-MESE (1:10) TO W-INIZIO-MESE.
           MOVE HV-TS-A    (1:10) TO W-INIZIO-SUCC.

       1200-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    PRIMO ARRIVO ANCORA PRESENTE SU WSRR: SE LA           *
      *    RITENZIONE LO HA PORTATO OLTRE IL 1 GENNAIO IL        *
      *    PROGRESSIVO DELL'ANNO E' PARZIALE.                    *
      *---------------------------------------------------------*
       1300-DISPONIBILITA-DATI.

           MOVE SPACES               TO HV-TS-MIN.

           MOVE SPACES               TO UTVINT1.
           SET UTVINT1-APERTURA      TO TRUE.
           MOVE 'WSST0083'           TO UTVINT1-CPGM.
           MOVE W-DATA-PRODUZIONE    TO UTVINT1-DELAB.

           CALL 'UTCL0071' USING UTVINT1.

           IF NOT UTVINT1-OK
              DISPLAY 'WSST0083 - ERRORE REGISTRO VINCOLI, RC='
                      UTVINT1-RC ' SQLCODE=' UTVINT1-SQLCODE
              MOVE UTVINT1-SQLCODE TO SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           SET NON-FINE-CURSORE TO TRUE.

           EXEC SQL OPEN CUR-DISPONIBILI END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSST0083 - ERRORE OPEN DISPONIBILI SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           PERFORM 1350-CERCA-UNITA-LIBERA THRU 1350-EXIT
              UNTIL FINE-CURSORE.

           EXEC SQL CLOSE CUR-DISPONIBILI END-EXEC.

           IF W-UNITA-VINCOLATE GREATER ZERO
              DISPLAY 'WSST0083 - UNITA'' WSRR VINCOLATE PIU'' '
                      'VECCHIE DEI DATI DISPONIBILI: '
                      W-UNITA-VINCOLATE
           END-IF.

           MOVE HV-TS-MIN (1:10) TO W-DATI-DAL.

           IF HV-TS-MIN NOT = SPACES
           AND HV-TS-MIN GREATER HV-TS-ANNO
              SET ANNO-PARZIALE TO TRUE
              DISPLAY 'WSST0083 - PROGRESSIVO ANNO PARZIALE, DATI '
                      'WSRR DAL ' W-DATI-DAL
           END-IF.

       1300-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    PROSSIMA UNITA' WSRR IN ORDINE DI ARRIVO: SE UN      *
      *    VINCOLO LA TRATTIENE SI PASSA ALLA SUCCESSIVA, LA    *
      *    PRIMA LIBERA DA' L'INIZIO DEI DATI DISPONIBILI.      *
      *    LA VERIFICA E' QUELLA DI WSPU0083 (STESSO OGGETTO E  *
      *    PERIODO) SENZA RIGHE DA CONTARE SUL VINCOLO.         *
      *---------------------------------------------------------*
       1350-CERCA-UNITA-LIBERA.

           EXEC SQL
                FETCH CUR-DISPONIBILI
                INTO :HV-PIDMTX, :HV-WTIMECAR,
                     :HV-DATA-DA, :HV-DATA-A
           END-EXEC.

           IF SQLCODE EQUAL +100
              SET FINE-CURSORE TO TRUE
              GO TO 1350-EXIT
           END-IF.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSST0083 - ERRORE FETCH DISPONIBILI SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           MOVE SPACES               TO UTVINT1-PIDMTX
                                        UTVINT1-CNAZTIT
                                        UTVINT1-CSPTIT.
           SET UTVINT1-VERIFICA      TO TRUE.
           MOVE 'WSRR'               TO UTVINT1-COGGETTO.
           MOVE HV-PIDMTX            TO UTVINT1-PIDMTX.
           MOVE HV-DATA-DA           TO UTVINT1-DATA-DA.
           MOVE HV-DATA-A            TO UTVINT1-DATA-A.
           MOVE ZERO                 TO UTVINT1-QRIGHE.

           CALL 'UTCL0071' USING UTVINT1.

           IF NOT UTVINT1-OK
              DISPLAY 'WSST0083 - ERRORE VERIFICA VINCOLI, RC='
                      UTVINT1-RC ' SQLCODE=' UTVINT1-SQLCODE
              MOVE UTVINT1-SQLCODE TO SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           IF UTVINT1-VINCOLATA
              ADD 1 TO W-UNITA-VINCOLATE
              GO TO 1350-EXIT
           END-IF.

           MOVE HV-WTIMECAR          TO HV-TS-MIN.
           SET FINE-CURSORE          TO TRUE.

       1350-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    OPERAZIONI VALIDATE DELLA FINESTRA, ACCUMULATE PER    *
      *    PERIODO, CSTRIP E ISIN PADRE.                         *
      *---------------------------------------------------------*
       2000-OPERAZIONI.

           SET NON-FINE-CURSORE TO TRUE.

           EXEC SQL OPEN CUR-OPERAZIONI END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSST0083 - ERRORE OPEN OPERAZIONI SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           PERFORM 2100-TRATTA-OPERAZIONE THRU 2100-EXIT
              UNTIL FINE-CURSORE.

           EXEC SQL CLOSE CUR-OPERAZIONI END-EXEC.

       2000-EXIT.
           EXIT.

       2100-TRATTA-OPERAZIONE.

           EXEC SQL
                FETCH CUR-OPERAZIONI
                INTO :HV-PIDMTX, :HV-WTIMECAR
           END-EXEC.

           IF SQLCODE EQUAL +100
              SET FINE-CURSORE TO TRUE
              GO TO 2100-EXIT
           END-IF.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSST0083 - ERRORE FETCH OPERAZIONI SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           ADD 1 TO W-PIDMTX-LETTI.

           PERFORM 2200-LEGGI-AUDIT-TATS THRU 2200-EXIT.
           PERFORM 2400-LEGGI-QUANTITA   THRU 2400-EXIT.

           SET ISIN-FUORI-TABELLA TO TRUE.

           EVALUATE HV-CSTRIP
               WHEN '0'
                    MOVE 1 TO IND-OP
               WHEN '1'
                    MOVE 2 TO IND-OP
               WHEN '2'
                    MOVE 3 TO IND-OP
               WHEN '3'
                    MOVE 4 TO IND-OP
               WHEN OTHER
                    MOVE 5 TO IND-OP
           END-EVALUATE.

           IF IND-OP LESS 5
              PERFORM 2300-CERCA-PADRE    THRU 2300-EXIT
              PERFORM 2500-POSIZIONA-ISIN THRU 2500-EXIT
           END-IF.

           PERFORM 2600-ACCUMULA THRU 2600-EXIT.

       2100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    PRIMA TRACCIA TATS DEL PIDMTX: ISIN NEI CAMPI CHIAVE, *
      *    CSTRIP APPLICATO NELLA DESCRIZIONE ('CSTRIP=X').      *
      *---------------------------------------------------------*
       2200-LEGGI-AUDIT-TATS.

           MOVE SPACES TO HV-CNAZTIT HV-CSPTIT HV-DESCRAUD HV-CSTRIP.

           EXEC SQL OPEN CUR-AUDIT-TATS END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           EXEC SQL
                FETCH CUR-AUDIT-TATS
                INTO :HV-CNAZTIT, :HV-CSPTIT, :HV-DESCRAUD
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                    PERFORM 2250-ESTRAI-CSTRIP THRU 2250-EXIT
                       VARYING IND-SCAN FROM 1 BY 1
                         UNTIL IND-SCAN GREATER 33
               WHEN +100
                    CONTINUE
               WHEN OTHER
                    PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-EVALUATE.

           EXEC SQL CLOSE CUR-AUDIT-TATS END-EXEC.

       2200-EXIT.
           EXIT.

       2250-ESTRAI-CSTRIP.

           IF HV-DESCRAUD (IND-SCAN:7) = 'CSTRIP='
              MOVE HV-DESCRAUD (IND-SCAN + 7:1) TO HV-CSTRIP
              MOVE 34 TO IND-SCAN
           END-IF.

       2250-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    ISIN PADRE: PER MANTELLO E CEDOLA QUELLO DI TAF, PER  *
      *    STRIPPING E RICOSTITUZIONE IL TITOLO STESSO. UN       *
      *    MANTELLO O UNA CEDOLA SENZA PADRE SU TAF RESTA SOTTO  *
      *    IL PROPRIO ISIN ED E' CONTATO A PARTE.                *
      *---------------------------------------------------------*
       2300-CERCA-PADRE.

           MOVE HV-CNAZTIT TO W-CHIAVE-CNAZTIT.
           MOVE HV-CSPTIT  TO W-CHIAVE-CSPTIT.

           IF HV-CSTRIP NOT = '2'
           AND HV-CSTRIP NOT = '3'
              GO TO 2300-EXIT
           END-IF.

           MOVE SPACES TO HV-CNAZTIPX HV-CSPTIPX.

           EXEC SQL
                SELECT VALUE(MAX(CNAZTIPX), ' ')
                      ,VALUE(MAX(CSPTIPX), ' ')
                  INTO :HV-CNAZTIPX, :HV-CSPTIPX
                  FROM TAF
                 WHERE CNAZTIT = :HV-CNAZTIT
                   AND CSPTIT  = :HV-CSPTIT
                   AND CEMTIT  = '00'
                  WITH UR
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSST0083 - ERRORE LETTURA TAF SQLCODE=' SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           IF HV-CNAZTIPX = SPACES
              ADD 1 TO W-SENZA-PADRE
           ELSE
              MOVE HV-CNAZTIPX TO W-CHIAVE-CNAZTIT
              MOVE HV-CSPTIPX  TO W-CHIAVE-CSPTIT
           END-IF.

       2300-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    NUMERO RATE E TOTALE QTASINT DEL PIANO FOTOGRAFATO    *
      *    CON QUESTO PIDMTX (COME 2400-LEGGI-QUANTITA DI        *
      *    WSEC0083).                                            *
      *---------------------------------------------------------*
       2400-LEGGI-QUANTITA.

           MOVE ZERO TO HV-NUM-RATE HV-TOT-QTASINT.

           EXEC SQL
                SELECT COUNT(*), COALESCE(SUM(QTASINT), 0)
                  INTO :HV-NUM-RATE, :HV-TOT-QTASINT
                  FROM WSPS0083
                 WHERE PIDMTX = :HV-PIDMTX
                  WITH UR
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

       2400-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    POSIZIONE DELL'ISIN PADRE IN TAB-ISIN (ORDINATA PER   *
      *    CHIAVE): SE MANCA VIENE INSERITO AL SUO POSTO. A      *
      *    TABELLA PIENA L'OPERAZIONE VA SOLO NEI TOTALI.        *
      *---------------------------------------------------------*
       2500-POSIZIONA-ISIN.

           SET POSIZIONE-NON-TROVATA TO TRUE.

           PERFORM 2510-CONFRONTA-ISIN THRU 2510-EXIT
              VARYING IND-ISIN FROM 1 BY 1
                UNTIL IND-ISIN GREATER W-NUM-ISIN
                   OR POSIZIONE-TROVATA.

           IF IND-ISIN NOT GREATER W-NUM-ISIN
           AND TI-CHIAVE (IND-ISIN) = W-CHIAVE-ISIN
              SET ISIN-IN-TABELLA TO TRUE
              GO TO 2500-EXIT
           END-IF.

           IF W-NUM-ISIN NOT LESS IND-ISIN-MAX
              ADD 1 TO W-ISIN-ESCLUSI
              GO TO 2500-EXIT
           END-IF.

           PERFORM 2520-SPOSTA-ISIN THRU 2520-EXIT
              VARYING IND-SPOSTA FROM W-NUM-ISIN BY -1
                UNTIL IND-SPOSTA LESS IND-ISIN.

           INITIALIZE TI-RIGA (IND-ISIN).
           MOVE W-CHIAVE-ISIN TO TI-CHIAVE (IND-ISIN).
           ADD 1 TO W-NUM-ISIN.
           SET ISIN-IN-TABELLA TO TRUE.

       2500-EXIT.
           EXIT.

       2510-CONFRONTA-ISIN.

           IF TI-CHIAVE (IND-ISIN) NOT LESS W-CHIAVE-ISIN
              SET POSIZIONE-TROVATA TO TRUE
              SUBTRACT 1 FROM IND-ISIN
           END-IF.

       2510-EXIT.
           EXIT.

       2520-SPOSTA-ISIN.

           MOVE TI-RIGA (IND-SPOSTA) TO TI-RIGA (IND-SPOSTA + 1).

       2520-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    L'OPERAZIONE CONTA NEL MESE O NEL MESE PRECEDENTE     *
      *    SECONDO LA DATA DI ARRIVO, E NEL PROGRESSIVO SE CADE  *
      *    NELL'ANNO DEL MESE ELABORATO.                         *
      *---------------------------------------------------------*
       2600-ACCUMULA.

           IF HV-WTIMECAR (1:7) = W-MESE
              MOVE 1 TO IND-B
              PERFORM 2610-ACCUMULA-PERIODO THRU 2610-EXIT
           END-IF.

           IF HV-WTIMECAR (1:7) = W-MESE-PREC
              MOVE 2 TO IND-B
              PERFORM 2610-ACCUMULA-PERIODO THRU 2610-EXIT
           END-IF.

           IF HV-WTIMECAR (1:4) = W-MESE (1:4)
              MOVE 3 TO IND-B
              PERFORM 2610-ACCUMULA-PERIODO THRU 2610-EXIT
           END-IF.

       2600-EXIT.
           EXIT.

       2610-ACCUMULA-PERIODO.

           ADD 1              TO TT-OPER    (IND-B, IND-OP).
           ADD HV-NUM-RATE    TO TT-RATE    (IND-B).
           ADD HV-TOT-QTASINT TO TT-QTASINT (IND-B).

           IF ISIN-IN-TABELLA
              ADD 1              TO TI-OPER    (IND-ISIN, IND-B, IND-OP)
              ADD HV-NUM-RATE    TO TI-RATE    (IND-ISIN, IND-B)
              ADD HV-TOT-QTASINT TO TI-QTASINT (IND-ISIN, IND-B)
           END-IF.

       2610-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    STAMPA E FILE DEGLI ISIN PADRE, CON I VALORI CORRENTI *
      *    DI TATS, E RIGA DEL TOTALE.                           *
      *---------------------------------------------------------*
       3000-STAMPA-ISIN.

           MOVE 'OPERAZIONI VALIDATE PER ISIN PADRE' TO RS-TESTO.
           WRITE RPT-RECORD FROM RIGA-VUOTA.
           WRITE RPT-RECORD FROM RIGA-SEZIONE.
           WRITE RPT-RECORD FROM RIGA-ISIN-TIT-1.
           WRITE RPT-RECORD FROM RIGA-ISIN-TIT-2.
           ADD 4 TO W-LINEE-STAMPATE.

           PERFORM 3100-STAMPA-RIGA-ISIN THRU 3100-EXIT
              VARYING IND-ISIN FROM 1 BY 1
                UNTIL IND-ISIN GREATER W-NUM-ISIN.

           MOVE SPACES   TO RIGA-DETTAGLIO.
           MOVE 'TOTALE' TO RIGA-DETTAGLIO (1:6).
           PERFORM 3300-TOTALE-PERIODO THRU 3300-EXIT
              VARYING IND-B FROM 1 BY 1
                UNTIL IND-B GREATER 3.
           WRITE RPT-RECORD FROM RIGA-VUOTA.
           WRITE RPT-RECORD FROM RIGA-DETTAGLIO.
           ADD 2 TO W-LINEE-STAMPATE.

           IF W-ISIN-ESCLUSI GREATER ZERO
              MOVE 'OPERAZIONI NON RIPARTITE PER ISIN (*)'
                                         TO RN-DESCR
              MOVE SPACES                TO RN-VALORE
              MOVE W-ISIN-ESCLUSI        TO W-NUM-EDIT
              STRING W-NUM-EDIT
                     ' - TABELLA DEGLI ISIN PADRE PIENA, SOLO NEI '
                     'TOTALI'
                     DELIMITED BY SIZE INTO RN-VALORE
              WRITE RPT-RECORD FROM RIGA-NOTA
              ADD 1 TO W-LINEE-STAMPATE
              MOVE 4 TO W-RC-FINALE
           END-IF.

       3000-EXIT.
           EXIT.

       3100-STAMPA-RIGA-ISIN.

           MOVE TI-CNAZTIT (IND-ISIN) TO HV-CNAZTIT.
           MOVE TI-CSPTIT  (IND-ISIN) TO HV-CSPTIT.
           MOVE ZERO TO HV-QPMSTRIP HV-QLMSTRIP HV-QQUOCAR.

           EXEC SQL
                SELECT VALUE(MAX(QPMSTRIP), 0)
                      ,VALUE(MAX(QLMSTRIP), 0)
                      ,VALUE(MAX(QQUOCAR), 0)
                  INTO :HV-QPMSTRIP, :HV-QLMSTRIP, :HV-QQUOCAR
                  FROM TATS
                 WHERE CNAZTIT = :HV-CNAZTIT
                   AND CSPTIT  = :HV-CSPTIT
                  WITH UR
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSST0083 - ERRORE LETTURA TATS SQLCODE=' SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           MOVE SPACES      TO RIGA-DETTAGLIO.
           MOVE HV-CNAZTIT  TO RD-CNAZTIT  MI-CNAZTIT.
           MOVE HV-CSPTIT   TO RD-CSPTIT   MI-CSPTIT.
           MOVE HV-QPMSTRIP TO RD-QPMSTRIP MI-QPMSTRIP.
           MOVE HV-QLMSTRIP TO RD-QLMSTRIP MI-QLMSTRIP.
           MOVE HV-QQUOCAR  TO RD-QQUOCAR  MI-QQUOCAR.
           MOVE W-MESE      TO MI-MESE.

           PERFORM 3200-PERIODO-ISIN THRU 3200-EXIT
              VARYING IND-B FROM 1 BY 1
                UNTIL IND-B GREATER 3.

           WRITE RPT-RECORD FROM RIGA-DETTAGLIO.
           ADD 1 TO W-LINEE-STAMPATE.

           WRITE MEF-RECORD FROM MEF-ISIN.
           ADD 1 TO W-RECORD-MEF.

       3100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    COLONNE DI UN PERIODO, IN ORDINE STRIPPING, CEDOLA,   *
      *    MANTELLO, RICOSTITUZIONE.                             *
      *---------------------------------------------------------*
       3200-PERIODO-ISIN.

           MOVE TI-OPER (IND-ISIN, IND-B, 2) TO RD-OPER (IND-B, 1)
                                                MI-OPER (IND-B, 1).
           MOVE TI-OPER (IND-ISIN, IND-B, 4) TO RD-OPER (IND-B, 2)
                                                MI-OPER (IND-B, 2).
           MOVE TI-OPER (IND-ISIN, IND-B, 3) TO RD-OPER (IND-B, 3)
                                                MI-OPER (IND-B, 3).
           MOVE TI-OPER (IND-ISIN, IND-B, 1) TO RD-OPER (IND-B, 4)
                                                MI-OPER (IND-B, 4).
           MOVE TI-RATE    (IND-ISIN, IND-B) TO MI-RATE    (IND-B).
           MOVE TI-QTASINT (IND-ISIN, IND-B) TO MI-QTASINT (IND-B).

       3200-EXIT.
           EXIT.

       3300-TOTALE-PERIODO.

           MOVE TT-OPER (IND-B, 2) TO RD-OPER (IND-B, 1).
           MOVE TT-OPER (IND-B, 4) TO RD-OPER (IND-B, 2).
           MOVE TT-OPER (IND-B, 3) TO RD-OPER (IND-B, 3).
           MOVE TT-OPER (IND-B, 1) TO RD-OPER (IND-B, 4).

       3300-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    MESSAGGI RESPINTI E OCCORRENZE IDC/ERRORE, CON        *
      *    SUBTOTALE PER FAMIGLIA IDC. LA COPPIA 'PDA'/'1147' E' *
      *    LA VARIAZIONE DI PIANO RESPINTA DALLA SENTINELLA.     *
      *---------------------------------------------------------*
       4000-RESPINTI.

           MOVE ZERO TO HV-NUM-MESE HV-NUM-PREC HV-NUM-ANNO.

           EXEC SQL
                SELECT COUNT(DISTINCT CASE WHEN WTIMECAR >= :HV-TS-MESE
                                           THEN PIDMTX END)
                      ,COUNT(DISTINCT CASE WHEN WTIMECAR >= :HV-TS-PREC
                                            AND WTIMECAR <  :HV-TS-MESE
                                           THEN PIDMTX END)
                      ,COUNT(DISTINCT CASE WHEN WTIMECAR >= :HV-TS-ANNO
                                           THEN PIDMTX END)
                  INTO :HV-NUM-MESE, :HV-NUM-PREC, :HV-NUM-ANNO
                  FROM WSRR
                 WHERE CVALMSG IN ('1', '2')
                   AND WTIMECAR >= :HV-TS-DA
                   AND WTIMECAR <  :HV-TS-A
                  WITH UR
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSST0083 - ERRORE CONTEGGIO RESPINTI SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           MOVE HV-NUM-MESE TO TT-RESPINTI (1).
           MOVE HV-NUM-PREC TO TT-RESPINTI (2).
           MOVE HV-NUM-ANNO TO TT-RESPINTI (3).

           MOVE 'RESPINTI PER FAMIGLIA IDC / ERRORE (OCCORRENZE)'
                                              TO RS-TESTO.
           WRITE RPT-RECORD FROM RIGA-VUOTA.
           WRITE RPT-RECORD FROM RIGA-SEZIONE.
           WRITE RPT-RECORD FROM RIGA-CONTI-TIT.
           ADD 3 TO W-LINEE-STAMPATE.

           SET NON-FINE-CURSORE TO TRUE.
           MOVE SPACES TO W-IDC-PREC.

           EXEC SQL OPEN CUR-ERRORI END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSST0083 - ERRORE OPEN ERRORI SQLCODE=' SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           PERFORM 4100-TRATTA-ERRORE THRU 4100-EXIT
              UNTIL FINE-CURSORE.

           EXEC SQL CLOSE CUR-ERRORI END-EXEC.

           IF W-IDC-PREC NOT = SPACES
              PERFORM 4200-STAMPA-FAMIGLIA THRU 4200-EXIT
           END-IF.

           MOVE 'TOTALE OCCORRENZE IDC/ERRORE' TO W-DESCR-RIGA.
           MOVE TT-OCCORR-IDC (1) TO W-CONTO-MESE.
           MOVE TT-OCCORR-IDC (2) TO W-CONTO-PREC.
           MOVE TT-OCCORR-IDC (3) TO W-CONTO-ANNO.
           WRITE RPT-RECORD FROM RIGA-VUOTA.
           ADD 1 TO W-LINEE-STAMPATE.
           PERFORM 8100-STAMPA-CONTI THRU 8100-EXIT.

       4000-EXIT.
           EXIT.

       4100-TRATTA-ERRORE.

           EXEC SQL
                FETCH CUR-ERRORI
                INTO :HV-IDCERR, :HV-NUM-MESE, :HV-NUM-PREC,
                     :HV-NUM-ANNO
           END-EXEC.

           IF SQLCODE EQUAL +100
              SET FINE-CURSORE TO TRUE
              GO TO 4100-EXIT
           END-IF.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSST0083 - ERRORE FETCH ERRORI SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           IF HV-IDC NOT = W-IDC-PREC
              IF W-IDC-PREC NOT = SPACES
                 PERFORM 4200-STAMPA-FAMIGLIA THRU 4200-EXIT
              END-IF
              MOVE HV-IDC TO W-IDC-PREC
              MOVE ZERO   TO W-FAM-MESE W-FAM-PREC W-FAM-ANNO
           END-IF.

           ADD HV-NUM-MESE TO W-FAM-MESE TT-OCCORR-IDC (1).
           ADD HV-NUM-PREC TO W-FAM-PREC TT-OCCORR-IDC (2).
           ADD HV-NUM-ANNO TO W-FAM-ANNO TT-OCCORR-IDC (3).

           IF HV-IDCERR = 'PDA1147'
              MOVE HV-NUM-MESE TO TT-PIANO-RESP (1)
              MOVE HV-NUM-PREC TO TT-PIANO-RESP (2)
              MOVE HV-NUM-ANNO TO TT-PIANO-RESP (3)
           END-IF.

           MOVE SPACES TO W-DESCR-RIGA.
           STRING '  IDC ' HV-IDC '  ERRORE ' HV-ERR
                  DELIMITED BY SIZE INTO W-DESCR-RIGA.
           MOVE HV-NUM-MESE TO W-CONTO-MESE.
           MOVE HV-NUM-PREC TO W-CONTO-PREC.
           MOVE HV-NUM-ANNO TO W-CONTO-ANNO.
           PERFORM 8100-STAMPA-CONTI THRU 8100-EXIT.

           MOVE W-MESE      TO ME-MESE.
           MOVE HV-IDC      TO ME-IDC.
           MOVE HV-ERR      TO ME-ERR.
           MOVE HV-NUM-MESE TO ME-OCC-MESE.
           MOVE HV-NUM-PREC TO ME-OCC-PREC.
           MOVE HV-NUM-ANNO TO ME-OCC-ANNO.
           WRITE MEF-RECORD FROM MEF-ERRORE.
           ADD 1 TO W-RECORD-MEF.

       4100-EXIT.
           EXIT.

       4200-STAMPA-FAMIGLIA.

           MOVE SPACES TO W-DESCR-RIGA.
           STRING 'TOTALE FAMIGLIA IDC ' W-IDC-PREC
                  DELIMITED BY SIZE INTO W-DESCR-RIGA.
           MOVE W-FAM-MESE TO W-CONTO-MESE.
           MOVE W-FAM-PREC TO W-CONTO-PREC.
           MOVE W-FAM-ANNO TO W-CONTO-ANNO.
           PERFORM 8100-STAMPA-CONTI THRU 8100-EXIT.
           WRITE RPT-RECORD FROM RIGA-VUOTA.
           ADD 1 TO W-LINEE-STAMPATE.

       4200-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    VARIAZIONI DI PIANO CHE LA SENTINELLA HA FATTO        *
      *    TRATTENERE PER IL RILASCIO A QUATTRO OCCHI (REGOLA    *
      *    'P' DEL MEMBRO 'WS83RILA', REGISTRO WSTN0083).        *
      *---------------------------------------------------------*
       5000-VARIAZIONI-PIANO.

           MOVE ZERO TO HV-NUM-MESE HV-NUM-PREC HV-NUM-ANNO.

           EXEC SQL
                SELECT VALUE(SUM(CASE WHEN WTIMETRAT >= :HV-TS-MESE
                                      THEN 1 ELSE 0 END), 0)
                      ,VALUE(SUM(CASE WHEN WTIMETRAT >= :HV-TS-PREC
                                       AND WTIMETRAT <  :HV-TS-MESE
                                      THEN 1 ELSE 0 END), 0)
                      ,VALUE(SUM(CASE WHEN WTIMETRAT >= :HV-TS-ANNO
                                      THEN 1 ELSE 0 END), 0)
                  INTO :HV-NUM-MESE, :HV-NUM-PREC, :HV-NUM-ANNO
                  FROM WSTN0083
                 WHERE CREGOLA    = 'P'
                   AND WTIMETRAT >= :HV-TS-DA
                   AND WTIMETRAT <  :HV-TS-A
                  WITH UR
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSST0083 - ERRORE LETTURA WSTN0083 SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           MOVE HV-NUM-MESE TO TT-PIANO-TRAT (1).
           MOVE HV-NUM-PREC TO TT-PIANO-TRAT (2).
           MOVE HV-NUM-ANNO TO TT-PIANO-TRAT (3).

       5000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    RIEPILOGO PER PERIODO CON IL CONFRONTO SUL MESE       *
      *    PRECEDENTE, E RECORD 'R' DEL FILE.                    *
      *---------------------------------------------------------*
       6000-STAMPA-RIEPILOGO.

           MOVE 'RIEPILOGO DEL MESE' TO RS-TESTO.
           WRITE RPT-RECORD FROM RIGA-VUOTA.
           WRITE RPT-RECORD FROM RIGA-SEZIONE.
           WRITE RPT-RECORD FROM RIGA-CONTI-TIT.
           ADD 3 TO W-LINEE-STAMPATE.

           MOVE 'STRIPPING (CSTRIP 1)' TO W-DESCR-RIGA.
           MOVE 2 TO IND-OP.
           PERFORM 6100-RIGA-OPERAZIONI THRU 6100-EXIT.
           MOVE 'COLLEGAMENTO CEDOLA (CSTRIP 3)' TO W-DESCR-RIGA.
           MOVE 4 TO IND-OP.
           PERFORM 6100-RIGA-OPERAZIONI THRU 6100-EXIT.
           MOVE 'MANTELLO (CSTRIP 2)' TO W-DESCR-RIGA.
           MOVE 3 TO IND-OP.
           PERFORM 6100-RIGA-OPERAZIONI THRU 6100-EXIT.
           MOVE 'RICOSTITUZIONE (CSTRIP 0)' TO W-DESCR-RIGA.
           MOVE 1 TO IND-OP.
           PERFORM 6100-RIGA-OPERAZIONI THRU 6100-EXIT.
           MOVE 'SENZA TRACCIA DI AUDIT TATS' TO W-DESCR-RIGA.
           MOVE 5 TO IND-OP.
           PERFORM 6100-RIGA-OPERAZIONI THRU 6100-EXIT.

           MOVE 'TOTALE OPERAZIONI VALIDATE' TO W-DESCR-RIGA.
           COMPUTE W-CONTO-MESE = TT-OPER (1, 1) + TT-OPER (1, 2)
                                + TT-OPER (1, 3) + TT-OPER (1, 4)
                                + TT-OPER (1, 5).
           COMPUTE W-CONTO-PREC = TT-OPER (2, 1) + TT-OPER (2, 2)
                                + TT-OPER (2, 3) + TT-OPER (2, 4)
                                + TT-OPER (2, 5).
           COMPUTE W-CONTO-ANNO = TT-OPER (3, 1) + TT-OPER (3, 2)
                                + TT-OPER (3, 3) + TT-OPER (3, 4)
                                + TT-OPER (3, 5).
           PERFORM 8100-STAMPA-CONTI THRU 8100-EXIT.

           WRITE RPT-RECORD FROM RIGA-VUOTA.
           ADD 1 TO W-LINEE-STAMPATE.

           MOVE 'MESSAGGI RESPINTI' TO W-DESCR-RIGA.
           MOVE TT-RESPINTI (1) TO W-CONTO-MESE.
           MOVE TT-RESPINTI (2) TO W-CONTO-PREC.
           MOVE TT-RESPINTI (3) TO W-CONTO-ANNO.
           PERFORM 8100-STAMPA-CONTI THRU 8100-EXIT.

           MOVE 'VARIAZIONI DI PIANO RESPINTE (1147)'
                                              TO W-DESCR-RIGA.
           MOVE TT-PIANO-RESP (1) TO W-CONTO-MESE.
           MOVE TT-PIANO-RESP (2) TO W-CONTO-PREC.
           MOVE TT-PIANO-RESP (3) TO W-CONTO-ANNO.
           PERFORM 8100-STAMPA-CONTI THRU 8100-EXIT.

           MOVE 'VARIAZIONI DI PIANO TRATTENUTE (REG. P)'
                                              TO W-DESCR-RIGA.
           MOVE TT-PIANO-TRAT (1) TO W-CONTO-MESE.
           MOVE TT-PIANO-TRAT (2) TO W-CONTO-PREC.
           MOVE TT-PIANO-TRAT (3) TO W-CONTO-ANNO.
           PERFORM 8100-STAMPA-CONTI THRU 8100-EXIT.

           MOVE 'TOTALE VARIAZIONI DI PIANO RILEVATE'
                                              TO W-DESCR-RIGA.
           COMPUTE W-CONTO-MESE = TT-PIANO-RESP (1) + TT-PIANO-TRAT (1).
           COMPUTE W-CONTO-PREC = TT-PIANO-RESP (2) + TT-PIANO-TRAT (2).
           COMPUTE W-CONTO-ANNO = TT-PIANO-RESP (3) + TT-PIANO-TRAT (3).
           PERFORM 8100-STAMPA-CONTI THRU 8100-EXIT.

           WRITE RPT-RECORD FROM RIGA-VUOTA.
           ADD 1 TO W-LINEE-STAMPATE.

           MOVE 'RATE FOTOGRAFATE WSPS0083' TO W-DESCR-RIGA.
           MOVE TT-RATE (1) TO W-CONTO-MESE.
           MOVE TT-RATE (2) TO W-CONTO-PREC.
           MOVE TT-RATE (3) TO W-CONTO-ANNO.
           PERFORM 8100-STAMPA-CONTI THRU 8100-EXIT.

           MOVE 'QTASINT FOTOGRAFATA WSPS0083' TO RCQ-DESCR.
           MOVE TT-QTASINT (1) TO RCQ-MESE.
           MOVE TT-QTASINT (2) TO RCQ-PREC.
           MOVE TT-QTASINT (3) TO RCQ-ANNO.
           COMPUTE W-QTA-DIFF = TT-QTASINT (1) - TT-QTASINT (2).
           MOVE W-QTA-DIFF     TO RCQ-DIFF.
           WRITE RPT-RECORD FROM RIGA-CONTI-QTA.
           ADD 1 TO W-LINEE-STAMPATE.

           IF W-SENZA-PADRE GREATER ZERO
              MOVE 'MANTELLI/CEDOLE SENZA PADRE SU TAF' TO RN-DESCR
              MOVE SPACES TO RN-VALORE
              MOVE W-SENZA-PADRE TO W-NUM-EDIT
              STRING W-NUM-EDIT
                     ' - RIPORTATI SOTTO IL PROPRIO ISIN'
                     DELIMITED BY SIZE INTO RN-VALORE
              WRITE RPT-RECORD FROM RIGA-NOTA
              ADD 1 TO W-LINEE-STAMPATE
           END-IF.

           MOVE W-MESE TO MR-MESE.
           PERFORM 6200-PERIODO-TOTALI THRU 6200-EXIT
              VARYING IND-B FROM 1 BY 1
                UNTIL IND-B GREATER 3.
           WRITE MEF-RECORD FROM MEF-TOTALI.
           ADD 1 TO W-RECORD-MEF.

       6000-EXIT.
           EXIT.

       6100-RIGA-OPERAZIONI.

           MOVE TT-OPER (1, IND-OP) TO W-CONTO-MESE.
           MOVE TT-OPER (2, IND-OP) TO W-CONTO-PREC.
           MOVE TT-OPER (3, IND-OP) TO W-CONTO-ANNO.
           PERFORM 8100-STAMPA-CONTI THRU 8100-EXIT.

       6100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    RECORD 'R': OPERAZIONI NELL'ORDINE STRIPPING, CEDOLA, *
      *    MANTELLO, RICOSTITUZIONE, SENZA AUDIT.                *
      *---------------------------------------------------------*
       6200-PERIODO-TOTALI.

           MOVE TT-OPER (IND-B, 2)    TO MR-OPER (IND-B, 1).
           MOVE TT-OPER (IND-B, 4)    TO MR-OPER (IND-B, 2).
           MOVE TT-OPER (IND-B, 3)    TO MR-OPER (IND-B, 3).
           MOVE TT-OPER (IND-B, 1)    TO MR-OPER (IND-B, 4).
           MOVE TT-OPER (IND-B, 5)    TO MR-OPER (IND-B, 5).
           MOVE TT-RESPINTI (IND-B)   TO MR-RESPINTI (IND-B).
           MOVE TT-PIANO-RESP (IND-B) TO MR-PIANO-RESP (IND-B).
           MOVE TT-PIANO-TRAT (IND-B) TO MR-PIANO-TRAT (IND-B).
           MOVE TT-RATE (IND-B)       TO MR-RATE (IND-B).
           MOVE TT-QTASINT (IND-B)    TO MR-QTASINT (IND-B).

       6200-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    FOTOGRAFIE DI PIANO WSPS0083 IN ESSERE ALLA DATA DI   *
      *    ELABORAZIONE (TITOLI, RATE, QTASINT).                 *
      *---------------------------------------------------------*
       6500-FOTOGRAFIE.

           MOVE ZERO TO HV-NUM-TITOLI HV-NUM-RATE HV-TOT-QTASINT.

           EXEC SQL
                SELECT COUNT(DISTINCT CNAZTIT CONCAT CSPTIT)
                      ,COUNT(*)
                      ,COALESCE(SUM(QTASINT), 0)
                  INTO :HV-NUM-TITOLI, :HV-NUM-RATE, :HV-TOT-QTASINT
                  FROM WSPS0083
                  WITH UR
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSST0083 - ERRORE LETTURA WSPS0083 SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           MOVE 'FOTOGRAFIE DI PIANO WSPS0083 IN ESSERE' TO RS-TESTO.
           WRITE RPT-RECORD FROM RIGA-VUOTA.
           WRITE RPT-RECORD FROM RIGA-SEZIONE.
           ADD 2 TO W-LINEE-STAMPATE.

           MOVE 'TITOLI FOTOGRAFATI'  TO RQ-DESCR.
           MOVE HV-NUM-TITOLI         TO RQ-TRAILER.
           MOVE ZERO                  TO RQ-DB2 RQ-DIFF.
           MOVE RIGA-QUADR (1:55)     TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE 'RATE FOTOGRAFATE'    TO RQ-DESCR.
           MOVE HV-NUM-RATE           TO RQ-TRAILER.
           MOVE RIGA-QUADR (1:55)     TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE 'QTASINT FOTOGRAFATA' TO RQQ-DESCR.
           MOVE HV-TOT-QTASINT        TO RQQ-TRAILER.
           MOVE RIGA-QUADR-QTA (1:61) TO RPT-RECORD.
           WRITE RPT-RECORD.
           ADD 3 TO W-LINEE-STAMPATE.

           MOVE W-MESE         TO MS-MESE.
           MOVE HV-NUM-TITOLI  TO MS-TITOLI.
           MOVE HV-NUM-RATE    TO MS-RATE.
           MOVE HV-TOT-QTASINT TO MS-QTASINT.
           WRITE MEF-RECORD FROM MEF-FOTOGRAFIE.
           ADD 1 TO W-RECORD-MEF.

       6500-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    QUADRATURA CON GLI ESTRATTI GIORNALIERI WSEC0083 DEL  *
      *    MESE: LETTURA DEI RECORD E DEI TRAILER, RICALCOLO DB2 *
      *    SUL PERIODO COPERTO, STAMPA E RECORD 'C'.             *
      *---------------------------------------------------------*
       7000-QUADRATURA.

           OPEN INPUT ESTR-MESE.

           PERFORM 7100-LEGGI-ESTRATTO THRU 7100-EXIT
              UNTIL FINE-ESTRATTI.

           CLOSE ESTR-MESE.

           COMPUTE W-EST-ORFANI = W-PARZ-MOVIM + W-PARZ-RESP.

           PERFORM 7300-COPERTURA-MESE THRU 7300-EXIT.
           PERFORM 7400-RICALCOLO-DB2  THRU 7400-EXIT.

           IF W-EST-TRAILER = ZERO
           OR W-EST-NON-QUADRATI GREATER ZERO
           OR W-EST-SENZA-PERIODO GREATER ZERO
           OR W-EST-BUCHI GREATER ZERO
           OR W-EST-SOVRAPP GREATER ZERO
           OR W-EST-ORFANI GREATER ZERO
           OR W-EST-TIPO-IGNOTO GREATER ZERO
           OR W-COPERTURA NOT = 'COMPLETA'
           OR W-TRL-MOVIM NOT = HV-NUM-MOVIM
           OR W-TRL-RESP  NOT = HV-NUM-RESP
              SET NON-QUADRA TO TRUE
              MOVE 4 TO W-RC-FINALE
           END-IF.

           PERFORM 7500-STAMPA-QUADRATURA THRU 7500-EXIT.

       7000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    I RECORD 'D' E 'R' SI ACCUMULANO FINO AL TRAILER CHE  *
      *    LI CHIUDE; A FINE FILE QUELLI RIMASTI APERTI SONO DI  *
      *    UN ESTRATTO TRONCATO.                                 *
      *---------------------------------------------------------*
       7100-LEGGI-ESTRATTO.

           READ ESTR-MESE
               AT END SET FINE-ESTRATTI TO TRUE
           END-READ.

           IF FINE-ESTRATTI
              GO TO 7100-EXIT
           END-IF.

           ADD 1 TO W-EST-LETTI.

           EVALUATE TRUE
               WHEN EST-MOVIMENTO
                    ADD 1               TO W-PARZ-MOVIM
                    ADD ESD-NUM-RATE    TO W-PARZ-RATE
                    ADD ESD-TOT-QTASINT TO W-PARZ-QTASINT
               WHEN EST-RESPINTO
                    ADD 1               TO W-PARZ-RESP
               WHEN EST-TRAILER
                    PERFORM 7200-TRATTA-TRAILER THRU 7200-EXIT
               WHEN OTHER
                    ADD 1               TO W-EST-TIPO-IGNOTO
           END-EVALUATE.

       7100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    TRAILER: QUADRATURA CON I SUOI RECORD, CONTINUITA'    *
      *    CON IL PERIODO DELL'ESTRATTO PRECEDENTE, ACCUMULO.    *
      *---------------------------------------------------------*
       7200-TRATTA-TRAILER.

           ADD 1 TO W-EST-TRAILER.

           IF EST-NUM-MOVIM    NOT = W-PARZ-MOVIM
           OR EST-NUM-RESP     NOT = W-PARZ-RESP
           OR EST-HASH-RATE    NOT = W-PARZ-RATE
           OR EST-HASH-QTASINT NOT = W-PARZ-QTASINT
              ADD 1 TO W-EST-NON-QUADRATI
              DISPLAY 'WSST0083 - TRAILER NON QUADRATO, PERIODO '
                      EST-DATA-DAL ' - ' EST-DATA-AL
           END-IF.

           ADD EST-NUM-MOVIM    TO W-TRL-MOVIM.
           ADD EST-NUM-RESP     TO W-TRL-RESP.
           ADD EST-HASH-RATE    TO W-TRL-RATE.
           ADD EST-HASH-QTASINT TO W-TRL-QTASINT.

           MOVE ZERO TO W-PARZ-MOVIM W-PARZ-RESP
                        W-PARZ-RATE  W-PARZ-QTASINT.

           MOVE EST-DATA-DAL TO W-ISO-APP.
           PERFORM 8900-GIORNI-DA-ISO THRU 8900-EXIT.
           MOVE W61-GIORNI TO W-GG-DAL.
           IF DATA-VALIDA
              MOVE EST-DATA-AL TO W-ISO-APP
              PERFORM 8900-GIORNI-DA-ISO THRU 8900-EXIT
              MOVE W61-GIORNI TO W-GG-AL
           END-IF.

           IF DATA-ERRATA
              ADD 1 TO W-EST-SENZA-PERIODO
              DISPLAY 'WSST0083 - TRAILER SENZA PERIODO VALIDO, N. '
                      W-EST-TRAILER
              GO TO 7200-EXIT
           END-IF.

           IF W-CTL-DAL = SPACES
              MOVE EST-DATA-DAL TO W-CTL-DAL
              MOVE W-GG-DAL     TO W-GG-CTL-DAL
           ELSE
              IF W-GG-DAL GREATER W-GG-AL-PREC + 1
                 ADD 1 TO W-EST-BUCHI
                 DISPLAY 'WSST0083 - BUCO DI PERIODO PRIMA DEL '
                         EST-DATA-DAL
              END-IF
              IF W-GG-DAL LESS W-GG-AL-PREC + 1
                 ADD 1 TO W-EST-SOVRAPP
                 DISPLAY 'WSST0083 - PERIODO SOVRAPPOSTO DAL '
                         EST-DATA-DAL
              END-IF
           END-IF.

           IF W-GG-DAL LESS W-GG-CTL-DAL
              MOVE EST-DATA-DAL TO W-CTL-DAL
              MOVE W-GG-DAL     TO W-GG-CTL-DAL
           END-IF.

           IF W-CTL-AL = SPACES
           OR W-GG-AL GREATER W-GG-CTL-AL
              MOVE EST-DATA-AL  TO W-CTL-AL
              MOVE W-GG-AL      TO W-GG-CTL-AL
           END-IF.

           MOVE W-GG-AL TO W-GG-AL-PREC.

       7200-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    IL PERIODO COPERTO DEVE COMPRENDERE TUTTO IL MESE     *
      *    (DAL PRIMO ALL'ULTIMO GIORNO DI CALENDARIO).          *
      *---------------------------------------------------------*
       7300-COPERTURA-MESE.

           MOVE 'INCOMPLETA' TO W-COPERTURA.

           IF W-CTL-DAL = SPACES
              GO TO 7300-EXIT
           END-IF.

           MOVE W-INIZIO-MESE TO W-ISO-APP.
           PERFORM 8900-GIORNI-DA-ISO THRU 8900-EXIT.
           MOVE W61-GIORNI TO W-GG-INIZIO-MESE.

           MOVE W-INIZIO-SUCC TO W-ISO-APP.
           PERFORM 8900-GIORNI-DA-ISO THRU 8900-EXIT.
           COMPUTE W-GG-FINE-MESE = W61-GIORNI - 1.

           IF W-GG-CTL-DAL NOT GREATER W-GG-INIZIO-MESE
           AND W-GG-CTL-AL NOT LESS W-GG-FINE-MESE
              MOVE 'COMPLETA' TO W-COPERTURA
           END-IF.

       7300-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    RICALCOLO SU DB2 CON GLI STESSI CRITERI DI WSEC0083   *
      *    SUL PERIODO COPERTO DAGLI ESTRATTI.                   *
      *---------------------------------------------------------*
       7400-RICALCOLO-DB2.

           MOVE ZERO TO HV-NUM-MOVIM HV-NUM-RESP
                        HV-HASH-RATE HV-HASH-QTASINT.

           IF W-CTL-DAL = SPACES
              GO TO 7400-EXIT
           END-IF.

           MOVE W-CTL-DAL TO HV-DATA-ISO.
           MOVE W-CTL-AL  TO HV-DATA-ISO-AL.

           EXEC SQL
                SELECT COUNT(DISTINCT PIDMTX)
                  INTO :HV-NUM-MOVIM
                  FROM WSRR
                 WHERE CVALMSG = '3'
                   AND DATE(WTIMECAR) BETWEEN DATE(:HV-DATA-ISO)
                                          AND DATE(:HV-DATA-ISO-AL)
                  WITH UR
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSST0083 - ERRORE RICALCOLO MOVIMENTI SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :HV-NUM-RESP
                  FROM WSRR
                 WHERE CVALMSG IN ('1', '2')
                   AND DATE(WTIMECAR) BETWEEN DATE(:HV-DATA-ISO)
                                          AND DATE(:HV-DATA-ISO-AL)
                  WITH UR
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSST0083 - ERRORE RICALCOLO RESPINTI SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           EXEC SQL
                SELECT COUNT(*), COALESCE(SUM(QTASINT), 0)
                  INTO :HV-HASH-RATE, :HV-HASH-QTASINT
                  FROM WSPS0083
                 WHERE PIDMTX IN
                       (SELECT PIDMTX
                          FROM WSRR
                         WHERE CVALMSG = '3'
                           AND DATE(WTIMECAR)
                               BETWEEN DATE(:HV-DATA-ISO)
                                   AND DATE(:HV-DATA-ISO-AL))
                  WITH UR
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSST0083 - ERRORE RICALCOLO HASH SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

       7400-EXIT.
           EXIT.

       7500-STAMPA-QUADRATURA.

           MOVE 'QUADRATURA CON GLI ESTRATTI GIORNALIERI WSEC0083'
                                              TO RS-TESTO.
           WRITE RPT-RECORD FROM RIGA-VUOTA.
           WRITE RPT-RECORD FROM RIGA-SEZIONE.
           ADD 2 TO W-LINEE-STAMPATE.

           MOVE 'ESTRATTI LETTI (TRAILER)' TO RN-DESCR.
           MOVE SPACES TO RN-VALORE.
           MOVE W-EST-TRAILER TO W-NUM-EDIT.
           MOVE W-EST-LETTI   TO W-NUM-EDIT-2.
           STRING W-NUM-EDIT ' - RECORD ' W-NUM-EDIT-2
                  DELIMITED BY SIZE INTO RN-VALORE.
           PERFORM 8200-STAMPA-NOTA THRU 8200-EXIT.

           MOVE 'PERIODO COPERTO' TO RN-DESCR.
           MOVE SPACES TO RN-VALORE.
           STRING W-CTL-DAL ' - ' W-CTL-AL '  COPERTURA DEL MESE '
                  W-COPERTURA
                  DELIMITED BY SIZE INTO RN-VALORE.
           PERFORM 8200-STAMPA-NOTA THRU 8200-EXIT.

           MOVE 'TRAILER NON QUADRATI CON I RECORD' TO RN-DESCR.
           MOVE W-EST-NON-QUADRATI TO W-NUM-EDIT.
           MOVE W-NUM-EDIT TO RN-VALORE.
           PERFORM 8200-STAMPA-NOTA THRU 8200-EXIT.

           MOVE 'TRAILER SENZA PERIODO VALIDO' TO RN-DESCR.
           MOVE W-EST-SENZA-PERIODO TO W-NUM-EDIT.
           MOVE W-NUM-EDIT TO RN-VALORE.
           PERFORM 8200-STAMPA-NOTA THRU 8200-EXIT.

           MOVE 'BUCHI DI PERIODO FRA ESTRATTI' TO RN-DESCR.
           MOVE W-EST-BUCHI TO W-NUM-EDIT.
           MOVE W-NUM-EDIT TO RN-VALORE.
           PERFORM 8200-STAMPA-NOTA THRU 8200-EXIT.

           MOVE 'SOVRAPPOSIZIONI DI PERIODO' TO RN-DESCR.
           MOVE W-EST-SOVRAPP TO W-NUM-EDIT.
           MOVE W-NUM-EDIT TO RN-VALORE.
           PERFORM 8200-STAMPA-NOTA THRU 8200-EXIT.

           MOVE 'RECORD NON CHIUSI DA TRAILER' TO RN-DESCR.
           MOVE W-EST-ORFANI TO W-NUM-EDIT.
           MOVE W-NUM-EDIT TO RN-VALORE.
           PERFORM 8200-STAMPA-NOTA THRU 8200-EXIT.

           MOVE 'RECORD DI TIPO NON PREVISTO' TO RN-DESCR.
           MOVE W-EST-TIPO-IGNOTO TO W-NUM-EDIT.
           MOVE W-NUM-EDIT TO RN-VALORE.
           PERFORM 8200-STAMPA-NOTA THRU 8200-EXIT.

           WRITE RPT-RECORD FROM RIGA-VUOTA.
           WRITE RPT-RECORD FROM RIGA-QUADR-TIT.
           ADD 2 TO W-LINEE-STAMPATE.

           MOVE 'MOVIMENTI VALIDATI' TO RQ-DESCR.
           MOVE W-TRL-MOVIM          TO RQ-TRAILER.
           MOVE HV-NUM-MOVIM         TO RQ-DB2.
           COMPUTE RQ-DIFF = HV-NUM-MOVIM - W-TRL-MOVIM.
           WRITE RPT-RECORD FROM RIGA-QUADR.

           MOVE 'MESSAGGI RESPINTI' TO RQ-DESCR.
           MOVE W-TRL-RESP          TO RQ-TRAILER.
           MOVE HV-NUM-RESP         TO RQ-DB2.
           COMPUTE RQ-DIFF = HV-NUM-RESP - W-TRL-RESP.
           WRITE RPT-RECORD FROM RIGA-QUADR.

           MOVE 'HASH RATE' TO RQ-DESCR.
           MOVE W-TRL-RATE  TO RQ-TRAILER.
           MOVE HV-HASH-RATE TO RQ-DB2.
           COMPUTE RQ-DIFF = HV-HASH-RATE - W-TRL-RATE.
           WRITE RPT-RECORD FROM RIGA-QUADR.

           MOVE 'HASH QTASINT' TO RQQ-DESCR.
           MOVE W-TRL-QTASINT  TO RQQ-TRAILER.
           MOVE HV-HASH-QTASINT TO RQQ-DB2.
           COMPUTE RQQ-DIFF = HV-HASH-QTASINT - W-TRL-QTASINT.
           WRITE RPT-RECORD FROM RIGA-QUADR-QTA.
           ADD 4 TO W-LINEE-STAMPATE.

           WRITE RPT-RECORD FROM RIGA-VUOTA.
           ADD 1 TO W-LINEE-STAMPATE.
           MOVE 'ESITO DELLA QUADRATURA' TO RN-DESCR.
           IF QUADRA
              MOVE 'QUADRA' TO RN-VALORE
           ELSE
              MOVE 'NON QUADRA' TO RN-VALORE
           END-IF.
           PERFORM 8200-STAMPA-NOTA THRU 8200-EXIT.

           IF HV-HASH-RATE    NOT = W-TRL-RATE
           OR HV-HASH-QTASINT NOT = W-TRL-QTASINT
              MOVE 'NOTA SUGLI HASH' TO RN-DESCR
              MOVE 'PIANI RIFOTOGRAFATI DOPO L''ESTRATTO (SOLO SEGNALAZ'
                                     TO RN-VALORE
              MOVE 'IONE)'           TO RN-VALORE (51:5)
              PERFORM 8200-STAMPA-NOTA THRU 8200-EXIT
           END-IF.

           MOVE W-MESE          TO MC-MESE.
           MOVE W-EST-TRAILER   TO MC-ESTRATTI.
           MOVE W-CTL-DAL       TO MC-DAL.
           MOVE W-CTL-AL        TO MC-AL.
           MOVE W-TRL-MOVIM     TO MC-MOVIM-TRL.
           MOVE HV-NUM-MOVIM    TO MC-MOVIM-DB2.
           MOVE W-TRL-RESP      TO MC-RESP-TRL.
           MOVE HV-NUM-RESP     TO MC-RESP-DB2.
           MOVE W-TRL-RATE      TO MC-RATE-TRL.
           MOVE HV-HASH-RATE    TO MC-RATE-DB2.
           MOVE W-TRL-QTASINT   TO MC-QTASINT-TRL.
           MOVE HV-HASH-QTASINT TO MC-QTASINT-DB2.
           MOVE W-SW-QUADRATURA TO MC-ESITO.
           WRITE MEF-RECORD FROM MEF-CONTROLLO.
           ADD 1 TO W-RECORD-MEF.

       7500-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    RIGA DI CONTEGGI: MESE, MESE PRECEDENTE, DIFFERENZA   *
      *    FRA I DUE E PROGRESSIVO ANNO.                         *
      *---------------------------------------------------------*
       8100-STAMPA-CONTI.

           MOVE W-DESCR-RIGA TO RC-DESCR.
           MOVE W-CONTO-MESE TO RC-MESE.
           MOVE W-CONTO-PREC TO RC-PREC.
           MOVE W-CONTO-ANNO TO RC-ANNO.
           COMPUTE W-CONTO-DIFF = W-CONTO-MESE - W-CONTO-PREC.
           MOVE W-CONTO-DIFF TO RC-DIFF.

           WRITE RPT-RECORD FROM RIGA-CONTI.
           ADD 1 TO W-LINEE-STAMPATE.

       8100-EXIT.
           EXIT.

       8200-STAMPA-NOTA.

           WRITE RPT-RECORD FROM RIGA-NOTA.
           ADD 1 TO W-LINEE-STAMPATE.

       8200-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    CONVERTE W-ISO-APP (AAAA-MM-GG) IN GIORNI DAL         *
      *    RIFERIMENTO 03/01/2000 (UTIP0061 FUNZIONE '2').       *
      *---------------------------------------------------------*
       8900-GIORNI-DA-ISO.

           SET DATA-VALIDA TO TRUE.
           MOVE ZERO TO W61-GIORNI.

           IF W-ISO-AAAA NOT NUMERIC
           OR W-ISO-MM   NOT NUMERIC
           OR W-ISO-GG   NOT NUMERIC
           OR W-ISO-SEP1 NOT = '-'
           OR W-ISO-SEP2 NOT = '-'
              SET DATA-ERRATA TO TRUE
              GO TO 8900-EXIT
           END-IF.

           MOVE W-ISO-GG        TO W-CONV-GG.
           MOVE W-ISO-MM        TO W-CONV-MM.
           MOVE W-ISO-AAAA (3:2) TO W-CONV-AA.

           MOVE '2' TO W61-FUNZ.
           CALL 'UTIP0061' USING W61-FUNZ
                                 W-DATA-GGMMAA
                                 W-DATA-RIFER
                                 W61-GIORNI
                                 W61-RC.

           IF W61-RC NOT = ZERO
              DISPLAY 'WSST0083 - ERRORE UTIP0061 RC=' W61-RC
                      ' DATA=' W-ISO-APP
              SET DATA-ERRATA TO TRUE
              MOVE ZERO TO W61-GIORNI
           END-IF.

       8900-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    ROUTINE GENERICA DI ABEND SU ERRORE SQL IRRECUPERABILE.
      *---------------------------------------------------------*
       9900-ABEND-SQL.

           DISPLAY 'WSST0083 - ERRORE SQL, SQLCODE=' SQLCODE.
           EXEC SQL ROLLBACK END-EXEC.
           CLOSE MEF-FILE.
           CLOSE RPT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       9900-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    CHIUSURA FILE E TERMINE. IL RETURN CODE (4) VIENE     *
      *    DALLE SEZIONI CHE LO PREVEDONO (W-RC-FINALE).         *
      *---------------------------------------------------------*
       9999-FINE.

           CLOSE MEF-FILE.
           CLOSE RPT-FILE.

           DISPLAY 'WSST0083 - MESE ELABORATO       : ' W-MESE.
           DISPLAY 'WSST0083 - MOVIMENTI LETTI      : ' W-PIDMTX-LETTI.
           DISPLAY 'WSST0083 - ISIN PADRE           : ' W-NUM-ISIN.
           DISPLAY 'WSST0083 - RECORD FILE MEF      : ' W-RECORD-MEF.
           MOVE W-RC-FINALE TO RETURN-CODE.
           IF QUADRA
              DISPLAY 'WSST0083 - QUADRATURA ESTRATTI  : QUADRA'
           ELSE
              DISPLAY 'WSST0083 - QUADRATURA ESTRATTI  : NON QUADRA'
           END-IF.

       9999-EXIT.
           EXIT.
