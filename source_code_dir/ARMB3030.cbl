       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ARMB3030.
       AUTHOR.        MANUTENZIONE ARMP3025.
       INSTALLATION.  MONTE TITOLI - ELABORAZIONE DATI.
       DATE-WRITTEN.  OTTOBRE 2026.
       DATE-COMPILED.
      ***************************************************************
      *REMARKS.        M O N T E   T I T O L I
      *                ------------------------
      *                TEMPESTIVITA' DI PRESA IN CARICO E DI
      *                CHIUSURA DELLE OCCORRENZE CRITICHE.
      *                ----------------------------------------
      *                LANCIATO IN BATCH IL PRIMO GIORNO DEL MESE
      *                (O A RICHIESTA PER UN MESE DATO): PER LE
      *                OCCORRENZE 'S'/'D' DI TES_SGNZ_LOG DEL MESE
      *                CALCOLA, IN MINUTI DALL'ARCHIVIAZIONE,
      *                  - IL TEMPO DI PRESA IN CARICO, FINO ALLA
      *                    RIGA TES_SGNZ_ACK (ARMA3025, ARMN3025,
      *                    ARMG3025);
      *                  - IL TEMPO DI CHIUSURA, FINO ALLA CHIUSURA
      *                    DELL'INCIDENTE CHE CONTIENE L'OCCORRENZA
      *                    (TES_SGNZ_INO/TES_SGNZ_INC, ARMN3025).
      *                    LE OCCORRENZE NON CORRELATE A UN
      *                    INCIDENTE O CON INCIDENTE NON CHIUSO
      *                    CONTANO COME NON CHIUSE.
      *                PER COD-ARC, TRANSAZIONE, OPERATORE CHE HA
      *                PRESO IN CARICO ('*NESSUNO' SE NESSUNO) E
      *                TURNO STAMPA NUMERO DI OCCORRENZE, QUANTE
      *                MAI PRESE IN CARICO / NON CHIUSE, MEDIA,
      *                90-ESIMO PERCENTILE E MASSIMO, AFFIANCATI
      *                DAGLI STESSI VALORI DEL MESE PRECEDENTE E
      *                DALLE DIFFERENZE; CHIUDE CON LE DIECI
      *                OCCORRENZE PEGGIORI PER CIASCUN TEMPO.
      *                ----------------------------------------
      *                OBIETTIVI E TURNI SUL MEMBRO 'ARTEMPI' DEL
      *                FILE TABELLE (MANUTENZIONE CON STAB), LETTO
      *                DALLA FOTOGRAFIA NOTTURNA (SYSPTABS, DD
      *                TABSNAP):
      *                  - CHIAVE = COD-ARC (POS. 1-5) ->
      *                    DESCRIZIONE POS. 1-5 OBIETTIVO DI PRESA
      *                    IN CARICO, POS. 6-10 OBIETTIVO DI
      *                    CHIUSURA, IN MINUTI (00000 = NESSUNO);
      *                  - CHIAVE '*DFLT' -> OBIETTIVI DEI CODICI
      *                    NON CENSITI;
      *                  - CHIAVE '*TURNI' -> DESCRIZIONE POS. 1-2,
      *                    3-4, 5-6 ORA DI INIZIO DEI TURNI 1, 2 E 3
      *                    (DEFAULT 06, 14, 22).
      *                IL CODICE IL CUI 90-ESIMO PERCENTILE SUPERA
      *                L'OBIETTIVO E' EVIDENZIATO ('*SFORATO') E
      *                IL PROGRAMMA CHIUDE CON RC 4.
      ***************************************************************
      * SCHEDA DI CONTROLLO (SYSIN, FACOLTATIVA):
      *   COL 01-06  MESE ESAMINATO AAAAMM    (DEFAULT MESE SCORSO)
      ***************************************************************
      * MODIFICHE:                                                  *
      *   OTT26  RG0929  PRIMA STESURA.                              *
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
           05  SI-MESE.
               10  SI-MESE-AAAA          PIC 9(04).
               10  SI-MESE-MM            PIC 9(02).
           05  FILLER                    PIC X(74).

       FD  TAB-SNAP
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  SNAP-RECORD.
           05  SNAP-NOME              PIC X(08).
           05  SNAP-CHIAVE20.
               10  SNAP-CODARC        PIC X(05).
               10  SNAP-CODARC-SEGUE  PIC X(01).
               10  FILLER             PIC X(14).
           05  SNAP-DESCRIZIONE.
               10  SNAP-OBIETTIVO-TTA PIC X(05).
               10  SNAP-OBIETTIVO-TTR PIC X(05).
               10  FILLER             PIC X(50).
           05  SNAP-TURNI REDEFINES SNAP-DESCRIZIONE.
               10  SNAP-ORA-TURNO     PIC X(02) OCCURS 3.
               10  FILLER             PIC X(54).
           05  FILLER                 PIC X(02).

       FD  RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  RPT-RECORD                    PIC X(133).

       WORKING-STORAGE SECTION.

      ***************************************************************
      *    COSTANTI E CONTATORI DI SERVIZIO                        *
      ***************************************************************
       77  W-MAX-VALORI                  PIC S9(8) COMP VALUE +30000.
       77  W-MAX-OBIETTIVI               PIC S9(4) COMP VALUE +500.
       77  W-MAX-PREC                    PIC S9(4) COMP VALUE +1000.
       77  W-NUM-OBIETTIVI               PIC S9(4) COMP VALUE ZERO.
       77  W-NUM-PREC                    PIC S9(4) COMP VALUE ZERO.
       77  W-NUM-VALORI                  PIC S9(8) COMP VALUE ZERO.
       77  W-RANGO-P90                   PIC S9(8) COMP VALUE ZERO.
       77  IND-SEZ                       PIC S9(4) COMP VALUE ZERO.
       77  IND-OBI                       PIC S9(4) COMP VALUE ZERO.
       77  IND-PREC                      PIC S9(4) COMP VALUE ZERO.
       77  W-SFORAMENTI                  PIC 9(05) COMP-3 VALUE ZERO.
       77  W-VALORI-ECCEDENTI            PIC 9(07) COMP-3 VALUE ZERO.
       77  W-LINEE-STAMPATE              PIC 9(05) COMP-3 VALUE ZERO.

       01  W-SW-FINE-SYSIN               PIC X     VALUE 'N'.
           88  FINE-SYSIN                          VALUE 'S'.
           88  NON-FINE-SYSIN                      VALUE 'N'.

       01  W-SW-FINE-SNAP                PIC X     VALUE 'N'.
           88  FINE-SNAP                           VALUE 'S'.
           88  NON-FINE-SNAP                       VALUE 'N'.

       01  W-SW-FINE-CURSORE             PIC X     VALUE 'N'.
           88  FINE-CURSORE                        VALUE 'S'.
           88  NON-FINE-CURSORE                    VALUE 'N'.

       01  W-SW-GRUPPO                   PIC X     VALUE 'N'.
           88  GRUPPO-APERTO                       VALUE 'S'.
           88  GRUPPO-CHIUSO                       VALUE 'N'.

       01  W-SW-PASSATA                  PIC X     VALUE 'C'.
           88  PASSATA-PRECEDENTE                  VALUE 'P'.
           88  PASSATA-CORRENTE                    VALUE 'C'.

       01  W-SW-TROVATO                  PIC X     VALUE 'N'.
           88  TROVATO                             VALUE 'S'.
           88  NON-TROVATO                         VALUE 'N'.

      ***************************************************************
      *    MESE ESAMINATO, PRECEDENTE E SUCCESSIVO                 *
      ***************************************************************
       01  W-DATA-ISO.
           05  W-ISO-AAAA                PIC 9(04).
           05  FILLER                    PIC X(01).
           05  W-ISO-MM                  PIC 9(02).
           05  FILLER                    PIC X(01).
           05  W-ISO-GG                  PIC 9(02).

       01  W-MESE-RIF.
           05  W-RIF-AAAA                PIC 9(04).
           05  W-RIF-MM                  PIC 9(02).
       01  W-MESE-PREC.
           05  W-PREC-AAAA               PIC 9(04).
           05  W-PREC-MM                 PIC 9(02).
       01  W-MESE-SUCC.
           05  W-SUCC-AAAA               PIC 9(04).
           05  W-SUCC-MM                 PIC 9(02).

       01  W-TMST-COMODO.
           05  W-TMST-AAAA               PIC 9(04).
           05  FILLER                    PIC X(01) VALUE '-'.
           05  W-TMST-MM                 PIC 9(02).
           05  FILLER                    PIC X(19) VALUE
               '-01-00.00.00.000000'.

       01  W-TMST-RIF-DA                 PIC X(26).
       01  W-TMST-RIF-A                  PIC X(26).
       01  W-TMST-PREC-DA                PIC X(26).

      ***************************************************************
      *    ORE DI INIZIO DEI TURNI (MEMBRO 'ARTEMPI', '*TURNI')    *
      ***************************************************************
       01  W-TURNI.
           05  W-ORA-TURNO               PIC 9(02) OCCURS 3.
       01  W-TURNI-DFLT                  PIC X(06) VALUE '061422'.

      ***************************************************************
      *    OBIETTIVI PER COD-ARC (MEMBRO 'ARTEMPI')                *
      ***************************************************************
       01  W-OBI-DFLT-TTA                PIC 9(05) VALUE ZERO.
       01  W-OBI-DFLT-TTR                PIC 9(05) VALUE ZERO.
       01  W-OBIETTIVO                   PIC 9(05) VALUE ZERO.

       01  W-TAB-OBIETTIVI.
           05  W-OBI-ELEM OCCURS 500.
               10  W-OBI-CODARC          PIC X(05).
               10  W-OBI-TTA             PIC 9(05).
               10  W-OBI-TTR             PIC 9(05).

      ***************************************************************
      *    SEZIONI DEL REPORT: DIMENSIONE (C COD-ARC, T TRANS,     *
      *    O OPERATORE, U TURNO), TEMPO (A PRESA IN CARICO,        *
      *    R CHIUSURA) E TITOLO                                    *
      ***************************************************************
       01  W-DEF-SEZIONI.
           05  FILLER          PIC X(42) VALUE
               'CAPRESA IN CARICO PER COD-ARC             '.
           05  FILLER          PIC X(42) VALUE
               'CRCHIUSURA PER COD-ARC                    '.
           05  FILLER          PIC X(42) VALUE
               'TAPRESA IN CARICO PER TRANSAZIONE         '.
           05  FILLER          PIC X(42) VALUE
               'TRCHIUSURA PER TRANSAZIONE                '.
           05  FILLER          PIC X(42) VALUE
               'OAPRESA IN CARICO PER OPERATORE           '.
           05  FILLER          PIC X(42) VALUE
               'ORCHIUSURA PER OPERATORE DI PRESA IN CARIC'.
           05  FILLER          PIC X(42) VALUE
               'UAPRESA IN CARICO PER TURNO               '.
           05  FILLER          PIC X(42) VALUE
               'URCHIUSURA PER TURNO                      '.
       01  W-TAB-SEZIONI REDEFINES W-DEF-SEZIONI.
           05  W-SEZIONE OCCURS 8.
               10  W-SEZ-DIM             PIC X(01).
               10  W-SEZ-MIS             PIC X(01).
               10  W-SEZ-TITOLO          PIC X(40).

      ***************************************************************
      *    GRUPPO IN CORSO: I TEMPI ARRIVANO IN ORDINE CRESCENTE   *
      *    (I MANCANTI, NULL, PER ULTIMI) E SONO CONSERVATI PER    *
      *    IL PERCENTILE                                           *
      ***************************************************************
       01  W-GR-CHIAVE                   PIC X(08).
       01  W-GR-MISURATE                 PIC S9(8) COMP VALUE ZERO.
       01  W-GR-MANCANTI                 PIC S9(8) COMP VALUE ZERO.
       01  W-GR-SOMMA                    PIC S9(13) COMP-3 VALUE ZERO.
       01  W-GR-MEDIA                    PIC S9(7) COMP-3 VALUE ZERO.
       01  W-GR-P90                      PIC S9(7) COMP-3 VALUE ZERO.
       01  W-GR-MASSIMO                  PIC S9(7) COMP-3 VALUE ZERO.

       01  W-TAB-VALORI.
           05  W-VALORE OCCURS 30000     PIC S9(7) COMP-3.

      ***************************************************************
      *    TOTALI DELLA SEZIONE                                    *
      ***************************************************************
       01  W-SEZ-MISURATE                PIC S9(8) COMP VALUE ZERO.
       01  W-SEZ-MANCANTI                PIC S9(8) COMP VALUE ZERO.
       01  W-SEZ-SOMMA                   PIC S9(13) COMP-3 VALUE ZERO.

      ***************************************************************
      *    RISULTATI DEL MESE PRECEDENTE PER CHIAVE                *
      ***************************************************************
       01  W-TAB-PREC.
           05  W-PREC-ELEM OCCURS 1000.
               10  W-PREC-CHIAVE         PIC X(08).
               10  W-PREC-MISURATE       PIC S9(8) COMP.
               10  W-PREC-MANCANTI       PIC S9(8) COMP.
               10  W-PREC-MEDIA          PIC S9(7) COMP-3.
               10  W-PREC-P90            PIC S9(7) COMP-3.

      ***************************************************************
      *    RIGHE DEL REPORT                                        *
      ***************************************************************
       01  RIGA-TITOLO-1.
           05  FILLER          PIC X(50) VALUE
               'ARMB3030 - TEMPESTIVITA'' SULLE CRITICHE - MESE   '.
           05  RT-MESE-AAAA    PIC 9(04).
           05  FILLER          PIC X(01) VALUE '/'.
           05  RT-MESE-MM      PIC 9(02).
           05  FILLER          PIC X(20) VALUE
               ' - CONFRONTO CON IL '.
           05  RT-PREC-AAAA    PIC 9(04).
           05  FILLER          PIC X(01) VALUE '/'.
           05  RT-PREC-MM      PIC 9(02).
           05  FILLER          PIC X(49) VALUE SPACES.

       01  RIGA-TITOLO-TURNI.
           05  FILLER          PIC X(27) VALUE
               'TEMPI IN MINUTI - TURNO 1: '.
           05  RT-ORA-1        PIC 9(02).
           05  FILLER          PIC X(01) VALUE '-'.
           05  RT-ORA-2A       PIC 9(02).
           05  FILLER          PIC X(11) VALUE ', TURNO 2: '.
           05  RT-ORA-2        PIC 9(02).
           05  FILLER          PIC X(01) VALUE '-'.
           05  RT-ORA-3A       PIC 9(02).
           05  FILLER          PIC X(11) VALUE ', TURNO 3: '.
           05  RT-ORA-3        PIC 9(02).
           05  FILLER          PIC X(01) VALUE '-'.
           05  RT-ORA-1A       PIC 9(02).
           05  FILLER          PIC X(69) VALUE SPACES.

       01  RIGA-VUOTA                    PIC X(133) VALUE SPACES.

       01  RIGA-SEZIONE.
           05  FILLER          PIC X(07) VALUE 'TEMPO: '.
           05  RS-TITOLO       PIC X(40).
           05  FILLER          PIC X(86) VALUE SPACES.

       01  RIGA-INTESTAZIONE-1.
           05  FILLER          PIC X(65) VALUE SPACES.
           05  FILLER          PIC X(32) VALUE
               '------- MESE PRECEDENTE ------- '.
           05  FILLER          PIC X(16) VALUE
               '-- DIFFERENZE --'.
           05  FILLER          PIC X(20) VALUE SPACES.

       01  RIGA-INTESTAZIONE-2.
           05  FILLER          PIC X(09) VALUE 'CHIAVE'.
           05  FILLER          PIC X(08) VALUE '   OCCOR'.
           05  FILLER          PIC X(08) VALUE '   MANCA'.
           05  FILLER          PIC X(08) VALUE '   MEDIA'.
           05  FILLER          PIC X(08) VALUE '     P90'.
           05  FILLER          PIC X(08) VALUE ' MASSIMO'.
           05  FILLER          PIC X(07) VALUE '  OBIET'.
           05  FILLER          PIC X(09) VALUE SPACES.
           05  FILLER          PIC X(08) VALUE '   OCCOR'.
           05  FILLER          PIC X(08) VALUE '   MANCA'.
           05  FILLER          PIC X(08) VALUE '   MEDIA'.
           05  FILLER          PIC X(08) VALUE '     P90'.
           05  FILLER          PIC X(08) VALUE '   MEDIA'.
           05  FILLER          PIC X(07) VALUE '    P90'.
           05  FILLER          PIC X(21) VALUE SPACES.

       01  RIGA-DETTAGLIO.
           05  RD-CHIAVE       PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-MISURATE     PIC ZZZ.ZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-MANCANTI     PIC ZZZ.ZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-MEDIA        PIC ZZZ.ZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-P90          PIC ZZZ.ZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-MASSIMO      PIC ZZZ.ZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-OBIETTIVO-X.
               10  RD-OBIETTIVO PIC ZZ.ZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-SFORATO      PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RD-PRECEDENTE.
               10  RD-P-MISURATE   PIC ZZZ.ZZ9.
               10  FILLER          PIC X(01) VALUE SPACES.
               10  RD-P-MANCANTI   PIC ZZZ.ZZ9.
               10  FILLER          PIC X(01) VALUE SPACES.
               10  RD-P-MEDIA      PIC ZZZ.ZZ9.
               10  FILLER          PIC X(01) VALUE SPACES.
               10  RD-P-P90        PIC ZZZ.ZZ9.
               10  FILLER          PIC X(01) VALUE SPACES.
               10  RD-D-MEDIA      PIC -ZZ.ZZ9.
               10  FILLER          PIC X(01) VALUE SPACES.
               10  RD-D-P90        PIC -ZZ.ZZ9.
           05  RD-PRECEDENTE-X REDEFINES RD-PRECEDENTE
                               PIC X(47).
           05  FILLER          PIC X(21) VALUE SPACES.

       01  RIGA-TOTALE-SEZIONE.
           05  FILLER          PIC X(09) VALUE 'TOTALE'.
           05  RTS-MISURATE    PIC ZZZ.ZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RTS-MANCANTI    PIC ZZZ.ZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RTS-MEDIA       PIC ZZZ.ZZ9.
           05  FILLER          PIC X(101) VALUE SPACES.

       01  RIGA-PEGGIORI.
           05  FILLER          PIC X(36) VALUE
               'LE DIECI OCCORRENZE PEGGIORI - TEMPO'.
           05  FILLER          PIC X(02) VALUE ': '.
           05  RP-TITOLO       PIC X(16).
           05  FILLER          PIC X(79) VALUE SPACES.

       01  RIGA-PEGGIORE.
           05  RW-CODARC       PIC X(05).
           05  FILLER          PIC X(04) VALUE SPACES.
           05  RW-CTRANS       PIC X(04).
           05  FILLER          PIC X(04) VALUE SPACES.
           05  RW-TMST         PIC X(26).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RW-OPERATORE    PIC X(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RW-MINUTI       PIC ZZZ.ZZ9.
           05  FILLER          PIC X(71) VALUE SPACES.

       01  RIGA-RIEPILOGO-1.
           05  FILLER          PIC X(30) VALUE
               'CODICI OLTRE L''OBIETTIVO    : '.
           05  RR-SFORAMENTI   PIC ZZZ.ZZ9.
           05  FILLER          PIC X(96) VALUE SPACES.

      ***************************************************************
      *    HOST VARIABLES                                          *
      ***************************************************************
       01  HV-DIM                        PIC X(01).
       01  HV-MIS                        PIC X(01).
       01  HV-DA                         PIC X(26).
       01  HV-A                          PIC X(26).
       01  HV-ORA-T1                     PIC S9(4) COMP.
       01  HV-ORA-T2                     PIC S9(4) COMP.
       01  HV-ORA-T3                     PIC S9(4) COMP.
       01  HV-CHIAVE                     PIC X(08).
       01  HV-MINUTI                     PIC S9(9) COMP.
       01  HV-IND-MINUTI                 PIC S9(4) COMP.
       01  HV-C-ARCH                     PIC X(05).
       01  HV-CTRANS                     PIC X(04).
       01  HV-S-TMST                     PIC X(26).
       01  HV-OPERATORE                  PIC X(08).

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ***************************************************************
      *    TEMPO DI OGNI CRITICA DEL PERIODO, CON LA CHIAVE DELLA  *
      *    DIMENSIONE RICHIESTA; NULL SE NON PRESA IN CARICO (O    *
      *    NON CHIUSA)                                             *
      ***************************************************************
           EXEC SQL DECLARE CUR-TEMPI CURSOR FOR
                SELECT CASE
                       WHEN :HV-DIM = 'C' THEN L.C_ARCH
                       WHEN :HV-DIM = 'T' THEN L.CTRANS
                       WHEN :HV-DIM = 'O'
                            THEN COALESCE(K.OPERATORE, '*NESSUNO')
                       WHEN HOUR(L.S_TMST) >= :HV-ORA-T1
                        AND HOUR(L.S_TMST) <  :HV-ORA-T2
                            THEN 'TURNO 1'
                       WHEN HOUR(L.S_TMST) >= :HV-ORA-T2
                        AND HOUR(L.S_TMST) <  :HV-ORA-T3
                            THEN 'TURNO 2'
                       ELSE 'TURNO 3'
                       END,
                       CASE
                       WHEN :HV-MIS = 'A'
                            THEN (DAYS(K.S_TMST_ACK) - DAYS(L.S_TMST))
                                 * 1440
                               + (MIDNIGHT_SECONDS(K.S_TMST_ACK)
                                - MIDNIGHT_SECONDS(L.S_TMST)) / 60
                       ELSE (DAYS(I.S_TMST_CHIU) - DAYS(L.S_TMST))
                                 * 1440
                               + (MIDNIGHT_SECONDS(I.S_TMST_CHIU)
                                - MIDNIGHT_SECONDS(L.S_TMST)) / 60
                       END
                  FROM TES_SGNZ_LOG L
                       LEFT JOIN TES_SGNZ_ACK K
                         ON K.CTRANS = L.CTRANS
                        AND K.C_ARCH = L.C_ARCH
                        AND K.S_TMST = L.S_TMST
                       LEFT JOIN TES_SGNZ_INO O
                         ON O.CTRANS = L.CTRANS
                        AND O.C_ARCH = L.C_ARCH
                        AND O.S_TMST = L.S_TMST
                       LEFT JOIN TES_SGNZ_INC I
                         ON I.ID_INC  = O.ID_INC
                        AND I.C_STATO = 'C'
                 WHERE SUBSTR(L.C_ARCH, 1, 1) IN ('S','D')
                   AND L.S_TMST >= TIMESTAMP(:HV-DA)
                   AND L.S_TMST <  TIMESTAMP(:HV-A)
                 ORDER BY 1, 2
                  WITH UR
           END-EXEC.

      ***************************************************************
      *    LE DIECI CRITICHE DEL MESE CON IL TEMPO PIU' LUNGO      *
      ***************************************************************
           EXEC SQL DECLARE CUR-PEGGIORI CURSOR FOR
                SELECT L.C_ARCH, L.CTRANS, CHAR(L.S_TMST),
                       COALESCE(K.OPERATORE, ' '),
                       CASE
                       WHEN :HV-MIS = 'A'
                            THEN (DAYS(K.S_TMST_ACK) - DAYS(L.S_TMST))
                                 * 1440
                               + (MIDNIGHT_SECONDS(K.S_TMST_ACK)
                                - MIDNIGHT_SECONDS(L.S_TMST)) / 60
                       ELSE (DAYS(I.S_TMST_CHIU) - DAYS(L.S_TMST))
                                 * 1440
                               + (MIDNIGHT_SECONDS(I.S_TMST_CHIU)
                                - MIDNIGHT_SECONDS(L.S_TMST)) / 60
                       END
                  FROM TES_SGNZ_LOG L
                       LEFT JOIN TES_SGNZ_ACK K
                         ON K.CTRANS = L.CTRANS
                        AND K.C_ARCH = L.C_ARCH
                        AND K.S_TMST = L.S_TMST
                       LEFT JOIN TES_SGNZ_INO O
                         ON O.CTRANS = L.CTRANS
                        AND O.C_ARCH = L.C_ARCH
                        AND O.S_TMST = L.S_TMST
                       LEFT JOIN TES_SGNZ_INC I
                         ON I.ID_INC  = O.ID_INC
                        AND I.C_STATO = 'C'
                 WHERE SUBSTR(L.C_ARCH, 1, 1) IN ('S','D')
                   AND L.S_TMST >= TIMESTAMP(:HV-DA)
                   AND L.S_TMST <  TIMESTAMP(:HV-A)
                   AND ((:HV-MIS =  'A' AND K.S_TMST_ACK  IS NOT NULL)
                     OR (:HV-MIS <> 'A' AND I.S_TMST_CHIU IS NOT NULL))
                 ORDER BY 5 DESC
                 FETCH FIRST 10 ROWS ONLY
                  WITH UR
           END-EXEC.

      *****************************
       PROCEDURE DIVISION.
      *****************************

       0000-MAINLINE.

           PERFORM 1000-INIZIALIZZA        THRU 1000-EXIT.
           PERFORM 2000-SEZIONE            THRU 2000-EXIT
               VARYING IND-SEZ FROM 1 BY 1
                 UNTIL IND-SEZ GREATER 8.
           MOVE 'A'                        TO HV-MIS.
           PERFORM 3000-PEGGIORI           THRU 3000-EXIT.
           MOVE 'R'                        TO HV-MIS.
           PERFORM 3000-PEGGIORI           THRU 3000-EXIT.
           PERFORM 9999-FINE               THRU 9999-EXIT.

           STOP RUN.

       0000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    APERTURA FILE, MESE DA ESAMINARE, OBIETTIVI E TURNI  *
      *    DALLA FOTOGRAFIA DELLE TABELLE.                      *
      *---------------------------------------------------------*
       1000-INIZIALIZZA.

           OPEN INPUT  SYSIN.
           OPEN OUTPUT RPT-FILE.

           READ SYSIN
               AT END SET FINE-SYSIN TO TRUE
           END-READ.

           IF NON-FINE-SYSIN
           AND SI-MESE NUMERIC
           AND SI-MESE-MM > ZERO AND SI-MESE-MM < 13
              MOVE SI-MESE-AAAA TO W-RIF-AAAA
              MOVE SI-MESE-MM   TO W-RIF-MM
           ELSE
              PERFORM 1100-MESE-SCORSO THRU 1100-EXIT
           END-IF.

           CLOSE SYSIN.

           PERFORM 1200-MESI-ADIACENTI THRU 1200-EXIT.

           MOVE W-TURNI-DFLT TO W-TURNI.

           OPEN INPUT  TAB-SNAP.
           PERFORM 1300-CARICA-ARTEMPI THRU 1300-EXIT
              UNTIL FINE-SNAP.
           CLOSE TAB-SNAP.

           IF  W-ORA-TURNO (1) NOT LESS W-ORA-TURNO (2)
           OR  W-ORA-TURNO (2) NOT LESS W-ORA-TURNO (3)
           OR  W-ORA-TURNO (3) GREATER 23
              DISPLAY 'ARMB3030 - TURNI ARTEMPI INCOERENTI, '
                      'ASSUNTI QUELLI DI DEFAULT'
              MOVE W-TURNI-DFLT TO W-TURNI
           END-IF.

           MOVE W-ORA-TURNO (1) TO HV-ORA-T1 RT-ORA-1 RT-ORA-1A.
           MOVE W-ORA-TURNO (2) TO HV-ORA-T2 RT-ORA-2 RT-ORA-2A.
           MOVE W-ORA-TURNO (3) TO HV-ORA-T3 RT-ORA-3 RT-ORA-3A.

           MOVE W-RIF-AAAA  TO RT-MESE-AAAA.
           MOVE W-RIF-MM    TO RT-MESE-MM.
           MOVE W-PREC-AAAA TO RT-PREC-AAAA.
           MOVE W-PREC-MM   TO RT-PREC-MM.

           WRITE RPT-RECORD FROM RIGA-TITOLO-1.
           WRITE RPT-RECORD FROM RIGA-TITOLO-TURNI.
           ADD 2 TO W-LINEE-STAMPATE.

       1000-EXIT.
           EXIT.

       1100-MESE-SCORSO.

           EXEC SQL
                SELECT CHAR(CURRENT DATE - 1 MONTH, ISO)
                INTO  :W-DATA-ISO
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'ARMB3030 - ERRORE SELECT DATA SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           MOVE W-ISO-AAAA TO W-RIF-AAAA.
           MOVE W-ISO-MM   TO W-RIF-MM.

       1100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    MESE PRECEDENTE E SUCCESSIVO E ISTANTI DI INIZIO     *
      *    DEI TRE MESI (IL PERIODO E' [INIZIO, INIZIO SUCC.)). *
      *---------------------------------------------------------*
       1200-MESI-ADIACENTI.

           MOVE W-MESE-RIF TO W-MESE-PREC W-MESE-SUCC.

           IF W-RIF-MM = 01
              MOVE 12 TO W-PREC-MM
              SUBTRACT 1 FROM W-PREC-AAAA
           ELSE
              SUBTRACT 1 FROM W-PREC-MM
           END-IF.

           IF W-RIF-MM = 12
              MOVE 01 TO W-SUCC-MM
              ADD 1 TO W-SUCC-AAAA
           ELSE
              ADD 1 TO W-SUCC-MM
           END-IF.

           MOVE W-RIF-AAAA  TO W-TMST-AAAA.
           MOVE W-RIF-MM    TO W-TMST-MM.
           MOVE W-TMST-COMODO TO W-TMST-RIF-DA.

           MOVE W-SUCC-AAAA TO W-TMST-AAAA.
           MOVE W-SUCC-MM   TO W-TMST-MM.
           MOVE W-TMST-COMODO TO W-TMST-RIF-A.

           MOVE W-PREC-AAAA TO W-TMST-AAAA.
           MOVE W-PREC-MM   TO W-TMST-MM.
           MOVE W-TMST-COMODO TO W-TMST-PREC-DA.

       1200-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    OBIETTIVI PER COD-ARC, DI DEFAULT E TURNI DAL        *
      *    MEMBRO 'ARTEMPI'. LE RIGHE NON NUMERICHE SONO        *
      *    SEGNALATE E IGNORATE.                                *
      *---------------------------------------------------------*
       1300-CARICA-ARTEMPI.

           READ TAB-SNAP
               AT END SET FINE-SNAP TO TRUE
           END-READ.

           IF FINE-SNAP
           OR SNAP-NOME NOT = 'ARTEMPI'
              GO TO 1300-EXIT.

           IF SNAP-CODARC = '*TURN' AND SNAP-CODARC-SEGUE = 'I'
              IF  SNAP-ORA-TURNO (1) NUMERIC
              AND SNAP-ORA-TURNO (2) NUMERIC
              AND SNAP-ORA-TURNO (3) NUMERIC
                 MOVE SNAP-ORA-TURNO (1) TO W-ORA-TURNO (1)
                 MOVE SNAP-ORA-TURNO (2) TO W-ORA-TURNO (2)
                 MOVE SNAP-ORA-TURNO (3) TO W-ORA-TURNO (3)
              ELSE
                 DISPLAY 'ARMB3030 - ARTEMPI *TURNI NON NUMERICO'
              END-IF
              GO TO 1300-EXIT.

           IF SNAP-OBIETTIVO-TTA NOT NUMERIC
           OR SNAP-OBIETTIVO-TTR NOT NUMERIC
              DISPLAY 'ARMB3030 - ARTEMPI ' SNAP-CODARC
                      ' OBIETTIVI NON NUMERICI, IGNORATO'
              GO TO 1300-EXIT.

           IF SNAP-CODARC = '*DFLT'
              MOVE SNAP-OBIETTIVO-TTA TO W-OBI-DFLT-TTA
              MOVE SNAP-OBIETTIVO-TTR TO W-OBI-DFLT-TTR
              GO TO 1300-EXIT.

           IF W-NUM-OBIETTIVI NOT LESS W-MAX-OBIETTIVI
              DISPLAY 'ARMB3030 - TROPPI CODICI IN ARTEMPI, IGNORATO '
                      SNAP-CODARC
              GO TO 1300-EXIT.

           ADD 1 TO W-NUM-OBIETTIVI.
           MOVE SNAP-CODARC        TO W-OBI-CODARC (W-NUM-OBIETTIVI).
           MOVE SNAP-OBIETTIVO-TTA TO W-OBI-TTA    (W-NUM-OBIETTIVI).
           MOVE SNAP-OBIETTIVO-TTR TO W-OBI-TTR    (W-NUM-OBIETTIVI).

       1300-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    UNA SEZIONE: PRIMA IL MESE PRECEDENTE, I CUI         *
      *    RISULTATI SONO SOLO CONSERVATI, POI IL MESE          *
      *    ESAMINATO, STAMPATO A CONFRONTO.                     *
      *---------------------------------------------------------*
       2000-SEZIONE.

           MOVE W-SEZ-DIM (IND-SEZ)    TO HV-DIM.
           MOVE W-SEZ-MIS (IND-SEZ)    TO HV-MIS.
           MOVE W-SEZ-TITOLO (IND-SEZ) TO RS-TITOLO.

           MOVE ZERO                   TO W-NUM-PREC.
           SET PASSATA-PRECEDENTE      TO TRUE.
           MOVE W-TMST-PREC-DA         TO HV-DA.
           MOVE W-TMST-RIF-DA          TO HV-A.
           PERFORM 2100-PASSATA        THRU 2100-EXIT.

           WRITE RPT-RECORD FROM RIGA-VUOTA.
           WRITE RPT-RECORD FROM RIGA-SEZIONE.
           WRITE RPT-RECORD FROM RIGA-INTESTAZIONE-1.
           WRITE RPT-RECORD FROM RIGA-INTESTAZIONE-2.
           ADD 4 TO W-LINEE-STAMPATE.

           MOVE ZERO TO W-SEZ-MISURATE W-SEZ-MANCANTI W-SEZ-SOMMA.
           SET PASSATA-CORRENTE        TO TRUE.
           MOVE W-TMST-RIF-DA          TO HV-DA.
           MOVE W-TMST-RIF-A           TO HV-A.
           PERFORM 2100-PASSATA        THRU 2100-EXIT.

           MOVE W-SEZ-MISURATE TO RTS-MISURATE.
           MOVE W-SEZ-MANCANTI TO RTS-MANCANTI.
           IF W-SEZ-MISURATE GREATER ZERO
              COMPUTE W-GR-MEDIA ROUNDED =
                      W-SEZ-SOMMA / W-SEZ-MISURATE
           ELSE
              MOVE ZERO TO W-GR-MEDIA
           END-IF.
           MOVE W-GR-MEDIA     TO RTS-MEDIA.

           WRITE RPT-RECORD FROM RIGA-TOTALE-SEZIONE.
           ADD 1 TO W-LINEE-STAMPATE.

       2000-EXIT.
           EXIT.

       2100-PASSATA.

           SET NON-FINE-CURSORE TO TRUE.
           SET GRUPPO-CHIUSO    TO TRUE.

           EXEC SQL OPEN CUR-TEMPI END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'ARMB3030 - ERRORE OPEN CUR-TEMPI SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           PERFORM 2200-LEGGI-TEMPO THRU 2200-EXIT
              UNTIL FINE-CURSORE.

           EXEC SQL CLOSE CUR-TEMPI END-EXEC.

       2100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    UN TEMPO: A ROTTURA DI CHIAVE CHIUDE IL GRUPPO IN    *
      *    CORSO; I NULL (MAI PRESE IN CARICO, NON CHIUSE)      *
      *    SONO SOLO CONTATI.                                   *
      *---------------------------------------------------------*
       2200-LEGGI-TEMPO.

           EXEC SQL
                FETCH CUR-TEMPI
                INTO :HV-CHIAVE, :HV-MINUTI :HV-IND-MINUTI
           END-EXEC.

           IF SQLCODE EQUAL +100
              SET FINE-CURSORE TO TRUE
              IF GRUPPO-APERTO
                 PERFORM 2300-CHIUDI-GRUPPO THRU 2300-EXIT
              END-IF
              GO TO 2200-EXIT.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'ARMB3030 - ERRORE FETCH CUR-TEMPI SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           IF GRUPPO-APERTO
           AND HV-CHIAVE NOT = W-GR-CHIAVE
              PERFORM 2300-CHIUDI-GRUPPO THRU 2300-EXIT
           END-IF.

           IF GRUPPO-CHIUSO
              SET GRUPPO-APERTO TO TRUE
              MOVE HV-CHIAVE    TO W-GR-CHIAVE
              MOVE ZERO         TO W-GR-MISURATE W-GR-MANCANTI
                                   W-GR-SOMMA    W-GR-MASSIMO
                                   W-NUM-VALORI
           END-IF.

           IF HV-IND-MINUTI LESS ZERO
              ADD 1 TO W-GR-MANCANTI
              GO TO 2200-EXIT.

           ADD 1           TO W-GR-MISURATE.
           ADD HV-MINUTI   TO W-GR-SOMMA.
           MOVE HV-MINUTI  TO W-GR-MASSIMO.

           IF W-NUM-VALORI LESS W-MAX-VALORI
              ADD 1 TO W-NUM-VALORI
              MOVE HV-MINUTI TO W-VALORE (W-NUM-VALORI)
           ELSE
              ADD 1 TO W-VALORI-ECCEDENTI
           END-IF.

       2200-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    MEDIA, 90-ESIMO PERCENTILE (RANGO = 9/10 DELLE       *
      *    MISURATE ARROTONDATO PER ECCESSO) E MASSIMO DEL      *
      *    GRUPPO; CONSERVATI O STAMPATI SECONDO LA PASSATA.    *
      *---------------------------------------------------------*
       2300-CHIUDI-GRUPPO.

           SET GRUPPO-CHIUSO TO TRUE.

           MOVE ZERO TO W-GR-MEDIA W-GR-P90.

           IF W-GR-MISURATE GREATER ZERO
              COMPUTE W-GR-MEDIA ROUNDED = W-GR-SOMMA / W-GR-MISURATE
              COMPUTE W-RANGO-P90 = (W-GR-MISURATE * 9 + 9) / 10
              IF W-RANGO-P90 GREATER W-NUM-VALORI
                 MOVE W-NUM-VALORI TO W-RANGO-P90
              END-IF
              MOVE W-VALORE (W-RANGO-P90) TO W-GR-P90
           END-IF.

           IF PASSATA-PRECEDENTE
              PERFORM 2400-CONSERVA-PREC THRU 2400-EXIT
           ELSE
              PERFORM 2500-STAMPA-GRUPPO THRU 2500-EXIT
           END-IF.

       2300-EXIT.
           EXIT.

       2400-CONSERVA-PREC.

           IF W-NUM-PREC NOT LESS W-MAX-PREC
              DISPLAY 'ARMB3030 - TROPPE CHIAVI NEL MESE PRECEDENTE, '
                      'IGNORATA ' W-GR-CHIAVE
              GO TO 2400-EXIT.

           ADD 1 TO W-NUM-PREC.
           MOVE W-GR-CHIAVE   TO W-PREC-CHIAVE   (W-NUM-PREC).
           MOVE W-GR-MISURATE TO W-PREC-MISURATE (W-NUM-PREC).
           MOVE W-GR-MANCANTI TO W-PREC-MANCANTI (W-NUM-PREC).
           MOVE W-GR-MEDIA    TO W-PREC-MEDIA    (W-NUM-PREC).
           MOVE W-GR-P90      TO W-PREC-P90      (W-NUM-PREC).

       2400-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    RIGA DEL GRUPPO CON IL CONFRONTO COL MESE PRECEDENTE *
      *    E, PER I COD-ARC, CON L'OBIETTIVO DEL CODICE.        *
      *---------------------------------------------------------*
       2500-STAMPA-GRUPPO.

           ADD W-GR-MISURATE TO W-SEZ-MISURATE.
           ADD W-GR-MANCANTI TO W-SEZ-MANCANTI.
           ADD W-GR-SOMMA    TO W-SEZ-SOMMA.

           MOVE W-GR-CHIAVE   TO RD-CHIAVE.
           MOVE W-GR-MISURATE TO RD-MISURATE.
           MOVE W-GR-MANCANTI TO RD-MANCANTI.
           MOVE W-GR-MEDIA    TO RD-MEDIA.
           MOVE W-GR-P90      TO RD-P90.
           MOVE W-GR-MASSIMO  TO RD-MASSIMO.

           MOVE SPACES TO RD-OBIETTIVO-X RD-SFORATO.
           IF HV-DIM = 'C'
              PERFORM 2520-CERCA-OBIETTIVO THRU 2520-EXIT
              IF W-OBIETTIVO GREATER ZERO
                 MOVE W-OBIETTIVO TO RD-OBIETTIVO
                 IF W-GR-P90 GREATER W-OBIETTIVO
                    MOVE '*SFORATO' TO RD-SFORATO
                    ADD 1 TO W-SFORAMENTI
                 END-IF
              END-IF
           END-IF.

           SET NON-TROVATO TO TRUE.
           PERFORM 2510-CERCA-PREC THRU 2510-EXIT
               VARYING IND-PREC FROM 1 BY 1
                 UNTIL IND-PREC GREATER W-NUM-PREC
                    OR TROVATO.

           IF TROVATO
              SUBTRACT 1 FROM IND-PREC
              MOVE W-PREC-MISURATE (IND-PREC) TO RD-P-MISURATE
              MOVE W-PREC-MANCANTI (IND-PREC) TO RD-P-MANCANTI
              MOVE W-PREC-MEDIA (IND-PREC)    TO RD-P-MEDIA
              MOVE W-PREC-P90 (IND-PREC)      TO RD-P-P90
              COMPUTE RD-D-MEDIA = W-GR-MEDIA - W-PREC-MEDIA (IND-PREC)
              COMPUTE RD-D-P90   = W-GR-P90   - W-PREC-P90 (IND-PREC)
           ELSE
              MOVE SPACES TO RD-PRECEDENTE-X
           END-IF.

           WRITE RPT-RECORD FROM RIGA-DETTAGLIO.
           ADD 1 TO W-LINEE-STAMPATE.

       2500-EXIT.
           EXIT.

       2510-CERCA-PREC.

           IF W-PREC-CHIAVE (IND-PREC) = W-GR-CHIAVE
              SET TROVATO TO TRUE
           END-IF.

       2510-EXIT.
           EXIT.

       2520-CERCA-OBIETTIVO.

           IF HV-MIS = 'A'
              MOVE W-OBI-DFLT-TTA TO W-OBIETTIVO
           ELSE
              MOVE W-OBI-DFLT-TTR TO W-OBIETTIVO
           END-IF.

           PERFORM 2530-CONFRONTA-CODICE THRU 2530-EXIT
               VARYING IND-OBI FROM 1 BY 1
                 UNTIL IND-OBI GREATER W-NUM-OBIETTIVI.

       2520-EXIT.
           EXIT.

       2530-CONFRONTA-CODICE.

           IF W-OBI-CODARC (IND-OBI) = W-GR-CHIAVE
              IF HV-MIS = 'A'
                 MOVE W-OBI-TTA (IND-OBI) TO W-OBIETTIVO
              ELSE
                 MOVE W-OBI-TTR (IND-OBI) TO W-OBIETTIVO
              END-IF
              MOVE W-NUM-OBIETTIVI TO IND-OBI
           END-IF.

       2530-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    LE DIECI OCCORRENZE DEL MESE CON IL TEMPO (HV-MIS)   *
      *    PIU' LUNGO.                                          *
      *---------------------------------------------------------*
       3000-PEGGIORI.

           MOVE W-TMST-RIF-DA TO HV-DA.
           MOVE W-TMST-RIF-A  TO HV-A.

           IF HV-MIS = 'A'
              MOVE 'PRESA IN CARICO' TO RP-TITOLO
           ELSE
              MOVE 'CHIUSURA'        TO RP-TITOLO
           END-IF.

           WRITE RPT-RECORD FROM RIGA-VUOTA.
           WRITE RPT-RECORD FROM RIGA-PEGGIORI.
           ADD 2 TO W-LINEE-STAMPATE.

           SET NON-FINE-CURSORE TO TRUE.

           EXEC SQL OPEN CUR-PEGGIORI END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'ARMB3030 - ERRORE OPEN CUR-PEGGIORI SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           PERFORM 3100-STAMPA-PEGGIORE THRU 3100-EXIT
              UNTIL FINE-CURSORE.

           EXEC SQL CLOSE CUR-PEGGIORI END-EXEC.

       3000-EXIT.
           EXIT.

       3100-STAMPA-PEGGIORE.

           EXEC SQL
                FETCH CUR-PEGGIORI
                INTO :HV-C-ARCH, :HV-CTRANS, :HV-S-TMST,
                     :HV-OPERATORE, :HV-MINUTI
           END-EXEC.

           IF SQLCODE EQUAL +100
              SET FINE-CURSORE TO TRUE
              GO TO 3100-EXIT.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'ARMB3030 - ERRORE FETCH CUR-PEGGIORI SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           MOVE HV-C-ARCH    TO RW-CODARC.
           MOVE HV-CTRANS    TO RW-CTRANS.
           MOVE HV-S-TMST    TO RW-TMST.
           MOVE HV-OPERATORE TO RW-OPERATORE.
           MOVE HV-MINUTI    TO RW-MINUTI.

           WRITE RPT-RECORD FROM RIGA-PEGGIORE.
           ADD 1 TO W-LINEE-STAMPATE.

       3100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    ROUTINE GENERICA DI ABEND SU ERRORE SQL IRRECUPERABILE.
      *---------------------------------------------------------*
       9900-ABEND-SQL.

           EXEC SQL ROLLBACK END-EXEC.
           CLOSE RPT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       9900-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    RIEPILOGO FINALE, CHIUSURA FILE E TERMINE.           *
      *---------------------------------------------------------*
       9999-FINE.

           MOVE W-SFORAMENTI TO RR-SFORAMENTI.

           WRITE RPT-RECORD FROM RIGA-VUOTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO-1.
           ADD 2 TO W-LINEE-STAMPATE.

           CLOSE RPT-FILE.

           IF W-VALORI-ECCEDENTI GREATER ZERO
              DISPLAY 'ARMB3030 - TEMPI OLTRE LA CAPIENZA, PERCENTILE '
                      'APPROSSIMATO: ' W-VALORI-ECCEDENTI
           END-IF.

           DISPLAY 'ARMB3030 - CODICI OLTRE OBIETTIVO: ' W-SFORAMENTI.

           IF W-SFORAMENTI GREATER ZERO
              MOVE 4    TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

       9999-EXIT.
           EXIT.
