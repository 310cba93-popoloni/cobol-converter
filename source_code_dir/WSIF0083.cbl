       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WSIF0083.
       AUTHOR.        MANUTENZIONE WSOC83.
       INSTALLATION.  MONTE TITOLI - ELABORAZIONE DATI.
       DATE-WRITTEN.  OTTOBRE 2026.
       DATE-COMPILED.
      ***************************************************************
      *REMARKS.        M O N T E   T I T O L I
      *                ------------------------
      *                CONTROLLO NOTTURNO DI INTEGRITA' STRUTTURALE
      *                DELLE FAMIGLIE DI STRIPPING (TATS/TAF/IAT).
      *                ----------------------------------------
      *                WSRC0083 RICONCILIA LE DATE CEDOLA CON IL
      *                PIANO; QUESTO BATCH VERIFICA INVECE CHE LA
      *                FAMIGLIA STESSA STIA IN PIEDI. PER OGNI
      *                TITOLO PADRE CENSITO IN TATS CON CSTRIP '1':
      *                  - I RIFERIMENTI CNAZMANT/CNAZMAUP/CNAZCIBR
      *                    DEVONO ESISTERE IN TATS NELLO STATO
      *                    ATTESO DAI CONTROLLI DI WSOC83 (MANTELLO
      *                    CSTRIP '2' CTMAUP 'P', MANTELLO UPLIF
      *                    CSTRIP '2' CTMAUP 'U', CEDOLA IBRIDA
      *                    CSTRIP '3'): ASSENTE = RIFERIMENTO
      *                    PENDENTE, PRESENTE IN ALTRO STATO = STATO
      *                    NON COMPATIBILE;
      *                  - OGNI FIGLIO AGGANCIATO VIA TAF.CNAZTIPX/
      *                    CSPTIPX DEVE ESSERE IN TATS CON CSTRIP
      *                    '2'/'3' (ALTRIMENTI LEGAME INTERROTTO) E
      *                    AVERE LA SUA RIGA IAT CON CSCERXT 'C'
      *                    (O 'V', CONFERMATA DAL REGISTRO, VEDI
      *                    WSCF0083);
      *                  - NESSUN FIGLIO PUO' ESSERE LEGATO A DUE
      *                    PADRI (RIFERITO DA UN ALTRO PADRE O CON
      *                    TAF CHE PUNTA A UN ALTRO PADRE).
      *                IN UNA SECONDA SEZIONE ELENCA, RAGGRUPPATI
      *                PER ISIN DEL PADRE MANCANTE, I FIGLI ORFANI
      *                (TAF CHE PUNTA A UN PADRE NON PRESENTE IN
      *                TATS CON CSTRIP '1', NE' ESTINTO A FINE VITA
      *                CON CSTRIP '9') E I TITOLI CSTRIP '2'/
      *                '3' SENZA ALCUN PADRE (ESCLUSI QUELLI GIA'
      *                CHIUSI DA UNA RICOSTITUZIONE, IAT 'R').
      *                SONO CRITICI: RIFERIMENTI PENDENTI, LEGAMI
      *                INTERROTTI, DOPPI PADRI E FIGLI ORFANI (I
      *                CASI CHE FALSANO CNTR-ESISTENZA-CED E
      *                INNESCA-INVIO DI WSOC83). SE CE N'E' ALMENO
      *                UNO IL PROGRAMMA TERMINA CON RETURN-CODE 8 E
      *                DEPOSITA UN ALLARME 'S3001' SULLA TABELLA DI
      *                APPOGGIO TES_SGNZ_STG (COPY ARSTGGR), DA CUI
      *                LA TRANSAZIONE ARSD (ARMD3025) LO PASSA AD
      *                ARMP3025, CHE E' UN PROGRAMMA CICS E NON E'
      *                RICHIAMABILE DA BATCH (IL CODICE 'S3...' VA
      *                CENSITO NEL MEMBRO CODARC).
      ***************************************************************
      * MODIFICHE:                                                  *
      *   OTT26  RG0916  PRIMA STESURA.                              *
      *   OTT26  RG0919  LA RIGA IAT DEL FIGLIO E' REGOLARE ANCHE IN *
      *                  STATO 'V' (CONFERMATA DAL REGISTRO).        *
      *   OTT26  RG0920  UN PADRE ESTINTO (CSTRIP '9', WSEV0083) NON *
      *                  RENDE ORFANI I SUOI FIGLI.                  *
      *   OTT26  RG0925  L'ALLARME 'S3' NON E' PIU' SCRITTO SU        *
      *                  TES_SGNZ_LOG MA DEPOSITATO SU TES_SGNZ_STG, *
      *                  PONTE VERSO ARMP3025 (TRANSAZIONE ARSD).    *
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
       77  W-PADRI-ESAMINATI             PIC 9(07) COMP-3 VALUE ZERO.
       77  W-FIGLI-ESAMINATI             PIC 9(07) COMP-3 VALUE ZERO.
       77  W-RIF-PENDENTI                PIC 9(07) COMP-3 VALUE ZERO.
       77  W-STATI-INCOMPAT              PIC 9(07) COMP-3 VALUE ZERO.
       77  W-LEGAMI-INTERROTTI           PIC 9(07) COMP-3 VALUE ZERO.
       77  W-DOPPI-PADRI                 PIC 9(07) COMP-3 VALUE ZERO.
       77  W-IAT-ANOMALI                 PIC 9(07) COMP-3 VALUE ZERO.
       77  W-FIGLI-ORFANI                PIC 9(07) COMP-3 VALUE ZERO.
       77  W-SENZA-PADRE                 PIC 9(07) COMP-3 VALUE ZERO.
       77  W-ANOM-CRITICHE               PIC 9(07) COMP-3 VALUE ZERO.
       77  W-ANOM-TITOLO                 PIC 9(05) COMP-3 VALUE ZERO.
       77  W-LINEE-STAMPATE              PIC 9(05) COMP-3 VALUE ZERO.

       01  W-SW-FINE-PADRI               PIC X     VALUE 'N'.
           88  FINE-PADRI                          VALUE 'S'.
           88  NON-FINE-PADRI                      VALUE 'N'.

       01  W-SW-FINE-DETT                PIC X     VALUE 'N'.
           88  FINE-DETT                           VALUE 'S'.
           88  NON-FINE-DETT                       VALUE 'N'.

       01  W-SW-CRITICA                  PIC X     VALUE 'N'.
           88  ANOMALIA-CRITICA                    VALUE 'S'.
           88  ANOMALIA-NON-CRITICA                VALUE 'N'.

      *    RIFERIMENTO DEL PADRE IN ESAME E STATO TATS ATTESO
       01  W-TIPO-RIF                    PIC X(14) VALUE SPACES.

      *    ULTIMO PADRE MANCANTE STAMPATO NELLA SEZIONE ORFANI
       01  W-ORF-ROTTURA.
           05  W-ORF-CNAZTIPX            PIC X(02) VALUE LOW-VALUE.
           05  W-ORF-CSPTIPX             PIC X(09) VALUE LOW-VALUE.

      ***************************************************************
      *    RIGHE DEL REPORT                                        *
      ***************************************************************
       01  RIGA-TITOLO-1.
           05  FILLER          PIC X(52) VALUE
               'WSIF0083 - INTEGRITA'' STRUTTURALE FAMIGLIE DI STRIPP'.
           05  FILLER          PIC X(04) VALUE 'ING '.
           05  FILLER          PIC X(77) VALUE SPACES.

       01  RIGA-SEZIONE-1.
           05  FILLER          PIC X(50) VALUE
               '*** SEZIONE 1 - FAMIGLIE DEI TITOLI PADRE CSTRIP 1'.
           05  FILLER          PIC X(83) VALUE SPACES.

       01  RIGA-SEZIONE-2.
           05  FILLER          PIC X(52) VALUE
               '*** SEZIONE 2 - FIGLI ORFANI E TITOLI SENZA PADRE   '.
           05  FILLER          PIC X(81) VALUE SPACES.

       01  RIGA-PADRE.
           05  FILLER          PIC X(14) VALUE 'TITOLO PADRE: '.
           05  RP-CNAZTIT      PIC X(02).
           05  FILLER          PIC X(01) VALUE '/'.
           05  RP-CSPTIT       PIC X(09).
           05  FILLER          PIC X(107) VALUE SPACES.

       01  RIGA-PADRE-ASSENTE.
           05  FILLER          PIC X(31) VALUE
               'PADRE NON PRESENTE IN CSTRIP 1:'.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RA-CNAZTIT      PIC X(02).
           05  FILLER          PIC X(01) VALUE '/'.
           05  RA-CSPTIT       PIC X(09).
           05  FILLER          PIC X(89) VALUE SPACES.

       01  RIGA-SENZA-PADRE.
           05  FILLER          PIC X(35) VALUE
               'TITOLI CSTRIP 2/3 SENZA ALCUN PADRE'.
           05  FILLER          PIC X(98) VALUE SPACES.

       01  RIGA-DETT.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RD-TIPO         PIC X(22).
           05  FILLER          PIC X(02) VALUE ': '.
           05  RD-CNAZTIT      PIC X(02).
           05  FILLER          PIC X(01) VALUE '/'.
           05  RD-CSPTIT       PIC X(09).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RD-NOTA         PIC X(44).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RD-GRAVITA      PIC X(09).
           05  FILLER          PIC X(38) VALUE SPACES.

       01  RIGA-NESSUNA.
           05  FILLER          PIC X(30) VALUE
               '  (NESSUNA ANOMALIA RILEVATA)'.
           05  FILLER          PIC X(103) VALUE SPACES.

       01  RIGA-RIEPILOGO.
           05  RR-DESCR        PIC X(30).
           05  RR-CONTA        PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(92) VALUE SPACES.

       01  RIGA-ESITO-OK.
           05  FILLER          PIC X(40) VALUE
               'NESSUNA ROTTURA CRITICA DELLE FAMIGLIE  '.
           05  FILLER          PIC X(93) VALUE SPACES.

       01  RIGA-ESITO-KO.
           05  FILLER          PIC X(52) VALUE
RG0925         'ROTTURE CRITICHE RILEVATE: ALLARME S3 DEPOSITATO SU '.
RG0925     05  FILLER          PIC X(13) VALUE 'TES_SGNZ_STG '.
           05  FILLER          PIC X(68) VALUE SPACES.

      ***************************************************************
      *    HOST VARIABLES                                          *
      ***************************************************************
       01  HV-PADRE-CNAZTIT              PIC X(02).
       01  HV-PADRE-CSPTIT               PIC X(09).
       01  HV-PADRE-CNAZMANT             PIC X(02).
       01  HV-PADRE-CSPTMANT             PIC X(09).
       01  HV-PADRE-CNAZMAUP             PIC X(02).
       01  HV-PADRE-CSPTMAUP             PIC X(09).
       01  HV-PADRE-CNAZCIBR             PIC X(02).
       01  HV-PADRE-CSPTCIBR             PIC X(09).
       01  HV-RIF-CNAZTIT                PIC X(02).
       01  HV-RIF-CSPTIT                 PIC X(09).
       01  HV-RIF-CSTRIP                 PIC X(01).
       01  HV-RIF-CTMAUP                 PIC X(01).
       01  HV-FIG-CNAZTIT                PIC X(02).
       01  HV-FIG-CSPTIT                 PIC X(09).
       01  HV-FIG-CSTRIP                 PIC X(01).
       01  HV-FIG-CNAZTIPX               PIC X(02).
       01  HV-FIG-CSPTIPX                PIC X(09).
       01  HV-CONTA                      PIC S9(9) COMP-3.
       01  HV-CONTA-OK                   PIC S9(9) COMP-3.

      ***************************************************************
      *    ALLARME DA CONSEGNARE AD ARMP3025 (TES_SGNZ_STG)        *
      ***************************************************************
RG0925     COPY ARSTGGR.
RG0925 01  W-STG-NUM-1                   PIC Z.ZZZ.ZZ9.
RG0925 01  W-STG-NUM-2                   PIC Z.ZZZ.ZZ9.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ***************************************************************
      *    I TITOLI PADRE IN STATO DI STRIPPING, CON I RIFERIMENTI *
      *    A MANTELLO, MANTELLO UPLIF E CEDOLA IBRIDA               *
      ***************************************************************
           EXEC SQL DECLARE CUR-PADRI CURSOR WITH HOLD FOR
                SELECT CNAZTIT, CSPTIT
                      ,CNAZMANT, CSPTMANT
                      ,CNAZMAUP, CSPTMAUP
                      ,CNAZCIBR, CSPTCIBR
                  FROM TATS
                 WHERE CSTRIP = '1'
                 ORDER BY CNAZTIT, CSPTIT
                  WITH UR
           END-EXEC.

      ***************************************************************
      *    I FIGLI AGGANCIATI AL PADRE VIA TAF.CNAZTIPX/CSPTIPX     *
      *    (COME IMPOSTATO DA AGGIORNA-TAF-CSTRIP-23), CON IL LORO  *
      *    CSTRIP SU TATS (SPAZIO SE IL FIGLIO NON E' IN TATS)      *
      ***************************************************************
           EXEC SQL DECLARE CUR-FIGLI CURSOR FOR
                SELECT C.CNAZTIT, C.CSPTIT
                      ,VALUE((SELECT MAX(B.CSTRIP)
                                FROM TATS B
                               WHERE B.CNAZTIT = C.CNAZTIT
                                 AND B.CSPTIT  = C.CSPTIT), ' ')
                  FROM TAF  C
                 WHERE C.CNAZTIPX = :HV-PADRE-CNAZTIT
                   AND C.CSPTIPX  = :HV-PADRE-CSPTIT
                   AND C.CEMTIT   = '00'
                 ORDER BY C.CNAZTIT, C.CSPTIT
                  WITH UR
           END-EXEC.

      ***************************************************************
      *    FIGLI ORFANI: TAF CHE PUNTA A UN PADRE NON PRESENTE IN   *
      *    TATS CON CSTRIP '1' O '9', IN ORDINE DI PADRE MANCANTE   *
      ***************************************************************
           EXEC SQL DECLARE CUR-ORFANI CURSOR WITH HOLD FOR
                SELECT C.CNAZTIPX, C.CSPTIPX
                      ,C.CNAZTIT,  C.CSPTIT
                  FROM TAF  C
                 WHERE C.CNAZTIPX <> ' '
                   AND C.CEMTIT    = '00'
                   AND NOT EXISTS
                       (SELECT 1
                          FROM TATS P
                         WHERE P.CNAZTIT = C.CNAZTIPX
                           AND P.CSPTIT  = C.CSPTIPX
RG0920                     AND P.CSTRIP IN ('1', '9'))
                 ORDER BY C.CNAZTIPX, C.CSPTIPX
                         ,C.CNAZTIT,  C.CSPTIT
                  WITH UR
           END-EXEC.

      ***************************************************************
      *    TITOLI CSTRIP '2'/'3' CHE NON HANNO ALCUN PADRE: NE' TAF *
      *    AGGANCIATO NE' RIFERIMENTO DA UN PADRE CSTRIP '1'. SONO  *
      *    ESCLUSI QUELLI CHIUSI DA UNA RICOSTITUZIONE (IAT 'R')    *
      ***************************************************************
           EXEC SQL DECLARE CUR-SENZA-PADRE CURSOR WITH HOLD FOR
                SELECT B.CNAZTIT, B.CSPTIT, B.CSTRIP
                  FROM TATS B
                 WHERE B.CSTRIP IN ('2', '3')
                   AND NOT EXISTS
                       (SELECT 1
                          FROM TAF C
                         WHERE C.CNAZTIT   = B.CNAZTIT
                           AND C.CSPTIT    = B.CSPTIT
                           AND C.CEMTIT    = '00'
                           AND C.CNAZTIPX <> ' ')
                   AND NOT EXISTS
                       (SELECT 1
                          FROM TATS P
                         WHERE P.CSTRIP = '1'
                           AND ((P.CNAZMANT = B.CNAZTIT AND
                                 P.CSPTMANT = B.CSPTIT)
                             OR (P.CNAZMAUP = B.CNAZTIT AND
                                 P.CSPTMAUP = B.CSPTIT)
                             OR (P.CNAZCIBR = B.CNAZTIT AND
                                 P.CSPTCIBR = B.CSPTIT)))
                   AND NOT EXISTS
                       (SELECT 1
                          FROM IAT I
                         WHERE I.CNAZTIT = B.CNAZTIT
                           AND I.CSPTIT  = B.CSPTIT
                           AND I.CSCERXT = 'R')
                 ORDER BY B.CNAZTIT, B.CSPTIT
                  WITH UR
           END-EXEC.

      *****************************
       PROCEDURE DIVISION.
      *****************************

       0000-MAINLINE.

           PERFORM 1000-INIZIALIZZA        THRU 1000-EXIT.
           PERFORM 2000-SCORRI-PADRI       THRU 2000-EXIT.
           PERFORM 5000-SCORRI-ORFANI      THRU 5000-EXIT.
           PERFORM 6000-SCORRI-SENZA-PADRE THRU 6000-EXIT.
           PERFORM 9999-FINE               THRU 9999-EXIT.

           STOP RUN.

       0000-EXIT.
           EXIT.

       1000-INIZIALIZZA.

           OPEN OUTPUT RPT-FILE.

           WRITE RPT-RECORD FROM RIGA-TITOLO-1.
           WRITE RPT-RECORD FROM RIGA-SEZIONE-1.
           ADD 2 TO W-LINEE-STAMPATE.

       1000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    SEZIONE 1: UN GIRO COMPLETO PER OGNI TITOLO PADRE.   *
      *---------------------------------------------------------*
       2000-SCORRI-PADRI.

           SET NON-FINE-PADRI TO TRUE.

           EXEC SQL OPEN CUR-PADRI END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSIF0083 - ERRORE OPEN CUR-PADRI SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           PERFORM 2100-TRATTA-PADRE THRU 2100-EXIT
              UNTIL FINE-PADRI.

           EXEC SQL CLOSE CUR-PADRI END-EXEC.

           EXEC SQL COMMIT END-EXEC.

       2000-EXIT.
           EXIT.

       2100-TRATTA-PADRE.

           EXEC SQL
                FETCH CUR-PADRI
                INTO :HV-PADRE-CNAZTIT,  :HV-PADRE-CSPTIT,
                     :HV-PADRE-CNAZMANT, :HV-PADRE-CSPTMANT,
                     :HV-PADRE-CNAZMAUP, :HV-PADRE-CSPTMAUP,
                     :HV-PADRE-CNAZCIBR, :HV-PADRE-CSPTCIBR
           END-EXEC.

           IF SQLCODE EQUAL +100
              SET FINE-PADRI TO TRUE
              GO TO 2100-EXIT.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSIF0083 - ERRORE FETCH CUR-PADRI SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT.

           ADD 1 TO W-PADRI-ESAMINATI.
           MOVE ZERO TO W-ANOM-TITOLO.
           MOVE HV-PADRE-CNAZTIT TO RP-CNAZTIT.
           MOVE HV-PADRE-CSPTIT  TO RP-CSPTIT.
           WRITE RPT-RECORD FROM RIGA-PADRE.
           ADD 1 TO W-LINEE-STAMPATE.

           IF HV-PADRE-CNAZMANT NOT = SPACES
              MOVE 'MANTELLO'        TO W-TIPO-RIF
              MOVE HV-PADRE-CNAZMANT TO HV-RIF-CNAZTIT
              MOVE HV-PADRE-CSPTMANT TO HV-RIF-CSPTIT
              MOVE '2'               TO HV-RIF-CSTRIP
              MOVE 'P'               TO HV-RIF-CTMAUP
              PERFORM 3000-VERIFICA-RIFERIMENTO THRU 3000-EXIT
           END-IF.

           IF HV-PADRE-CNAZMAUP NOT = SPACES
              MOVE 'MANTELLO UPLIF'  TO W-TIPO-RIF
              MOVE HV-PADRE-CNAZMAUP TO HV-RIF-CNAZTIT
              MOVE HV-PADRE-CSPTMAUP TO HV-RIF-CSPTIT
              MOVE '2'               TO HV-RIF-CSTRIP
              MOVE 'U'               TO HV-RIF-CTMAUP
              PERFORM 3000-VERIFICA-RIFERIMENTO THRU 3000-EXIT
           END-IF.

           IF HV-PADRE-CNAZCIBR NOT = SPACES
              MOVE 'CEDOLA IBRIDA'   TO W-TIPO-RIF
              MOVE HV-PADRE-CNAZCIBR TO HV-RIF-CNAZTIT
              MOVE HV-PADRE-CSPTCIBR TO HV-RIF-CSPTIT
              MOVE '3'               TO HV-RIF-CSTRIP
              MOVE ' '               TO HV-RIF-CTMAUP
              PERFORM 3000-VERIFICA-RIFERIMENTO THRU 3000-EXIT
           END-IF.

           PERFORM 4000-VERIFICA-FIGLI THRU 4000-EXIT.

           IF W-ANOM-TITOLO = ZERO
              WRITE RPT-RECORD FROM RIGA-NESSUNA
              ADD 1 TO W-LINEE-STAMPATE
           END-IF.

       2100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    UN RIFERIMENTO DEL PADRE (MANTELLO, MANTELLO UPLIF,  *
      *    CEDOLA IBRIDA): ESISTENZA E STATO IN TATS, UNICITA'  *
      *    DEL PADRE.                                           *
      *---------------------------------------------------------*
       3000-VERIFICA-RIFERIMENTO.

           MOVE ZERO TO HV-CONTA
                        HV-CONTA-OK.

           EXEC SQL
                SELECT COUNT(*)
                      ,VALUE(SUM(CASE WHEN CSTRIP = :HV-RIF-CSTRIP
                                       AND CTMAUP = :HV-RIF-CTMAUP
                                      THEN 1 ELSE 0 END), 0)
                  INTO :HV-CONTA, :HV-CONTA-OK
                  FROM TATS
                 WHERE CNAZTIT = :HV-RIF-CNAZTIT
                   AND CSPTIT  = :HV-RIF-CSPTIT
                  WITH UR
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT.

           MOVE W-TIPO-RIF     TO RD-TIPO.
           MOVE HV-RIF-CNAZTIT TO RD-CNAZTIT.
           MOVE HV-RIF-CSPTIT  TO RD-CSPTIT.

           IF HV-CONTA = ZERO
              ADD 1 TO W-RIF-PENDENTI
              MOVE 'RIFERIMENTO PENDENTE: TITOLO ASSENTE IN TATS'
                                TO RD-NOTA
              SET ANOMALIA-CRITICA TO TRUE
              PERFORM 8000-STAMPA-DETTAGLIO THRU 8000-EXIT
              GO TO 3000-EXIT.

           IF HV-CONTA-OK = ZERO
              ADD 1 TO W-STATI-INCOMPAT
              MOVE 'STATO TATS NON COMPATIBILE COL RIFERIMENTO'
                                TO RD-NOTA
              SET ANOMALIA-NON-CRITICA TO TRUE
              PERFORM 8000-STAMPA-DETTAGLIO THRU 8000-EXIT
           END-IF.

      *    LO STESSO FIGLIO RIFERITO DA UN ALTRO PADRE
           MOVE HV-RIF-CNAZTIT TO HV-FIG-CNAZTIT.
           MOVE HV-RIF-CSPTIT  TO HV-FIG-CSPTIT.
           PERFORM 7000-CONTA-ALTRI-PADRI THRU 7000-EXIT.

           IF HV-CONTA GREATER ZERO
              ADD 1 TO W-DOPPI-PADRI
              MOVE 'DOPPIO PADRE: RIFERITO ANCHE DA ALTRO PADRE'
                                TO RD-NOTA
              SET ANOMALIA-CRITICA TO TRUE
              PERFORM 8000-STAMPA-DETTAGLIO THRU 8000-EXIT
           END-IF.

      *    IL TAF DEL FIGLIO DEVE PUNTARE A QUESTO PADRE
           MOVE SPACES TO HV-FIG-CNAZTIPX
                          HV-FIG-CSPTIPX.

           EXEC SQL
                SELECT VALUE(MAX(CNAZTIPX), ' ')
                      ,VALUE(MAX(CSPTIPX), ' ')
                  INTO :HV-FIG-CNAZTIPX, :HV-FIG-CSPTIPX
                  FROM TAF
                 WHERE CNAZTIT = :HV-RIF-CNAZTIT
                   AND CSPTIT  = :HV-RIF-CSPTIT
                   AND CEMTIT  = '00'
                  WITH UR
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT.

           IF HV-FIG-CNAZTIPX = SPACES
              ADD 1 TO W-LEGAMI-INTERROTTI
              MOVE 'LEGAME INTERROTTO: TAF FIGLIO SENZA PADRE'
                                TO RD-NOTA
              SET ANOMALIA-CRITICA TO TRUE
              PERFORM 8000-STAMPA-DETTAGLIO THRU 8000-EXIT
           ELSE
              IF HV-FIG-CNAZTIPX NOT = HV-PADRE-CNAZTIT
              OR HV-FIG-CSPTIPX  NOT = HV-PADRE-CSPTIT
                 ADD 1 TO W-DOPPI-PADRI
                 MOVE 'DOPPIO PADRE: TAF AGGANCIATO AD ALTRO PADRE'
                                TO RD-NOTA
                 SET ANOMALIA-CRITICA TO TRUE
                 PERFORM 8000-STAMPA-DETTAGLIO THRU 8000-EXIT
              END-IF
           END-IF.

       3000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    I FIGLI AGGANCIATI AL PADRE VIA TAF.                 *
      *---------------------------------------------------------*
       4000-VERIFICA-FIGLI.

           SET NON-FINE-DETT TO TRUE.

           EXEC SQL OPEN CUR-FIGLI END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           PERFORM 4100-VERIFICA-FIGLIO THRU 4100-EXIT
              UNTIL FINE-DETT.

           EXEC SQL CLOSE CUR-FIGLI END-EXEC.

       4000-EXIT.
           EXIT.

       4100-VERIFICA-FIGLIO.

           EXEC SQL
                FETCH CUR-FIGLI
                INTO :HV-FIG-CNAZTIT, :HV-FIG-CSPTIT,
                     :HV-FIG-CSTRIP
           END-EXEC.

           IF SQLCODE EQUAL +100
              SET FINE-DETT TO TRUE
              GO TO 4100-EXIT.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT.

           ADD 1 TO W-FIGLI-ESAMINATI.
           MOVE 'FIGLIO'       TO RD-TIPO.
           MOVE HV-FIG-CNAZTIT TO RD-CNAZTIT.
           MOVE HV-FIG-CSPTIT  TO RD-CSPTIT.

           IF HV-FIG-CSTRIP NOT = '2'
           AND HV-FIG-CSTRIP NOT = '3'
              ADD 1 TO W-LEGAMI-INTERROTTI
              MOVE 'LEGAME INTERROTTO: FIGLIO NON IN CSTRIP 2/3'
                                TO RD-NOTA
              SET ANOMALIA-CRITICA TO TRUE
              PERFORM 8000-STAMPA-DETTAGLIO THRU 8000-EXIT
              GO TO 4100-EXIT.

      *    LO STESSO FIGLIO RIFERITO DA UN ALTRO PADRE
           PERFORM 7000-CONTA-ALTRI-PADRI THRU 7000-EXIT.

           IF HV-CONTA GREATER ZERO
              ADD 1 TO W-DOPPI-PADRI
              MOVE 'DOPPIO PADRE: RIFERITO ANCHE DA ALTRO PADRE'
                                TO RD-NOTA
              SET ANOMALIA-CRITICA TO TRUE
              PERFORM 8000-STAMPA-DETTAGLIO THRU 8000-EXIT
           END-IF.

      *    LA RIGA IAT DEL FIGLIO DEVE ESSERE IN STATO 'C' O 'V'
           MOVE ZERO TO HV-CONTA
                        HV-CONTA-OK.

           EXEC SQL
                SELECT COUNT(*)
RG0919                ,VALUE(SUM(CASE WHEN CSCERXT IN ('C', 'V')
                                      THEN 1 ELSE 0 END), 0)
                  INTO :HV-CONTA, :HV-CONTA-OK
                  FROM IAT
                 WHERE CNAZTIT = :HV-FIG-CNAZTIT
                   AND CSPTIT  = :HV-FIG-CSPTIT
                  WITH UR
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT.

           IF HV-CONTA = ZERO
              ADD 1 TO W-IAT-ANOMALI
              MOVE 'RIGA IAT ASSENTE'
                                TO RD-NOTA
              SET ANOMALIA-NON-CRITICA TO TRUE
              PERFORM 8000-STAMPA-DETTAGLIO THRU 8000-EXIT
           ELSE
              IF HV-CONTA-OK = ZERO
                 ADD 1 TO W-IAT-ANOMALI
RG0919           MOVE 'RIGA IAT CON CSCERXT DIVERSO DA C/V'
                                TO RD-NOTA
                 SET ANOMALIA-NON-CRITICA TO TRUE
                 PERFORM 8000-STAMPA-DETTAGLIO THRU 8000-EXIT
              END-IF
           END-IF.

       4100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    SEZIONE 2: FIGLI IL CUI TAF PUNTA A UN PADRE NON     *
      *    PRESENTE IN TATS CON CSTRIP '1', PER PADRE MANCANTE. *
      *---------------------------------------------------------*
       5000-SCORRI-ORFANI.

           WRITE RPT-RECORD FROM RIGA-SEZIONE-2.
           ADD 1 TO W-LINEE-STAMPATE.

           SET NON-FINE-DETT TO TRUE.

           EXEC SQL OPEN CUR-ORFANI END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSIF0083 - ERRORE OPEN CUR-ORFANI SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           PERFORM 5100-TRATTA-ORFANO THRU 5100-EXIT
              UNTIL FINE-DETT.

           EXEC SQL CLOSE CUR-ORFANI END-EXEC.

           EXEC SQL COMMIT END-EXEC.

       5000-EXIT.
           EXIT.

       5100-TRATTA-ORFANO.

           EXEC SQL
                FETCH CUR-ORFANI
                INTO :HV-FIG-CNAZTIPX, :HV-FIG-CSPTIPX,
                     :HV-FIG-CNAZTIT,  :HV-FIG-CSPTIT
           END-EXEC.

           IF SQLCODE EQUAL +100
              SET FINE-DETT TO TRUE
              GO TO 5100-EXIT.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSIF0083 - ERRORE FETCH CUR-ORFANI SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT.

           IF HV-FIG-CNAZTIPX NOT = W-ORF-CNAZTIPX
           OR HV-FIG-CSPTIPX  NOT = W-ORF-CSPTIPX
              MOVE HV-FIG-CNAZTIPX TO W-ORF-CNAZTIPX
                                      RA-CNAZTIT
              MOVE HV-FIG-CSPTIPX  TO W-ORF-CSPTIPX
                                      RA-CSPTIT
              WRITE RPT-RECORD FROM RIGA-PADRE-ASSENTE
              ADD 1 TO W-LINEE-STAMPATE
           END-IF.

           ADD 1 TO W-FIGLI-ORFANI.
           MOVE 'FIGLIO ORFANO'  TO RD-TIPO.
           MOVE HV-FIG-CNAZTIT   TO RD-CNAZTIT.
           MOVE HV-FIG-CSPTIT    TO RD-CSPTIT.
           MOVE 'TAF PUNTA A UN PADRE NON IN STRIPPING'
                                 TO RD-NOTA.
           SET ANOMALIA-CRITICA TO TRUE.
           PERFORM 8000-STAMPA-DETTAGLIO THRU 8000-EXIT.

       5100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    SEZIONE 2 (SEGUE): TITOLI CSTRIP '2'/'3' SENZA PADRE. *
      *---------------------------------------------------------*
       6000-SCORRI-SENZA-PADRE.

           WRITE RPT-RECORD FROM RIGA-SENZA-PADRE.
           ADD 1 TO W-LINEE-STAMPATE.

           SET NON-FINE-DETT TO TRUE.

           EXEC SQL OPEN CUR-SENZA-PADRE END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSIF0083 - ERRORE OPEN CUR-SENZA-PADRE SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           PERFORM 6100-TRATTA-SENZA-PADRE THRU 6100-EXIT
              UNTIL FINE-DETT.

           EXEC SQL CLOSE CUR-SENZA-PADRE END-EXEC.

           EXEC SQL COMMIT END-EXEC.

       6000-EXIT.
           EXIT.

       6100-TRATTA-SENZA-PADRE.

           EXEC SQL
                FETCH CUR-SENZA-PADRE
                INTO :HV-FIG-CNAZTIT, :HV-FIG-CSPTIT,
                     :HV-FIG-CSTRIP
           END-EXEC.

           IF SQLCODE EQUAL +100
              SET FINE-DETT TO TRUE
              GO TO 6100-EXIT.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT.

           ADD 1 TO W-SENZA-PADRE.
           MOVE 'SENZA PADRE'    TO RD-TIPO.
           MOVE HV-FIG-CNAZTIT   TO RD-CNAZTIT.
           MOVE HV-FIG-CSPTIT    TO RD-CSPTIT.
           MOVE SPACES           TO RD-NOTA.
           STRING 'TITOLO CSTRIP ' HV-FIG-CSTRIP
                  ' NON LEGATO AD ALCUN PADRE'
                  DELIMITED BY SIZE INTO RD-NOTA.
           SET ANOMALIA-NON-CRITICA TO TRUE.
           PERFORM 8000-STAMPA-DETTAGLIO THRU 8000-EXIT.

       6100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    CONTA I PADRI CSTRIP '1', DIVERSI DA QUELLO IN ESAME,*
      *    CHE RIFERISCONO IL FIGLIO HV-FIG-CNAZTIT/CSPTIT COME *
      *    MANTELLO, MANTELLO UPLIF O CEDOLA IBRIDA.            *
      *---------------------------------------------------------*
       7000-CONTA-ALTRI-PADRI.

           MOVE ZERO TO HV-CONTA.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :HV-CONTA
                  FROM TATS P
                 WHERE P.CSTRIP = '1'
                   AND NOT (P.CNAZTIT = :HV-PADRE-CNAZTIT AND
                            P.CSPTIT  = :HV-PADRE-CSPTIT)
                   AND ((P.CNAZMANT = :HV-FIG-CNAZTIT AND
                         P.CSPTMANT = :HV-FIG-CSPTIT)
                     OR (P.CNAZMAUP = :HV-FIG-CNAZTIT AND
                         P.CSPTMAUP = :HV-FIG-CSPTIT)
                     OR (P.CNAZCIBR = :HV-FIG-CNAZTIT AND
                         P.CSPTCIBR = :HV-FIG-CSPTIT))
                  WITH UR
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT.

       7000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    STAMPA DI UNA RIGA DI DETTAGLIO GIA' IMPOSTATA E     *
      *    CONTEGGIO DELLE ANOMALIE CRITICHE.                   *
      *---------------------------------------------------------*
       8000-STAMPA-DETTAGLIO.

           IF ANOMALIA-CRITICA
              MOVE '*CRITICA*' TO RD-GRAVITA
              ADD 1 TO W-ANOM-CRITICHE
           ELSE
              MOVE SPACES      TO RD-GRAVITA
           END-IF.

           ADD 1 TO W-ANOM-TITOLO.
           WRITE RPT-RECORD FROM RIGA-DETT.
           ADD 1 TO W-LINEE-STAMPATE.

       8000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    ALLARME SU ROTTURE CRITICHE: 'S3' DEPOSITATO SU      *
      *    TES_SGNZ_STG PER ARMP3025 (VEDI NOTA IN TESTATA).    *
      *---------------------------------------------------------*
       8500-ARCHIVIA-ALLARME.

RG0925     MOVE SPACES TO STG-MESSAGGIO.
RG0925     MOVE 'INTEGRITA'' FAMIGLIE DI STRIPPING (WSIF0083)'
RG0925                   TO STG-RIGA (1).
RG0925     MOVE W-ANOM-CRITICHE     TO W-STG-NUM-1.
RG0925     STRING 'ANOMALIE CRITICHE     : ' W-STG-NUM-1
RG0925            DELIMITED BY SIZE INTO STG-RIGA (2).
RG0925     MOVE W-RIF-PENDENTI      TO W-STG-NUM-1.
RG0925     MOVE W-LEGAMI-INTERROTTI TO W-STG-NUM-2.
RG0925     STRING 'RIF.PENDENTI ' W-STG-NUM-1
RG0925            ' LEGAMI INTERR. ' W-STG-NUM-2
RG0925            DELIMITED BY SIZE INTO STG-RIGA (3).
RG0925     MOVE W-DOPPI-PADRI       TO W-STG-NUM-1.
RG0925     MOVE W-FIGLI-ORFANI      TO W-STG-NUM-2.
RG0925     STRING 'DOPPI PADRI  ' W-STG-NUM-1
RG0925            ' FIGLI ORFANI   ' W-STG-NUM-2
RG0925            DELIMITED BY SIZE INTO STG-RIGA (4).
RG0925     MOVE 'DETTAGLIO SUL REPORT RPTOUT DI WSIF0083'
RG0925                   TO STG-RIGA (5).

RG0925     EXEC SQL
RG0925          INSERT INTO TES_SGNZ_STG
RG0925                 (S_TMST_STG, C_PGM, C_ARCH, CTRANS, CATAPI,
RG0925                  C_GRUPPO, X_MESSAGGIO, C_STATO, F_RITARDO,
RG0925                  Q_TENTATIVI)
RG0925          VALUES (CURRENT TIMESTAMP, 'WSIF0083', 'S3001',
RG0925                  'WSIF', 'MT-X', '0001', :STG-MESSAGGIO,
RG0925                  'A', 'N', 0)
RG0925     END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSIF0083 - ERRORE INSERT ALLARME SQLCODE='
                       SQLCODE
           ELSE
              EXEC SQL COMMIT END-EXEC
           END-IF.

       8500-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    ROUTINE GENERICA DI ABEND SU ERRORE SQL IRRECUPERABILE.
      *---------------------------------------------------------*
       9900-ABEND-SQL.

           DISPLAY 'WSIF0083 - ERRORE SQL, SQLCODE=' SQLCODE.
           EXEC SQL ROLLBACK END-EXEC.
           CLOSE RPT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       9900-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    RIEPILOGO FINALE, ESITO, RETURN-CODE E TERMINE.       *
      *---------------------------------------------------------*
       9999-FINE.

           MOVE 'TITOLI PADRE ESAMINATI     : ' TO RR-DESCR.
           MOVE W-PADRI-ESAMINATI               TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'FIGLI AGGANCIATI ESAMINATI : ' TO RR-DESCR.
           MOVE W-FIGLI-ESAMINATI               TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'RIFERIMENTI PENDENTI       : ' TO RR-DESCR.
           MOVE W-RIF-PENDENTI                  TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'STATI NON COMPATIBILI      : ' TO RR-DESCR.
           MOVE W-STATI-INCOMPAT                TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'LEGAMI INTERROTTI          : ' TO RR-DESCR.
           MOVE W-LEGAMI-INTERROTTI             TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'FIGLI CON DOPPIO PADRE     : ' TO RR-DESCR.
           MOVE W-DOPPI-PADRI                   TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'RIGHE IAT ANOMALE          : ' TO RR-DESCR.
           MOVE W-IAT-ANOMALI                   TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'FIGLI ORFANI               : ' TO RR-DESCR.
           MOVE W-FIGLI-ORFANI                  TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'TITOLI 2/3 SENZA PADRE     : ' TO RR-DESCR.
           MOVE W-SENZA-PADRE                   TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           MOVE 'ANOMALIE CRITICHE          : ' TO RR-DESCR.
           MOVE W-ANOM-CRITICHE                 TO RR-CONTA.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           ADD 10 TO W-LINEE-STAMPATE.

           IF W-ANOM-CRITICHE GREATER ZERO
              WRITE RPT-RECORD FROM RIGA-ESITO-KO
              ADD 1 TO W-LINEE-STAMPATE
              PERFORM 8500-ARCHIVIA-ALLARME THRU 8500-EXIT
              MOVE 8 TO RETURN-CODE
           ELSE
              WRITE RPT-RECORD FROM RIGA-ESITO-OK
              ADD 1 TO W-LINEE-STAMPATE
              MOVE ZERO TO RETURN-CODE
           END-IF.

           CLOSE RPT-FILE.

           DISPLAY 'WSIF0083 - PADRI ESAMINATI : ' W-PADRI-ESAMINATI.
           DISPLAY 'WSIF0083 - FIGLI ESAMINATI : ' W-FIGLI-ESAMINATI.
           DISPLAY 'WSIF0083 - FIGLI ORFANI    : ' W-FIGLI-ORFANI.
           DISPLAY 'WSIF0083 - ANOMALIE CRITICHE: ' W-ANOM-CRITICHE.

       9999-EXIT.
           EXIT.
