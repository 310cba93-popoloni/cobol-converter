       IDENTIFICATION DIVISION.

       PROGRAM-ID.      ARMG3025.
       AUTHOR.          MANUTENZIONE ARMP3025.
       INSTALLATION.    MONTE TITOLI - ELABORAZIONE DATI.
       DATE-WRITTEN.    OTTOBRE 2026.
       DATE-COMPILED.
      ***************************************************************
      *REMARKS.         M O N T E  T I T O L I
      *                 ------------------------
      *                 GESTIONE LOG ALLARMI TP.
      *                 CORRELAZIONE DELLE OCCORRENZE IN INCIDENTI.
      *                 -------------------------------------------
      *                 TRANSAZIONE ARSG - LANCIATA A INTERVALLI
      *                 (START SCHEDULATO), SENZA TERMINALE, O
      *                 DALL'OPERATORE A RICHIESTA.
      *                 -------------------------------------------
      *                 DURANTE UN DISSERVIZIO ARMP3025 ARCHIVIA
      *                 CENTINAIA DI OCCORRENZE PER LA STESSA
      *                 TRANSAZIONE E LO STESSO COD-ARC. QUESTO
      *                 PROGRAMMA SCORRE LE OCCORRENZE DI
      *                 TES_SGNZ_LOG NON ANCORA CORRELATE (DELLE
      *                 FAMIGLIE DI COD-ARC AMMESSE E PIU' RECENTI
      *                 DEL PERIODO DI RITROSO) E LE RAGGRUPPA IN
      *                 INCIDENTI (TES_SGNZ_INC, COPY ARINCGR):
      *                  1) STESSA TRANSAZIONE E STESSA FAMIGLIA
      *                     (PRIMA LETTERA DEL COD-ARC) DI UN
      *                     INCIDENTE NON CHIUSO LA CUI ULTIMA
      *                     OCCORRENZA E' ENTRO N MINUTI;
      *                  2) ALTRIMENTI, SE LA REGOLA LO PREVEDE,
      *                     STESSO TESTO DI ERRORE (PRIMA RIGA DEL
      *                     MESSAGGIO IN X_SGNZ) DI UN INCIDENTE
      *                     NON CHIUSO, ENTRO LA STESSA FINESTRA;
      *                  3) ALTRIMENTI APRE UN NUOVO INCIDENTE.
      *                 L'APPARTENENZA E' REGISTRATA SU TES_SGNZ_INO.
      *                 SE L'INCIDENTE E' GIA' PRESO IN CARICO
      *                 (ARMN3025) LA NUOVA OCCORRENZA RICEVE SUBITO
      *                 LA SUA RIGA TES_SGNZ_ACK CON L'OPERATORE
      *                 DELL'INCIDENTE. UNA OCCORRENZA PER UNITA'
      *                 DI LAVORO.
      *                 REGOLE SUL MEMBRO 'ARINCREG' DEL FILE
      *                 TABELLE:
      *                  - SOTTOCHIAVE 'PARAMETRI': POS. 1-3
      *                    FINESTRA IN MINUTI (DEFAULT 030), POS. 4
      *                    REGOLA DEL TESTO S/N (DEFAULT S), POS.
      *                    5-7 ORE DI RITROSO (DEFAULT 024), POS.
      *                    8-12 MASSIMO DI OCCORRENZE PER GIRO
      *                    (DEFAULT 00500), POS. 13-17 FAMIGLIE DI
      *                    COD-ARC AMMESSE (DEFAULT 'SD');
      *                  - SOTTOCHIAVE TRANSAZIONE (4) + FAMIGLIA
      *                    (1), OPPURE '****' + FAMIGLIA PER TUTTE
      *                    LE TRANSAZIONI: POS. 1-3 FINESTRA IN
      *                    MINUTI (000 = NESSUNA CORRELAZIONE PER
      *                    TRANSAZIONE), POS. 4 REGOLA DEL TESTO.
      *                 UN SOLO GIRO PER VOLTA (ENQ SULLA RISORSA
      *                 'ARMG3025'). DA TERMINALE IL GIRO E'
      *                 PRESIDIATO DA WSOP0083 (STRUMENTO
      *                 'ARMG3025', AZIONE 'E') E IL RIEPILOGO E'
      *                 MOSTRATO A VIDEO.
      ***************************************************************
      * MODIFICHE:                                                  *
      *   OTT26  RG0926  PRIMA STESURA.                              *
      ***************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       77  W-RESP                  PIC S9(8) COMP VALUE ZERO.
       77  W-SQLCODE               PIC ---9.
       77  W-STARTCODE             PIC X(02) VALUE SPACES.
       77  W-RIS-CORR              PIC X(08) VALUE 'ARMG3025'.
       77  LL-RIS-CORR             PIC S9(4) COMP VALUE +8.
       77  W-TENTATIVI-ID          PIC S9(4) COMP VALUE ZERO.

      ***************************************************************
      *    PARAMETRI GENERALI (SOTTOCHIAVE 'PARAMETRI')             *
      ***************************************************************
       77  W-FINESTRA-DFLT         PIC 9(03) VALUE 030.
       77  W-FINESTRA-GEN          PIC 9(03) VALUE 030.
       77  W-TESTO-DFLT            PIC X(01) VALUE 'S'.
       77  W-TESTO-GEN             PIC X(01) VALUE 'S'.
       77  W-ORE-RITROSO-DFLT      PIC 9(03) VALUE 024.
       77  W-ORE-RITROSO-EFF       PIC 9(03) VALUE 024.
       77  W-MAX-GIRO-DFLT         PIC 9(05) VALUE 00500.
       77  W-MAX-GIRO-EFF          PIC 9(05) VALUE 00500.
       77  W-FAMIGLIE-DFLT         PIC X(05) VALUE 'SD'.
       77  W-FAMIGLIE-EFF          PIC X(05) VALUE 'SD'.

      ***************************************************************
      *    REGOLA IN VIGORE PER LA COPPIA TRANSAZIONE + FAMIGLIA    *
      *    DELL'OCCORRENZA (RILETTA SOLO AL CAMBIO DI COPPIA)       *
      ***************************************************************
       77  W-FINESTRA-EFF          PIC 9(03) VALUE ZERO.
       77  W-FINESTRA-TESTO        PIC 9(03) VALUE ZERO.
       01  W-REGOLA-TESTO          PIC X(01) VALUE 'S'.
           88  REGOLA-TESTO-SI               VALUE 'S'.
       01  W-COPPIA                PIC X(05) VALUE SPACES.
       01  W-COPPIA-PREC           PIC X(05) VALUE HIGH-VALUES.

      ***************************************************************
      *    CONTATORI DEL GIRO                                       *
      ***************************************************************
       77  W-LETTE                 PIC 9(05) VALUE ZERO.
       77  W-NUOVI                 PIC 9(05) VALUE ZERO.
       77  W-AGG-TRANS             PIC 9(05) VALUE ZERO.
       77  W-AGG-TESTO             PIC 9(05) VALUE ZERO.

       01  W-SW-FINE-CURSORE       PIC X     VALUE 'N'.
           88  FINE-CURSORE                  VALUE 'S'.
           88  NON-FINE-CURSORE              VALUE 'N'.
       01  W-SW-TERMINALE          PIC X     VALUE 'N'.
           88  DA-TERMINALE                  VALUE 'S'.
           88  SENZA-TERMINALE               VALUE 'N'.
       01  W-SW-INCIDENTE          PIC X     VALUE 'N'.
           88  INCIDENTE-TROVATO             VALUE 'S'.
           88  INCIDENTE-NON-TROVATO         VALUE 'N'.

      ***************************************************************
      *    AREA DI LINK A SYSPTAB5 PER IL MEMBRO 'ARINCREG'         *
      *    (TRACCIATO BASE 95 BYTES, COME W-TAB5-AREA IN SYSPTAB6)  *
      ***************************************************************
       01  W-TAB5-AREA.
           05  W-TAB5-NOME          PIC X(08).
           05  W-TAB5-CHIAVE20      PIC X(20).
           05  W-TAB5-DESCR.
               10  W-TAB5-FINESTRA  PIC 9(03).
               10  W-TAB5-TESTO     PIC X(01).
               10  W-TAB5-ORE-RITR  PIC 9(03).
               10  W-TAB5-MAX-GIRO  PIC 9(05).
               10  W-TAB5-FAMIGLIE  PIC X(05).
               10  FILLER           PIC X(43).
           05  W-TAB5-FUNZ          PIC X(03).
           05  W-TAB5-RC            PIC X(01).
               88  W-TAB5-OK               VALUE '0'.
           05  W-TAB5-FUNZ-PNT      PIC X(03).
       01  LL-TAB5-AREA             PIC S9(4) COMP VALUE +95.

      ***************************************************************
      *    INCIDENTE E APPARTENENZA DELL'OCCORRENZA                 *
      ***************************************************************
           COPY ARINCGR.

      ***************************************************************
      *    CONTROLLO PERMESSI DELL'ESECUZIONE DA TERMINALE          *
      ***************************************************************
           COPY WSOPT1.

       01  MSG-ESITO.
           05  FILLER              PIC X(17) VALUE
               'ARMG3025 - LETTE('.
           05  MSG-LETTE           PIC 9(05).
           05  FILLER              PIC X(08) VALUE ') NUOVI('.
           05  MSG-NUOVI           PIC 9(05).
           05  FILLER              PIC X(08) VALUE ') TRANS('.
           05  MSG-AGG-TRANS       PIC 9(05).
           05  FILLER              PIC X(08) VALUE ') TESTO('.
           05  MSG-AGG-TESTO       PIC 9(05).
           05  FILLER              PIC X(01) VALUE ')'.

      ***************************************************************
      *    HOST VARIABLES                                           *
      ***************************************************************
       01  HV-ORE-RITROSO          PIC S9(5) COMP-3.
       01  HV-FINESTRA             PIC S9(5) COMP-3.
       01  HV-FAMIGLIE             PIC X(05).
       01  HV-X-SGNZ.
           49  HV-X-SGNZ-LEN       PIC S9(4) COMP.
           49  HV-X-SGNZ-TEXT      PIC X(1848).

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ***************************************************************
      *    OCCORRENZE NON ANCORA CORRELATE, DALLA PIU' VECCHIA.     *
      *    WITH HOLD: OGNI CORRELAZIONE E' CONSOLIDATA SUBITO.      *
      *    LA PRIMA RIGA DEL MESSAGGIO STA IN X_SGNZ DAL BYTE 771   *
      *    (RIGA 11 DI 77, DOPO L'INTESTAZIONE DI ARMP3025).        *
      ***************************************************************
           EXEC SQL DECLARE CUR-DA-CORRELARE CURSOR WITH HOLD FOR
                SELECT CTRANS, C_ARCH, CHAR(S_TMST), X_SGNZ
                  FROM TES_SGNZ_LOG L
                 WHERE S_TMST > CURRENT TIMESTAMP -
                                :HV-ORE-RITROSO HOURS
                   AND LOCATE(SUBSTR(C_ARCH, 1, 1), :HV-FAMIGLIE) > 0
                   AND NOT EXISTS
                       (SELECT 1
                          FROM TES_SGNZ_INO O
                         WHERE O.CTRANS = L.CTRANS
                           AND O.C_ARCH = L.C_ARCH
                           AND O.S_TMST = L.S_TMST)
                 ORDER BY S_TMST
           END-EXEC.

      *********************
       PROCEDURE DIVISION.
      *********************

           EXEC CICS HANDLE CONDITION
                     ERROR    (W900-ERRORE)
           END-EXEC.

           PERFORM LEGGI-PARAMETRI  THRU END-LEGGI-PARAMETRI.

           EXEC CICS ASSIGN STARTCODE (W-STARTCODE) NOHANDLE END-EXEC.
           IF W-STARTCODE = 'TD'
              SET DA-TERMINALE TO TRUE
              PERFORM AUTORIZZA-GIRO THRU END-AUTORIZZA-GIRO
           END-IF.

      *--------------------------------------------------------*
      *    UN SOLO GIRO PER VOLTA: DUE GIRI SOVRAPPOSTI         *
      *    APRIREBBERO DUE INCIDENTI PER LO STESSO DISSERVIZIO. *
      *    LA RISORSA E' DEL TASK (MAXLIFETIME): LE SYNCPOINT  *
      *    DEL GIRO NON LA RILASCIANO, SOLO LA DEQ FINALE.     *
      *--------------------------------------------------------*
           EXEC CICS ENQ RESOURCE (W-RIS-CORR)
                         LENGTH   (LL-RIS-CORR)
                         MAXLIFETIME (DFHVALUE(TASK))
                         NOSUSPEND
                         RESP     (W-RESP)
           END-EXEC.

           IF W-RESP NOT = DFHRESP(NORMAL)
              IF DA-TERMINALE
                 EXEC CICS SEND TEXT
                      FROM ('ARMG3025 - GIRO GIA'' IN CORSO')
                      LENGTH (29) ERASE FREEKB NOHANDLE
                 END-EXEC
              END-IF
              EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM CORRELA-OCCORRENZE THRU END-CORRELA-OCCORRENZE.

           EXEC CICS SYNCPOINT END-EXEC.

           EXEC CICS DEQ RESOURCE (W-RIS-CORR)
                         LENGTH   (LL-RIS-CORR)
                         NOHANDLE
           END-EXEC.

           MOVE W-LETTE             TO MSG-LETTE.
           MOVE W-NUOVI             TO MSG-NUOVI.
           MOVE W-AGG-TRANS         TO MSG-AGG-TRANS.
           MOVE W-AGG-TESTO         TO MSG-AGG-TESTO.

           IF W-LETTE GREATER ZERO
              DISPLAY MSG-ESITO
           END-IF.

           IF DA-TERMINALE
              EXEC CICS SEND TEXT FROM (MSG-ESITO)
                        LENGTH (LENGTH OF MSG-ESITO)
                        ERASE FREEKB NOHANDLE
              END-EXEC
           END-IF.

           EXEC CICS RETURN END-EXEC.

      *--------------------------------------------------------*
      *    MEMBRO 'ARINCREG', SOTTOCHIAVE 'PARAMETRI'. NON      *
      *    CENSITO O NON NUMERICO = DEFAULT DI PROGRAMMA.       *
      *--------------------------------------------------------*
       LEGGI-PARAMETRI.

           MOVE W-FINESTRA-DFLT    TO W-FINESTRA-GEN.
           MOVE W-TESTO-DFLT       TO W-TESTO-GEN.
           MOVE W-ORE-RITROSO-DFLT TO W-ORE-RITROSO-EFF.
           MOVE W-MAX-GIRO-DFLT    TO W-MAX-GIRO-EFF.
           MOVE W-FAMIGLIE-DFLT    TO W-FAMIGLIE-EFF.

           MOVE SPACES            TO W-TAB5-AREA.
           MOVE 'ARINCREG'        TO W-TAB5-NOME.
           MOVE 'PARAMETRI'       TO W-TAB5-CHIAVE20.
           MOVE 'RND'             TO W-TAB5-FUNZ.

           EXEC CICS LINK PROGRAM ('SYSPTAB5')
                     COMMAREA (W-TAB5-AREA)
                     LENGTH (LL-TAB5-AREA)
           END-EXEC.

           IF NOT W-TAB5-OK
              GO TO END-LEGGI-PARAMETRI.

           IF W-TAB5-FINESTRA NUMERIC
           AND W-TAB5-FINESTRA GREATER ZERO
              MOVE W-TAB5-FINESTRA   TO W-FINESTRA-GEN
           END-IF.

           IF W-TAB5-TESTO = 'S' OR 'N'
              MOVE W-TAB5-TESTO      TO W-TESTO-GEN
           END-IF.

           IF W-TAB5-ORE-RITR NUMERIC
           AND W-TAB5-ORE-RITR GREATER ZERO
              MOVE W-TAB5-ORE-RITR   TO W-ORE-RITROSO-EFF
           END-IF.

           IF W-TAB5-MAX-GIRO NUMERIC
           AND W-TAB5-MAX-GIRO GREATER ZERO
              MOVE W-TAB5-MAX-GIRO   TO W-MAX-GIRO-EFF
           END-IF.

           IF W-TAB5-FAMIGLIE NOT = SPACES
              MOVE W-TAB5-FAMIGLIE   TO W-FAMIGLIE-EFF
           END-IF.

       END-LEGGI-PARAMETRI.
           EXIT.

      *--------------------------------------------------------*
       AUTORIZZA-GIRO.

           MOVE SPACES            TO WSOPT1.
           MOVE 'ARMG3025'        TO WSOPT1-STRUMENTO.
           MOVE 'E'               TO WSOPT1-AZIONE.
           MOVE 'CORRELAZIONE OCCORRENZE IN INCIDENTI'
                                  TO WSOPT1-NOTE.

           EXEC CICS LINK PROGRAM ('WSOP0083')
                     COMMAREA (WSOPT1)
                     LENGTH (LENGTH OF WSOPT1)
           END-EXEC.

           IF WSOPT1-NEGATA
              EXEC CICS SEND TEXT FROM
                   ('ARMG3025 - GIRO NON AUTORIZZATO')
                   LENGTH (32) ERASE FREEKB NOHANDLE
              END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.

       END-AUTORIZZA-GIRO.
           EXIT.

      *--------------------------------------------------------*
      *    SCORRE LE OCCORRENZE DA CORRELARE FINO               *
      *    ALL'ESAURIMENTO O AL MASSIMO DI OCCORRENZE PER GIRO. *
      *--------------------------------------------------------*
       CORRELA-OCCORRENZE.

           SET NON-FINE-CURSORE TO TRUE.

           MOVE W-ORE-RITROSO-EFF TO HV-ORE-RITROSO.
           MOVE W-FAMIGLIE-EFF    TO HV-FAMIGLIE.

           EXEC SQL OPEN CUR-DA-CORRELARE END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM W910-ERRORE-DB2 THRU END-W910-ERRORE-DB2
           END-IF.

           PERFORM CORRELA-UNA THRU END-CORRELA-UNA
               UNTIL FINE-CURSORE
                  OR W-LETTE NOT LESS W-MAX-GIRO-EFF.

           EXEC SQL CLOSE CUR-DA-CORRELARE END-EXEC.

       END-CORRELA-OCCORRENZE.
           EXIT.

      *--------------------------------------------------------*
       CORRELA-UNA.

           MOVE SPACES TO HV-X-SGNZ-TEXT.
           MOVE ZERO   TO HV-X-SGNZ-LEN.

           EXEC SQL
                FETCH CUR-DA-CORRELARE
                 INTO :INO-CTRANS, :INO-CARCH, :INO-TMST,
                      :HV-X-SGNZ
           END-EXEC.

           IF SQLCODE EQUAL +100
              SET FINE-CURSORE TO TRUE
              GO TO END-CORRELA-UNA.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM W910-ERRORE-DB2 THRU END-W910-ERRORE-DB2
           END-IF.

           ADD 1 TO W-LETTE.

           MOVE SPACES            TO ARINCGR.
           MOVE INO-CTRANS        TO INC-CTRANS.
           MOVE INO-CARCH (1:1)   TO INC-CFAM.
           MOVE INO-CARCH         TO INC-CARCH-PRIMO.
           IF HV-X-SGNZ-LEN GREATER 770
              MOVE HV-X-SGNZ-TEXT (771:50) TO INC-XCHIAVE
           END-IF.

           PERFORM CERCA-REGOLA THRU END-CERCA-REGOLA.

           SET INCIDENTE-NON-TROVATO TO TRUE.

           IF W-FINESTRA-EFF GREATER ZERO
              PERFORM CERCA-PER-TRANS THRU END-CERCA-PER-TRANS
           END-IF.

           IF INCIDENTE-NON-TROVATO
           AND REGOLA-TESTO-SI
           AND INC-XCHIAVE NOT = SPACES
              PERFORM CERCA-PER-TESTO THRU END-CERCA-PER-TESTO
           END-IF.

           IF INCIDENTE-TROVATO
              PERFORM AGGANCIA-OCCORRENZA
                      THRU END-AGGANCIA-OCCORRENZA
           ELSE
              PERFORM APRI-INCIDENTE THRU END-APRI-INCIDENTE
           END-IF.

           EXEC CICS SYNCPOINT END-EXEC.

       END-CORRELA-UNA.
           EXIT.

      *--------------------------------------------------------*
      *    REGOLA DELLA COPPIA TRANSAZIONE + FAMIGLIA: PRIMA    *
      *    LA COPPIA ESATTA, POI '****' + FAMIGLIA, POI I       *
      *    PARAMETRI GENERALI. LA FINESTRA DELLA REGOLA DEL     *
      *    TESTO E' QUELLA DELLA COPPIA O, SE QUESTA E' 000,    *
      *    QUELLA GENERALE.                                     *
      *--------------------------------------------------------*
       CERCA-REGOLA.

           MOVE INC-CTRANS        TO W-COPPIA (1:4).
           MOVE INC-CFAM          TO W-COPPIA (5:1).

           IF W-COPPIA = W-COPPIA-PREC
              GO TO END-CERCA-REGOLA.

           MOVE W-COPPIA          TO W-COPPIA-PREC.
           MOVE W-FINESTRA-GEN    TO W-FINESTRA-EFF.
           MOVE W-TESTO-GEN       TO W-REGOLA-TESTO.

           MOVE SPACES            TO W-TAB5-AREA.
           MOVE 'ARINCREG'        TO W-TAB5-NOME.
           MOVE W-COPPIA          TO W-TAB5-CHIAVE20.
           MOVE 'RND'             TO W-TAB5-FUNZ.

           EXEC CICS LINK PROGRAM ('SYSPTAB5')
                     COMMAREA (W-TAB5-AREA)
                     LENGTH (LL-TAB5-AREA)
           END-EXEC.

           IF NOT W-TAB5-OK
              MOVE SPACES            TO W-TAB5-AREA
              MOVE 'ARINCREG'        TO W-TAB5-NOME
              MOVE '****'            TO W-TAB5-CHIAVE20 (1:4)
              MOVE INC-CFAM          TO W-TAB5-CHIAVE20 (5:1)
              MOVE 'RND'             TO W-TAB5-FUNZ
              EXEC CICS LINK PROGRAM ('SYSPTAB5')
                        COMMAREA (W-TAB5-AREA)
                        LENGTH (LL-TAB5-AREA)
              END-EXEC
           END-IF.

           IF W-TAB5-OK
              IF W-TAB5-FINESTRA NUMERIC
                 MOVE W-TAB5-FINESTRA TO W-FINESTRA-EFF
              END-IF
              IF W-TAB5-TESTO = 'S' OR 'N'
                 MOVE W-TAB5-TESTO    TO W-REGOLA-TESTO
              END-IF
           END-IF.

           IF W-FINESTRA-EFF GREATER ZERO
              MOVE W-FINESTRA-EFF TO W-FINESTRA-TESTO
           ELSE
              MOVE W-FINESTRA-GEN TO W-FINESTRA-TESTO
           END-IF.

       END-CERCA-REGOLA.
           EXIT.

      *--------------------------------------------------------*
      *    REGOLA 1: STESSA TRANSAZIONE E FAMIGLIA, ULTIMA      *
      *    OCCORRENZA DELL'INCIDENTE ENTRO LA FINESTRA.         *
      *--------------------------------------------------------*
       CERCA-PER-TRANS.

           MOVE W-FINESTRA-EFF TO HV-FINESTRA.

           EXEC SQL
                SELECT CHAR(ID_INC), C_STATO
                  INTO :INC-ID, :INC-CSTATO
                  FROM TES_SGNZ_INC
                 WHERE C_STATO IN ('A', 'P')
                   AND CTRANS     = :INC-CTRANS
                   AND C_FAM      = :INC-CFAM
                   AND S_TMST_ULT >= TIMESTAMP(:INO-TMST) -
                                     :HV-FINESTRA MINUTES
                 ORDER BY S_TMST_ULT DESC
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                    SET INCIDENTE-TROVATO TO TRUE
                    MOVE 'T' TO INO-CREGOLA
               WHEN +100
                    CONTINUE
               WHEN OTHER
                    PERFORM W910-ERRORE-DB2 THRU END-W910-ERRORE-DB2
           END-EVALUATE.

       END-CERCA-PER-TRANS.
           EXIT.

      *--------------------------------------------------------*
      *    REGOLA 2: STESSO TESTO DI ERRORE, ANCHE SU ALTRA     *
      *    TRANSAZIONE, ENTRO LA FINESTRA.                      *
      *--------------------------------------------------------*
       CERCA-PER-TESTO.

           MOVE W-FINESTRA-TESTO TO HV-FINESTRA.

           EXEC SQL
                SELECT CHAR(ID_INC), C_STATO
                  INTO :INC-ID, :INC-CSTATO
                  FROM TES_SGNZ_INC
                 WHERE C_STATO IN ('A', 'P')
                   AND X_CHIAVE   = :INC-XCHIAVE
                   AND S_TMST_ULT >= TIMESTAMP(:INO-TMST) -
                                     :HV-FINESTRA MINUTES
                 ORDER BY S_TMST_ULT DESC
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                    SET INCIDENTE-TROVATO TO TRUE
                    MOVE 'X' TO INO-CREGOLA
               WHEN +100
                    CONTINUE
               WHEN OTHER
                    PERFORM W910-ERRORE-DB2 THRU END-W910-ERRORE-DB2
           END-EVALUATE.

       END-CERCA-PER-TESTO.
           EXIT.

      *--------------------------------------------------------*
      *    L'OCCORRENZA ENTRA NELL'INCIDENTE TROVATO: CONTEGGIO *
      *    E ULTIMA OCCORRENZA AGGIORNATI; SE L'INCIDENTE E'    *
      *    GIA' PRESO IN CARICO ANCHE L'OCCORRENZA LO E'.       *
      *--------------------------------------------------------*
       AGGANCIA-OCCORRENZA.

           MOVE INC-ID TO INO-ID-INC.

           PERFORM INSERISCI-APPARTENENZA
                   THRU END-INSERISCI-APPARTENENZA.

           EXEC SQL
                UPDATE TES_SGNZ_INC
                   SET Q_OCCORRENZE = Q_OCCORRENZE + 1,
                       C_REGOLA     = :INO-CREGOLA,
                       S_TMST_ULT   =
                           CASE WHEN S_TMST_ULT < TIMESTAMP(:INO-TMST)
                                THEN TIMESTAMP(:INO-TMST)
                                ELSE S_TMST_ULT
                           END
                 WHERE ID_INC = TIMESTAMP(:INC-ID)
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM W910-ERRORE-DB2 THRU END-W910-ERRORE-DB2
           END-IF.

           IF INC-PRESO-IN-CARICO
              EXEC SQL
                   INSERT INTO TES_SGNZ_ACK
                          (CTRANS, C_ARCH, S_TMST,
                           OPERATORE, TERMID, S_TMST_ACK, NOTA)
                   SELECT :INO-CTRANS, :INO-CARCH,
                          TIMESTAMP(:INO-TMST),
                          OPER_ACK, TERMID_ACK,
                          CURRENT TIMESTAMP, NOTA
                     FROM TES_SGNZ_INC
                    WHERE ID_INC = TIMESTAMP(:INC-ID)
              END-EXEC
              IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL -803
                 PERFORM W910-ERRORE-DB2 THRU END-W910-ERRORE-DB2
              END-IF
           END-IF.

           IF INO-CREGOLA = 'T'
              ADD 1 TO W-AGG-TRANS
           ELSE
              ADD 1 TO W-AGG-TESTO
           END-IF.

       END-AGGANCIA-OCCORRENZA.
           EXIT.

      *--------------------------------------------------------*
      *    NESSUN INCIDENTE NON CHIUSO CORRELABILE: NE APRE UNO *
      *    NUOVO CON QUESTA SOLA OCCORRENZA. LA CHIAVE E'       *
      *    L'ISTANTE CORRENTE; UN DOPPIONE SI RISOLVE           *
      *    RIPETENDO LA LETTURA DELL'ISTANTE.                   *
      *--------------------------------------------------------*
       APRI-INCIDENTE.

           MOVE ZERO TO W-TENTATIVI-ID.

       APRI-INCIDENTE-ID.

           ADD 1 TO W-TENTATIVI-ID.

           EXEC SQL
                SELECT CHAR(CURRENT TIMESTAMP)
                  INTO :INC-ID
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM W910-ERRORE-DB2 THRU END-W910-ERRORE-DB2
           END-IF.

           EXEC SQL
                INSERT INTO TES_SGNZ_INC
                       (ID_INC, CTRANS, C_FAM, C_ARCH_PRIMO,
                        X_CHIAVE, C_REGOLA, S_TMST_APER,
                        S_TMST_ULT, Q_OCCORRENZE, C_STATO,
                        OPER_ACK, TERMID_ACK, OPER_CHIU, NOTA)
                VALUES (TIMESTAMP(:INC-ID), :INC-CTRANS, :INC-CFAM,
                        :INC-CARCH-PRIMO, :INC-XCHIAVE, 'N',
                        TIMESTAMP(:INO-TMST), TIMESTAMP(:INO-TMST),
                        1, 'A', ' ', ' ', ' ', ' ')
           END-EXEC.

           IF SQLCODE EQUAL -803
           AND W-TENTATIVI-ID LESS 3
              GO TO APRI-INCIDENTE-ID.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM W910-ERRORE-DB2 THRU END-W910-ERRORE-DB2
           END-IF.

           MOVE INC-ID TO INO-ID-INC.
           MOVE 'N'    TO INO-CREGOLA.

           PERFORM INSERISCI-APPARTENENZA
                   THRU END-INSERISCI-APPARTENENZA.

           ADD 1 TO W-NUOVI.

       END-APRI-INCIDENTE.
           EXIT.

      *--------------------------------------------------------*
       INSERISCI-APPARTENENZA.

           EXEC SQL
                INSERT INTO TES_SGNZ_INO
                       (CTRANS, C_ARCH, S_TMST, ID_INC, C_REGOLA)
                VALUES (:INO-CTRANS, :INO-CARCH,
                        TIMESTAMP(:INO-TMST),
                        TIMESTAMP(:INO-ID-INC), :INO-CREGOLA)
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM W910-ERRORE-DB2 THRU END-W910-ERRORE-DB2
           END-IF.

       END-INSERISCI-APPARTENENZA.
           EXIT.

      *--------------------------------------------------------*
      *    ERRORE DB2: LA ROLLBACK ANNULLA SOLO L'OCCORRENZA IN *
      *    CORSO, LE CORRELAZIONI GIA' CONSOLIDATE RESTANO.     *
      *--------------------------------------------------------*
       W910-ERRORE-DB2.

           MOVE SQLCODE TO W-SQLCODE.
           DISPLAY 'ARMG3025 - ERRORE DB2 SQLCODE=' W-SQLCODE.
           EXEC CICS SYNCPOINT ROLLBACK NOHANDLE END-EXEC.
           GO TO W900-ERRORE.

       END-W910-ERRORE-DB2.
           EXIT.

      *--------------------------------------------------------*
       W900-ERRORE.
           EXEC CICS DEQ RESOURCE (W-RIS-CORR)
                         LENGTH   (LL-RIS-CORR)
                         NOHANDLE
           END-EXEC.
           IF DA-TERMINALE
              EXEC CICS SEND TEXT FROM ('ERRORE CICS IN ARMG3025')
                        LENGTH (23) ERASE FREEKB NOHANDLE
              END-EXEC
           END-IF.
           EXEC CICS RETURN END-EXEC.
