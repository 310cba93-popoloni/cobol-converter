       IDENTIFICATION DIVISION.
       PROGRAM-ID. WSOR0083.
       AUTHOR.     MANUTENZIONE WSOC83.
       INSTALLATION. MONTE TITOLI - ELABORAZIONE DATI.
       DATE-WRITTEN. OTTOBRE 2026.
       DATE-COMPILED.
      * -------------------------------------------------------------- *
      *                       PROGETTO MEF                             *
      *                       ============                             *
      *                                                                *
      *  PROGRAMMA: WSOR0083 - RECUPERO DEI MESSAGGI WSRR ORFANI DEL   *
      *                        MESSAGGIO CHIAVE DOPO UNA RIPARTENZA.   *
      *  TIPOLOGIA: RETE (TRANSAZIONALE) COBOL-CICS-DB2                *
      *             TRANSAZIONE WSOR, SENZA TERMINALE DOPO L'AVVIO     *
      *             DELLA REGIONE O DALL'OPERATORE A RICHIESTA.        *
      *                                                                *
      *  LA READQ DI WS83 (LETTURA-CODA-TD-WS83 IN WSOC83, ROUTER      *
      *  WSRT0083) E' DISTRUTTIVA: DOPO UNA CADUTA DELLA REGIONE O UNA *
      *  PARTENZA A FREDDO DI EMERGENZA ALCUNE RIGHE WSRR RESTANO CON  *
      *  CVALMSG A SPAZIO SENZA PIU' UNA CHIAVE IN CODA NE' IN DEAD    *
      *  LETTER WS8E, E NESSUNO LE LAVORA FINCHE' IL GATE WSRG0083 NON *
      *  BLOCCA LA CHIUSURA. QUESTO PROGRAMMA:                         *
      *    - CERCA I PIDMTX WSRR NON VALIDATI PIU' VECCHI DELLA        *
      *      SOGLIA (ESCLUSI I CARICATI DA FILE NON ANCORA ACCODATI,   *
      *      WSIT0083 STATO 'C', CHE HANNO IL LORO ACCODATORE);        *
      *    - RISOLVE LA CODA DI PARTIZIONE DELLA FAMIGLIA SUL MEMBRO   *
      *      'WS83PART' (COPY WSPT101, COME IL ROUTER; NON CENSITA =   *
      *      CODA DI DEFAULT 'WS80');                                  *
      *    - NON RIACCODA SE UNA CHIAVE PUO' ESSERE ANCORA IN GIRO:    *
      *      CODA WS83 O CODA DI PARTIZIONE NON VUOTE (UNA CODA TD NON *
      *      SI SFOGLIA, QUINDI BASTA UN ITEM A SOSPENDERE IL          *
      *      RECUPERO), PIDMTX PARCHEGGIATO IN WS8E (SI RIPRESENTA CON *
      *      WSDL0083), PARTIZIONE SOSPESA DAL CIRCUIT BREAKER;        *
      *    - ALTRIMENTI RIACCODA LA CHIAVE (TIPO '2' RIESECUZIONE)     *
      *      SULLA CODA DI PARTIZIONE E LO REGISTRA SU WSAU0083        *
      *      (NOMTAB 'ORFA'), UN PIDMTX PER UNITA' DI LAVORO;          *
      *    - A FINE GIRO, SE HA TROVATO ORFANI, ARCHIVIA UN'OCCORRENZA *
      *      RIASSUNTIVA ARMP3025 'S0010'.                             *
      *  SOGLIA DI ETA', RITARDO DOPO L'AVVIO E MASSIMO DI PIDMTX PER  *
      *  GIRO SONO SUL MEMBRO 'WS83ORFA' DEL FILE TABELLE (DEFAULT 60  *
      *  MINUTI, 5 MINUTI, 500 PIDMTX).                                *
      *  ATTIVAZIONE AUTOMATICA: IL PROGRAMMA E' NELLA PLT DI AVVIO;   *
      *  ESEGUITO SOTTO LA TRANSAZIONE DI SISTEMA SI LIMITA A          *
      *  SCHEDULARE WSOR DOPO IL RITARDO, PER LASCIARE ALLE CODE       *
      *  RECUPERATE IL TEMPO DI SCARICARSI. DA TERMINALE L'ESECUZIONE  *
      *  E' PRESIDIATA DA WSOP0083 (STRUMENTO 'WSOR0083', AZIONE 'R')  *
      *  E IL RIEPILOGO E' MOSTRATO A VIDEO.                           *
      * -------------------------------------------------------------- *
      *  MODIFICHE:                                                    *
      *    OTT26  RG0924  PRIMA STESURA.                               *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77  W-RESP                  PIC S9(8) COMP VALUE ZERO.
       77  W-SQLCODE               PIC ---9.
       77  W-ITEM                  PIC S9(4) COMP VALUE ZERO.
       77  IND-CBK                 PIC S9(4) COMP VALUE ZERO.
       77  W-NUMITEMS              PIC S9(8) COMP VALUE ZERO.
       77  W-STARTCODE             PIC X(02) VALUE SPACES.

      *-------------------------------------------------------------*
      * -- PARAMETRI: SOGLIA DI ETA' (MINUTI), RITARDO DOPO L'AVVIO
      * -- DELLA REGIONE (MINUTI), MASSIMO DI PIDMTX PER GIRO
      *-------------------------------------------------------------*
       77  W-SOGLIA-MIN-DFLT       PIC 9(03) VALUE 060.
       77  W-SOGLIA-MIN-EFF        PIC 9(03) VALUE 060.
       77  W-RITARDO-DFLT          PIC 9(03) VALUE 005.
       77  W-RITARDO-EFF           PIC 9(03) VALUE 005.
       77  W-MAX-GIRO-DFLT         PIC 9(05) VALUE 00500.
       77  W-MAX-GIRO-EFF          PIC 9(05) VALUE 00500.
       01  W-INTERVALLO            PIC 9(07) VALUE ZERO.
       01  FILLER REDEFINES W-INTERVALLO.
           05  W-INT-HH            PIC 9(03).
           05  W-INT-MM            PIC 9(02).
           05  W-INT-SS            PIC 9(02).

      *-------------------------------------------------------------*
      * -- CONTATORI DEL GIRO
      *-------------------------------------------------------------*
       77  W-CANDIDATI             PIC 9(05) VALUE ZERO.
       77  W-RIACCODATI            PIC 9(05) VALUE ZERO.
       77  W-IN-CODA               PIC 9(05) VALUE ZERO.
       77  W-PARCHEGGIATI          PIC 9(05) VALUE ZERO.
       77  W-SOSPESI               PIC 9(05) VALUE ZERO.
       77  W-NON-ACCODATI          PIC 9(05) VALUE ZERO.

       01  W-SW-FINE-CURSORE       PIC X     VALUE 'N'.
           88  FINE-CURSORE                  VALUE 'S'.
           88  NON-FINE-CURSORE              VALUE 'N'.
       01  W-SW-ESITO              PIC X     VALUE 'S'.
           88  DA-RIACCODARE                 VALUE 'S'.
           88  DA-SALTARE                    VALUE 'N'.
       01  W-SW-TERMINALE          PIC X     VALUE 'N'.
           88  DA-TERMINALE                  VALUE 'S'.
           88  SENZA-TERMINALE               VALUE 'N'.

       01  W-RIS-SPAZZINO          PIC X(08) VALUE 'WSOR0083'.
       01  LL-RIS-SPAZZINO         PIC S9(4) COMP VALUE +8.

      *-------------------------------------------------------------*
      * -- AREA DI LINK A SYSPTAB5 PER IL MEMBRO 'WS83ORFA'
      * -- (TRACCIATO BASE 95 BYTES, COME W-TAB5-AREA IN SYSPTAB6)
      *-------------------------------------------------------------*
       01  W-TAB5-AREA.
           05  W-TAB5-NOME          PIC X(08).
           05  W-TAB5-CHIAVE20      PIC X(20).
           05  W-TAB5-DESCR.
               10  W-TAB5-SOGLIA-MIN PIC 9(03).
               10  W-TAB5-RITARDO   PIC 9(03).
               10  W-TAB5-MAX-GIRO  PIC 9(05).
               10  FILLER           PIC X(49).
           05  W-TAB5-FUNZ          PIC X(03).
           05  W-TAB5-RC            PIC X(01).
               88  W-TAB5-OK               VALUE '0'.
           05  W-TAB5-FUNZ-PNT      PIC X(03).
       01  LL-TAB5-AREA             PIC S9(4) COMP VALUE +95.

      *-------------------------------------------------------------*
      * -- CHIAVE RIACCODATA (STESSO TRACCIATO DI
      * -- W-AREA-KEYMSG-WS83 IN WSOC83)
      *-------------------------------------------------------------*
       01  W-AREA-KEYMSG.
           03  W-IDN-RICH-MSG      PIC 9(10).
           03  W-IDN-TIPO-ESEC     PIC X(01).
           03  FILLER              PIC X(09).
       77  LL-KEYMSG               PIC S9(4) COMP VALUE +20.

       01  W-CODA-LAVORO           PIC X(04) VALUE 'WS80'.
       01  W-CODA-WS83             PIC X(04) VALUE 'WS83'.

      *-------------------------------------------------------------*
      * -- RECORD DI DEAD LETTER (STESSO TRACCIATO DI WSOC83 -
      * -- SCRIVI-DEAD-LETTER / WSRT0083)
      *-------------------------------------------------------------*
       01  LL-DEAD-LETTER          PIC S9(4) COMP VALUE +216.
       01  REC-DEAD-LETTER.
           05  DL-AREA-KEYMSG      PIC X(20).
           05  DL-PIDMTX           PIC X(15).
           05  DL-PPROG            PIC 9(04).
           05  DL-DESCR1           PIC X(50).
           05  DL-DESCR2           PIC X(50).
           05  DL-DESCR3           PIC X(50).
           05  DL-TMST             PIC X(26).
           05  DL-STATO            PIC X(01).
               88  DL-PARCHEGGIATO VALUE ' '.

      *-------------------------------------------------------------*
      * -- RICERCA DELLA FAMIGLIA SUL MEMBRO 'WS83PART' (SYSPTAB5)
      *-------------------------------------------------------------*
           COPY WSPT101.

      *-------------------------------------------------------------*
      * -- STATO DEL CIRCUIT BREAKER DELLE PARTIZIONI (CODA TS
      * -- 'WOC83CBK', STESSO TRACCIATO DI W-CBK-REC IN WSOC83)
      *-------------------------------------------------------------*
       01  W-SW-SOSPESA            PIC X     VALUE 'N'.
           88  PARTIZIONE-SOSPESA            VALUE 'S'.
           88  PARTIZIONE-ATTIVA             VALUE 'N'.
       01  W-CBK-CODA-NOME         PIC X(08) VALUE 'WOC83CBK'.
       01  W-CBK-ITEM              PIC S9(04) COMP  VALUE 1.
       01  W-CBK-RESP              PIC S9(08) COMP VALUE ZERO.
       01  W-CBK-REC.
           05  CBK-NUM-ENTRY       PIC S9(04) COMP.
           05  CBK-ENTRY OCCURS 10.
               10  CBK-TRANSID     PIC X(04).
               10  CBK-CONTA       PIC 9(03).
               10  CBK-PRIMO-ABS   PIC S9(15) COMP-3.
               10  CBK-STATO       PIC X(01).
                   88  CBK-SOSPESA VALUE 'S'.
       01  W-CBK-REC-LEN           PIC S9(04) COMP
                                   VALUE LENGTH OF W-CBK-REC.

      *-------------------------------------------------------------*
      * -- CONTROLLO PERMESSI DELL'ESECUZIONE DA TERMINALE
      *-------------------------------------------------------------*
           COPY WSOPT1.

      *-------------------------------------------------------------*
      * -- AREA DA PASSARE A ARMP3025 (CONVENZIONE DI WSDC0083)
      *-------------------------------------------------------------*
       01  AREA-ARMP3025.
           COPY ARE33I.
           02 ARMP3025-COD-RIT PIC XX.
       01  W-TAB-SEGNALAZIONI.
           05  FILLER OCCURS 10.
               10  FILLER                PIC X(05).
               10  W-SEGN-RIGA           PIC X(50).
               10  FILLER                PIC X(25).

      *-------------------------------------------------------------*
      * -- RIEPILOGO A VIDEO PER L'ESECUZIONE DA TERMINALE
      *-------------------------------------------------------------*
       01  W-RIEPILOGO.
           05  FILLER              PIC X(20)
                                   VALUE 'WSOR - ORFANI TROV.:'.
           05  W-RIE-CANDIDATI     PIC ZZZZ9.
           05  FILLER              PIC X(13) VALUE ' RIACCODATI: '.
           05  W-RIE-RIACCODATI    PIC ZZZZ9.
           05  FILLER              PIC X(11) VALUE ' IN CODA: '.
           05  W-RIE-IN-CODA       PIC ZZZZ9.
           05  FILLER              PIC X(11) VALUE ' IN WS8E: '.
           05  W-RIE-PARCHEGGIATI  PIC ZZZZ9.
           05  FILLER              PIC X(11) VALUE ' SOSPESI: '.
           05  W-RIE-SOSPESI       PIC ZZZZ9.

      *-------------------------------------------------------------*
      * -- HOST VARIABLES
      *-------------------------------------------------------------*
       01  HV-PIDMTX               PIC X(15).
       01  HV-CFAMAPP              PIC X(05).
       01  HV-WTIMECAR             PIC X(26).
       01  HV-SOGLIA-MIN           PIC S9(5) COMP-3.
       01  HV-AUDIT-DESCR          PIC X(40).

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *-------------------------------------------------------------*
      * -- PIDMTX NON VALIDATI PIU' VECCHI DELLA SOGLIA, CON LA
      * -- FAMIGLIA DEL PRIMO SEGMENTO (COME IL ROUTER), DAL PIU'
      * -- VECCHIO. WITH HOLD: OGNI RIACCODAMENTO E' CONSOLIDATO.
      *-------------------------------------------------------------*
           EXEC SQL DECLARE CUR-WSRR-ORFANI CURSOR WITH HOLD FOR
                SELECT A.PIDMTX, A.CFAMAPP, CHAR(A.WTIMECAR)
                  FROM WSRR A
                 WHERE A.CVALMSG  = ' '
                   AND A.PPROG    = (SELECT MIN(B.PPROG)
                                       FROM WSRR B
                                      WHERE B.PIDMTX = A.PIDMTX)
                   AND A.WTIMECAR < CURRENT TIMESTAMP -
                                     :HV-SOGLIA-MIN MINUTES
                   AND A.PIDMTX NOT IN
                       (SELECT C.PIDMTX
                          FROM WSIT0083 C
                         WHERE C.CSTATO = 'C')
                 ORDER BY A.WTIMECAR
                  WITH UR
           END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           EXEC CICS
                HANDLE CONDITION ERROR (FINE-ANOMALA)
           END-EXEC.

           PERFORM LEGGI-PARAMETRI.

      * -- DALLA PLT DI AVVIO (TRANSAZIONE DI SISTEMA) SI SCHEDULA
      * -- SOLO IL GIRO VERO, DOPO IL RITARDO.
           IF EIBTRNID NOT = 'WSOR'
              PERFORM SCHEDULA-GIRO
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXEC CICS ASSIGN STARTCODE (W-STARTCODE) NOHANDLE END-EXEC.
           IF W-STARTCODE = 'TD'
              SET DA-TERMINALE       TO TRUE
              PERFORM AUTORIZZA-GIRO
           END-IF.

      * -- UN SOLO GIRO PER VOLTA: DUE GIRI SOVRAPPOSTI
      * -- RIACCODEREBBERO DUE VOLTE LA STESSA CHIAVE.
      * -- LA RISORSA E' DEL TASK (MAXLIFETIME): LE SYNCPOINT DEL
      * -- GIRO NON LA RILASCIANO, SOLO LA DEQ FINALE.
           EXEC CICS ENQ RESOURCE  (W-RIS-SPAZZINO)
                         LENGTH    (LL-RIS-SPAZZINO)
                         MAXLIFETIME (DFHVALUE(TASK))
                         NOSUSPEND
                         RESP      (W-RESP)
           END-EXEC.

           IF W-RESP NOT = DFHRESP(NORMAL)
              IF DA-TERMINALE
                 EXEC CICS SEND TEXT
                      FROM ('WSOR - GIRO GIA'' IN CORSO')
                      LENGTH (25) ERASE FREEKB
                 END-EXEC
              END-IF
              EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM GIRO-DI-RECUPERO.

           PERFORM ALLARME-RIEPILOGO THRU END-ALLARME-RIEPILOGO.

           EXEC CICS SYNCPOINT END-EXEC.

           EXEC CICS DEQ RESOURCE  (W-RIS-SPAZZINO)
                         LENGTH    (LL-RIS-SPAZZINO)
                         NOHANDLE
           END-EXEC.

           DISPLAY 'WSOR0083 - ORFANI=' W-CANDIDATI
                   ' RIACCODATI=' W-RIACCODATI
                   ' IN CODA=' W-IN-CODA
                   ' WS8E=' W-PARCHEGGIATI
                   ' SOSPESI=' W-SOSPESI.

           IF DA-TERMINALE
              MOVE W-CANDIDATI       TO W-RIE-CANDIDATI
              MOVE W-RIACCODATI      TO W-RIE-RIACCODATI
              MOVE W-IN-CODA         TO W-RIE-IN-CODA
              MOVE W-PARCHEGGIATI    TO W-RIE-PARCHEGGIATI
              MOVE W-SOSPESI         TO W-RIE-SOSPESI
              EXEC CICS SEND TEXT FROM (W-RIEPILOGO)
                        LENGTH (LENGTH OF W-RIEPILOGO) ERASE FREEKB
              END-EXEC
           END-IF.

           EXEC CICS RETURN END-EXEC.

      *----------------------------------------------------------------*
       LEGGI-PARAMETRI.
      *----------------------------------------------------------------*
      *
      * MEMBRO 'WS83ORFA', SOTTOCHIAVE 'PARAMETRI': POS. 1-3 SOGLIA DI
      * ETA' IN MINUTI, POS. 4-6 RITARDO DOPO L'AVVIO IN MINUTI,
      * POS. 7-11 MASSIMO DI PIDMTX PER GIRO. NON CENSITO O NON
      * NUMERICO = DEFAULT DI PROGRAMMA.
      *
           MOVE W-SOGLIA-MIN-DFLT TO W-SOGLIA-MIN-EFF.
           MOVE W-RITARDO-DFLT    TO W-RITARDO-EFF.
           MOVE W-MAX-GIRO-DFLT   TO W-MAX-GIRO-EFF.

           MOVE SPACES            TO W-TAB5-AREA.
           MOVE 'WS83ORFA'        TO W-TAB5-NOME.
           MOVE 'PARAMETRI'       TO W-TAB5-CHIAVE20.
           MOVE 'RND'             TO W-TAB5-FUNZ.

           EXEC CICS LINK PROGRAM ('SYSPTAB5')
                     COMMAREA (W-TAB5-AREA)
                     LENGTH (LL-TAB5-AREA)
           END-EXEC.

           IF W-TAB5-OK
              IF W-TAB5-SOGLIA-MIN NUMERIC
              AND W-TAB5-SOGLIA-MIN GREATER ZERO
                 MOVE W-TAB5-SOGLIA-MIN TO W-SOGLIA-MIN-EFF
              END-IF
              IF W-TAB5-RITARDO NUMERIC
                 MOVE W-TAB5-RITARDO    TO W-RITARDO-EFF
              END-IF
              IF W-TAB5-MAX-GIRO NUMERIC
              AND W-TAB5-MAX-GIRO GREATER ZERO
                 MOVE W-TAB5-MAX-GIRO   TO W-MAX-GIRO-EFF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       SCHEDULA-GIRO.
      *----------------------------------------------------------------*
      *
      * ESECUZIONE DALLA PLT: IL GIRO PARTE DOPO IL RITARDO, COSI' I
      * MESSAGGI CHIAVE SOPRAVVISSUTI NELLE CODE RECUPERABILI VENGONO
      * PRIMA SCARICATI DAL NORMALE GIRO DI LAVORO.
      *
           MOVE ZERO              TO W-INTERVALLO.
           DIVIDE W-RITARDO-EFF BY 60 GIVING W-INT-HH
                                      REMAINDER W-INT-MM.

           EXEC CICS START TRANSID ('WSOR')
                     INTERVAL (W-INTERVALLO)
                     RESP     (W-RESP)
           END-EXEC.

           IF W-RESP NOT = DFHRESP(NORMAL)
              DISPLAY 'WSOR0083 - START WSOR NON RIUSCITA, RESP='
                       W-RESP
           END-IF.

      *----------------------------------------------------------------*
       AUTORIZZA-GIRO.
      *----------------------------------------------------------------*
      *
           MOVE SPACES            TO WSOPT1.
           MOVE 'WSOR0083'        TO WSOPT1-STRUMENTO.
           MOVE 'R'               TO WSOPT1-AZIONE.
           MOVE 'RECUPERO MESSAGGI WSRR ORFANI'
                                  TO WSOPT1-NOTE.

           EXEC CICS LINK PROGRAM ('WSOP0083')
                     COMMAREA (WSOPT1)
                     LENGTH (LENGTH OF WSOPT1)
           END-EXEC.

           IF WSOPT1-NEGATA
              EXEC CICS SEND TEXT
                   FROM ('WSOR - AZIONE NON AUTORIZZATA')
                   LENGTH (29) ERASE FREEKB
              END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.

      *----------------------------------------------------------------*
       GIRO-DI-RECUPERO.
      *----------------------------------------------------------------*
      *
           MOVE W-SOGLIA-MIN-EFF         TO HV-SOGLIA-MIN.
           SET NON-FINE-CURSORE          TO TRUE.

           EXEC SQL
                OPEN CUR-WSRR-ORFANI
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM ERRORE-DB2
           END-IF.

           PERFORM RECUPERA-UN-PIDMTX
               UNTIL FINE-CURSORE
                  OR W-CANDIDATI NOT LESS W-MAX-GIRO-EFF.

           EXEC SQL
                CLOSE CUR-WSRR-ORFANI
           END-EXEC.

      *----------------------------------------------------------------*
       RECUPERA-UN-PIDMTX.
      *----------------------------------------------------------------*
      *
           EXEC SQL
                FETCH CUR-WSRR-ORFANI
                 INTO :HV-PIDMTX, :HV-CFAMAPP, :HV-WTIMECAR
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                    ADD 1 TO W-CANDIDATI
               WHEN +100
                    SET FINE-CURSORE     TO TRUE
               WHEN OTHER
                    PERFORM ERRORE-DB2
           END-EVALUATE.

           IF NON-FINE-CURSORE
              SET DA-RIACCODARE          TO TRUE
              PERFORM SCEGLI-CODA-PARTIZIONE
              PERFORM VERIFICA-CODE THRU END-VERIFICA-CODE
              IF DA-RIACCODARE
                 PERFORM VERIFICA-DEAD-LETTER
                    THRU END-VERIFICA-DEAD-LETTER
              END-IF
              IF DA-RIACCODARE
                 PERFORM RIACCODA-CHIAVE THRU END-RIACCODA-CHIAVE
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       SCEGLI-CODA-PARTIZIONE.
      *----------------------------------------------------------------*
      *
      * STESSA RISOLUZIONE DEL ROUTER WSRT0083: 'WS83PART' PER
      * CFAMAPP, ALTRIMENTI LA CODA DI LAVORO DI DEFAULT 'WS80'.
      *
           MOVE 'WS80'                   TO W-CODA-LAVORO.
           SET PARTIZIONE-ATTIVA         TO TRUE.

           MOVE 'WS83PART'               TO WSPT101-NOME.
           MOVE SPACES                   TO WSPT101-CHIAVE20.
           MOVE HV-CFAMAPP               TO WSPT101-CHIAVE8.
           MOVE 'RND'                    TO WSPT101-FUNZ.

           EXEC CICS LINK PROGRAM ('SYSPTAB5')
                     COMMAREA (WSPT101)
                     LENGTH (LENGTH OF WSPT101)
           END-EXEC.

           IF WSPT101-OK
           AND WSPT101-CODA-TD NOT = SPACES
              MOVE WSPT101-CODA-TD       TO W-CODA-LAVORO
              PERFORM VERIFICA-SOSPENSIONE
           END-IF.

      *----------------------------------------------------------------*
       VERIFICA-SOSPENSIONE.
      *----------------------------------------------------------------*
      *
      * LA TRANSAZIONE DI LAVORO DELLA PARTIZIONE E' SOSPESA DAL
      * CIRCUIT BREAKER (CODA TS 'WOC83CBK')? RIACCODARE ORA
      * SIGNIFICHEREBBE SOLO RIEMPIRE UNA CODA FERMA: IL PIDMTX
      * VIENE RIPRESO DA UN GIRO SUCCESSIVO AL RIARMO.
      *
           INITIALIZE W-CBK-REC.

           EXEC CICS READQ TS
                QUEUE  (W-CBK-CODA-NOME)
                INTO   (W-CBK-REC)
                LENGTH (W-CBK-REC-LEN)
                ITEM   (W-CBK-ITEM)
                RESP   (W-CBK-RESP)
           END-EXEC.

           IF W-CBK-RESP = DFHRESP(NORMAL)
              MOVE ZERO TO IND-CBK
              PERFORM CERCA-SOSPENSIONE
                 UNTIL IND-CBK NOT LESS CBK-NUM-ENTRY
                    OR IND-CBK NOT LESS 10
           END-IF.

      *----------------------------------------------------------------*
       CERCA-SOSPENSIONE.
      *----------------------------------------------------------------*
      *
           ADD 1 TO IND-CBK.
           IF CBK-TRANSID (IND-CBK) = WSPT101-TRANSID
           AND CBK-SOSPESA (IND-CBK)
              SET PARTIZIONE-SOSPESA TO TRUE
           END-IF.

      *----------------------------------------------------------------*
       VERIFICA-CODE.
      *----------------------------------------------------------------*
      *
      * UNA CODA TD NON SI SFOGLIA: SE WS83 O LA CODA DI PARTIZIONE
      * HANNO ANCORA ITEM, LA CHIAVE DEL PIDMTX POTREBBE ESSERE FRA
      * QUESTI E IL PIDMTX NON SI TOCCA (UNA CODA CHE NON SI SCARICA
      * E' GIA' SORVEGLIATA DALLA SENTINELLA WSWD0083).
      *
           IF PARTIZIONE-SOSPESA
              SET DA-SALTARE             TO TRUE
              ADD 1 TO W-SOSPESI
              GO TO END-VERIFICA-CODE
           END-IF.

           MOVE ZERO                     TO W-NUMITEMS.
           EXEC CICS INQUIRE TDQUEUE (W-CODA-WS83)
                     NUMITEMS (W-NUMITEMS)
                     RESP     (W-RESP)
           END-EXEC.

           IF W-RESP = DFHRESP(NORMAL)
           AND W-NUMITEMS GREATER ZERO
              SET DA-SALTARE             TO TRUE
              ADD 1 TO W-IN-CODA
              GO TO END-VERIFICA-CODE
           END-IF.

           MOVE ZERO                     TO W-NUMITEMS.
           EXEC CICS INQUIRE TDQUEUE (W-CODA-LAVORO)
                     NUMITEMS (W-NUMITEMS)
                     RESP     (W-RESP)
           END-EXEC.

           IF W-RESP = DFHRESP(NORMAL)
           AND W-NUMITEMS GREATER ZERO
              SET DA-SALTARE             TO TRUE
              ADD 1 TO W-IN-CODA
           END-IF.

       END-VERIFICA-CODE.
           EXIT.

      *----------------------------------------------------------------*
       VERIFICA-DEAD-LETTER.
      *----------------------------------------------------------------*
      *
      * UN PIDMTX ANCORA PARCHEGGIATO IN WS8E (STATO A SPAZIO) NON E'
      * ORFANO: LO RIPRESENTA L'OPERATORE CON WSDL0083.
      *
           MOVE ZERO TO W-ITEM.

       CERCA-ITEM-DEAD.
           ADD 1 TO W-ITEM.
           MOVE +216 TO LL-DEAD-LETTER.
           EXEC CICS READQ TS QUEUE('WS8E')
                INTO           (REC-DEAD-LETTER)
                LENGTH         (LL-DEAD-LETTER)
                ITEM           (W-ITEM)
                RESP           (W-RESP)
           END-EXEC.
           IF W-RESP = DFHRESP(NORMAL)
              IF DL-PARCHEGGIATO
              AND DL-PIDMTX = HV-PIDMTX
                 SET DA-SALTARE TO TRUE
                 ADD 1 TO W-PARCHEGGIATI
              ELSE
                 GO TO CERCA-ITEM-DEAD
              END-IF
           END-IF.

       END-VERIFICA-DEAD-LETTER.
           EXIT.

      *----------------------------------------------------------------*
       RIACCODA-CHIAVE.
      *----------------------------------------------------------------*
      *
      * CHIAVE E TRACCIA NELLA STESSA UNITA' DI LAVORO: UNA CODA CHE
      * NON ACCETTA LASCIA IL PIDMTX AL GIRO SUCCESSIVO.
      *
           MOVE LOW-VALUE                TO W-AREA-KEYMSG.
           MOVE HV-PIDMTX (1:10)         TO W-IDN-RICH-MSG.
           MOVE '2'                      TO W-IDN-TIPO-ESEC.

           EXEC CICS WRITEQ TD QUEUE(W-CODA-LAVORO)
                FROM           (W-AREA-KEYMSG)
                LENGTH         (LL-KEYMSG)
                RESP           (W-RESP)
           END-EXEC.

           IF W-RESP NOT = DFHRESP(NORMAL)
              DISPLAY 'WSOR0083 - CODA ' W-CODA-LAVORO
                      ' NON DISPONIBILE, RESP=' W-RESP
                      ' PIDMTX ' HV-PIDMTX
              ADD 1 TO W-NON-ACCODATI
              GO TO END-RIACCODA-CHIAVE
           END-IF.

           MOVE SPACES                   TO HV-AUDIT-DESCR.
           STRING 'ORFANO RIACCODATO SU ' W-CODA-LAVORO
                  ' CAR.' HV-WTIMECAR (1:16)
                  DELIMITED BY SIZE INTO HV-AUDIT-DESCR.

           EXEC SQL
                INSERT INTO WSAU0083
                       (PIDMTX,   NOMTAB,   CNAZTIT,  CSPTIT,
                        CCHIAVE3, DESCRAUD, WTIMEAUD)
                VALUES (:HV-PIDMTX, 'ORFA', ' ', ' ', ' ',
                        :HV-AUDIT-DESCR, CURRENT TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM ERRORE-DB2
           END-IF.

           EXEC CICS SYNCPOINT END-EXEC.

           ADD 1 TO W-RIACCODATI.

       END-RIACCODA-CHIAVE.
           EXIT.

      *----------------------------------------------------------------*
       ALLARME-RIEPILOGO.
      *----------------------------------------------------------------*
      *
      * UN'OCCORRENZA RIASSUNTIVA PER GIRO, SOLO SE SONO STATI
      * TROVATI ORFANI: IL DETTAGLIO E' SU WSAU0083 (NOMTAB 'ORFA').
      *
           IF W-CANDIDATI = ZERO
              GO TO END-ALLARME-RIEPILOGO
           END-IF.

           MOVE SPACES  TO W-TAB-SEGNALAZIONI.
           MOVE 'RECUPERO ORFANI WSRR DOPO RIPARTENZA'
                        TO W-SEGN-RIGA (1).
           STRING 'NON VALIDATI OLTRE ' W-SOGLIA-MIN-EFF
                  ' MINUTI: ' W-CANDIDATI
                  DELIMITED BY SIZE INTO W-SEGN-RIGA (2).
           STRING 'RIACCODATI: ' W-RIACCODATI
                  '  NON ACCODATI: ' W-NON-ACCODATI
                  DELIMITED BY SIZE INTO W-SEGN-RIGA (3).
           STRING 'SALTATI CODA PIENA: ' W-IN-CODA
                  '  IN WS8E: ' W-PARCHEGGIATI
                  DELIMITED BY SIZE INTO W-SEGN-RIGA (4).
           STRING 'SALTATI PARTIZIONE SOSPESA: ' W-SOSPESI
                  DELIMITED BY SIZE INTO W-SEGN-RIGA (5).
           MOVE 'DETTAGLIO: WSAU0083 NOMTAB ORFA'
                        TO W-SEGN-RIGA (6).

           MOVE SPACES               TO ARE33I.
           MOVE 'S0010'              TO ARE33I-COD-ARCH.
           MOVE EIBTRNID             TO ARE33I-TRANSID.
           MOVE '0001'               TO ARE33I-GRUPPO.
           MOVE 'MT-X'               TO ARE33I-CATAPI.
           MOVE 'WSOR0083'           TO ARE33I-PGRMID.
           MOVE W-TAB-SEGNALAZIONI   TO ARE33I-MESSAGGIO.

           EXEC CICS
                LINK PROGRAM  ('ARMP3025')
                     COMMAREA (AREA-ARMP3025)
                     LENGTH   (LENGTH OF AREA-ARMP3025)
           END-EXEC.

       END-ALLARME-RIEPILOGO.
           EXIT.

      *----------------------------------------------------------------*
       ERRORE-DB2.
      *----------------------------------------------------------------*
      *
           MOVE SQLCODE                  TO W-SQLCODE.
           DISPLAY 'WSOR0083 - ERRORE DB2, SQLCODE=' W-SQLCODE.
           PERFORM FINE-ANOMALA.

      *----------------------------------------------------------------*
       FINE-ANOMALA.
      *----------------------------------------------------------------*
      *
      * LA ROLLBACK ANNULLA SOLO IL PIDMTX IN CORSO: I RIACCODAMENTI
      * GIA' CONSOLIDATI RESTANO, GLI ALTRI ORFANI AL GIRO SUCCESSIVO.
      *
           EXEC CICS SYNCPOINT ROLLBACK NOHANDLE END-EXEC.

           DISPLAY 'WSOR0083 - GIRO DI RECUPERO INTERROTTO'.

           EXEC CICS DEQ RESOURCE  (W-RIS-SPAZZINO)
                         LENGTH    (LL-RIS-SPAZZINO)
                         NOHANDLE
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

      * ================>> FINE PROGRAMMA WSOR0083 <<================= *
