       IDENTIFICATION DIVISION.
       PROGRAM-ID. WSSO0083.
       AUTHOR.     MANUTENZIONE WSOC83.
       INSTALLATION. MONTE TITOLI - ELABORAZIONE DATI.
       DATE-WRITTEN. OTTOBRE 2026.
       DATE-COMPILED.
      * -------------------------------------------------------------- *
      *                       PROGETTO MEF                             *
      *                       ============                             *
      *                                                                *
      *  PROGRAMMA: WSSO0083 - STORNO CONTROLLATO DI UN MESSAGGIO DI   *
      *             STRIPPING GIA' APPLICATO DA WSOC83.                *
      *  TIPOLOGIA: RETE (TRANSAZIONALE) COBOL-CICS-DB2                *
      *             TRANSAZIONE WSSO - PSEUDO-CONVERSAZIONALE          *
      *                                                                *
      *  WSOC83 FOTOGRAFA SU WSBI0083 (COPY WSBIMGR), PRIMA DI OGNI    *
      *  UPDATE TATS/TAF/IAT, LE COLONNE CHE STA PER MODIFICARE.       *
      *  QUESTA TRANSAZIONE RIPORTA IL TITOLO ALLO STATO PRECEDENTE    *
      *  AL MESSAGGIO, SENZA PIU' UPDATE AD-HOC DEL DBA REPERIBILE:    *
      *    'V' = VISUALIZZA LE IMMAGINI PRIMA DEL PIDMTX E DICE SE     *
      *          IL MESSAGGIO E' STORNABILE                            *
      *    'S' = STORNA IL PIDMTX APPENA VISUALIZZATO: TUTTE LE        *
      *          IMMAGINI VENGONO RIPRISTINATE IN ORDINE INVERSO DI    *
      *          CATTURA IN UN'UNICA UNITA' DI LAVORO (O TUTTO O       *
      *          NIENTE) E MARCATE STORNATE (CSTATOBI 'S')             *
      *  LO STORNO E' RIFIUTATO SE UN MESSAGGIO SUCCESSIVO, NON A SUA  *
      *  VOLTA STORNATO, HA AGGIORNATO LO STESSO TITOLO (RIGHE         *
      *  TATS/TAF/IAT DI WSAU0083 POSTERIORI ALLA FOTOGRAFIA): VA      *
      *  PRIMA STORNATO IL MESSAGGIO PIU' RECENTE.                     *
      *  L'AZIONE 'S' E' PRESIDIATA DAL MEMBRO 'WSOPAUTH' (SERVIZIO    *
      *  WSOP0083, STRUMENTO 'WSSO0083') E OGNI RIPRISTINO FINISCE     *
      *  SULLA TRACCIA DI AUDIT WSAU0083 CON LO STESSO PIDMTX, PIU'    *
      *  UNA RIGA RIASSUNTIVA NOMTAB 'STOR': LO STORNO E' QUINDI       *
      *  VISIBILE NEL CICLO DI VITA DEL MESSAGGIO (WSTR0083).          *
      *  OGNI RIPRISTINO SCRIVE ANCHE L'EVENTO DI CAMBIO STATO SU      *
      *  WSET0083 (STATO PRIMA = VALORE CORRENTE, STATO DOPO =         *
      *  IMMAGINE RIPRISTINATA), COSI' I SOTTOSCRITTORI SERVITI DA     *
      *  WSPB0083 VEDONO LO STORNO.                                    *
      *  PF3 TERMINA.                                                  *
      * -------------------------------------------------------------- *
      *  MODIFICHE:                                                    *
      *    OTT26  RG0914  PRIMA STESURA.                               *
      *    OTT26  RG0939  OGNI RIPRISTINO PUBBLICA L'EVENTO DI CAMBIO  *
      *                   STATO SU WSET0083, COME GLI AGGIORNAMENTI    *
      *                   DI WSOC83.                                   *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77  W-NUM-RIGHE             PIC S9(4) COMP VALUE ZERO.
       77  W-RIGHE-PAGINA          PIC S9(4) COMP VALUE +12.
       77  W-IND                   PIC S9(4) COMP VALUE ZERO.
       77  W-SQLCODE               PIC ---9.
       77  W-NUM-IMMAGINI          PIC 9(05) VALUE ZERO.
       77  W-NUM-RIPRISTINI        PIC 9(05) VALUE ZERO.
       77  W-NUM-CONFLITTI         PIC 9(05) VALUE ZERO.

       01  W-SW-ESITO              PIC X(01) VALUE 'S'.
           88  ESITO-OK                      VALUE 'S'.
           88  ESITO-KO                      VALUE 'N'.
       01  W-SW-FINE-CUR           PIC X(01) VALUE 'N'.
           88  FINE-CUR                      VALUE 'S'.
           88  NON-FINE-CUR                  VALUE 'N'.

      *-------------------------------------------------------------*
      * -- HOST VARIABLES
      *-------------------------------------------------------------*
       01  HV-PIDMTX               PIC X(15).
       01  HV-CONTA                PIC S9(9)  COMP-3.
       01  HV-CCHIAVE3             PIC X(02).
       01  HV-AUDIT-DESCR          PIC X(40).
       01  HV-CONFL-PIDMTX         PIC X(15).
       01  HV-CONFL-NOMTAB         PIC X(04).
       01  HV-CONFL-WTIMEAUD       PIC X(26).
       01  HV-TIT-CNAZTIT          PIC X(02).
       01  HV-TIT-CSPTIT           PIC X(09).

      ***************************************************************
      *    IMMAGINE PRIMA DEGLI AGGIORNAMENTI DI WSOC83 (WSBI0083)  *
      ***************************************************************
           COPY WSBIMGR.

RG0939***************************************************************
RG0939*    EVENTI DI CAMBIO STATO PER I SOTTOSCRITTORI (WSET0083)   *
RG0939***************************************************************
RG0939     COPY WSETVGR.

      ***************************************************************
      *    CONTROLLO PERMESSI E LOG AZIONI OPERATORE (WSOP0083)     *
      ***************************************************************
           COPY WSOPT1.

      ***************************************************************
      *    MAPPA SIMBOLICA DELLA VIDEATA DI STORNO                  *
      ***************************************************************
           COPY WSSO83M.

      ***************************************************************
      *    COMMAREA DI CONVERSAZIONE                                *
      ***************************************************************
       01  W-WSSO83C.
           COPY WSSO83C.

           COPY DFHAID.
           COPY DFHBMSCA.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *-------------------------------------------------------------*
      * -- IMMAGINI PRIMA DEL PIDMTX, DALLA PIU' RECENTE: E' L'ORDINE
      * -- DI RIPRISTINO (SE LO STESSO TITOLO E' STATO FOTOGRAFATO
      * -- PIU' VOLTE DALLO STESSO MESSAGGIO, VINCE LA PIU' VECCHIA)
      *-------------------------------------------------------------*
           EXEC SQL DECLARE CUR-SO-IMMAGINI CURSOR FOR
                SELECT NOMTAB,   CNAZTIT,  CSPTIT,   CEMTIT,
                       CHKDGTIT,
                       CSTRIP,   CSTRIOP,  QPMSTRIP, QLMSTRIP,
                       CNAZMANT, CSPTMANT, CEMTMANT,
                       CNAZMAUP, CSPTMAUP, CEMTMAUP,
                       CNAZCIBR, CSPTCIBR, CEMTCIBR,
                       QQUOCAR,  CTMAUP,   CNAZTIPX, CSPTIPX,
                       CSCERXT,  WTIMECEXT,
                       CHAR(WTIMEBI), CSTATOBI
                  FROM WSBI0083
                 WHERE PIDMTX = :HV-PIDMTX
                 ORDER BY WTIMEBI DESC
           END-EXEC.

      *-------------------------------------------------------------*
      * -- AGGIORNAMENTI DI ALTRI MESSAGGI, NON STORNATI, SUGLI STESSI
      * -- TITOLI E POSTERIORI ALLA FOTOGRAFIA DEL PIDMTX DA STORNARE
      *-------------------------------------------------------------*
           EXEC SQL DECLARE CUR-SO-CONFLITTI CURSOR FOR
                SELECT A.PIDMTX, A.NOMTAB, CHAR(A.WTIMEAUD)
                  FROM WSAU0083 A
                 WHERE A.NOMTAB IN ('TATS', 'TAF ', 'IAT ')
                   AND A.PIDMTX <> :HV-PIDMTX
                   AND EXISTS
                       (SELECT 1
                          FROM WSBI0083 B
                         WHERE B.PIDMTX   = :HV-PIDMTX
                           AND B.CSTATOBI = ' '
                           AND B.CNAZTIT  = A.CNAZTIT
                           AND B.CSPTIT   = A.CSPTIT
                           AND B.WTIMEBI  < A.WTIMEAUD)
                   AND NOT EXISTS
                       (SELECT 1
                          FROM WSBI0083 C
                         WHERE C.PIDMTX   = A.PIDMTX
                           AND C.CSTATOBI = 'S')
                 ORDER BY A.WTIMEAUD
                  WITH UR
           END-EXEC.

      ******************
       LINKAGE SECTION.
      ******************

       01  DFHCOMMAREA.
           COPY WSSO83C.

      *********************
       PROCEDURE DIVISION.
      *********************

           EXEC CICS HANDLE CONDITION
                     ERROR    (W900-ERRORE)
                     MAPFAIL  (W910-MAPFAIL)
           END-EXEC.

           IF EIBCALEN = ZERO
              PERFORM INIZIALIZZA-CONVERSAZIONE
              PERFORM VIDEATA-INIZIALE THRU END-VIDEATA-INIZIALE
           ELSE
              MOVE DFHCOMMAREA TO W-WSSO83C
              EVALUATE EIBAID
                 WHEN DFHCLEAR
                 WHEN DFHPF3
                      PERFORM FINE-CONVERSAZIONE THRU END-FINE-CONV
                 WHEN DFHENTER
                      PERFORM RICEVI-MAPPA  THRU END-RICEVI-MAPPA
                      PERFORM ESEGUI-AZIONE THRU END-ESEGUI-AZIONE
                 WHEN OTHER
                      MOVE 'TASTO NON VALIDO - USARE ENTER/PF3'
                                            TO MSGI
                      PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              END-EVALUATE
           END-IF.

           EXEC CICS RETURN TRANSID ('WSSO')
                     COMMAREA (W-WSSO83C)
                     LENGTH   (LENGTH OF W-WSSO83C)
           END-EXEC.

      *--------------------------------------------------------*
       INIZIALIZZA-CONVERSAZIONE.
           MOVE SPACES            TO W-WSSO83C.
           SET WSSO83C-NON-STORNABILE OF W-WSSO83C TO TRUE.
           SET PRIMA-VOLTA            OF W-WSSO83C TO TRUE.
      *--------------------------------------------------------*

      *--------------------------------------------------------*
       VIDEATA-INIZIALE.
           MOVE SPACES TO WSSO83MI.
           MOVE 'STORNO MESSAGGIO - V=VISUALIZZA S=STORNA (DOPO V)'
                                   TO MSGI.
           EXEC CICS SEND MAP ('WSSO83M') MAPSET ('WSSO83S')
                     FROM (WSSO83MI) ERASE
           END-EXEC.
       END-VIDEATA-INIZIALE.
           EXIT.

      *--------------------------------------------------------*
       RICEVI-MAPPA.
           EXEC CICS RECEIVE MAP ('WSSO83M') MAPSET ('WSSO83S')
                     INTO (WSSO83MI)
           END-EXEC.
       END-RICEVI-MAPPA.
           EXIT.

      *--------------------------------------------------------*
       ESEGUI-AZIONE.

           PERFORM PULISCI-RIGHE THRU END-PULISCI-RIGHE.

           IF PIDMI = SPACES OR LOW-VALUES
              MOVE 'INDICARE IL PIDMTX' TO MSGI
              PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              GO TO END-ESEGUI-AZIONE.

           MOVE PIDMI TO HV-PIDMTX.

           EVALUATE AZIOI
               WHEN 'V'
                    PERFORM VISUALIZZA-PIDMTX
                            THRU END-VISUALIZZA-PIDMTX
               WHEN 'S'
                    PERFORM STORNA-PIDMTX
                            THRU END-STORNA-PIDMTX
               WHEN OTHER
                    MOVE 'AZIONE NON VALIDA - USARE V/S' TO MSGI
                    PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
           END-EVALUATE.

       END-ESEGUI-AZIONE.
           EXIT.

      *--------------------------------------------------------*
      *    VISUALIZZAZIONE: LE IMMAGINI PRIMA DEL PIDMTX E      *
      *    L'ESITO DEL CONTROLLO DI STORNABILITA'. L'ESITO      *
      *    RESTA IN COMMAREA PER LA CONFERMA 'S'.               *
      *--------------------------------------------------------*
       VISUALIZZA-PIDMTX.

           MOVE HV-PIDMTX TO WSSO83C-PIDMTX OF W-WSSO83C.
           SET ESITO-OK   TO TRUE.
           SET WSSO83C-NON-STORNABILE OF W-WSSO83C TO TRUE.
           MOVE ZERO      TO W-NUM-RIGHE
                             W-NUM-IMMAGINI.

           EXEC SQL OPEN CUR-SO-IMMAGINI END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM ERRORE-SQL THRU END-ERRORE-SQL
              PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              GO TO END-VISUALIZZA-PIDMTX.

           SET NON-FINE-CUR TO TRUE.
           PERFORM MOSTRA-IMMAGINE THRU END-MOSTRA-IMMAGINE
              UNTIL FINE-CUR.

           EXEC SQL CLOSE CUR-SO-IMMAGINI END-EXEC.

           IF W-NUM-RIGHE = ZERO
              MOVE 'NESSUNA IMMAGINE PRIMA PER IL PIDMTX' TO MSGI
              PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              GO TO END-VISUALIZZA-PIDMTX.

           IF W-NUM-IMMAGINI = ZERO
              MOVE 'MESSAGGIO GIA'' STORNATO' TO MSGI
              PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              GO TO END-VISUALIZZA-PIDMTX.

           PERFORM CONTROLLA-CONFLITTI THRU END-CONTROLLA-CONFLITTI.

           IF ESITO-KO
              PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              GO TO END-VISUALIZZA-PIDMTX.

           SET WSSO83C-STORNABILE OF W-WSSO83C TO TRUE.
           MOVE 'MESSAGGIO STORNABILE - ENTER CON S PER CONFERMARE'
                                   TO MSGI.
           PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA.

       END-VISUALIZZA-PIDMTX.
           EXIT.

      *--------------------------------------------------------*
       MOSTRA-IMMAGINE.

           PERFORM LEGGI-IMMAGINE THRU END-LEGGI-IMMAGINE.

           IF FINE-CUR
              GO TO END-MOSTRA-IMMAGINE.

           IF WSBI-APPLICATO
              ADD 1 TO W-NUM-IMMAGINI.

           IF W-NUM-RIGHE NOT LESS W-RIGHE-PAGINA
              GO TO END-MOSTRA-IMMAGINE.

           ADD 1 TO W-NUM-RIGHE.
           EVALUATE TRUE
               WHEN WSBI-TATS
                    STRING WSBI-NOMTAB ' ' WSBI-CNAZTIT WSBI-CSPTIT
                           ' ' WSBI-WTIMEBI (1:19)
                           ' STRIP=' WSBI-CSTRIP
                           ' OP=' WSBI-CSTRIOP
                           ' TMAUP=' WSBI-CTMAUP
                           DELIMITED BY SIZE INTO RIGAI (W-NUM-RIGHE)
                    END-STRING
               WHEN WSBI-TAF
                    STRING WSBI-NOMTAB ' ' WSBI-CNAZTIT WSBI-CSPTIT
                           ' ' WSBI-WTIMEBI (1:19)
                           ' PADRE=' WSBI-CNAZTIPX WSBI-CSPTIPX
                           DELIMITED BY SIZE INTO RIGAI (W-NUM-RIGHE)
                    END-STRING
               WHEN OTHER
                    STRING WSBI-NOMTAB ' ' WSBI-CNAZTIT WSBI-CSPTIT
                           ' ' WSBI-WTIMEBI (1:19)
                           ' CSCERXT=' WSBI-CSCERXT
                           DELIMITED BY SIZE INTO RIGAI (W-NUM-RIGHE)
                    END-STRING
           END-EVALUATE.

           IF WSBI-STORNATO
              MOVE 'STORNATA' TO RIGAI (W-NUM-RIGHE) (70:8).

       END-MOSTRA-IMMAGINE.
           EXIT.

      *--------------------------------------------------------*
       LEGGI-IMMAGINE.

           INITIALIZE WSBIMGR.

           EXEC SQL
                FETCH CUR-SO-IMMAGINI
                 INTO :WSBI-NOMTAB,   :WSBI-CNAZTIT,  :WSBI-CSPTIT,
                      :WSBI-CEMTIT,   :WSBI-CHKDGTIT,
                      :WSBI-CSTRIP,   :WSBI-CSTRIOP,
                      :WSBI-QPMSTRIP, :WSBI-QLMSTRIP,
                      :WSBI-CNAZMANT, :WSBI-CSPTMANT, :WSBI-CEMTMANT,
                      :WSBI-CNAZMAUP, :WSBI-CSPTMAUP, :WSBI-CEMTMAUP,
                      :WSBI-CNAZCIBR, :WSBI-CSPTCIBR, :WSBI-CEMTCIBR,
                      :WSBI-QQUOCAR,  :WSBI-CTMAUP,
                      :WSBI-CNAZTIPX, :WSBI-CSPTIPX,
                      :WSBI-CSCERXT,  :WSBI-WTIMECEXT,
                      :WSBI-WTIMEBI,  :WSBI-CSTATO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                    CONTINUE
               WHEN +100
                    SET FINE-CUR TO TRUE
               WHEN OTHER
                    PERFORM ERRORE-SQL THRU END-ERRORE-SQL
                    SET ESITO-KO TO TRUE
                    SET FINE-CUR TO TRUE
           END-EVALUATE.

       END-LEGGI-IMMAGINE.
           EXIT.

      *--------------------------------------------------------*
      *    UN MESSAGGIO SUCCESSIVO NON STORNATO HA TOCCATO GLI  *
      *    STESSI TITOLI: LO STORNO SOVRASCRIVEREBBE IL SUO     *
      *    AGGIORNAMENTO. ELENCA I PRIMI PIDMTX IN CONFLITTO    *
      *    SULLE RIGHE LIBERE E RIFIUTA.                        *
      *--------------------------------------------------------*
       CONTROLLA-CONFLITTI.

           SET ESITO-OK  TO TRUE.
           MOVE ZERO     TO W-NUM-CONFLITTI.

           EXEC SQL OPEN CUR-SO-CONFLITTI END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM ERRORE-SQL THRU END-ERRORE-SQL
              SET ESITO-KO TO TRUE
              GO TO END-CONTROLLA-CONFLITTI.

           SET NON-FINE-CUR TO TRUE.
           PERFORM LEGGI-CONFLITTO THRU END-LEGGI-CONFLITTO
              UNTIL FINE-CUR.

           EXEC SQL CLOSE CUR-SO-CONFLITTI END-EXEC.

           IF ESITO-KO
              GO TO END-CONTROLLA-CONFLITTI.

           IF W-NUM-CONFLITTI GREATER ZERO
              SET ESITO-KO TO TRUE
              MOVE SPACES TO MSGI
              STRING 'STORNO RIFIUTATO: ' W-NUM-CONFLITTI
                     ' AGGIORNAMENTI SUCCESSIVI SUGLI STESSI TITOLI'
                     DELIMITED BY SIZE INTO MSGI
              END-STRING
           END-IF.

       END-CONTROLLA-CONFLITTI.
           EXIT.

      *--------------------------------------------------------*
       LEGGI-CONFLITTO.

           EXEC SQL
                FETCH CUR-SO-CONFLITTI
                 INTO :HV-CONFL-PIDMTX, :HV-CONFL-NOMTAB,
                      :HV-CONFL-WTIMEAUD
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                    ADD 1 TO W-NUM-CONFLITTI
                    IF W-NUM-RIGHE LESS W-RIGHE-PAGINA
                       ADD 1 TO W-NUM-RIGHE
                       STRING 'CONFLITTO: PIDMTX ' HV-CONFL-PIDMTX
                              ' ' HV-CONFL-NOMTAB
                              ' ' HV-CONFL-WTIMEAUD (1:19)
                              DELIMITED BY SIZE
                              INTO RIGAI (W-NUM-RIGHE)
                       END-STRING
                    END-IF
               WHEN +100
                    SET FINE-CUR TO TRUE
               WHEN OTHER
                    PERFORM ERRORE-SQL THRU END-ERRORE-SQL
                    SET ESITO-KO TO TRUE
                    SET FINE-CUR TO TRUE
           END-EVALUATE.

       END-LEGGI-CONFLITTO.
           EXIT.

      *--------------------------------------------------------*
      *    STORNO: SOLO SUL PIDMTX APPENA VISUALIZZATO E        *
      *    GIUDICATO STORNABILE, CON AUTORIZZAZIONE WSOPAUTH.   *
      *    IL CONTROLLO CONFLITTI VIENE RIPETUTO QUI, NELLA     *
      *    STESSA UNITA' DI LAVORO DEI RIPRISTINI.              *
      *--------------------------------------------------------*
       STORNA-PIDMTX.

           IF HV-PIDMTX NOT = WSSO83C-PIDMTX OF W-WSSO83C
           OR WSSO83C-NON-STORNABILE OF W-WSSO83C
              MOVE 'ESEGUIRE PRIMA V: IL PIDMTX DEVE ESSERE STORNABILE'
                                   TO MSGI
              PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              GO TO END-STORNA-PIDMTX.

           MOVE SPACES       TO WSOPT1.
           MOVE 'WSSO0083'   TO WSOPT1-STRUMENTO.
           MOVE 'S'          TO WSOPT1-AZIONE.
           MOVE PIDMI        TO WSOPT1-CHIAVE.
           MOVE 'STORNO DI UN MESSAGGIO APPLICATO'
                             TO WSOPT1-NOTE.
           EXEC CICS LINK PROGRAM ('WSOP0083')
                     COMMAREA (WSOPT1)
                     LENGTH (LENGTH OF WSOPT1)
           END-EXEC.
           IF WSOPT1-NEGATA
              MOVE 'AZIONE NON AUTORIZZATA PER QUESTO TERMINALE'
                             TO MSGI
              PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              GO TO END-STORNA-PIDMTX.

           SET WSSO83C-NON-STORNABILE OF W-WSSO83C TO TRUE.
           MOVE ZERO TO W-NUM-RIGHE.

           PERFORM CONTROLLA-CONFLITTI THRU END-CONTROLLA-CONFLITTI.

           IF ESITO-KO
              EXEC CICS SYNCPOINT ROLLBACK NOHANDLE END-EXEC
              PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              GO TO END-STORNA-PIDMTX.

           MOVE ZERO   TO W-NUM-RIPRISTINI.
           MOVE SPACES TO HV-TIT-CNAZTIT
                          HV-TIT-CSPTIT.

           EXEC SQL OPEN CUR-SO-IMMAGINI END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM ERRORE-SQL THRU END-ERRORE-SQL
              PERFORM ANNULLA-STORNO THRU END-ANNULLA-STORNO
              GO TO END-STORNA-PIDMTX.

           SET NON-FINE-CUR TO TRUE.
           PERFORM RIPRISTINA-IMMAGINE THRU END-RIPRISTINA-IMMAGINE
              UNTIL FINE-CUR.

           EXEC SQL CLOSE CUR-SO-IMMAGINI END-EXEC.

           IF ESITO-KO
              PERFORM ANNULLA-STORNO THRU END-ANNULLA-STORNO
              GO TO END-STORNA-PIDMTX.

           IF W-NUM-RIPRISTINI = ZERO
              EXEC CICS SYNCPOINT ROLLBACK NOHANDLE END-EXEC
              MOVE 'NESSUNA IMMAGINE DA STORNARE PER IL PIDMTX' TO MSGI
              PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              GO TO END-STORNA-PIDMTX.

           EXEC SQL
                UPDATE WSBI0083
                   SET CSTATOBI = 'S'
                 WHERE PIDMTX   = :HV-PIDMTX
                   AND CSTATOBI = ' '
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM ERRORE-SQL THRU END-ERRORE-SQL
              PERFORM ANNULLA-STORNO THRU END-ANNULLA-STORNO
              GO TO END-STORNA-PIDMTX.

           MOVE 'STOR'           TO WSBI-NOMTAB.
           MOVE HV-TIT-CNAZTIT   TO WSBI-CNAZTIT.
           MOVE HV-TIT-CSPTIT    TO WSBI-CSPTIT.
           MOVE SPACES           TO HV-CCHIAVE3.
           MOVE SPACES           TO HV-AUDIT-DESCR.
           STRING 'STORNO DA ' EIBTRNID
                  '/'    EIBTRMID
                  ' RIPR. ' W-NUM-RIPRISTINI
                  DELIMITED BY SIZE INTO HV-AUDIT-DESCR.
           PERFORM REGISTRA-AUDIT THRU END-REGISTRA-AUDIT.

           IF ESITO-KO
              PERFORM ANNULLA-STORNO THRU END-ANNULLA-STORNO
              GO TO END-STORNA-PIDMTX.

           EXEC CICS SYNCPOINT END-EXEC.

           MOVE SPACES TO MSGI.
           STRING 'STORNO ESEGUITO - IMMAGINI RIPRISTINATE: '
                  W-NUM-RIPRISTINI
                  DELIMITED BY SIZE INTO MSGI.
           PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA.

       END-STORNA-PIDMTX.
           EXIT.

      *--------------------------------------------------------*
      *    RIPRISTINO DI UNA IMMAGINE PRIMA NON ANCORA          *
      *    STORNATA, CON LA SUA RIGA DI AUDIT.                  *
      *--------------------------------------------------------*
       RIPRISTINA-IMMAGINE.

           PERFORM LEGGI-IMMAGINE THRU END-LEGGI-IMMAGINE.

           IF FINE-CUR
              GO TO END-RIPRISTINA-IMMAGINE.

           IF WSBI-STORNATO
              GO TO END-RIPRISTINA-IMMAGINE.

RG0939     PERFORM LEGGI-STATO-CORRENTE THRU END-LEGGI-STATO-CORRENTE.

RG0939     IF ESITO-KO
RG0939        SET FINE-CUR TO TRUE
RG0939        GO TO END-RIPRISTINA-IMMAGINE.

           EVALUATE TRUE
               WHEN WSBI-TATS
                    EXEC SQL
                         UPDATE TATS
                            SET CSTRIP   = :WSBI-CSTRIP
                               ,CSTRIOP  = :WSBI-CSTRIOP
                               ,QPMSTRIP = :WSBI-QPMSTRIP
                               ,QLMSTRIP = :WSBI-QLMSTRIP
                               ,CNAZMANT = :WSBI-CNAZMANT
                               ,CSPTMANT = :WSBI-CSPTMANT
                               ,CEMTMANT = :WSBI-CEMTMANT
                               ,CNAZMAUP = :WSBI-CNAZMAUP
                               ,CSPTMAUP = :WSBI-CSPTMAUP
                               ,CEMTMAUP = :WSBI-CEMTMAUP
                               ,CNAZCIBR = :WSBI-CNAZCIBR
                               ,CSPTCIBR = :WSBI-CSPTCIBR
                               ,CEMTCIBR = :WSBI-CEMTCIBR
                               ,QQUOCAR  = :WSBI-QQUOCAR
                               ,CTMAUP   = :WSBI-CTMAUP
                          WHERE CNAZTIT  = :WSBI-CNAZTIT
                            AND CSPTIT   = :WSBI-CSPTIT
                            AND CEMTIT   = :WSBI-CEMTIT
                    END-EXEC
                    MOVE WSBI-CEMTIT   TO HV-CCHIAVE3
               WHEN WSBI-TAF
                    EXEC SQL
                         UPDATE TAF
                            SET CNAZTIPX = :WSBI-CNAZTIPX
                               ,CSPTIPX  = :WSBI-CSPTIPX
                          WHERE CNAZTIT  = :WSBI-CNAZTIT
                            AND CSPTIT   = :WSBI-CSPTIT
                            AND CEMTIT   = :WSBI-CEMTIT
                    END-EXEC
                    MOVE WSBI-CEMTIT   TO HV-CCHIAVE3
               WHEN WSBI-IAT
                    EXEC SQL
                         UPDATE IAT
                            SET CSCERXT   = :WSBI-CSCERXT
                               ,WTIMECEXT =
                                CASE WHEN :WSBI-WTIMECEXT = ' '
                                     THEN NULL
                                     ELSE TIMESTAMP(:WSBI-WTIMECEXT)
                                END
                          WHERE CNAZTIT  = :WSBI-CNAZTIT
                            AND CSPTIT   = :WSBI-CSPTIT
                            AND CHKDGTIT = :WSBI-CHKDGTIT
                    END-EXEC
                    MOVE WSBI-CHKDGTIT TO HV-CCHIAVE3
               WHEN OTHER
                    GO TO END-RIPRISTINA-IMMAGINE
           END-EVALUATE.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM ERRORE-SQL THRU END-ERRORE-SQL
              SET ESITO-KO TO TRUE
              SET FINE-CUR TO TRUE
              GO TO END-RIPRISTINA-IMMAGINE.

           ADD 1 TO W-NUM-RIPRISTINI.
           IF HV-TIT-CNAZTIT = SPACES
              MOVE WSBI-CNAZTIT TO HV-TIT-CNAZTIT
              MOVE WSBI-CSPTIT  TO HV-TIT-CSPTIT
           END-IF.

           MOVE SPACES TO HV-AUDIT-DESCR.
           STRING 'STORNO - RIPRISTINO IMMAGINE PRIMA '
                  WSBI-NOMTAB
                  DELIMITED BY SIZE INTO HV-AUDIT-DESCR.
           PERFORM REGISTRA-AUDIT THRU END-REGISTRA-AUDIT.

           IF ESITO-KO
              SET FINE-CUR TO TRUE
RG0939        GO TO END-RIPRISTINA-IMMAGINE.

RG0939     PERFORM REGISTRA-EVENTO THRU END-REGISTRA-EVENTO.

RG0939     IF ESITO-KO
RG0939        SET FINE-CUR TO TRUE.

       END-RIPRISTINA-IMMAGINE.
           EXIT.

RG0939*--------------------------------------------------------*
RG0939*    STATO CORRENTE DEL TITOLO, LETTO PRIMA DEL           *
RG0939*    RIPRISTINO: E' LO STATO PRIMA DELL'EVENTO. STESSI    *
RG0939*    CAMPI DI STATO DI WSOC83 (VEDI COPY WSETVGR).        *
RG0939*--------------------------------------------------------*
RG0939 LEGGI-STATO-CORRENTE.

RG0939     MOVE SPACES        TO WSETVGR.
RG0939     MOVE WSBI-NOMTAB   TO WSET-NOMTAB.

RG0939     EVALUATE TRUE
RG0939         WHEN WSBI-TATS
RG0939              EXEC SQL
RG0939                   SELECT CSTRIP
RG0939                     INTO :WSET-STATOPRE
RG0939                     FROM TATS
RG0939                    WHERE CNAZTIT  = :WSBI-CNAZTIT
RG0939                      AND CSPTIT   = :WSBI-CSPTIT
RG0939                      AND CEMTIT   = :WSBI-CEMTIT
RG0939              END-EXEC
RG0939         WHEN WSBI-TAF
RG0939              EXEC SQL
RG0939                   SELECT CNAZTIPX CONCAT CSPTIPX
RG0939                     INTO :WSET-STATOPRE
RG0939                     FROM TAF
RG0939                    WHERE CNAZTIT  = :WSBI-CNAZTIT
RG0939                      AND CSPTIT   = :WSBI-CSPTIT
RG0939                      AND CEMTIT   = :WSBI-CEMTIT
RG0939              END-EXEC
RG0939         WHEN WSBI-IAT
RG0939              EXEC SQL
RG0939                   SELECT CSCERXT
RG0939                     INTO :WSET-STATOPRE
RG0939                     FROM IAT
RG0939                    WHERE CNAZTIT  = :WSBI-CNAZTIT
RG0939                      AND CSPTIT   = :WSBI-CSPTIT
RG0939                      AND CHKDGTIT = :WSBI-CHKDGTIT
RG0939              END-EXEC
RG0939         WHEN OTHER
RG0939              GO TO END-LEGGI-STATO-CORRENTE
RG0939     END-EVALUATE.

RG0939     IF SQLCODE NOT EQUAL ZERO
RG0939        PERFORM ERRORE-SQL THRU END-ERRORE-SQL
RG0939        SET ESITO-KO TO TRUE
RG0939     END-IF.

RG0939 END-LEGGI-STATO-CORRENTE.
RG0939     EXIT.

RG0939*--------------------------------------------------------*
RG0939*    EVENTO DI CAMBIO STATO DEL RIPRISTINO, NELLA STESSA  *
RG0939*    UNITA' DI LAVORO: STATO DOPO = IMMAGINE PRIMA        *
RG0939*    RIPRISTINATA. COME PER L'AUDIT, UN ERRORE ANNULLA    *
RG0939*    LO STORNO: I SOTTOSCRITTORI NON DEVONO PERDERLO.     *
RG0939*--------------------------------------------------------*
RG0939 REGISTRA-EVENTO.

RG0939     MOVE HV-PIDMTX     TO WSET-PIDMTX.
RG0939     MOVE WSBI-CNAZTIT  TO WSET-CNAZTIT.
RG0939     MOVE WSBI-CSPTIT   TO WSET-CSPTIT.
RG0939     MOVE HV-CCHIAVE3   TO WSET-CCHIAVE3.
RG0939     MOVE SPACES        TO WSET-STATOPOS.
RG0939     SET WSET-DA-DISTRIBUIRE TO TRUE.

RG0939     EVALUATE TRUE
RG0939         WHEN WSET-TATS
RG0939              MOVE WSBI-CSTRIP    TO WSET-STATOPOS
RG0939         WHEN WSET-TAF
RG0939              MOVE WSBI-CNAZTIPX  TO WSET-STATOPOS (1:2)
RG0939              MOVE WSBI-CSPTIPX   TO WSET-STATOPOS (3:9)
RG0939         WHEN WSET-IAT
RG0939              MOVE WSBI-CSCERXT   TO WSET-STATOPOS
RG0939     END-EVALUATE.

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
RG0939        DISPLAY 'WSSO0083 - ERRORE INSERT WSET0083 SQLCODE='
RG0939                 SQLCODE
RG0939        PERFORM ERRORE-SQL THRU END-ERRORE-SQL
RG0939        SET ESITO-KO TO TRUE
RG0939     END-IF.

RG0939 END-REGISTRA-EVENTO.
RG0939     EXIT.

      *--------------------------------------------------------*
      *    TRACCIA DI AUDIT DELLO STORNO: STESSA TABELLA E      *
      *    STESSO PIDMTX DEGLI AGGIORNAMENTI DI WSOC83. QUI     *
      *    UN ERRORE ANNULLA LO STORNO: UNO STORNO SENZA        *
      *    TRACCIA NON DEVE ESISTERE.                           *
      *--------------------------------------------------------*
       REGISTRA-AUDIT.

           EXEC SQL
                INSERT INTO WSAU0083
                       (PIDMTX,   NOMTAB,   CNAZTIT,  CSPTIT,
                        CCHIAVE3, DESCRAUD, WTIMEAUD)
                VALUES (:HV-PIDMTX, :WSBI-NOMTAB,
                        :WSBI-CNAZTIT, :WSBI-CSPTIT, :HV-CCHIAVE3,
                        :HV-AUDIT-DESCR, CURRENT TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'WSSO0083 - ERRORE INSERT WSAU0083 SQLCODE='
                       SQLCODE
              PERFORM ERRORE-SQL THRU END-ERRORE-SQL
              SET ESITO-KO TO TRUE
           END-IF.

       END-REGISTRA-AUDIT.
           EXIT.

      *--------------------------------------------------------*
      *    ANNULLA TUTTO IL LAVORO DELLO STORNO (RIPRISTINI,    *
      *    MARCATURE, AUDIT): IL MESSAGGIO RESTA APPLICATO.     *
      *    MSGI PORTA GIA' L'ERRORE DB2.                        *
      *--------------------------------------------------------*
       ANNULLA-STORNO.
           EXEC CICS SYNCPOINT ROLLBACK NOHANDLE END-EXEC.
           MOVE 'STORNO ANNULLATO - NESSUNA MODIFICA APPLICATA'
                                   TO RIGAI (1).
           PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA.
       END-ANNULLA-STORNO.
           EXIT.

      *--------------------------------------------------------*
       PULISCI-RIGHE.
           MOVE ZERO TO W-IND.
           PERFORM PULISCI-UNA-RIGA THRU END-PULISCI-UNA-RIGA
              UNTIL W-IND NOT LESS W-RIGHE-PAGINA.
       END-PULISCI-RIGHE.
           EXIT.

      *--------------------------------------------------------*
       PULISCI-UNA-RIGA.
           ADD 1 TO W-IND.
           MOVE SPACES TO RIGAI (W-IND).
       END-PULISCI-UNA-RIGA.
           EXIT.

      *--------------------------------------------------------*
       ERRORE-SQL.
           MOVE SQLCODE TO W-SQLCODE.
           MOVE SPACES  TO MSGI.
           STRING 'ERRORE DB2, SQLCODE=' W-SQLCODE
                  DELIMITED BY SIZE INTO MSGI.
       END-ERRORE-SQL.
           EXIT.

      *--------------------------------------------------------*
       RIVIA-VIDEATA.
           EXEC CICS SEND MAP ('WSSO83M') MAPSET ('WSSO83S')
                     FROM (WSSO83MI) DATAONLY
           END-EXEC.
       END-RIVIA-VIDEATA.
           EXIT.

      *--------------------------------------------------------*
       FINE-CONVERSAZIONE.
           EXEC CICS SEND TEXT FROM ('STORNO MESSAGGI TERMINATO')
                     LENGTH (25) ERASE FREEKB
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
       END-FINE-CONV.
           EXIT.

      *--------------------------------------------------------*
       W900-ERRORE.
           EXEC CICS SYNCPOINT ROLLBACK NOHANDLE END-EXEC.
           EXEC CICS SEND TEXT FROM ('ERRORE CICS IN WSSO0083')
                     LENGTH (23) ERASE FREEKB NOHANDLE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.

      *--------------------------------------------------------*
       W910-MAPFAIL.
           PERFORM INIZIALIZZA-CONVERSAZIONE.
           PERFORM VIDEATA-INIZIALE THRU END-VIDEATA-INIZIALE.
           EXEC CICS RETURN TRANSID ('WSSO')
                     COMMAREA (W-WSSO83C)
                     LENGTH   (LENGTH OF W-WSSO83C)
           END-EXEC.
      * ================>> FINE PROGRAMMA WSSO0083 <<================= *
