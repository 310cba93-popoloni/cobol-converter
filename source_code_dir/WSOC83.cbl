         05 W-PAR-83-CHKDGTIT            PIC 9(01).
         05 W-PAR-83-CINDICIZ            PIC X(01).
         05 W-PAR-83-ICACTDS             PIC X(01).
RG0917   05 W-PAR-83-PIDMTX              PIC X(15).
RG0917   05 FILLER                       PIC X(51).
      *
      *-------------------------------------------------------------*
      * -- AREE PER RICHIESTA ESECUZIONE JOB
      * TABELLA DI TRACCIATURA DEGLI AGGIORNAMENTI APPLICATIVI
      * (TATS/TAF/IAT) ESEGUITI DA QUESTA TRANSAZIONE
RG0855     EXEC SQL INCLUDE WSAU0083 END-EXEC.
      *
      * IMMAGINE PRIMA DELLE COLONNE TATS/TAF/IAT AGGIORNATE DA QUESTA
      * TRANSAZIONE (TABELLA WSBI0083, VEDI SALVA-IMMAGINE-*): E' LA
      * BASE DELLO STORNO IN LINEA DEL MESSAGGIO (WSSO0083)
RG0914     COPY WSBIMGR.
      *
      * REGISTRO DEGLI ESITI D'INVIO (TABELLA WSIN0083, VEDI
      * REGISTRA-ESITO-INVIO): INNESCATO, DIFFERITO CON MOTIVO O NON
      * APPLICABILE, PIU' L'ESITO DEL JOB POSTATO DA WSIC0083
RG0917     COPY WSINVGR.
      *
      * IMPRONTA DEI DATI ANAGRAFICI SU CUI E' STATO ACCETTATO IL
      * MESSAGGIO (TABELLA WSFP0083, VEDI SALVA-IMPRONTA-ANAGRAFICA),
      * CONFRONTATA OGNI NOTTE CON L'ANAGRAFE CORRENTE DA WSDF0083
RG0918     COPY WSFPRGR.
      *
      * EVENTI DI CAMBIO STATO TATS/TAF/IAT DA PUBBLICARE AI
      * SOTTOSCRITTORI (TABELLA WSET0083, VEDI REGISTRA-EVENTO-STATO),
      * RIPARTITI E CONSEGNATI DALLA TRANSAZIONE WSPB0083
RG0921     COPY WSETVGR.
      *
      * REGISTRO DEI MESSAGGI TRATTENUTI PER IL RILASCIO A QUATTRO
      * OCCHI (TABELLA WSTN0083, VEDI VALUTA-TRATTENUTA) E REGOLE DI
      * TRATTENUTA DAL MEMBRO 'WS83RILA' DEL FILE TABELLE; SE IL
      * MEMBRO NON E' CENSITO (O DA CHIAMANTE BATCH DELL'ENTRY
      * 'WSOC83R') VALGONO I DEFAULT QUI SOTTO
RG0923     COPY WSTNRGR.
RG0923     COPY WSHT101.
      *
RG0923 01  W-REG-RICOST                 PIC X(01)  VALUE 'S'.
RG0923     88  REG-RICOST-ATTIVA        VALUE 'S'.
RG0923 01  W-REG-PIANO                  PIC X(01)  VALUE 'S'.
RG0923     88  REG-PIANO-ATTIVA         VALUE 'S'.
RG0923 01  W-REG-SOGLIA-QPM             PIC 9(03)V9(02) VALUE ZERO.
RG0923 01  W-SEG-APPLICATI              PIC S9(4)  COMP VALUE ZERO.
RG0923 01  W-SW-TRATTENUTA              PIC X(01)  VALUE 'N'.
RG0923     88  TRATTENUTO               VALUE 'S'.
RG0923     88  NON-TRATTENUTO           VALUE 'N'.
RG0923 01  W-SW-PIANO-VARIATO           PIC X(01)  VALUE 'N'.
RG0923     88  PIANO-VARIATO            VALUE 'S'.
RG0923     88  PIANO-NON-VARIATO        VALUE 'N'.
      * -- DECISIONE GIA' PRESA SUL PIDMTX (WSTN-CSTATO), SPAZIO SE IL
      * -- MESSAGGIO NON E' MAI STATO TRATTENUTO
RG0923 01  W-SW-DECISIONE               PIC X(01)  VALUE SPACE.
RG0923     88  DECISIONE-ASSENTE        VALUE SPACE.
RG0923     88  DECISIONE-RILASCIO       VALUE 'R'.
RG0923     88  DECISIONE-RIFIUTO        VALUE 'J'.
RG0923     88  DECISIONE-PENDENTE       VALUE 'T' 'V'.
      * -- PUNTO DI RIPRISTINO DB2 DELL'ENTRY 'WSOC83R': UN MESSAGGIO
      * -- TRATTENUTO (+2) NON DEVE RESTARE APPLICATO A META'
RG0923 01  W-SW-SAVEPOINT               PIC X(01)  VALUE 'N'.
RG0923     88  SAVEPOINT-ATTIVO         VALUE 'S'.
RG0923     88  SAVEPOINT-ASSENTE        VALUE 'N'.
      *
      *-------------------------------------------------------------*
      * -- RICOSTITUZIONE (CSTRIP '0'): IL PADRE VIENE RIPULITO DI
      * -- TUTTA LA STRUTTURA DI STRIPPING E I FIGLI (CEDOLE E
      * -- MANTELLI LEGATI VIA TAF CNAZTIPX/CSPTIPX) VENGONO SGANCIATI
      * -- CON LE LORO RIGHE IAT. UN FIGLIO ANCORA VIVO IN STATO
      * -- STRIPPATO (TATS CSTRIP '2'/'3' E TAF DFIOPER NON ANCORA
      * -- SCADUTA) RESPINGE IL MESSAGGIO (ERRORE 1151, IDC 'RIC').
      *-------------------------------------------------------------*
RG0915 01  W-RIC-CNAZTIT                PIC X(02)  VALUE SPACES.
RG0915 01  W-RIC-CSPTIT                 PIC X(09)  VALUE SPACES.
RG0915 01  W-RIC-FIGLI-VIVI             PIC S9(9)  COMP-3 VALUE ZERO.
RG0915 01  W-RIC-FIGLI-CHIUSI           PIC S9(9)  COMP-3 VALUE ZERO.
RG0915 01  W-RIC-FIGLI-ED               PIC 9(05)  VALUE ZERO.
RG0915 01  W-RIC-CSCERXT-CHIUSO         PIC X(01)  VALUE 'R'.
RG0915 01  W-SW-FINE-FIGLI              PIC X(01)  VALUE 'N'.
RG0915     88  FINE-FIGLI               VALUE 'S'.
RG0915     88  NON-FINE-FIGLI           VALUE 'N'.
      *
       01  SICD-ACCDATE     PIC X(6) VALUE SPACES.
       01  SICD-ABS-TIME    PIC S9(7) COMP-3    VALUE ZERO.
RG0893     PERFORM CONTROLLI-SEGMENTI
RG0893             THRU CONTROLLI-SEGMENTI-EX.
      *
RG0923     IF NOT WS83R-DA-BATCH
RG0923        PERFORM LEGGI-REGOLE-TRATTENUTA
RG0923     END-IF.
RG0923     PERFORM LEGGI-DECISIONE-RILASCIO
RG0923             THRU LEGGI-DECISIONE-RILASCIO-EX.
      *
      * -- I SEGMENTI APPLICATI PRIMA DI QUELLO CHE FA SCATTARE LA
      * -- TRATTENUTA SI ANNULLANO TORNANDO A QUESTO PUNTO: IL
      * -- CHIAMANTE (WOCB0083) CONSOLIDA PIU' PIDMTX INSIEME E NON
      * -- PUO' FARE ROLLBACK DEL SOLO MESSAGGIO TRATTENUTO
RG0923     SET SAVEPOINT-ASSENTE     TO TRUE.
RG0923     EXEC SQL
RG0923          SAVEPOINT WS83RSAV ON ROLLBACK RETAIN CURSORS
RG0923     END-EXEC.
RG0923     IF SQLCODE EQUAL ZERO
RG0923        SET SAVEPOINT-ATTIVO   TO TRUE
RG0923     ELSE
RG0923        MOVE SQLCODE           TO WS83R-RESP
RG0923        DISPLAY '*** WSOC83R - ERRORE SAVEPOINT ***'
RG0923        DISPLAY ' SQLCODE =' SQLCODE
RG0923        GOBACK
RG0923     END-IF.
      *
RG0856     EXEC SQL
RG0856          OPEN CUR-WSRR
RG0856     END-EXEC.
RG0856           IF CONTROLLI-KO
RG0856              MOVE +1                            TO WS83R-RESP
RG0856           END-IF
      * -- +2 = IL MESSAGGIO RICADE IN UNA REGOLA DI TRATTENUTA E NON
      * -- E' ANCORA STATO RILASCIATO: NESSUN AGGIORNAMENTO APPLICATIVO
      * -- DAL SEGMENTO CHE LA FA SCATTARE IN POI, E QUELLI DEI
      * -- SEGMENTI PRECEDENTI SI ANNULLANO (RITORNO AL SAVEPOINT). LA
      * -- TRATTENUTA VERA E PROPRIA (WSRR A '4', REGISTRO WSTN0083)
      * -- RESTA DEL GIRO NORMALE A CODA, COME OGNI AGGIORNAMENTO DI
      * -- WSRR
RG0923           IF TRATTENUTO
RG0923           AND CONTROLLI-OK
RG0923              MOVE +2                            TO WS83R-RESP
RG0923              EXEC SQL
RG0923                   ROLLBACK TO SAVEPOINT WS83RSAV
RG0923              END-EXEC
RG0923              IF SQLCODE NOT EQUAL ZERO
RG0923                 MOVE SQLCODE                    TO WS83R-RESP
RG0923                 DISPLAY '*** WSOC83R - ERRORE ROLLBACK TO '
RG0923                         'SAVEPOINT ***'
RG0923                 DISPLAY ' SQLCODE =' SQLCODE
RG0923              END-IF
RG0923           END-IF
RG0856        END-IF
RG0856        PERFORM CHIUSURA-CUR-WSRR
RG0856     END-IF.
      *
RG0923     IF SAVEPOINT-ATTIVO
RG0923        EXEC SQL
RG0923             RELEASE SAVEPOINT WS83RSAV
RG0923        END-EXEC
RG0923        SET SAVEPOINT-ASSENTE  TO TRUE
RG0923     END-IF.
      *
RG0888     MOVE W-TABELLA-ERRORI     TO WS83R-ERRORI.
RG0888     SET MODO-EFFETTIVO        TO TRUE.
      *

RG0891     PERFORM CARICA-FESTIVITA.

RG0923     PERFORM LEGGI-REGOLE-TRATTENUTA.

           PERFORM LETTURA-CODA-TD-WS83.

           SET CONTROLLI-OK TO TRUE.
RG0889     END-IF.
      *
      *----------------------------------------------------------------*
RG0923 LEGGI-REGOLE-TRATTENUTA.
      *----------------------------------------------------------------*
      *
      * REGOLE DI TRATTENUTA PER IL RILASCIO A QUATTRO OCCHI DAL
      * MEMBRO 'WS83RILA' (SOTTOCHIAVE 'PARAMETRI'). UN QUALUNQUE
      * ESITO DIVERSO DA OK, O UN VALORE NON VALIDO, LASCIA IL
      * DEFAULT DI PROGRAMMA (STESSA CONVENZIONE DI LEGGI-SOGLIE-
      * BREAKER).
      *
TEST       DISPLAY 'WSOC83 - LEGGI-REGOLE-TRATTENUTA     '.
      *
RG0923     MOVE 'WS83RILA'           TO WSHT101-NOME.
RG0923     MOVE SPACES               TO WSHT101-CHIAVE20.
RG0923     MOVE 'PARAMETRI'          TO WSHT101-SOTTOCH.
RG0923     MOVE 'RND'                TO WSHT101-FUNZ.
      *
RG0923     EXEC CICS LINK PROGRAM ('SYSPTAB5')
RG0923               COMMAREA (WSHT101)
RG0923               LENGTH (LENGTH OF WSHT101)
RG0923     END-EXEC.
      *
RG0923     IF WSHT101-OK
RG0923        IF WSHT101-RICOST = 'S' OR WSHT101-RICOST = 'N'
RG0923           MOVE WSHT101-RICOST       TO W-REG-RICOST
RG0923        END-IF
RG0923        IF WSHT101-PIANO = 'S' OR WSHT101-PIANO = 'N'
RG0923           MOVE WSHT101-PIANO        TO W-REG-PIANO
RG0923        END-IF
RG0923        IF WSHT101-SOGLIA-QPM NUMERIC
RG0923           MOVE WSHT101-SOGLIA-QPM   TO W-REG-SOGLIA-QPM
RG0923        END-IF
RG0923     END-IF.
      *
      *----------------------------------------------------------------*
       LETTURA-DATA-CONTABILE.
      *----------------------------------------------------------------*
      *
RG0893       TO PIDMTX OF DCLWSRR.
RG0893     PERFORM CONTROLLI-SEGMENTI
RG0893             THRU CONTROLLI-SEGMENTI-EX.
      *
      * -- DECISIONE DI RILASCIO GIA' PRESA SUL MESSAGGIO (MESSAGGIO
      * -- TRATTENUTO E RIACCODATO DA WSRL0083), VEDI VALUTA-TRATTENUTA
RG0923     PERFORM LEGGI-DECISIONE-RILASCIO
RG0923             THRU LEGGI-DECISIONE-RILASCIO-EX.
      *
           PERFORM APERTURA-CUR-WSRR.
      *
      *
           PERFORM CHIUSURA-CUR-WSRR.
      *
      * -- UN MESSAGGIO TRATTENUTO PER IL RILASCIO A QUATTRO OCCHI NON
      * -- HA NE' RISPOSTA NE' AGGIORNAMENTO WSL: LI AVRA' QUANDO,
      * -- RILASCIATO O RESPINTO DA WSRL0083, TORNERA' DALLA CODA.
      * -- SE UN SEGMENTO SUCCESSIVO E' IN ERRORE LO SCARTO PREVALE
      * -- SULLA TRATTENUTA E IL MESSAGGIO SEGUE LA VIA NORMALE.
RG0923     IF TRATTENUTO
RG0923     AND CONTROLLI-OK
RG0923        PERFORM TRATTIENI-MESSAGGIO
RG0923                THRU TRATTIENI-MESSAGGIO-EX
RG0923     ELSE
RG0923        IF W-CONTROLLI = 0
RG0923           PERFORM PREPARA-INVIO-MAIL
RG0923        END-IF
      *
RG0923        PERFORM AGGIORNAMENTI-ARCHITETTURALI
      *
RG0923        IF NOT DECISIONE-ASSENTE
RG0923           PERFORM REGISTRA-ESITO-RILASCIO
RG0923                   THRU REGISTRA-ESITO-RILASCIO-EX
RG0923        END-IF
RG0923     END-IF.
      *
      *
           PERFORM LETTURA-CODA-TD-WS83.
               PERFORM CONTROLLI-APPLICATIVI
           END-IF.
      *
      * -- REGOLE DI TRATTENUTA PER IL RILASCIO A QUATTRO OCCHI: UN
      * -- MESSAGGIO TRATTENUTO NON VIENE APPLICATO DA QUI IN POI
RG0923     IF CONTROLLI-OK
RG0923         PERFORM VALUTA-TRATTENUTA
RG0923                 THRU VALUTA-TRATTENUTA-EX
RG0923     END-IF.
      *
TEST       DISPLAY 'W-TABELLA-ERRORI     = ' W-TABELLA-ERRORI
           IF CONTROLLI-OK
RG0888     AND MODO-EFFETTIVO
RG0923     AND NON-TRATTENUTO
               PERFORM AGGIORNAMENTI-APPLICATIVI
RG0923         ADD 1                  TO W-SEG-APPLICATI
           END-IF.
      *
           PERFORM LETTURA-TABELLA-WSRR.
      *
           INITIALIZE W-IND-IDC
                      W-CSTRIP.
RG0923     SET PIANO-NON-VARIATO          TO TRUE.
      *
           MOVE WSC83I-CSTRIP             TO W-CSTRIP.
           DISPLAY 'W-CSTRIP    = ' W-CSTRIP.
RG0852             AND WSC83I-CSTRIP NOT = '3'
RG0852                 PERFORM CSTRIP-TRANS-KO
RG0852             END-IF
      *    '9' = TITOLO ESTINTO A FINE VITA DA WSEV0083: STATO TERMINALE
RG0920         WHEN '9'
RG0920             PERFORM CSTRIP-TRANS-KO
RG0852         WHEN OTHER
RG0852             PERFORM CSTRIP-TRANS-KO
RG0852     END-EVALUATE.
              PERFORM MEMORIZZA-ERRORE
           END-IF.
      *
      * IDC.RIC  CEDOLE/MANTELLI DEL TITOLO ANCORA VIVI IN STATO
      * STRIPPATO: LA RICOSTITUZIONE NON PUO' CHIUDERE LA STRUTTURA
RG0915     IF CONTROLLI-OK
RG0915         PERFORM CONTROLLI-A-FIGLI-CSTRIP-0
RG0915                 THRU CONTROLLI-A-FIGLI-CSTRIP-0-EX
RG0915     END-IF.
      *
      *----------------------------------------------------------------*
RG0915 CONTROLLI-A-FIGLI-CSTRIP-0.
      *----------------------------------------------------------------*
      *
TEST       DISPLAY 'WSOC83 - CONTROLLI-A-FIGLI-CSTRIP-0  '.
      *
      * CONTA I FIGLI (TAF CON CNAZTIPX/CSPTIPX = TITOLO DEL MESSAGGIO)
      * ANCORA IN STATO STRIPPATO SU TATS (CSTRIP '2' MANTELLO, '3'
      * CEDOLA) E NON ANCORA SCADUTI (DFIOPER NON ANTERIORE ALLA DATA
      * CONTABILE). I FIGLI SCADUTI O GIA' USCITI DALLO STRIPPING
      * VENGONO INVECE CHIUSI DA CHIUDI-FIGLI-CSTRIP-0.
      *
RG0915     MOVE WSC83I-CNAZTIT        TO W-RIC-CNAZTIT.
RG0915     MOVE WSC83I-CSPTIT         TO W-RIC-CSPTIT.
RG0915     MOVE ZERO                  TO W-RIC-FIGLI-VIVI.
      *
RG0915     EXEC SQL
RG0915          SELECT COUNT(*)
RG0915            INTO :W-RIC-FIGLI-VIVI
RG0915            FROM TAF  A
RG0915                ,TATS B
RG0915           WHERE A.CNAZTIPX  = :W-RIC-CNAZTIT
RG0915             AND A.CSPTIPX   = :W-RIC-CSPTIT
RG0915             AND B.CNAZTIT   = A.CNAZTIT
RG0915             AND B.CSPTIT    = A.CSPTIT
RG0915             AND B.CEMTIT    = A.CEMTIT
RG0915             AND B.CSTRIP   IN ('2', '3')
RG0915             AND A.DFIOPER  >= :W-DGIOR
RG0915            WITH UR
RG0915     END-EXEC.
      *
RG0915     IF SQLCODE NOT EQUAL ZERO
RG0915        INITIALIZE W-DESCR1 W-DESCR2
RG0915        MOVE 'ERRORE DB2-CONTEGGIO FIGLI TAF/TATS' TO W-DESCR1
RG0915        MOVE PIDMTX OF DCLWSRR  TO W-PIDMTX-X
RG0915        STRING 'PIDMTX: '          W-PIDMTX-X
RG0915        DELIMITED BY SIZE     INTO W-DESCR2
RG0915        PERFORM FINE-ANOMALA
RG0915     END-IF.
      *
RG0915     IF W-RIC-FIGLI-VIVI = ZERO
RG0915        GO TO CONTROLLI-A-FIGLI-CSTRIP-0-EX.
      *
RG0915     MOVE W-RIC-FIGLI-VIVI      TO W-RIC-FIGLI-ED.
RG0915     DISPLAY '*** WSOC83 - RICOSTITUZIONE CON FIGLI VIVI ***'
RG0915     DISPLAY ' PIDMTX    =' PIDMTX OF DCLWSRR
RG0915     DISPLAY ' TITOLO    =' W-RIC-CNAZTIT W-RIC-CSPTIT
RG0915     DISPLAY ' FIGLI     =' W-RIC-FIGLI-ED
      *-----        1151.RICOSTITUZIONE CON CEDOLE/MANTELLI ANCORA VIVI
RG0915     SET CONTROLLI-APPL-KO      TO TRUE
RG0915     MOVE 'RIC'                 TO W-IDC
RG0915     MOVE '1151'                TO W-ERR
RG0915     PERFORM MEMORIZZA-ERRORE.
      *
RG0915 CONTROLLI-A-FIGLI-CSTRIP-0-EX.
RG0915     EXIT.
      *
      *----------------------------------------------------------------*
       CONTROLLI-A-CSTRIP-1.
      *----------------------------------------------------------------*
RG0877        DISPLAY ' RATE CORRENTI   =' W-SALVA-IND-DP
RG0877     END-IF.
      *
      * CON LA REGOLA 'PIANO' DEL MEMBRO 'WS83RILA' ATTIVA LA
      * VARIAZIONE NON RESPINGE: IL MESSAGGIO VIENE TRATTENUTO PER IL
      * RILASCIO A QUATTRO OCCHI (VEDI VALUTA-TRATTENUTA), E UNA VOLTA
      * RILASCIATO PASSA CON IL PIANO NUOVO
RG0923     IF SNAP-PRESENTE
RG0923     AND W-SNAP-DIFF GREATER ZERO
RG0923     AND REG-PIANO-ATTIVA
RG0923        SET PIANO-VARIATO         TO TRUE
RG0923        DISPLAY '*** WSOC83 - PIANO VARIATO: DA RILASCIARE ***'
RG0923     END-IF.
      *
RG0877     IF SNAP-PRESENTE
RG0877     AND W-SNAP-DIFF GREATER ZERO
RG0923     AND NOT REG-PIANO-ATTIVA
RG0877        INITIALIZE W-DESCR1 W-DESCR2
RG0877        MOVE 'PIANO AMMORTAMENTO VARIATO DA ULTIMA VALIDAZIONE'
RG0877                                  TO W-DESCR1
      *
           EVALUATE WSC83I-CSTRIP
               WHEN '0'
RG0915              PERFORM AGGIORNA-TATS-CSTRIP-0
RG0915              PERFORM CHIUDI-FIGLI-CSTRIP-0
RG0915                      THRU CHIUDI-FIGLI-CSTRIP-0-EX
               WHEN '1'
                    PERFORM AGGIORNA-TATS-CSTRIP-1
RG0877              PERFORM SALVA-PIANO-SNAPSHOT
RG0877                      THRU SALVA-PIANO-SNAPSHOT-EX
           END-EVALUATE.
      *
RG0918     IF WSC83I-CSTRIP NOT = '0'
RG0918        PERFORM SALVA-IMPRONTA-ANAGRAFICA
RG0918                THRU SALVA-IMPRONTA-ANAGRAFICA-EX
RG0918     END-IF.
      *
      *----------------------------------------------------------------*
RG0915 AGGIORNA-TATS-CSTRIP-0.
      *----------------------------------------------------------------*
      * AGGIORNAMENTO TABELLA TATS PER CSTRIP 0 (RICOSTITUZIONE): OLTRE
      * AL CODICE STRIPPING VENGONO AZZERATI OPERABILITA', PERCENTUALE
      * E LOTTO, I LEGAMI A MANTELLO/MANTELLO UPLIFT/CEDOLA IBRIDA E LA
      * QUOTA CAPITALE (I VALORI IN ARRIVO SONO GIA' VERIFICATI A ZERO
      * O SPAZI DA CONTROLLI-A-CSTRIP-0)
      *
TEST       DISPLAY 'WSOC83 - AGGIORNA-TATS-CSTRIP-0      '.
      *
      * IMPOSTO LA CHIAVE PER L'AGGIORNAMENTO
RG0915     MOVE WSC83I-CNAZTIT         TO CNAZTIT   OF DCLTATS
RG0915     MOVE WSC83I-CSPTIT          TO CSPTIT    OF DCLTATS
RG0915     MOVE '00'                   TO CEMTIT    OF DCLTATS
RG0915     PERFORM SALVA-IMMAGINE-TATS
RG0915             THRU SALVA-IMMAGINE-TATS-EX.
      *
      * CAMPI DA AGGIORNARE
RG0915     MOVE WSC83I-CSTRIP          TO CSTRIP    OF DCLTATS
RG0915     MOVE WSC83I-CSTRIOP         TO CSTRIOP   OF DCLTATS
RG0915     MOVE ZERO                   TO QPMSTRIP  OF DCLTATS
RG0915                                    QLMSTRIP  OF DCLTATS
RG0915                                    QQUOCAR   OF DCLTATS
RG0915     MOVE SPACES                 TO CNAZMANT  OF DCLTATS
RG0915                                    CSPTMANT  OF DCLTATS
RG0915                                    CEMTMANT  OF DCLTATS
RG0915                                    CNAZMAUP  OF DCLTATS
RG0915                                    CSPTMAUP  OF DCLTATS
RG0915                                    CEMTMAUP  OF DCLTATS
RG0915                                    CNAZCIBR  OF DCLTATS
RG0915                                    CSPTCIBR  OF DCLTATS
RG0915                                    CEMTCIBR  OF DCLTATS.
      *
RG0915     EXEC SQL
RG0915          UPDATE TATS
RG0915          SET CSTRIP      = :DCLTATS.CSTRIP
RG0915            , CSTRIOP     = :DCLTATS.CSTRIOP
RG0915            , QPMSTRIP    = :DCLTATS.QPMSTRIP
RG0915            , QLMSTRIP    = :DCLTATS.QLMSTRIP
RG0915            , CNAZMANT    = :DCLTATS.CNAZMANT
RG0915            , CSPTMANT    = :DCLTATS.CSPTMANT
RG0915            , CEMTMANT    = :DCLTATS.CEMTMANT
RG0915            , CNAZMAUP    = :DCLTATS.CNAZMAUP
RG0915            , CSPTMAUP    = :DCLTATS.CSPTMAUP
RG0915            , CEMTMAUP    = :DCLTATS.CEMTMAUP
RG0915            , CNAZCIBR    = :DCLTATS.CNAZCIBR
RG0915            , CSPTCIBR    = :DCLTATS.CSPTCIBR
RG0915            , CEMTCIBR    = :DCLTATS.CEMTCIBR
RG0915            , QQUOCAR     = :DCLTATS.QQUOCAR
RG0915          WHERE CNAZTIT   = :DCLTATS.CNAZTIT
RG0915            AND CSPTIT    = :DCLTATS.CSPTIT
RG0915            AND CEMTIT    = :DCLTATS.CEMTIT
RG0915     END-EXEC.
      *
RG0915     EVALUATE SQLCODE
RG0915         WHEN ZERO
RG0915              MOVE 'TATS'              TO W-AUDIT-NOMTAB
RG0915              MOVE CNAZTIT OF DCLTATS  TO W-AUDIT-CNAZTIT
RG0915              MOVE CSPTIT  OF DCLTATS  TO W-AUDIT-CSPTIT
RG0915              MOVE CEMTIT  OF DCLTATS  TO W-AUDIT-CCHIAVE3
RG0915              MOVE 'CSTRIP-0 RICOSTITUZIONE, STRUTTURA AZZERATA'
RG0915                   TO W-AUDIT-DESCR
RG0915              PERFORM SCRIVI-TRACCIA-AUDIT
RG0939              PERFORM CHIUDI-DIFFERITI-CSTRIP-0
RG0939                      THRU CHIUDI-DIFFERITI-CSTRIP-0-EX
RG0915         WHEN OTHER
RG0915              IF FINE-REGOLARE
RG0915                 SET TATS-KO                          TO TRUE
RG0915                 INITIALIZE W-DESCR1 W-DESCR2
RG0915                 MOVE 'ERRORE DB2 - UPDATE TAB. TATS' TO W-DESCR1
RG0915                 PERFORM FINE-ANOMALA
RG0915              END-IF
RG0915     END-EVALUATE.
      *
      *----------------------------------------------------------------*
RG0939 CHIUDI-DIFFERITI-CSTRIP-0.
      *----------------------------------------------------------------*
      * RICOSTITUZIONE: IL PADRE NON E' PIU' IN STRIPPING, QUINDI LE
      * SUE RIGHE WSIN0083 ANCORA DIFFERITE NON VERRANNO MAI INNESCATE.
      * PASSANO A SUPERATO CON IL PIDMTX DELLA RICOSTITUZIONE, COME
      * FA REGISTRA-ESITO-INVIO QUANDO L'INVIO VIENE INNESCATO, E
      * ESCONO DAL REPORT DI ANZIANITA' WSIA0083. COME LA TRACCIATURA
      * WSAU0083, UN ERRORE QUI VIENE SOLO SEGNALATO.
      *
TEST       DISPLAY 'WSOC83 - CHIUDI-DIFFERITI-CSTRIP-0   '.
      *
RG0939     MOVE WSC83I-CNAZTIT            TO WSIN-CNAZTIT.
RG0939     MOVE WSC83I-CSPTIT             TO WSIN-CSPTIT.
      *
RG0939     EXEC SQL
RG0939          UPDATE WSIN0083
RG0939             SET CESITOINV = 'S'
RG0939               , PIDMTXRIV = :DCLWSRR.PIDMTX
RG0939           WHERE CNAZTIT   = :WSIN-CNAZTIT
RG0939             AND CSPTIT    = :WSIN-CSPTIT
RG0939             AND CESITOINV = 'D'
RG0939     END-EXEC.
      *
RG0939     IF SQLCODE NOT EQUAL ZERO
RG0939     AND SQLCODE NOT EQUAL +100
RG0939        DISPLAY '*** WSOC83 - ERRORE UPDATE WSIN0083 ***'
RG0939        DISPLAY ' SQLCODE =' SQLCODE
RG0939     END-IF.
      *
RG0939 CHIUDI-DIFFERITI-CSTRIP-0-EX.
RG0939     EXIT.
      *
      *----------------------------------------------------------------*
RG0915 CHIUDI-FIGLI-CSTRIP-0.
      *----------------------------------------------------------------*
      * RICOSTITUZIONE: SGANCIA DAL PADRE TUTTI I FIGLI RIMASTI LEGATI
      * VIA TAF CNAZTIPX/CSPTIPX (CEDOLE E MANTELLI SCADUTI O GIA'
      * USCITI DALLO STRIPPING: QUELLI VIVI HANNO GIA' FATTO RESPINGERE
      * IL MESSAGGIO) E CHIUDE LA LORO RIGA IAT (CSCERXT 'R').
      * IL FIGLIO VIENE RILETTO UNO ALLA VOLTA: DOPO LO SGANCIO NON
      * SODDISFA PIU' LA RICERCA, QUINDI IL GIRO TERMINA DA SOLO.
      *
TEST       DISPLAY 'WSOC83 - CHIUDI-FIGLI-CSTRIP-0       '.
      *
RG0915     MOVE WSC83I-CNAZTIT        TO W-RIC-CNAZTIT.
RG0915     MOVE WSC83I-CSPTIT         TO W-RIC-CSPTIT.
RG0915     MOVE ZERO                  TO W-RIC-FIGLI-CHIUSI.
RG0915     SET NON-FINE-FIGLI         TO TRUE.
      *
RG0915     PERFORM CHIUDI-FIGLIO-CSTRIP-0
RG0915             THRU CHIUDI-FIGLIO-CSTRIP-0-EX
RG0915       UNTIL FINE-FIGLI.
      *
RG0915     MOVE W-RIC-FIGLI-CHIUSI    TO W-RIC-FIGLI-ED.
TEST       DISPLAY 'FIGLI SGANCIATI = ' W-RIC-FIGLI-ED.
      *
RG0915 CHIUDI-FIGLI-CSTRIP-0-EX.
RG0915     EXIT.
      *
      *----------------------------------------------------------------*
RG0915 CHIUDI-FIGLIO-CSTRIP-0.
      *----------------------------------------------------------------*
      *
TEST       DISPLAY 'WSOC83 - CHIUDI-FIGLIO-CSTRIP-0      '.
      *
RG0915     EXEC SQL
RG0915          SELECT CNAZTIT, CSPTIT, CEMTIT
RG0915            INTO :DCLTAF.CNAZTIT, :DCLTAF.CSPTIT, :DCLTAF.CEMTIT
RG0915            FROM TAF
RG0915           WHERE CNAZTIPX  = :W-RIC-CNAZTIT
RG0915             AND CSPTIPX   = :W-RIC-CSPTIT
RG0915           FETCH FIRST 1 ROW ONLY
RG0915     END-EXEC.
      *
RG0915     EVALUATE SQLCODE
RG0915         WHEN ZERO
RG0915              CONTINUE
RG0915         WHEN +100
RG0915              SET FINE-FIGLI TO TRUE
RG0915              GO TO CHIUDI-FIGLIO-CSTRIP-0-EX
RG0915         WHEN OTHER
RG0915              INITIALIZE W-DESCR1 W-DESCR2
RG0915              MOVE 'ERRORE DB2 - LETTURA FIGLI TAF' TO W-DESCR1
RG0915              MOVE PIDMTX OF DCLWSRR  TO W-PIDMTX-X
RG0915              STRING 'PIDMTX: '          W-PIDMTX-X
RG0915              DELIMITED BY SIZE     INTO W-DESCR2
RG0915              PERFORM FINE-ANOMALA
RG0915     END-EVALUATE.
      *
      * SGANCIO DEL FIGLIO DAL PADRE
RG0915     PERFORM SALVA-IMMAGINE-TAF
RG0915             THRU SALVA-IMMAGINE-TAF-EX.
RG0915     MOVE SPACES                 TO CNAZTIPX  OF DCLTAF
RG0915                                    CSPTIPX   OF DCLTAF.
      *
RG0915     EXEC SQL
RG0915          UPDATE TAF
RG0915          SET CNAZTIPX    = :DCLTAF.CNAZTIPX
RG0915            , CSPTIPX     = :DCLTAF.CSPTIPX
RG0915          WHERE CNAZTIT   = :DCLTAF.CNAZTIT
RG0915            AND CSPTIT    = :DCLTAF.CSPTIT
RG0915            AND CEMTIT    = :DCLTAF.CEMTIT
RG0915     END-EXEC.
      *
RG0915     EVALUATE SQLCODE
RG0915         WHEN ZERO
RG0915              ADD 1                    TO W-RIC-FIGLI-CHIUSI
RG0915              MOVE 'TAF '              TO W-AUDIT-NOMTAB
RG0915              MOVE CNAZTIT OF DCLTAF   TO W-AUDIT-CNAZTIT
RG0915              MOVE CSPTIT  OF DCLTAF   TO W-AUDIT-CSPTIT
RG0915              MOVE CEMTIT  OF DCLTAF   TO W-AUDIT-CCHIAVE3
RG0915              MOVE 'CSTRIP-0 FIGLIO SGANCIATO DAL PADRE'
RG0915                   TO W-AUDIT-DESCR
RG0915              PERFORM SCRIVI-TRACCIA-AUDIT
RG0915         WHEN OTHER
RG0915              SET FINE-FIGLI           TO TRUE
RG0915              IF FINE-REGOLARE
RG0915                 SET TAF-KO                           TO TRUE
RG0915                 INITIALIZE W-DESCR1 W-DESCR2
RG0915                 MOVE 'ERRORE DB2 - UPDATE TAB. TAF' TO W-DESCR1
RG0915                 PERFORM FINE-ANOMALA
RG0915              END-IF
RG0915              GO TO CHIUDI-FIGLIO-CSTRIP-0-EX
RG0915     END-EVALUATE.
      *
      * CHIUSURA DELLA RIGA IAT DEL FIGLIO (SE CENSITA)
RG0915     EXEC SQL
RG0915          SELECT CHKDGTIT
RG0915            INTO :DCLIAT.CHKDGTIT
RG0915            FROM IAT
RG0915           WHERE CNAZTIT   = :DCLTAF.CNAZTIT
RG0915             AND CSPTIT    = :DCLTAF.CSPTIT
RG0915           FETCH FIRST 1 ROW ONLY
RG0915     END-EXEC.
      *
RG0915     EVALUATE SQLCODE
RG0915         WHEN ZERO
RG0915              CONTINUE
RG0915         WHEN +100
RG0915              GO TO CHIUDI-FIGLIO-CSTRIP-0-EX
RG0915         WHEN OTHER
RG0915              INITIALIZE W-DESCR1 W-DESCR2
RG0915              MOVE 'ERRORE DB2 - LETTURA IAT FIGLIO' TO W-DESCR1
RG0915              MOVE PIDMTX OF DCLWSRR  TO W-PIDMTX-X
RG0915              STRING 'PIDMTX: '          W-PIDMTX-X
RG0915              DELIMITED BY SIZE     INTO W-DESCR2
RG0915              PERFORM FINE-ANOMALA
RG0915     END-EVALUATE.
      *
RG0915     MOVE CNAZTIT OF DCLTAF      TO CNAZTIT   OF DCLIAT.
RG0915     MOVE CSPTIT  OF DCLTAF      TO CSPTIT    OF DCLIAT.
RG0915     PERFORM SALVA-IMMAGINE-IAT
RG0915             THRU SALVA-IMMAGINE-IAT-EX.
RG0915     MOVE W-RIC-CSCERXT-CHIUSO   TO CSCERXT   OF DCLIAT.
      *
RG0915     EXEC SQL
RG0915          UPDATE IAT
RG0915          SET CSCERXT     = :DCLIAT.CSCERXT
RG0915            , WTIMECEXT   =  CURRENT TIMESTAMP
RG0915          WHERE CNAZTIT   = :DCLIAT.CNAZTIT
RG0915            AND CSPTIT    = :DCLIAT.CSPTIT
RG0915            AND CHKDGTIT  = :DCLIAT.CHKDGTIT
RG0915     END-EXEC.
      *
RG0915     EVALUATE SQLCODE
RG0915         WHEN ZERO
RG0915              MOVE 'IAT '              TO W-AUDIT-NOMTAB
RG0915              MOVE CNAZTIT  OF DCLIAT  TO W-AUDIT-CNAZTIT
RG0915              MOVE CSPTIT   OF DCLIAT  TO W-AUDIT-CSPTIT
RG0915              MOVE CHKDGTIT OF DCLIAT  TO W-AUDIT-CCHIAVE3
RG0915              MOVE 'CSCERXT PORTATO A R (RICOSTITUZIONE)'
RG0915                   TO W-AUDIT-DESCR
RG0915              PERFORM SCRIVI-TRACCIA-AUDIT
RG0915         WHEN OTHER
RG0915              IF FINE-REGOLARE
RG0915                 SET IAT-KO                           TO TRUE
RG0915                 INITIALIZE W-DESCR1 W-DESCR2
RG0915                 MOVE 'ERRORE DB2 - UPDATE TAB. IAT' TO W-DESCR1
RG0915                 PERFORM FINE-ANOMALA
RG0915              END-IF
RG0915     END-EVALUATE.
      *
RG0915 CHIUDI-FIGLIO-CSTRIP-0-EX.
RG0915     EXIT.
      *
      *----------------------------------------------------------------*
       AGGIORNA-TATS-CSTRIP-03.
      *----------------------------------------------------------------*
      * AGGIORNAMENTO TABELLA TATS PER CSTRIP 3 (IL CSTRIP 0 PASSA DA
      * AGGIORNA-TATS-CSTRIP-0, CHE AZZERA TUTTA LA STRUTTURA)
      *
TEST       DISPLAY 'WSOC83 - AGGIORNA-TATS-CSTRIP-03     '.
      *
           MOVE WSC83I-CNAZTIT         TO CNAZTIT OF DCLTATS
           MOVE WSC83I-CSPTIT          TO CSPTIT  OF DCLTATS
           MOVE '00'                   TO CEMTIT  OF DCLTATS
RG0914     PERFORM SALVA-IMMAGINE-TATS
RG0914             THRU SALVA-IMMAGINE-TATS-EX.
      *
      * CAMPI DA AGGIORNARE
           MOVE WSC83I-CSTRIP          TO CSTRIP  OF DCLTATS
           MOVE '00'                   TO CEMTIT    OF DCLTATS
TEST  *    DISPLAY 'WSC83I-CNAZTIT   = ' WSC83I-CNAZTIT
TEST  *    DISPLAY 'WSC83I-CSPTIT    = ' WSC83I-CSPTIT
RG0914     PERFORM SALVA-IMMAGINE-TATS
RG0914             THRU SALVA-IMMAGINE-TATS-EX.
      *
      * CAMPI DA AGGIORNARE
           MOVE WSC83I-CSTRIP          TO CSTRIP    OF DCLTATS
           MOVE WSC83I-CNAZTIT         TO CNAZTIT   OF DCLTATS
           MOVE WSC83I-CSPTIT          TO CSPTIT    OF DCLTATS
           MOVE '00'                   TO CEMTIT    OF DCLTATS
RG0914     PERFORM SALVA-IMMAGINE-TATS
RG0914             THRU SALVA-IMMAGINE-TATS-EX.
      *
      * CAMPI DA AGGIORNARE
           MOVE WSC83I-CSTRIP          TO CSTRIP    OF DCLTATS
           MOVE WSC83I-CNAZTIT         TO CNAZTIT   OF DCLTAF
           MOVE WSC83I-CSPTIT          TO CSPTIT    OF DCLTAF
           MOVE '00'                   TO CEMTIT    OF DCLTAF
RG0914     PERFORM SALVA-IMMAGINE-TAF
RG0914             THRU SALVA-IMMAGINE-TAF-EX.
      *
      * CAMPI DA AGGIORNARE
           MOVE WSC83I-CNAZTIT-PADRE   TO CNAZTIPX  OF DCLTAF.
           MOVE WSC83I-CNAZTIT         TO CNAZTIT   OF DCLIAT
           MOVE WSC83I-CSPTIT          TO CSPTIT    OF DCLIAT
           MOVE WSC83I-CHKDGTIT        TO CHKDGTIT  OF DCLIAT
RG0914     PERFORM SALVA-IMMAGINE-IAT
RG0914             THRU SALVA-IMMAGINE-IAT-EX.
      *
      * CAMPI DA AGGIORNARE
           MOVE 'C'                    TO CSCERXT   OF DCLIAT.
           END-EVALUATE.
      *
      *----------------------------------------------------------------*
RG0914 SALVA-IMMAGINE-TATS.
      *----------------------------------------------------------------*
      * FOTOGRAFA SU WSBI0083 LE COLONNE TATS CHE GLI UPDATE CSTRIP
      * 0/1/2/3 POSSONO MODIFICARE, PRIMA DELLO UPDATE. LA CHIAVE E'
      * GIA' IMPOSTATA IN DCLTATS DAL CHIAMANTE. TITOLO ASSENTE = NON
      * C'E' NULLA DA FOTOGRAFARE (LO UPDATE SUCCESSIVO NE DARA'
      * L'ANOMALIA).
      *
TEST       DISPLAY 'WSOC83 - SALVA-IMMAGINE-TATS         '.
      *
RG0914     INITIALIZE WSBIMGR.
      *
RG0914     EXEC SQL
RG0914          SELECT CSTRIP,   CSTRIOP,  QPMSTRIP, QLMSTRIP
RG0914                ,CNAZMANT, CSPTMANT, CEMTMANT
RG0914                ,CNAZMAUP, CSPTMAUP, CEMTMAUP
RG0914                ,CNAZCIBR, CSPTCIBR, CEMTCIBR
RG0914                ,QQUOCAR,  CTMAUP
RG0914            INTO :WSBI-CSTRIP,   :WSBI-CSTRIOP
RG0914                ,:WSBI-QPMSTRIP, :WSBI-QLMSTRIP
RG0914                ,:WSBI-CNAZMANT, :WSBI-CSPTMANT, :WSBI-CEMTMANT
RG0914                ,:WSBI-CNAZMAUP, :WSBI-CSPTMAUP, :WSBI-CEMTMAUP
RG0914                ,:WSBI-CNAZCIBR, :WSBI-CSPTCIBR, :WSBI-CEMTCIBR
RG0914                ,:WSBI-QQUOCAR,  :WSBI-CTMAUP
RG0914            FROM TATS
RG0914           WHERE CNAZTIT   = :DCLTATS.CNAZTIT
RG0914             AND CSPTIT    = :DCLTATS.CSPTIT
RG0914             AND CEMTIT    = :DCLTATS.CEMTIT
RG0914     END-EXEC.
      *
RG0914     IF SQLCODE EQUAL +100
RG0914        GO TO SALVA-IMMAGINE-TATS-EX.
      *
RG0914     IF SQLCODE NOT EQUAL ZERO
RG0914        INITIALIZE W-DESCR1 W-DESCR2
RG0914        MOVE 'ERRORE DB2 - IMMAGINE PRIMA TATS' TO W-DESCR1
RG0914        MOVE PIDMTX OF DCLWSRR              TO W-PIDMTX-X
RG0914        STRING 'PIDMTX: '                      W-PIDMTX-X
RG0914        DELIMITED BY SIZE                 INTO W-DESCR2
RG0914        PERFORM FINE-ANOMALA
RG0914     END-IF.
      *
RG0914     MOVE 'TATS'                 TO WSBI-NOMTAB.
RG0914     MOVE CNAZTIT OF DCLTATS     TO WSBI-CNAZTIT.
RG0914     MOVE CSPTIT  OF DCLTATS     TO WSBI-CSPTIT.
RG0914     MOVE CEMTIT  OF DCLTATS     TO WSBI-CEMTIT.
RG0914     PERFORM SCRIVI-IMMAGINE-PRIMA.
      *
RG0914 SALVA-IMMAGINE-TATS-EX.
RG0914     EXIT.
      *
      *----------------------------------------------------------------*
RG0914 SALVA-IMMAGINE-TAF.
      *----------------------------------------------------------------*
      * FOTOGRAFA SU WSBI0083 IL PADRE (CNAZTIPX/CSPTIPX) DEL TITOLO
      * SU TAF PRIMA DELLO UPDATE CSTRIP 2/3. CHIAVE GIA' IN DCLTAF.
      *
TEST       DISPLAY 'WSOC83 - SALVA-IMMAGINE-TAF          '.
      *
RG0914     INITIALIZE WSBIMGR.
      *
RG0914     EXEC SQL
RG0914          SELECT CNAZTIPX, CSPTIPX
RG0914            INTO :WSBI-CNAZTIPX, :WSBI-CSPTIPX
RG0914            FROM TAF
RG0914           WHERE CNAZTIT   = :DCLTAF.CNAZTIT
RG0914             AND CSPTIT    = :DCLTAF.CSPTIT
RG0914             AND CEMTIT    = :DCLTAF.CEMTIT
RG0914     END-EXEC.
      *
RG0914     IF SQLCODE EQUAL +100
RG0914        GO TO SALVA-IMMAGINE-TAF-EX.
      *
RG0914     IF SQLCODE NOT EQUAL ZERO
RG0914        INITIALIZE W-DESCR1 W-DESCR2
RG0914        MOVE 'ERRORE DB2 - IMMAGINE PRIMA TAF'  TO W-DESCR1
RG0914        MOVE PIDMTX OF DCLWSRR              TO W-PIDMTX-X
RG0914        STRING 'PIDMTX: '                      W-PIDMTX-X
RG0914        DELIMITED BY SIZE                 INTO W-DESCR2
RG0914        PERFORM FINE-ANOMALA
RG0914     END-IF.
      *
RG0914     MOVE 'TAF '                 TO WSBI-NOMTAB.
RG0914     MOVE CNAZTIT OF DCLTAF      TO WSBI-CNAZTIT.
RG0914     MOVE CSPTIT  OF DCLTAF      TO WSBI-CSPTIT.
RG0914     MOVE CEMTIT  OF DCLTAF      TO WSBI-CEMTIT.
RG0914     PERFORM SCRIVI-IMMAGINE-PRIMA.
      *
RG0914 SALVA-IMMAGINE-TAF-EX.
RG0914     EXIT.
      *
      *----------------------------------------------------------------*
RG0914 SALVA-IMMAGINE-IAT.
      *----------------------------------------------------------------*
      * FOTOGRAFA SU WSBI0083 STATO E TIMESTAMP DI CENSIMENTO ESTERNO
      * (CSCERXT/WTIMECEXT) SU IAT PRIMA DELLO UPDATE CSTRIP 2/3.
      * WTIMECEXT NULLO VIENE CONSERVATO COME SPAZI. CHIAVE IN DCLIAT.
      *
TEST       DISPLAY 'WSOC83 - SALVA-IMMAGINE-IAT          '.
      *
RG0914     INITIALIZE WSBIMGR.
      *
RG0914     EXEC SQL
RG0914          SELECT CSCERXT, VALUE(CHAR(WTIMECEXT), ' ')
RG0914            INTO :WSBI-CSCERXT, :WSBI-WTIMECEXT
RG0914            FROM IAT
RG0914           WHERE CNAZTIT   = :DCLIAT.CNAZTIT
RG0914             AND CSPTIT    = :DCLIAT.CSPTIT
RG0914             AND CHKDGTIT  = :DCLIAT.CHKDGTIT
RG0914     END-EXEC.
      *
RG0914     IF SQLCODE EQUAL +100
RG0914        GO TO SALVA-IMMAGINE-IAT-EX.
      *
RG0914     IF SQLCODE NOT EQUAL ZERO
RG0914        INITIALIZE W-DESCR1 W-DESCR2
RG0914        MOVE 'ERRORE DB2 - IMMAGINE PRIMA IAT'  TO W-DESCR1
RG0914        MOVE PIDMTX OF DCLWSRR              TO W-PIDMTX-X
RG0914        STRING 'PIDMTX: '                      W-PIDMTX-X
RG0914        DELIMITED BY SIZE                 INTO W-DESCR2
RG0914        PERFORM FINE-ANOMALA
RG0914     END-IF.
      *
RG0914     MOVE 'IAT '                 TO WSBI-NOMTAB.
RG0914     MOVE CNAZTIT  OF DCLIAT     TO WSBI-CNAZTIT.
RG0914     MOVE CSPTIT   OF DCLIAT     TO WSBI-CSPTIT.
RG0914     MOVE '00'                   TO WSBI-CEMTIT.
RG0914     MOVE CHKDGTIT OF DCLIAT     TO WSBI-CHKDGTIT.
RG0914     PERFORM SCRIVI-IMMAGINE-PRIMA.
      *
RG0914 SALVA-IMMAGINE-IAT-EX.
RG0914     EXIT.
      *
      *----------------------------------------------------------------*
RG0914 SCRIVI-IMMAGINE-PRIMA.
      *----------------------------------------------------------------*
      * INSERISCE LA RIGA DI IMMAGINE PRIMA PREPARATA IN WSBIMGR DA
      * SALVA-IMMAGINE-*. A DIFFERENZA DELLA TRACCIATURA WSAU0083,
      * UN ERRORE QUI FA FALLIRE IL MESSAGGIO: SENZA IMMAGINE PRIMA
      * L'AGGIORNAMENTO NON SAREBBE PIU' STORNABILE.
      *
TEST       DISPLAY 'WSOC83 - SCRIVI-IMMAGINE-PRIMA       '.
      *
RG0914     SET WSBI-APPLICATO          TO TRUE.
      *
RG0914     EXEC SQL
RG0914          INSERT INTO WSBI0083
RG0914                 (PIDMTX,   NOMTAB,   CNAZTIT,  CSPTIT
RG0914                 ,CEMTIT,   CHKDGTIT
RG0914                 ,CSTRIP,   CSTRIOP,  QPMSTRIP, QLMSTRIP
RG0914                 ,CNAZMANT, CSPTMANT, CEMTMANT
RG0914                 ,CNAZMAUP, CSPTMAUP, CEMTMAUP
RG0914                 ,CNAZCIBR, CSPTCIBR, CEMTCIBR
RG0914                 ,QQUOCAR,  CTMAUP,   CNAZTIPX, CSPTIPX
RG0914                 ,CSCERXT,  WTIMECEXT
RG0914                 ,WTIMEBI,  CSTATOBI)
RG0914          VALUES (:DCLWSRR.PIDMTX,  :WSBI-NOMTAB
RG0914                 ,:WSBI-CNAZTIT,    :WSBI-CSPTIT
RG0914                 ,:WSBI-CEMTIT,     :WSBI-CHKDGTIT
RG0914                 ,:WSBI-CSTRIP,     :WSBI-CSTRIOP
RG0914                 ,:WSBI-QPMSTRIP,   :WSBI-QLMSTRIP
RG0914                 ,:WSBI-CNAZMANT,   :WSBI-CSPTMANT
RG0914                 ,:WSBI-CEMTMANT
RG0914                 ,:WSBI-CNAZMAUP,   :WSBI-CSPTMAUP
RG0914                 ,:WSBI-CEMTMAUP
RG0914                 ,:WSBI-CNAZCIBR,   :WSBI-CSPTCIBR
RG0914                 ,:WSBI-CEMTCIBR
RG0914                 ,:WSBI-QQUOCAR,    :WSBI-CTMAUP
RG0914                 ,:WSBI-CNAZTIPX,   :WSBI-CSPTIPX
RG0914                 ,:WSBI-CSCERXT,    :WSBI-WTIMECEXT
RG0914                 ,CURRENT TIMESTAMP,:WSBI-CSTATO)
RG0914     END-EXEC.
      *
RG0914     IF SQLCODE NOT EQUAL ZERO
RG0914        DISPLAY '*** WSOC83 - ERRORE INSERT WSBI0083 ***'
RG0914        DISPLAY ' SQLCODE =' SQLCODE ' NOMTAB =' WSBI-NOMTAB
RG0914        INITIALIZE W-DESCR1 W-DESCR2
RG0914        MOVE 'ERRORE DB2 - INSERT TAB. WSBI0083' TO W-DESCR1
RG0914        MOVE PIDMTX OF DCLWSRR              TO W-PIDMTX-X
RG0914        STRING 'PIDMTX: '                      W-PIDMTX-X
RG0914               ' TAB.: '                       WSBI-NOMTAB
RG0914        DELIMITED BY SIZE                 INTO W-DESCR2
RG0914        PERFORM FINE-ANOMALA
RG0914     END-IF.
      *
      *----------------------------------------------------------------*
RG0855 SCRIVI-TRACCIA-AUDIT.
      *----------------------------------------------------------------*
      * INSERISCE UNA RIGA DI TRACCIATURA SU WSAU0083 PER L'ULTIMO
              DISPLAY ' SQLCODE =' SQLCODE ' NOMTAB =' W-AUDIT-NOMTAB
           END-IF.
      *
      * L'AGGIORNAMENTO E' RIUSCITO: NE NASCE L'EVENTO DI CAMBIO STATO
      * PER I SOTTOSCRITTORI, ANCHE SE LA TRACCIATURA E' FALLITA
RG0921     PERFORM REGISTRA-EVENTO-STATO
RG0921             THRU REGISTRA-EVENTO-STATO-EX.
      *
      *----------------------------------------------------------------*
       AGGIORNAMENTI-ARCHITETTURALI.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *
TEST       DISPLAY 'WSOC83 - PREPARA-INVIO-CSTRIP-1      '.
      *
      * PREPARA LA RIGA DEL REGISTRO D'INVIO SUL TITOLO F04
RG0917     INITIALIZE WSINVGR.
RG0917     SET WSIN-DIFFERITO              TO TRUE.
RG0917     MOVE W-CNAZTIT-F04              TO WSIN-CNAZTIT.
RG0917     MOVE W-CSPTIT-F04               TO WSIN-CSPTIT.
RG0917     MOVE W-CHKDGTIT-F04             TO WSIN-CHKDGTIT.
      *
      * CARICA LA TABELLA CONTENENTE I DATI DEL PIANO AMMORTAMENTO
           PERFORM CARICA-DATI-PIANO.
                 IF  W-CNAZTIT-CED  = W-CNAZTIT-CIBR-AS7
                 AND W-CSPTIT-CED   = W-CSPTIT-CIBR-AS7
                     PERFORM INNESCA-INVIO
RG0917           ELSE
RG0917               SET WSIN-MOT-CEDOLA-IBRIDA TO TRUE
                 END-IF
              ELSE
      *--------- TITOLI INDICIZZATI
                 PERFORM INNESCA-INVIO
              END-IF
RG0917     ELSE
RG0917        SET WSIN-MOT-DATE-SCOPERTE TO TRUE
           END-IF.
      *
RG0917     PERFORM REGISTRA-ESITO-INVIO
RG0917             THRU REGISTRA-ESITO-INVIO-EX.
      *
      *----------------------------------------------------------------*
       PREPARA-INVIO-CSTRIP-3.
      *----------------------------------------------------------------*
      *
TEST       DISPLAY 'WSOC83 - PREPARA-INVIO-CSTRIP-3      '.
      *
      * PREPARA LA RIGA DEL REGISTRO D'INVIO SUL PADRE AS4: E' QUI
      * CHE UN PADRE DIFFERITO VIENE RIVALUTATO ALL'ARRIVO DI OGNI
      * SUA CEDOLA (VEDI REGISTRA-ESITO-INVIO)
RG0917     INITIALIZE WSINVGR.
RG0917     SET WSIN-DIFFERITO              TO TRUE.
RG0917     MOVE W-CNAZTIT-PADRE-AS4        TO WSIN-CNAZTIT.
RG0917     MOVE W-CSPTIT-PADRE-AS4         TO WSIN-CSPTIT.
RG0917     MOVE W-CHKDGTIT-PADRE-AS4       TO WSIN-CHKDGTIT.
      *
      *    CONTROLLO ESISTENZA DELL' ISIN-PADRE-AS4 IN TATS
      *    SE LO TROVO, PROCEDO CON LA MEMORIZZAZIONE DEL PIANO DI
                    IF  W-CNAZTIT-CED  = W-CNAZTIT-CIBR-AS7
                    AND W-CSPTIT-CED   = W-CSPTIT-CIBR-AS7
                        PERFORM INNESCA-INVIO
RG0917              ELSE
RG0917                  SET WSIN-MOT-CEDOLA-IBRIDA TO TRUE
                    END-IF
                 ELSE
      *---------    TITOLI INDICIZZATI
                    PERFORM INNESCA-INVIO
                 END-IF
RG0917        ELSE
RG0917           SET WSIN-MOT-DATE-SCOPERTE TO TRUE
              END-IF
RG0917     ELSE
RG0917        SET WSIN-NON-APPLICABILE   TO TRUE
RG0917        SET WSIN-MOT-PADRE-ASSENTE TO TRUE
           END-IF.
      *
RG0917     PERFORM REGISTRA-ESITO-INVIO
RG0917             THRU REGISTRA-ESITO-INVIO-EX.
      *
      *----------------------------------------------------------------*
       CARICA-DATI-PIANO.
      *----------------------------------------------------------------*
                    MOVE W-CINDICIZ-AS4        TO W-PAR-83-CINDICIZ
                    MOVE W-ICACTDS-AS4         TO W-PAR-83-ICACTDS
           END-EVALUATE.
      *
      *
      * -- IL PIDMTX VIAGGIA COL JOB: LO STEP FINALE LO RESTITUISCE A
      * -- WSIC0083 PER POSTARE L'ESITO SUL REGISTRO D'INVIO
RG0917     MOVE PIDMTX OF DCLWSRR        TO W-PAR-83-PIDMTX.
RG0917     SET WSIN-INNESCATO            TO TRUE.
RG0917     MOVE RNC14I-PGM-CHIAMATO      TO WSIN-PGMJOB.
RG0917     MOVE W-TRANSID-INVIO          TO WSIN-TRANSID.
      *
           MOVE W-PAR-83                 TO RNC14I-PARAM(1).

           END-EXEC.

      *----------------------------------------------------------------*
RG0918 SALVA-IMPRONTA-ANAGRAFICA.
      *----------------------------------------------------------------*
      * SCRIVE (O RISCRIVE) SU WSFP0083 L'IMPRONTA ANAGRAFICA DEL
      * TITOLO DEL MESSAGGIO APPENA APPLICATO: CPERCED DA BDTA, CDIVEM
      * DA TA, CINDICIZ/ICACTDS DA TAF, COSI' COME LETTI IN FASE DI
      * CONTROLLO (W-APPOGGIO-F04). COME LA TRACCIATURA WSAU0083, UN
      * ERRORE QUI VIENE SOLO SEGNALATO E NON FA FALLIRE IL MESSAGGIO.
      *
TEST       DISPLAY 'WSOC83 - SALVA-IMPRONTA-ANAGRAFICA   '.
      *
RG0918     INITIALIZE WSFPRGR.
RG0918     MOVE W-CNAZTIT-F04             TO WSFP-CNAZTIT.
RG0918     MOVE W-CSPTIT-F04              TO WSFP-CSPTIT.
RG0918     MOVE W-CHKDGTIT-F04            TO WSFP-CHKDGTIT.
RG0918     MOVE WSC83I-CSTRIP             TO WSFP-CSTRIP.
RG0918     MOVE W-CPERCED-F04             TO WSFP-CPERCED.
RG0918     MOVE W-CDIVEM-F04              TO WSFP-CDIVEM.
RG0918     MOVE W-CINDICIZ-F04            TO WSFP-CINDICIZ.
RG0918     MOVE W-ICACTDS-F04             TO WSFP-ICACTDS.
      *
RG0918     EXEC SQL
RG0918          UPDATE WSFP0083
RG0918             SET CSTRIP    = :WSFP-CSTRIP
RG0918               , CPERCED   = :WSFP-CPERCED
RG0918               , CDIVEM    = :WSFP-CDIVEM
RG0918               , CINDICIZ  = :WSFP-CINDICIZ
RG0918               , ICACTDS   = :WSFP-ICACTDS
RG0918               , PIDMTX    = :DCLWSRR.PIDMTX
RG0918               , WTIMEFP   =  CURRENT TIMESTAMP
RG0918           WHERE CNAZTIT   = :WSFP-CNAZTIT
RG0918             AND CSPTIT    = :WSFP-CSPTIT
RG0918             AND CHKDGTIT  = :WSFP-CHKDGTIT
RG0918     END-EXEC.
      *
RG0918     IF SQLCODE EQUAL +100
RG0918        EXEC SQL
RG0918             INSERT INTO WSFP0083
RG0918                    (CNAZTIT,  CSPTIT,   CHKDGTIT, CSTRIP
RG0918                    ,CPERCED,  CDIVEM,   CINDICIZ, ICACTDS
RG0918                    ,PIDMTX,   WTIMEFP)
RG0918             VALUES (:WSFP-CNAZTIT,     :WSFP-CSPTIT
RG0918                    ,:WSFP-CHKDGTIT,    :WSFP-CSTRIP
RG0918                    ,:WSFP-CPERCED,     :WSFP-CDIVEM
RG0918                    ,:WSFP-CINDICIZ,    :WSFP-ICACTDS
RG0918                    ,:DCLWSRR.PIDMTX,   CURRENT TIMESTAMP)
RG0918        END-EXEC
RG0918     END-IF.
      *
RG0918     IF SQLCODE NOT EQUAL ZERO
RG0918        DISPLAY '*** WSOC83 - ERRORE SCRITTURA WSFP0083 ***'
RG0918        DISPLAY ' SQLCODE =' SQLCODE
RG0918     END-IF.
      *
RG0918 SALVA-IMPRONTA-ANAGRAFICA-EX.
RG0918     EXIT.
      *
      *----------------------------------------------------------------*
RG0921 REGISTRA-EVENTO-STATO.
      *----------------------------------------------------------------*
      * SCRIVE SU WSET0083 L'EVENTO DI CAMBIO STATO DELL'AGGIORNAMENTO
      * APPLICATIVO APPENA TRACCIATO DA SCRIVI-TRACCIA-AUDIT (CAMPI
      * W-AUDIT-* GIA' IMPOSTATI). LO STATO PRIMA VIENE DALL'IMMAGINE
      * SALVATA DA SALVA-IMMAGINE-* SUBITO PRIMA DELLO UPDATE, LO STATO
      * DOPO DAI CAMPI DCLGEN USATI DALLO UPDATE STESSO. COME LA
      * TRACCIATURA WSAU0083, UN ERRORE QUI VIENE SOLO SEGNALATO E NON
      * FA FALLIRE IL MESSAGGIO. GLI EVENTI RIGUARDANO SOLO TATS, TAF
      * E IAT: LE ALTRE TRACCE (ES. 'WS8E' DEL PARCHEGGIO IN DEAD
      * LETTER) NON SONO CAMBI DI STATO E NON SI DISTRIBUISCONO.
      *
TEST       DISPLAY 'WSOC83 - REGISTRA-EVENTO-STATO       '.
      *
RG0921     INITIALIZE WSETVGR.
RG0921     MOVE W-AUDIT-NOMTAB            TO WSET-NOMTAB.
RG0921     IF NOT WSET-TATS
RG0921     AND NOT WSET-TAF
RG0921     AND NOT WSET-IAT
RG0921        GO TO REGISTRA-EVENTO-STATO-EX
RG0921     END-IF.
RG0921     MOVE PIDMTX OF DCLWSRR         TO WSET-PIDMTX.
RG0921     MOVE W-AUDIT-CNAZTIT           TO WSET-CNAZTIT.
RG0921     MOVE W-AUDIT-CSPTIT            TO WSET-CSPTIT.
RG0921     MOVE W-AUDIT-CCHIAVE3          TO WSET-CCHIAVE3.
RG0921     SET WSET-DA-DISTRIBUIRE        TO TRUE.
      *
RG0921     EVALUATE TRUE
RG0921         WHEN WSET-TATS
RG0921              MOVE WSBI-CSTRIP          TO WSET-STATOPRE
RG0921              MOVE CSTRIP  OF DCLTATS   TO WSET-STATOPOS
RG0921         WHEN WSET-TAF
RG0921              MOVE WSBI-CNAZTIPX        TO WSET-STATOPRE (1:2)
RG0921              MOVE WSBI-CSPTIPX         TO WSET-STATOPRE (3:9)
RG0921              MOVE CNAZTIPX OF DCLTAF   TO WSET-STATOPOS (1:2)
RG0921              MOVE CSPTIPX  OF DCLTAF   TO WSET-STATOPOS (3:9)
RG0921         WHEN WSET-IAT
RG0921              MOVE WSBI-CSCERXT         TO WSET-STATOPRE
RG0921              MOVE CSCERXT OF DCLIAT    TO WSET-STATOPOS
RG0921         WHEN OTHER
RG0921              GO TO REGISTRA-EVENTO-STATO-EX
RG0921     END-EVALUATE.
      *
RG0921     EXEC SQL
RG0921          INSERT INTO WSET0083
RG0921                 (PIDMTX,   NOMTAB,   CNAZTIT,  CSPTIT
RG0921                 ,CCHIAVE3, STATOPRE, STATOPOS, WTIMEEVT
RG0921                 ,CDISTR)
RG0921          VALUES (:WSET-PIDMTX,      :WSET-NOMTAB
RG0921                 ,:WSET-CNAZTIT,     :WSET-CSPTIT
RG0921                 ,:WSET-CCHIAVE3,    :WSET-STATOPRE
RG0921                 ,:WSET-STATOPOS,    CURRENT TIMESTAMP
RG0921                 ,:WSET-CDISTR)
RG0921     END-EXEC.
      *
RG0921     IF SQLCODE NOT EQUAL ZERO
RG0921        DISPLAY '*** WSOC83 - ERRORE INSERT WSET0083 ***'
RG0921        DISPLAY ' SQLCODE =' SQLCODE ' NOMTAB =' WSET-NOMTAB
RG0921     END-IF.
      *
RG0921 REGISTRA-EVENTO-STATO-EX.
RG0921     EXIT.
      *
      *----------------------------------------------------------------*
RG0917 REGISTRA-ESITO-INVIO.
      *----------------------------------------------------------------*
      * SCRIVE SU WSIN0083 L'ESITO DELLA VALUTAZIONE D'INVIO APPENA
      * FATTA DA PREPARA-INVIO-CSTRIP-1/-3 (WSINVGR GIA' IMPOSTATO).
      * SE L'INVIO E' STATO INNESCATO, LE RIGHE ANCORA DIFFERITE DELLO
      * STESSO PADRE PASSANO A SUPERATO CON IL PIDMTX CORRENTE.
      * COME LA TRACCIATURA WSAU0083, UN ERRORE QUI VIENE SOLO
      * SEGNALATO E NON FA FALLIRE IL MESSAGGIO.
      *
TEST       DISPLAY 'WSOC83 - REGISTRA-ESITO-INVIO        '.
      *
RG0917     MOVE W-CSTRIP                  TO WSIN-CSTRIP.
RG0917     MOVE W-SALVA-IND-DP            TO WSIN-QDATEPIANO.
RG0917     MOVE W-CONTA-CED               TO WSIN-QCEDOLE.
      *
RG0917     EXEC SQL
RG0917          INSERT INTO WSIN0083
RG0917                 (PIDMTX,   CNAZTIT,  CSPTIT,   CHKDGTIT
RG0917                 ,CSTRIP,   CESITOINV, CMOTINV
RG0917                 ,QDATEPIANO, QCEDOLE, PGMJOB,  TRANSID
RG0917                 ,PIDMTXRIV, WTIMEREG)
RG0917          VALUES (:DCLWSRR.PIDMTX,  :WSIN-CNAZTIT
RG0917                 ,:WSIN-CSPTIT,     :WSIN-CHKDGTIT
RG0917                 ,:WSIN-CSTRIP,     :WSIN-CESITO
RG0917                 ,:WSIN-CMOTIVO
RG0917                 ,:WSIN-QDATEPIANO, :WSIN-QCEDOLE
RG0917                 ,:WSIN-PGMJOB,     :WSIN-TRANSID
RG0917                 ,:WSIN-PIDMTXRIV,  CURRENT TIMESTAMP)
RG0917     END-EXEC.
      *
RG0917     IF SQLCODE NOT EQUAL ZERO
RG0917        DISPLAY '*** WSOC83 - ERRORE INSERT WSIN0083 ***'
RG0917        DISPLAY ' SQLCODE =' SQLCODE ' ESITO =' WSIN-CESITO
RG0917        GO TO REGISTRA-ESITO-INVIO-EX
RG0917     END-IF.
      *
RG0917     IF NOT WSIN-INNESCATO
RG0917        GO TO REGISTRA-ESITO-INVIO-EX.
      *
RG0917     EXEC SQL
RG0917          UPDATE WSIN0083
RG0917             SET CESITOINV = 'S'
RG0917               , PIDMTXRIV = :DCLWSRR.PIDMTX
RG0917           WHERE CNAZTIT   = :WSIN-CNAZTIT
RG0917             AND CSPTIT    = :WSIN-CSPTIT
RG0917             AND CESITOINV = 'D'
RG0917     END-EXEC.
      *
RG0917     IF SQLCODE NOT EQUAL ZERO
RG0917     AND SQLCODE NOT EQUAL +100
RG0917        DISPLAY '*** WSOC83 - ERRORE UPDATE WSIN0083 ***'
RG0917        DISPLAY ' SQLCODE =' SQLCODE
RG0917     END-IF.
      *
RG0917 REGISTRA-ESITO-INVIO-EX.
RG0917     EXIT.
      *
      *----------------------------------------------------------------*
RG0923 LEGGI-DECISIONE-RILASCIO.
      *----------------------------------------------------------------*
      * AZZERA LO STATO DI TRATTENUTA DEL MESSAGGIO E LEGGE
      * L'EVENTUALE RIGA DEL REGISTRO WSTN0083 DEL PIDMTX: UN
      * MESSAGGIO CHE TORNA DALLA CODA DOPO LA DECISIONE DI WSRL0083
      * LA TROVA A 'R' (RILASCIATO) O A 'J' (RESPINTO).
      *
TEST       DISPLAY 'WSOC83 - LEGGI-DECISIONE-RILASCIO    '.
      *
RG0923     SET NON-TRATTENUTO           TO TRUE.
RG0923     SET PIANO-NON-VARIATO        TO TRUE.
RG0923     SET DECISIONE-ASSENTE        TO TRUE.
RG0923     MOVE ZERO                    TO W-SEG-APPLICATI.
RG0923     INITIALIZE WSTNRGR.
      *
RG0923     EXEC SQL
RG0923          SELECT CREGOLA, CSTATO
RG0923            INTO :WSTN-CREGOLA, :WSTN-CSTATO
RG0923            FROM WSTN0083
RG0923           WHERE PIDMTX = :DCLWSRR.PIDMTX
RG0923     END-EXEC.
      *
RG0923     EVALUATE SQLCODE
RG0923         WHEN ZERO
RG0923              MOVE WSTN-CSTATO    TO W-SW-DECISIONE
RG0923              DISPLAY ' WSOC83 - DECISIONE RILASCIO =' WSTN-CSTATO
RG0923         WHEN +100
RG0923              CONTINUE
RG0923         WHEN OTHER
RG0923              INITIALIZE W-DESCR1 W-DESCR2
RG0923              MOVE 'ERRORE DB2-LETTURA TAB. WSTN0083' TO W-DESCR1
RG0923              MOVE PIDMTX OF DCLWSRR  TO W-PIDMTX-X
RG0923              STRING 'PIDMTX: '          W-PIDMTX-X
RG0923              DELIMITED BY SIZE     INTO W-DESCR2
RG0923              PERFORM FINE-ANOMALA
RG0923     END-EVALUATE.
      *
RG0923 LEGGI-DECISIONE-RILASCIO-EX.
RG0923     EXIT.
      *
      *----------------------------------------------------------------*
RG0923 VALUTA-TRATTENUTA.
      *----------------------------------------------------------------*
      * UN SEGMENTO CHE HA SUPERATO TUTTI I CONTROLLI VIENE
      * TRATTENUTO, INVECE DI ESSERE APPLICATO, SE RICADE IN UNA
      * DELLE REGOLE DEL MEMBRO 'WS83RILA':
      *   '0' RICOSTITUZIONE (CSTRIP '0');
      *   'P' PIANO DI AMMORTAMENTO VARIATO RISPETTO ALLA FOTOGRAFIA
      *       (SEGNALATO DA CONTROLLI-A-PIANO-SNAPSHOT);
      *   'Q' PERCENTUALE MASSIMA STRIPPABILE (CSTRIP '1') OLTRE LA
      *       SOGLIA CONFIGURATA.
      * LA DECISIONE GIA' PRESA SU WSTN0083 PREVALE SULLE REGOLE:
      * RILASCIATO = SI APPLICA; RESPINTO = ERRORE 1152 E NORMALE
      * RISPOSTA NEGATIVA; ANCORA DA DECIDERE = RESTA TRATTENUTO.
      *
TEST       DISPLAY 'WSOC83 - VALUTA-TRATTENUTA           '.
      *
RG0923     IF TRATTENUTO
RG0923     OR DECISIONE-RILASCIO
RG0923        GO TO VALUTA-TRATTENUTA-EX.
      *
RG0923     IF DECISIONE-RIFIUTO
      *-----        1152.MESSAGGIO RESPINTO IN SEDE DI RILASCIO
RG0923        SET CONTROLLI-APPL-KO     TO TRUE
RG0923        MOVE 'RIL'                TO W-IDC
RG0923        MOVE '1152'               TO W-ERR
RG0923        PERFORM MEMORIZZA-ERRORE
RG0923        GO TO VALUTA-TRATTENUTA-EX.
      *
RG0923     EVALUATE TRUE
RG0923         WHEN DECISIONE-PENDENTE
RG0923              CONTINUE
RG0923         WHEN WSC83I-CSTRIP = '0'
RG0923         AND  REG-RICOST-ATTIVA
RG0923              SET WSTN-REG-RICOSTITUZIONE TO TRUE
RG0923         WHEN PIANO-VARIATO
RG0923              SET WSTN-REG-PIANO          TO TRUE
RG0923         WHEN WSC83I-CSTRIP = '1'
RG0923         AND  W-REG-SOGLIA-QPM GREATER ZERO
RG0923         AND  WSC83I-QPMSTRIP GREATER W-REG-SOGLIA-QPM
RG0923              SET WSTN-REG-QUOTA          TO TRUE
RG0923         WHEN OTHER
RG0923              GO TO VALUTA-TRATTENUTA-EX
RG0923     END-EVALUATE.
      *
RG0923     SET TRATTENUTO               TO TRUE.
RG0923     MOVE PIDMTX OF DCLWSRR       TO WSTN-PIDMTX.
RG0923     MOVE W-CNAZTIT-F04           TO WSTN-CNAZTIT.
RG0923     MOVE W-CSPTIT-F04            TO WSTN-CSPTIT.
RG0923     MOVE WSC83I-CSTRIP           TO WSTN-CSTRIP.
RG0923     IF WSC83I-CSTRIP = '1'
RG0923        MOVE WSC83I-QPMSTRIP      TO WSTN-QPMSTRIP
RG0923     ELSE
RG0923        MOVE ZERO                 TO WSTN-QPMSTRIP
RG0923     END-IF.
      *
RG0923     DISPLAY '*** WSOC83 - MESSAGGIO DA TRATTENERE ***'.
RG0923     DISPLAY ' PIDMTX  =' PIDMTX OF DCLWSRR.
RG0923     DISPLAY ' REGOLA  =' WSTN-CREGOLA.
RG0923     DISPLAY ' SEGMENTI GIA'' APPLICATI =' W-SEG-APPLICATI.
      *
RG0923 VALUTA-TRATTENUTA-EX.
RG0923     EXIT.
      *
      *----------------------------------------------------------------*
RG0923 TRATTIENI-MESSAGGIO.
      *----------------------------------------------------------------*
      * IL MESSAGGIO RESTA IN ATTESA DEL RILASCIO A QUATTRO OCCHI:
      * - GLI EVENTUALI SEGMENTI GIA' APPLICATI PRIMA DI QUELLO CHE HA
      *   FATTO SCATTARE LA REGOLA VENGONO ANNULLATI (LA LETTURA TD E'
      *   GIA' CONSOLIDATA, IL ROLLBACK TOCCA SOLO IL LAVORO DI QUESTO
      *   MESSAGGIO): IL MESSAGGIO SI APPLICA TUTTO O NIENTE;
      * - RIGA 'T' SU WSTN0083 (SE NON C'E' GIA') E RIGHE WSRR DEL
      *   PIDMTX A CVALMSG '4' (CONTATE COME PENDENTI DA WSRG0083);
      * - TRACCIA WSAU0083 NOMTAB 'TRAT' PER IL CICLO DI VITA DEL
      *   MESSAGGIO (WSTR0083).
      * NESSUNA RISPOSTA WSRS, CODA WS22 O AGGIORNAMENTO WSL.
      *
TEST       DISPLAY 'WSOC83 - TRATTIENI-MESSAGGIO         '.
      *
RG0923     IF W-SEG-APPLICATI GREATER ZERO
RG0923        PERFORM CONTROAGGIORNAMENTO-DATI
RG0923     END-IF.
      *
RG0923     MOVE W-IDN-RICH-MSG OF W-AREA-KEYMSG-WS83
RG0923                                  TO PIDMTX OF DCLWSRR.
      *
RG0923     IF DECISIONE-ASSENTE
RG0923        SET WSTN-TRATTENUTO       TO TRUE
RG0923        EXEC SQL
RG0923             INSERT INTO WSTN0083
RG0923                    (PIDMTX,   CNAZTIT,  CSPTIT,   CSTRIP
RG0923                    ,QPMSTRIP, CREGOLA,  CSTATO,   WTIMETRAT)
RG0923             VALUES (:DCLWSRR.PIDMTX,    :WSTN-CNAZTIT
RG0923                    ,:WSTN-CSPTIT,       :WSTN-CSTRIP
RG0923                    ,:WSTN-QPMSTRIP,     :WSTN-CREGOLA
RG0923                    ,:WSTN-CSTATO,       CURRENT TIMESTAMP)
RG0923        END-EXEC
RG0923        IF SQLCODE NOT EQUAL ZERO
RG0923           INITIALIZE W-DESCR1 W-DESCR2
RG0923           MOVE 'ERRORE DB2-INSERT TAB. WSTN0083' TO W-DESCR1
RG0923           MOVE PIDMTX OF DCLWSRR TO W-PIDMTX-X
RG0923           STRING 'PIDMTX: '         W-PIDMTX-X
RG0923           DELIMITED BY SIZE    INTO W-DESCR2
RG0923           PERFORM FINE-ANOMALA
RG0923        END-IF
RG0923     END-IF.
      *
RG0923     EXEC SQL
RG0923          UPDATE WSRR
RG0923             SET CVALMSG  = '4'
RG0923           WHERE PIDMTX   = :DCLWSRR.PIDMTX
RG0923             AND CVALMSG IN (' ')
RG0923     END-EXEC.
      *
RG0923     IF SQLCODE NOT EQUAL ZERO
RG0923        INITIALIZE W-DESCR1 W-DESCR2
RG0923        MOVE 'ERRORE DB2 - UPDATE TAB. WSRR' TO W-DESCR1
RG0923        MOVE PIDMTX OF DCLWSRR    TO W-PIDMTX-X
RG0923        STRING 'PIDMTX: '            W-PIDMTX-X
RG0923        DELIMITED BY SIZE       INTO W-DESCR2
RG0923        PERFORM FINE-ANOMALA
RG0923     END-IF.
      *
RG0923     MOVE PIDMTX OF DCLWSRR       TO PIDMTX    OF DCLWSAU0083.
RG0923     MOVE 'TRAT'                  TO NOMTAB    OF DCLWSAU0083.
RG0923     MOVE WSTN-CNAZTIT            TO CNAZTIT   OF DCLWSAU0083.
RG0923     MOVE WSTN-CSPTIT             TO CSPTIT    OF DCLWSAU0083.
RG0923     MOVE SPACES                  TO CCHIAVE3  OF DCLWSAU0083.
RG0923     MOVE SPACES                  TO DESCRAUD  OF DCLWSAU0083.
RG0923     STRING 'TRATTENUTO PER RILASCIO - REGOLA '
RG0923            WSTN-CREGOLA
RG0923            DELIMITED BY SIZE   INTO DESCRAUD  OF DCLWSAU0083.
      *
RG0923     EXEC SQL
RG0923          INSERT INTO WSAU0083
RG0923                 (PIDMTX,     NOMTAB,     CNAZTIT
RG0923                 ,CSPTIT,     CCHIAVE3,   DESCRAUD,   WTIMEAUD)
RG0923          VALUES (:DCLWSAU0083.PIDMTX,    :DCLWSAU0083.NOMTAB
RG0923                 ,:DCLWSAU0083.CNAZTIT,   :DCLWSAU0083.CSPTIT
RG0923                 ,:DCLWSAU0083.CCHIAVE3,  :DCLWSAU0083.DESCRAUD
RG0923                 ,CURRENT TIMESTAMP)
RG0923     END-EXEC.
      *
      * LA TRACCIATURA E' UN SERVIZIO DI SORVEGLIANZA: UN SUO ERRORE
      * VIENE SOLO SEGNALATO (STESSA CONVENZIONE DI SCRIVI-TRACCIA-
      * AUDIT)
RG0923     IF SQLCODE NOT EQUAL ZERO
RG0923        DISPLAY '*** WSOC83 - ERRORE INSERT WSAU0083 ***'
RG0923        DISPLAY ' SQLCODE =' SQLCODE ' NOMTAB = TRAT'
RG0923     END-IF.
      *
RG0923 TRATTIENI-MESSAGGIO-EX.
RG0923     EXIT.
      *
      *----------------------------------------------------------------*
RG0923 REGISTRA-ESITO-RILASCIO.
      *----------------------------------------------------------------*
      * IL MESSAGGIO RILASCIATO O RESPINTO E' STATO RIELABORATO CON
      * LA NORMALE RISPOSTA: NE RESTA L'ORA SUL REGISTRO WSTN0083.
      * COME LA TRACCIA DI AUDIT, UN ERRORE QUI VIENE SOLO SEGNALATO.
      *
RG0923     EXEC SQL
RG0923          UPDATE WSTN0083
RG0923             SET WTIMEESITO = CURRENT TIMESTAMP
RG0923           WHERE PIDMTX     = :DCLWSRR.PIDMTX
RG0923     END-EXEC.
      *
RG0923     IF SQLCODE NOT EQUAL ZERO
RG0923        DISPLAY '*** WSOC83 - ERRORE UPDATE WSTN0083 ***'
RG0923        DISPLAY ' SQLCODE =' SQLCODE
RG0923     END-IF.
      *
RG0923 REGISTRA-ESITO-RILASCIO-EX.
RG0923     EXIT.
      *
      *----------------------------------------------------------------*
       CONSOLIDAMENTO-DATI.
      *----------------------------------------------------------------*
      *
