      *          (XERRMTX) DEL PIDMTX INDICATO                         *
      *    'B' = SFOGLIO DEL CORPO MESSAGGIO (XMSGRISE) DEL PIDMTX     *
      *          INDICATO, 12 RIGHE DA 75; PF8 PAGINA IN AVANTI        *
      *    'F' = CAMPI DI TESTATA (XTESTMTX) E CORPO (XMSGRISE) DEL    *
      *          PIDMTX DECODIFICATI CON I TRACCIATI DEL MEMBRO        *
      *          'TABLAYOU' (SERVIZIO UTCL0072): NOME, OFFSET,         *
      *          LUNGHEZZA, ESITO, VALORE ED ESADECIMALE; I CAMPI DEGLI*
      *          IDC IN ERRORE (XERRMTX) SONO EVIDENZIATI E MARCATI    *
      *          '>'. PF7/PF8 PAGINA INDIETRO/AVANTI                   *
      *    'R' = RIELABORAZIONE IMMEDIATA DEL PIDMTX (DOPO LA          *
      *          CORREZIONE A MONTE) TRAMITE CALL ALL'ENTRY 'WSOC83R'  *
      *          DI WSOC83, CON ESITO WS83R-RESP A VIDEO.              *
      *                   AL CONTROLLO PERMESSI DEL MEMBRO 'WSOPAUTH'  *
      *                   E REGISTRATA SUL LOG AZIONI WSAZLOG          *
      *                   (SERVIZIO WSOP0083, COPY WSOPT1).            *
      *    OTT26  RG0937  AZIONE 'F': VISTA CAMPO PER CAMPO DI TESTATA *
      *                   E CORPO DEL MESSAGGIO (UTCL0072, MEMBRO      *
      *                   'TABLAYOU'), CON EVIDENZA DEI CAMPI IN       *
      *                   ERRORE E SFOGLIO PF7/PF8.                    *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       77  W-RESTANTI              PIC S9(5) COMP-3 VALUE ZERO.
       77  W-SQLCODE               PIC ---9.
       77  W-RESP-ED               PIC ----9.
RG0937 77  W-CAMPI-PAGINA          PIC S9(4) COMP VALUE +11.
RG0937 77  W-CAMPO                 PIC S9(4) COMP VALUE ZERO.
RG0937 77  W-IND-GEN               PIC S9(4) COMP VALUE ZERO.
RG0937 77  W-NUM-EVIDENZIATI       PIC S9(4) COMP VALUE ZERO.
RG0937 77  W-NUM-ERRATE            PIC S9(4) COMP VALUE ZERO.
RG0937 77  W-PRIMO-ED              PIC 9(03).
RG0937 77  W-ULTIMO-ED             PIC 9(03).
RG0937 77  W-TOTALE-ED             PIC 9(03).
RG0937 77  W-EVID-ED               PIC 9(03).

      *-------------------------------------------------------------*
      * -- HOST VARIABLES DELLE RICERCHE SU WSRR
       01  HV-XMSGRISE.
           49  HV-XMSGRISE-LEN     PIC S9(4) COMP.
           49  HV-XMSGRISE-TEXT    PIC X(3000).
RG0937 01  HV-XTESTMTX             PIC X(100).

      *-------------------------------------------------------------*
      * -- VISTA CAMPI: RICERCA MULTIRIGA 'GEN' DI SYSPTAB5 SUL
      * -- MEMBRO 'TABLAYOU' (RIGHE COPY TABLAYR) E AREA DEL
      * -- SERVIZIO DI DECODIFICA UTCL0072
      *-------------------------------------------------------------*
RG0937 01  W-TRACCIATO             PIC X(08).
RG0937 01  W-SW-FINE-LAYOU         PIC X     VALUE 'N'.
RG0937     88  FINE-LAYOU                    VALUE 'S'.
RG0937     88  NON-FINE-LAYOU                VALUE 'N'.

RG0937     COPY TABGENN.

RG0937     COPY UTDECT1.

      *-------------------------------------------------------------*
      * -- RIGA DELLA VISTA CAMPI ('>' = CAMPO DI UN IDC IN ERRORE)
      *-------------------------------------------------------------*
RG0937 01  W-RIGA-CAMPO.
RG0937     05  W-RC-EVID           PIC X(01).
RG0937     05  FILLER              PIC X(01).
RG0937     05  W-RC-NOME           PIC X(16).
RG0937     05  FILLER              PIC X(01).
RG0937     05  W-RC-OFFSET         PIC 9(04).
RG0937     05  FILLER              PIC X(01).
RG0937     05  W-RC-LUNG           PIC ZZ9.
RG0937     05  FILLER              PIC X(01).
RG0937     05  W-RC-ESITO          PIC X(01).
RG0937     05  FILLER              PIC X(01).
RG0937     05  W-RC-VALORE         PIC X(20).
RG0937     05  FILLER              PIC X(01).
RG0937     05  W-RC-HEX            PIC X(28).

      *-------------------------------------------------------------*
      * -- PARAMETRO DELL'ENTRY 'WSOC83R' DI WSOC83 (STESSO
                 WHEN DFHCLEAR
                 WHEN DFHPF3
                      PERFORM FINE-CONVERSAZIONE THRU END-FINE-CONV
RG0937           WHEN DFHPF7
RG0937                PERFORM RICEVI-MAPPA    THRU END-RICEVI-MAPPA
RG0937                PERFORM PAGINA-INDIETRO THRU END-PAGINA-INDIETRO
                 WHEN DFHPF8
                      PERFORM RICEVI-MAPPA  THRU END-RICEVI-MAPPA
                      PERFORM PAGINA-AVANTI THRU END-PAGINA-AVANTI
                      PERFORM RICEVI-MAPPA  THRU END-RICEVI-MAPPA
                      PERFORM ESEGUI-AZIONE THRU END-ESEGUI-AZIONE
                 WHEN OTHER
RG0937                MOVE 'TASTO NON VALIDO - USARE ENTER/PF7/PF8/PF3'
                                            TO MSGI
                      PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              END-EVALUATE
      *--------------------------------------------------------*
       VIDEATA-INIZIALE.
           MOVE SPACES TO WSWB83MI.
RG0937     MOVE 'RESPINTI WSRR - AZIONI: L=LISTA E=ERRORI B=CORPO F=CAM
RG0937-         'PI R=RIELAB.' TO MSGI.
           EXEC CICS SEND MAP ('WSWB83M') MAPSET ('WSWB83S')
                     FROM (WSWB83MI) ERASE
           END-EXEC.
           EXIT.

      *--------------------------------------------------------*
      *    PF8: PAGINA SUCCESSIVA DELL'AZIONE IN CORSO (LISTA, *
      *    CORPO MESSAGGIO O CAMPI).                           *
      *--------------------------------------------------------*
       PAGINA-AVANTI.

                    PERFORM LISTA-RESPINTI THRU END-LISTA-RESPINTI
               WHEN AZIONE-CORPO OF W-WSWB83C
                    PERFORM MOSTRA-CORPO THRU END-MOSTRA-CORPO
RG0937         WHEN AZIONE-CAMPI OF W-WSWB83C
RG0937              ADD W-CAMPI-PAGINA
RG0937               TO WSWB83C-PRIMO-CAMPO OF W-WSWB83C
RG0937              PERFORM MOSTRA-CAMPI THRU END-MOSTRA-CAMPI
               WHEN OTHER
                    MOVE 'NESSUNA LISTA O CORPO IN SFOGLIO' TO MSGI
                    PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
       END-PAGINA-AVANTI.
           EXIT.

      *--------------------------------------------------------*
      *    PF7: PAGINA PRECEDENTE DELLA VISTA CAMPI.           *
      *--------------------------------------------------------*
RG0937 PAGINA-INDIETRO.

RG0937     IF NOT AZIONE-CAMPI OF W-WSWB83C
RG0937        MOVE 'PF7 DISPONIBILE SOLO NELLA VISTA CAMPI (F)' TO MSGI
RG0937        PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
RG0937        GO TO END-PAGINA-INDIETRO.

RG0937     IF WSWB83C-PRIMO-CAMPO OF W-WSWB83C GREATER W-CAMPI-PAGINA
RG0937        SUBTRACT W-CAMPI-PAGINA
RG0937            FROM WSWB83C-PRIMO-CAMPO OF W-WSWB83C
RG0937     ELSE
RG0937        MOVE 1 TO WSWB83C-PRIMO-CAMPO OF W-WSWB83C
RG0937     END-IF.

RG0937     PERFORM MOSTRA-CAMPI THRU END-MOSTRA-CAMPI.

RG0937 END-PAGINA-INDIETRO.
RG0937     EXIT.

      *--------------------------------------------------------*
       ESEGUI-AZIONE.

                    MOVE ZERO   TO WSWB83C-OFFSET OF W-WSWB83C
                    SET AZIONE-CORPO OF W-WSWB83C TO TRUE
                    PERFORM MOSTRA-CORPO THRU END-MOSTRA-CORPO
RG0937         WHEN 'F'
RG0937              MOVE PIDMI  TO WSWB83C-PIDMTX OF W-WSWB83C
RG0937              MOVE 1      TO WSWB83C-PRIMO-CAMPO OF W-WSWB83C
RG0937              SET AZIONE-CAMPI OF W-WSWB83C TO TRUE
RG0937              PERFORM MOSTRA-CAMPI THRU END-MOSTRA-CAMPI
               WHEN 'R'
                    PERFORM RIELABORA-PIDMTX
                            THRU END-RIELABORA-PIDMTX
               WHEN OTHER
RG0937              MOVE 'AZIONE NON VALIDA - USARE L/E/B/F/R' TO MSGI
                    PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
           END-EVALUATE.

       END-COMPONI-PAGINA-CORPO.
           EXIT.

      *--------------------------------------------------------*
      *    VISTA CAMPI: TESTATA E CORPO DEL PIDMTX DECODIFICATI *
      *    CAMPO PER CAMPO, 11 CAMPI PER PAGINA A PARTIRE DAL  *
      *    PRIMO CAMPO IN COMMAREA (RIGA 1 = INTESTAZIONE).    *
      *--------------------------------------------------------*
RG0937 MOSTRA-CAMPI.

RG0937     PERFORM PULISCI-RIGHE THRU END-PULISCI-RIGHE.

RG0937     IF WSWB83C-PIDMTX OF W-WSWB83C = SPACES OR LOW-VALUES
RG0937        MOVE 'INDICARE IL PIDMTX' TO MSGI
RG0937        PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
RG0937        GO TO END-MOSTRA-CAMPI.

RG0937     MOVE WSWB83C-PIDMTX OF W-WSWB83C TO HV-PIDMTX.

RG0937     EXEC SQL
RG0937          SELECT XTESTMTX, XMSGRISE, XERRMTX
RG0937            INTO :HV-XTESTMTX, :HV-XMSGRISE, :HV-XERRMTX
RG0937            FROM WSRR
RG0937           WHERE PIDMTX = :HV-PIDMTX
RG0937             AND PPROG  = (SELECT MIN(PPROG)
RG0937                             FROM WSRR B
RG0937                            WHERE B.PIDMTX = :HV-PIDMTX)
RG0937            WITH UR
RG0937     END-EXEC.

RG0937     EVALUATE SQLCODE
RG0937         WHEN ZERO
RG0937              PERFORM DECODIFICA-CAMPI
RG0937                      THRU END-DECODIFICA-CAMPI
RG0937         WHEN +100
RG0937              MOVE 'PIDMTX NON TROVATO IN WSRR' TO MSGI
RG0937         WHEN OTHER
RG0937              PERFORM ERRORE-SQL THRU END-ERRORE-SQL
RG0937     END-EVALUATE.

RG0937     PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA.

RG0937 END-MOSTRA-CAMPI.
RG0937     EXIT.

      *--------------------------------------------------------*
      *    DECODIFICA DELLA TESTATA (TRACCIATO 'XTESTMTX') E   *
      *    DEL CORPO (TRACCIATO 'WSC83I') IN UN'UNICA LISTA DI *
      *    CAMPI; UN TRACCIATO NON DESCRITTO VIENE SALTATO.    *
      *--------------------------------------------------------*
RG0937 DECODIFICA-CAMPI.

RG0937     MOVE ZERO        TO UTDECT1-NUM-CAMPI.
RG0937     MOVE ZERO        TO W-NUM-ERRATE.
RG0937     SET UTDECT1-OK   TO TRUE.
RG0937     MOVE HV-XERRMTX  TO UTDECT1-XERRMTX.

RG0937     MOVE 'XTESTMTX'  TO W-TRACCIATO.
RG0937     PERFORM CARICA-TRACCIATO THRU END-CARICA-TRACCIATO.
RG0937     IF UTDECT1-NUM-REGOLE GREATER ZERO
RG0937        MOVE HV-XTESTMTX TO UTDECT1-AREA
RG0937        MOVE 100         TO UTDECT1-LUN-AREA
RG0937        CALL 'UTCL0072' USING UTDECT1
RG0937        ADD UTDECT1-NUM-ERRATE TO W-NUM-ERRATE
RG0937     END-IF.

RG0937     MOVE 'WSC83I  '  TO W-TRACCIATO.
RG0937     PERFORM CARICA-TRACCIATO THRU END-CARICA-TRACCIATO.
RG0937     IF UTDECT1-NUM-REGOLE GREATER ZERO
RG0937     AND NOT UTDECT1-LISTA-PIENA
RG0937        MOVE HV-XMSGRISE-TEXT TO UTDECT1-AREA
RG0937        MOVE HV-XMSGRISE-LEN  TO UTDECT1-LUN-AREA
RG0937        CALL 'UTCL0072' USING UTDECT1
RG0937        ADD UTDECT1-NUM-ERRATE TO W-NUM-ERRATE
RG0937     END-IF.

RG0937     IF UTDECT1-NUM-CAMPI = ZERO
RG0937        MOVE 'TRACCIATI XTESTMTX/WSC83I NON DESCRITTI IN TABLAYOU'
RG0937          TO MSGI
RG0937        GO TO END-DECODIFICA-CAMPI.

RG0937     PERFORM COMPONI-PAGINA-CAMPI THRU END-COMPONI-PAGINA-CAMPI.

RG0937 END-DECODIFICA-CAMPI.
RG0937     EXIT.

      *--------------------------------------------------------*
      *    RIGHE 'TABLAYOU' DEL TRACCIATO IN W-TRACCIATO, A    *
      *    BLOCCHI DI 20 (RICERCA 'GEN') DALLA PRIMA CHIAVE    *
      *    DEL TRACCIATO FINO AL CAMBIO DI TRACCIATO.          *
      *--------------------------------------------------------*
RG0937 CARICA-TRACCIATO.

RG0937     MOVE ZERO            TO UTDECT1-NUM-REGOLE.
RG0937     MOVE W-TRACCIATO     TO UTDECT1-TRACCIATO.
RG0937     MOVE SPACES          TO TABGENN.
RG0937     MOVE 'TABLAYOU'      TO TABGENN-NOME.
RG0937     MOVE LOW-VALUES      TO TABGENN-CHIAVE20.
RG0937     MOVE W-TRACCIATO     TO TABGENN-CHIAVE20 (1:8).
RG0937     SET NON-FINE-LAYOU   TO TRUE.

RG0937     PERFORM LEGGI-BLOCCO-LAYOU THRU END-LEGGI-BLOCCO-LAYOU
RG0937         UNTIL FINE-LAYOU.

RG0937 END-CARICA-TRACCIATO.
RG0937     EXIT.

      *--------------------------------------------------------*
RG0937 LEGGI-BLOCCO-LAYOU.

RG0937     MOVE 'GEN'           TO TABGENN-FUNZ.
RG0937     MOVE 020             TO TABGENN-NUM-RICHIESTI.

RG0937     EXEC CICS LINK PROGRAM ('SYSPTAB5')
RG0937               COMMAREA (TABGENN)
RG0937               LENGTH (LENGTH OF TABGENN)
RG0937     END-EXEC.

RG0937     IF TABGENN-CODICE-ERRORE NOT = ZERO
RG0937        SET FINE-LAYOU TO TRUE
RG0937        GO TO END-LEGGI-BLOCCO-LAYOU.

RG0937     MOVE ZERO TO W-IND-GEN.
RG0937     PERFORM CARICA-RIGA-LAYOU THRU END-CARICA-RIGA-LAYOU
RG0937         UNTIL W-IND-GEN NOT LESS TABGENN-NUM-TROVATI
RG0937            OR FINE-LAYOU.

RG0937     IF TABGENN-EOF-SI
RG0937        SET FINE-LAYOU TO TRUE
RG0937     END-IF.

RG0937 END-LEGGI-BLOCCO-LAYOU.
RG0937     EXIT.

      *--------------------------------------------------------*
      *    UNA RIGA DEL MEMBRO: SI FERMA AL PRIMO TRACCIATO    *
      *    DIVERSO O A TABELLA DELLE REGOLE PIENA.             *
      *--------------------------------------------------------*
RG0937 CARICA-RIGA-LAYOU.

RG0937     ADD 1 TO W-IND-GEN.

RG0937     IF TABGENN-RIGA-CHIAVE20 (W-IND-GEN) (1:8) NOT = W-TRACCIATO
RG0937     OR UTDECT1-NUM-REGOLE NOT LESS 200
RG0937        SET FINE-LAYOU TO TRUE
RG0937        GO TO END-CARICA-RIGA-LAYOU.

RG0937     ADD 1 TO UTDECT1-NUM-REGOLE.
RG0937     MOVE TABGENN-RIGA-CHIAVE20 (W-IND-GEN) (9:3)
RG0937       TO UTDECT1-REG-PROGR (UTDECT1-NUM-REGOLE).
RG0937     MOVE TABGENN-RIGA-DESCR (W-IND-GEN)
RG0937       TO UTDECT1-REG-DEF (UTDECT1-NUM-REGOLE).

RG0937 END-CARICA-RIGA-LAYOU.
RG0937     EXIT.

      *--------------------------------------------------------*
      *    PAGINA DELLA VISTA CAMPI: OLTRE L'ULTIMO CAMPO SI   *
      *    RIPARTE DALLA PRIMA PAGINA, COME PER IL CORPO.      *
      *--------------------------------------------------------*
RG0937 COMPONI-PAGINA-CAMPI.

RG0937     IF WSWB83C-PRIMO-CAMPO OF W-WSWB83C NOT NUMERIC
RG0937     OR WSWB83C-PRIMO-CAMPO OF W-WSWB83C = ZERO
RG0937        MOVE 1 TO WSWB83C-PRIMO-CAMPO OF W-WSWB83C
RG0937     END-IF.

RG0937     MOVE SPACES TO MSGI.
RG0937     IF WSWB83C-PRIMO-CAMPO OF W-WSWB83C
RG0937        GREATER UTDECT1-NUM-CAMPI
RG0937        MOVE 1 TO WSWB83C-PRIMO-CAMPO OF W-WSWB83C
RG0937        MOVE 'FINE CAMPI - RIPARTO DALLA PRIMA PAGINA' TO MSGI
RG0937     END-IF.

RG0937     MOVE '  CAMPO            OFFS LUN E VALORE' TO RIGAI (1).
RG0937     MOVE 'ESADECIMALE' TO RIGAI (1) (52:11).

RG0937     MOVE WSWB83C-PRIMO-CAMPO OF W-WSWB83C TO W-CAMPO.
RG0937     PERFORM COMPONI-RIGA-CAMPO THRU END-COMPONI-RIGA-CAMPO
RG0937        VARYING W-IND FROM 2 BY 1
RG0937          UNTIL W-IND GREATER 12
RG0937             OR W-CAMPO GREATER UTDECT1-NUM-CAMPI.

RG0937     IF MSGI NOT = SPACES
RG0937        GO TO END-COMPONI-PAGINA-CAMPI.

RG0937     MOVE ZERO TO W-NUM-EVIDENZIATI.
RG0937     PERFORM CONTA-EVIDENZIATI THRU END-CONTA-EVIDENZIATI
RG0937        VARYING W-CAMPO FROM 1 BY 1
RG0937          UNTIL W-CAMPO GREATER UTDECT1-NUM-CAMPI.

RG0937     MOVE WSWB83C-PRIMO-CAMPO OF W-WSWB83C TO W-PRIMO-ED.
RG0937     COMPUTE W-ULTIMO-ED = WSWB83C-PRIMO-CAMPO OF W-WSWB83C
RG0937                         + W-IND - 3.
RG0937     MOVE UTDECT1-NUM-CAMPI TO W-TOTALE-ED.
RG0937     MOVE W-NUM-EVIDENZIATI TO W-EVID-ED.

RG0937     STRING 'CAMPI '     W-PRIMO-ED '-' W-ULTIMO-ED
RG0937            ' DI '       W-TOTALE-ED
RG0937            ', '         W-EVID-ED ' IN ERRORE (>)'
RG0937            ' - PF7/PF8 PAGINA'
RG0937            DELIMITED BY SIZE INTO MSGI.

RG0937     IF W-NUM-ERRATE GREATER ZERO
RG0937     OR UTDECT1-LISTA-PIENA
RG0937        MOVE ' - TABLAYOU INCOMPLETO' TO MSGI (58:22)
RG0937     END-IF.

RG0937 END-COMPONI-PAGINA-CAMPI.
RG0937     EXIT.

      *--------------------------------------------------------*
RG0937 COMPONI-RIGA-CAMPO.

RG0937     MOVE SPACES TO W-RIGA-CAMPO.
RG0937     IF UTDECT1-CAM-EVIDENZIATO (W-CAMPO)
RG0937        MOVE '>'      TO W-RC-EVID
RG0937        MOVE DFHBMASB TO RIGAA (W-IND)
RG0937     END-IF.

RG0937     MOVE UTDECT1-CAM-NOME   (W-CAMPO) TO W-RC-NOME.
RG0937     MOVE UTDECT1-CAM-OFFSET (W-CAMPO) TO W-RC-OFFSET.
RG0937     MOVE UTDECT1-CAM-LUNG   (W-CAMPO) TO W-RC-LUNG.
RG0937     MOVE UTDECT1-CAM-ESITO  (W-CAMPO) TO W-RC-ESITO.
RG0937     MOVE UTDECT1-CAM-VALORE (W-CAMPO) TO W-RC-VALORE.
RG0937     MOVE UTDECT1-CAM-HEX    (W-CAMPO) TO W-RC-HEX.
RG0937     MOVE W-RIGA-CAMPO TO RIGAI (W-IND).

RG0937     ADD 1 TO W-CAMPO.

RG0937 END-COMPONI-RIGA-CAMPO.
RG0937     EXIT.

      *--------------------------------------------------------*
RG0937 CONTA-EVIDENZIATI.
RG0937     IF UTDECT1-CAM-EVIDENZIATO (W-CAMPO)
RG0937        ADD 1 TO W-NUM-EVIDENZIATI
RG0937     END-IF.
RG0937 END-CONTA-EVIDENZIATI.
RG0937     EXIT.

      *--------------------------------------------------------*
      *    RIELABORAZIONE IMMEDIATA DEL PIDMTX TRAMITE L'ENTRY *
      *    'WSOC83R' DI WSOC83 (STESSA VIA DI WOCB0083, MA IN  *
           PERFORM VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND GREATER 12
              MOVE SPACES TO RIGAI (W-IND)
RG0937        MOVE DFHBMASK TO RIGAA (W-IND)
           END-PERFORM.
       END-PULISCI-RIGHE.
           EXIT.
