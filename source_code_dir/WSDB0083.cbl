      *                                                                *
      *  PROGRAMMA: WSDB0083 - BROWSE DELLA DEAD LETTER WS8E CON       *
      *                        AZIONI PER SINGOLO RECORD.              *
      *  TIPOLOGIA: RETE (TRANSAZIONALE) COBOL-CICS-DB2                *
      *             TRANSAZIONE WSDB - PSEUDO-CONVERSAZIONALE          *
      *                                                                *
      *  WSDL0083 E' TUTTO-O-NIENTE: RIPRESENTA OGNI RECORD. QUANDO    *
      *    'V' = DETTAGLIO DELL'ITEM INDICATO (LE TRE DESCRIZIONI DI   *
      *          ERRORE E LE RIGHE DIAGNOSTICHE SALVATE DA             *
      *          FINE-ANOMALA, PIU' L'AREA CHIAVE)                     *
      *    'F' = CAMPI DI TESTATA (XTESTMTX) E CORPO (XMSGRISE) DEL    *
      *          MESSAGGIO DELL'ITEM, LETTI DA WSRR PER PIDMTX/PPROG E *
      *          DECODIFICATI CON I TRACCIATI DEL MEMBRO 'TABLAYOU'    *
      *          (SERVIZIO UTCL0072); I CAMPI DEGLI IDC IN ERRORE      *
      *          (XERRMTX) SONO EVIDENZIATI E MARCATI '>'. PF7/PF8     *
      *          PAGINA INDIETRO/AVANTI                                *
      *    'R' = RIPRESENTA SOLO QUESTO ITEM SU WS83 (MARCATO 'R'      *
      *          SULLA CODA, COMPATTATO POI DA WSDL0083)               *
      *    'S' = CHIEDE LO SCARTO DELL'ITEM; LA CONFERMA E' LA         *
      *                   CONTROLLO PERMESSI DEL MEMBRO 'WSOPAUTH' E   *
      *                   REGISTRATI SUL LOG AZIONI WSAZLOG (SERVIZIO  *
      *                   WSOP0083, COPY WSOPT1).                      *
      *    OTT26  RG0937  AZIONE 'F': VISTA CAMPO PER CAMPO DI TESTATA *
      *                   E CORPO DEL MESSAGGIO DELL'ITEM (WSRR,       *
      *                   UTCL0072, MEMBRO 'TABLAYOU'), CON EVIDENZA   *
      *                   DEI CAMPI IN ERRORE E SFOGLIO PF7/PF8.       *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       77  LL-KEYMSG               PIC S9(4) COMP VALUE +20.
       77  LL-RIS-WS8E             PIC S9(4) COMP VALUE +8.
       77  LL-SCARTO-LOG           PIC S9(4) COMP VALUE +250.
RG0937 77  W-CAMPI-PAGINA          PIC S9(4) COMP VALUE +13.
RG0937 77  W-CAMPO                 PIC S9(4) COMP VALUE ZERO.
RG0937 77  W-IND-GEN               PIC S9(4) COMP VALUE ZERO.
RG0937 77  W-NUM-EVIDENZIATI       PIC S9(4) COMP VALUE ZERO.
RG0937 77  W-NUM-ERRATE            PIC S9(4) COMP VALUE ZERO.
RG0937 77  W-PRIMO-ED              PIC 9(03).
RG0937 77  W-ULTIMO-ED             PIC 9(03).
RG0937 77  W-TOTALE-ED             PIC 9(03).
RG0937 77  W-EVID-ED               PIC 9(03).
RG0937 77  W-SQLCODE               PIC ---9.
       01  W-RIS-WS8E              PIC X(08) VALUE 'WS8E    '.
       01  W-ITEM-X                PIC X(04) VALUE SPACES.
       01  W-ITEM-N REDEFINES W-ITEM-X PIC 9(04).
               10  W-SEGN-RIGA           PIC X(50).
               10  FILLER                PIC X(25).

      ***************************************************************
      *    VISTA CAMPI: MESSAGGIO DELL'ITEM SU WSRR, RICERCA        *
      *    MULTIRIGA 'GEN' DI SYSPTAB5 SUL MEMBRO 'TABLAYOU' (RIGHE *
      *    COPY TABLAYR) E AREA DEL SERVIZIO DI DECODIFICA UTCL0072 *
      ***************************************************************
RG0937 01  HV-PIDMTX               PIC X(15).
RG0937 01  HV-PPROG                PIC S9(4) COMP.
RG0937 01  HV-XTESTMTX             PIC X(100).
RG0937 01  HV-XMSGRISE.
RG0937     49  HV-XMSGRISE-LEN     PIC S9(4) COMP.
RG0937     49  HV-XMSGRISE-TEXT    PIC X(3000).
RG0937 01  HV-XERRMTX.
RG0937     05  HV-ELE-IDC-ERR OCCURS 5.
RG0937         10  HV-ELE-IDC      PIC X(003).
RG0937         10  HV-ELE-ERR      PIC X(004).

RG0937 01  W-TRACCIATO             PIC X(08).
RG0937 01  W-SW-FINE-LAYOU         PIC X     VALUE 'N'.
RG0937     88  FINE-LAYOU                    VALUE 'S'.
RG0937     88  NON-FINE-LAYOU                VALUE 'N'.

RG0937     COPY TABGENN.

RG0937     COPY UTDECT1.

      *    RIGA DELLA VISTA CAMPI ('>' = CAMPO DI UN IDC IN ERRORE)
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

      ***************************************************************
      *    CONTROLLO PERMESSI E LOG AZIONI OPERATORE (WSOP0083)     *
      ***************************************************************
           COPY DFHAID.
           COPY DFHBMSCA.

RG0937     EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************
       LINKAGE SECTION.
      ******************
                 WHEN DFHCLEAR
                 WHEN DFHPF3
                      PERFORM FINE-CONVERSAZIONE THRU END-FINE-CONV
RG0937           WHEN DFHPF7
RG0937                PERFORM RICEVI-MAPPA    THRU END-RICEVI-MAPPA
RG0937                PERFORM PAGINA-INDIETRO THRU END-PAGINA-INDIETRO
                 WHEN DFHPF8
                      PERFORM RICEVI-MAPPA  THRU END-RICEVI-MAPPA
RG0937                PERFORM PAGINA-AVANTI THRU END-PAGINA-AVANTI
                 WHEN DFHENTER
                      PERFORM RICEVI-MAPPA  THRU END-RICEVI-MAPPA
                      PERFORM ESEGUI-AZIONE THRU END-ESEGUI-AZIONE
                 WHEN OTHER
RG0937                MOVE 'TASTO NON VALIDO - USARE ENTER/PF7/PF8/PF3'
                                            TO MSGI
                      PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
              END-EVALUATE
       INIZIALIZZA-CONVERSAZIONE.
           MOVE SPACES            TO W-WSDB83C.
           MOVE ZERO              TO WSDB83C-ULT-ITEM OF W-WSDB83C
RG0937                               WSDB83C-SCARTO-ITEM OF W-WSDB83C
RG0937                               WSDB83C-CAMPI-ITEM  OF W-WSDB83C
RG0937                               WSDB83C-PRIMO-CAMPO OF W-WSDB83C.
           SET SCARTO-NON-ATTESA  OF W-WSDB83C TO TRUE.
           SET PRIMA-VOLTA        OF W-WSDB83C TO TRUE.
      *--------------------------------------------------------*
      *--------------------------------------------------------*
       VIDEATA-INIZIALE.
           MOVE SPACES TO WSDB83MI.
RG0937     MOVE 'DEAD LETTER WS8E - AZIONI: L=LISTA V=DETT. F=CAMPI R=R
RG0937-         'IPRES. S=SCARTO X=CONF.' TO MSGI.
           EXEC CICS SEND MAP ('WSDB83M') MAPSET ('WSDB83S')
                     FROM (WSDB83MI) ERASE
           END-EXEC.
      *--------------------------------------------------------*
       ESEGUI-AZIONE.

RG0937     MOVE SPACE TO WSDB83C-AZIONE OF W-WSDB83C.

           EVALUATE AZIOI
               WHEN 'L'
                    MOVE ZERO TO WSDB83C-ULT-ITEM OF W-WSDB83C
                            THRU END-LISTA-PARCHEGGIATI
               WHEN 'V'
                    PERFORM DETTAGLIO-ITEM THRU END-DETTAGLIO-ITEM
RG0937         WHEN 'F'
RG0937              PERFORM CAMPI-ITEM THRU END-CAMPI-ITEM
               WHEN 'R'
                    PERFORM RIPRESENTA-ITEM THRU END-RIPRESENTA-ITEM
               WHEN 'S'
               WHEN 'X'
                    PERFORM CONFERMA-SCARTO THRU END-CONFERMA-SCARTO
               WHEN OTHER
RG0937              MOVE 'AZIONE NON VALIDA - USARE L/V/F/R/S/X' TO MSGI
                    PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
           END-EVALUATE.

       END-ESEGUI-AZIONE.
           EXIT.

      *--------------------------------------------------------*
      *    PF8: PAGINA SUCCESSIVA DELLA VISTA CAMPI SE IN      *
      *    CORSO, ALTRIMENTI DELLA LISTA.                       *
      *--------------------------------------------------------*
RG0937 PAGINA-AVANTI.

RG0937     IF AZIONE-CAMPI OF W-WSDB83C
RG0937        ADD W-CAMPI-PAGINA TO WSDB83C-PRIMO-CAMPO OF W-WSDB83C
RG0937        PERFORM MOSTRA-CAMPI THRU END-MOSTRA-CAMPI
RG0937     ELSE
RG0937        PERFORM LISTA-PARCHEGGIATI
RG0937                THRU END-LISTA-PARCHEGGIATI
RG0937     END-IF.

RG0937 END-PAGINA-AVANTI.
RG0937     EXIT.

      *--------------------------------------------------------*
      *    PF7: PAGINA PRECEDENTE DELLA VISTA CAMPI.           *
      *--------------------------------------------------------*
RG0937 PAGINA-INDIETRO.

RG0937     IF NOT AZIONE-CAMPI OF W-WSDB83C
RG0937        MOVE 'PF7 DISPONIBILE SOLO NELLA VISTA CAMPI (F)' TO MSGI
RG0937        PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
RG0937        GO TO END-PAGINA-INDIETRO.

RG0937     IF WSDB83C-PRIMO-CAMPO OF W-WSDB83C GREATER W-CAMPI-PAGINA
RG0937        SUBTRACT W-CAMPI-PAGINA
RG0937            FROM WSDB83C-PRIMO-CAMPO OF W-WSDB83C
RG0937     ELSE
RG0937        MOVE 1 TO WSDB83C-PRIMO-CAMPO OF W-WSDB83C
RG0937     END-IF.

RG0937     PERFORM MOSTRA-CAMPI THRU END-MOSTRA-CAMPI.

RG0937 END-PAGINA-INDIETRO.
RG0937     EXIT.

      *--------------------------------------------------------*
      *    LISTA DEI RECORD ANCORA PARCHEGGIATI, 12 PER PAGINA, *
      *    RIPARTENDO DALL'ULTIMO ITEM MOSTRATO.                *
       END-DETTAGLIO-ITEM.
           EXIT.

      *--------------------------------------------------------*
      *    VISTA CAMPI DELL'ITEM DIGITATO: L'ITEM RESTA IN      *
      *    COMMAREA PER LO SFOGLIO CON PF7/PF8.                 *
      *--------------------------------------------------------*
RG0937 CAMPI-ITEM.

RG0937     PERFORM PULISCI-RIGHE THRU END-PULISCI-RIGHE.
RG0937     PERFORM ACQUISISCI-ITEM THRU END-ACQUISISCI-ITEM.
RG0937     IF FINE-CODA
RG0937        GO TO END-CAMPI-ITEM.

RG0937     MOVE W-ITEM TO WSDB83C-CAMPI-ITEM  OF W-WSDB83C.
RG0937     MOVE 1      TO WSDB83C-PRIMO-CAMPO OF W-WSDB83C.
RG0937     SET AZIONE-CAMPI OF W-WSDB83C TO TRUE.

RG0937     PERFORM MOSTRA-CAMPI THRU END-MOSTRA-CAMPI.

RG0937 END-CAMPI-ITEM.
RG0937     EXIT.

      *--------------------------------------------------------*
      *    TESTATA E CORPO DEL MESSAGGIO DELL'ITEM (RIGA WSRR   *
      *    DI PIDMTX/PPROG) DECODIFICATI CAMPO PER CAMPO, 13    *
      *    CAMPI PER PAGINA (RIGA 1 = INTESTAZIONE). L'ITEM     *
      *    VIENE RILETTO A OGNI PAGINA: SE NEL FRATTEMPO        *
      *    WSDL0083 HA COMPATTATO LA CODA, SI RIPETE LA 'F'.    *
      *--------------------------------------------------------*
RG0937 MOSTRA-CAMPI.

RG0937     PERFORM PULISCI-RIGHE THRU END-PULISCI-RIGHE.

RG0937     SET NON-FINE-CODA TO TRUE.
RG0937     MOVE WSDB83C-CAMPI-ITEM OF W-WSDB83C TO W-ITEM.
RG0937     PERFORM LEGGI-ITEM THRU END-LEGGI-ITEM.
RG0937     IF FINE-CODA
RG0937        MOVE SPACE TO WSDB83C-AZIONE OF W-WSDB83C
RG0937        MOVE 'ITEM NON PIU'' PRESENTE IN DEAD LETTER - RIPETERE F'
RG0937                             TO MSGI
RG0937        PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
RG0937        GO TO END-MOSTRA-CAMPI.

RG0937     MOVE DL-PIDMTX TO HV-PIDMTX.
RG0937     MOVE DL-PPROG  TO HV-PPROG.

RG0937     EXEC SQL
RG0937          SELECT XTESTMTX, XMSGRISE, XERRMTX
RG0937            INTO :HV-XTESTMTX, :HV-XMSGRISE, :HV-XERRMTX
RG0937            FROM WSRR
RG0937           WHERE PIDMTX = :HV-PIDMTX
RG0937             AND PPROG  = :HV-PPROG
RG0937            WITH UR
RG0937     END-EXEC.

RG0937     EVALUATE SQLCODE
RG0937         WHEN ZERO
RG0937              PERFORM DECODIFICA-CAMPI
RG0937                      THRU END-DECODIFICA-CAMPI
RG0937         WHEN +100
RG0937              MOVE 'MESSAGGIO DELL''ITEM NON PRESENTE IN WSRR'
RG0937                TO MSGI
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
      *    RIPARTE DALLA PRIMA PAGINA.                         *
      *--------------------------------------------------------*
RG0937 COMPONI-PAGINA-CAMPI.

RG0937     IF WSDB83C-PRIMO-CAMPO OF W-WSDB83C NOT NUMERIC
RG0937     OR WSDB83C-PRIMO-CAMPO OF W-WSDB83C = ZERO
RG0937        MOVE 1 TO WSDB83C-PRIMO-CAMPO OF W-WSDB83C
RG0937     END-IF.

RG0937     MOVE SPACES TO MSGI.
RG0937     IF WSDB83C-PRIMO-CAMPO OF W-WSDB83C
RG0937        GREATER UTDECT1-NUM-CAMPI
RG0937        MOVE 1 TO WSDB83C-PRIMO-CAMPO OF W-WSDB83C
RG0937        MOVE 'FINE CAMPI - RIPARTO DALLA PRIMA PAGINA' TO MSGI
RG0937     END-IF.

RG0937     MOVE '  CAMPO            OFFS LUN E VALORE' TO RIGAI (1).
RG0937     MOVE 'ESADECIMALE' TO RIGAI (1) (52:11).

RG0937     MOVE WSDB83C-PRIMO-CAMPO OF W-WSDB83C TO W-CAMPO.
RG0937     PERFORM COMPONI-RIGA-CAMPO THRU END-COMPONI-RIGA-CAMPO
RG0937        VARYING W-IND FROM 2 BY 1
RG0937          UNTIL W-IND GREATER 14
RG0937             OR W-CAMPO GREATER UTDECT1-NUM-CAMPI.

RG0937     IF MSGI NOT = SPACES
RG0937        GO TO END-COMPONI-PAGINA-CAMPI.

RG0937     MOVE ZERO TO W-NUM-EVIDENZIATI.
RG0937     PERFORM CONTA-EVIDENZIATI THRU END-CONTA-EVIDENZIATI
RG0937        VARYING W-CAMPO FROM 1 BY 1
RG0937          UNTIL W-CAMPO GREATER UTDECT1-NUM-CAMPI.

RG0937     MOVE WSDB83C-PRIMO-CAMPO OF W-WSDB83C TO W-PRIMO-ED.
RG0937     COMPUTE W-ULTIMO-ED = WSDB83C-PRIMO-CAMPO OF W-WSDB83C
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
      *    LEGGE L'ITEM DIGITATO A VIDEO, CON I CONTROLLI DEL   *
      *    CASO (NUMERICO, ESISTENTE).                          *
           PERFORM VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND GREATER 14
              MOVE SPACES TO RIGAI (W-IND)
RG0937        MOVE DFHBMASK TO RIGAA (W-IND)
           END-PERFORM.
       END-PULISCI-RIGHE.
           EXIT.

      *--------------------------------------------------------*
RG0937 ERRORE-SQL.
RG0937     MOVE SQLCODE TO W-SQLCODE.
RG0937     MOVE SPACES  TO MSGI.
RG0937     STRING 'ERRORE DB2, SQLCODE=' W-SQLCODE
RG0937            DELIMITED BY SIZE INTO MSGI.
RG0937 END-ERRORE-SQL.
RG0937     EXIT.

      *--------------------------------------------------------*
       RIVIA-VIDEATA.
           EXEC CICS SEND MAP ('WSDB83M') MAPSET ('WSDB83S')
                     FROM (WSDB83MI) DATAONLY
