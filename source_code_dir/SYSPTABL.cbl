      *                SOLO PASSO. CON LA SCHEDA 'SIMULA' IL
      *                CONFRONTO STAMPA COSA FAREBBE SENZA TOCCARE
      *                IL FILE.
      *                ----------------------------------------
      *                IN ENTRAMBI I MODI LE RIGHE DEI MEMBRI
      *                DESCRITTI NEL MEMBRO 'TABSCHEM' (SCHEMA DEI
      *                CAMPI, COPY TABSCHR) VENGONO VERIFICATE CON
      *                IL VALIDATORE SYSPTABV, LO STESSO DI
      *                SYSPTAB5 IN LINEA: UNA RIGA FUORI SCHEMA NON
      *                VIENE AGGIUNTA NE' RISCRITTA, MA SCARTATA
      *                CON LA DIAGNOSTICA DEL CAMPO IN ERRORE, E IL
      *                PASSO TERMINA CON RETURN-CODE 4. VALE LO
      *                SCHEMA PRESENTE SUL FILE ALL'INIZIO DEL
      *                PASSO (LE RIGHE 'TABSCHEM' CARICATE DALLO
      *                STESSO ESTRATTO VALGONO DAL PASSO SUCCESSIVO).
      ***************************************************************
      * SCHEDE DI CONTROLLO (SYSIN, FACOLTATIVE):
      *   'SYNC'     COL 01-04: ATTIVA IL MODO SYNC
      *                  SYSPTABS) E OPZIONE DI SOLA SIMULAZIONE;    *
      *                  IL COMPORTAMENTO STORICO DI SOLA AGGIUNTA   *
      *                  RESTA IL DEFAULT SENZA SCHEDE.              *
      *   OTT26  RG0930  VERIFICA DELLE RIGHE CONTRO LO SCHEMA DEI   *
      *                  CAMPI ('TABSCHEM', VALIDATORE SYSPTABV):    *
      *                  LE RIGHE FUORI SCHEMA SONO SCARTATE CON     *
      *                  DIAGNOSTICA, CONTEGGIATE A PARTE E PORTANO  *
      *                  IL RETURN-CODE A 4.                         *
      ***************************************************************

       ENVIRONMENT DIVISION.
       77  W-RIGHE-SCARTATE            PIC 9(07) COMP-3 VALUE ZERO.
       77  W-RIGHE-VARIATE             PIC 9(07) COMP-3 VALUE ZERO.
       77  W-RIGHE-CANCELLATE          PIC 9(07) COMP-3 VALUE ZERO.
       77  W-RIGHE-FUORI-SCHEMA        PIC 9(07) COMP-3 VALUE ZERO.
       77  W-LINEE-STAMPATE            PIC 9(05) COMP-3 VALUE ZERO.

       01  W-SW-FINE-SYSIN             PIC X     VALUE 'N'.
           05  W-CHIAVE-V-CHIAVE20     PIC X(20).
       01  W-DESCR-VSAM                PIC X(60) VALUE SPACES.

      ***************************************************************
      *    SCHEMA DEI CAMPI: RIGHE 'TABSCHEM' LETTE DAL FILE ALLO   *
      *    AVVIO (IN ORDINE DI CHIAVE, QUINDI RAGGRUPPATE PER       *
      *    MEMBRO) E AREA DI CHIAMATA DEL VALIDATORE SYSPTABV       *
      ***************************************************************
       01  TAB-SCHEMA.
           05  TAB-SCH-ELE OCCURS 500.
               10  TAB-SCH-MEMBRO      PIC X(08).
               10  TAB-SCH-PROGR       PIC X(02).
               10  TAB-SCH-DEF         PIC X(60).
       77  IND-SCHEMA                  PIC 9(03) COMP-3 VALUE ZERO.
       77  IND-SCHEMA-MAX              PIC 9(03) COMP-3 VALUE 500.
       77  IND-SCH                     PIC 9(03) COMP-3 VALUE ZERO.

           COPY TABSCHV.

           COPY TABSCHD.

      ***************************************************************
      *    RIGHE DEL REPORT                                        *
      ***************************************************************
           05  RVN-DESCR       PIC X(60).
           05  FILLER          PIC X(63) VALUE SPACES.

       01  RIGA-DIAGNOSI.
           05  FILLER          PIC X(10) VALUE '   SCHEMA:'.
           05  RDS-CAMPO       PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RDS-AREA        PIC X(06).
           05  FILLER          PIC X(05) VALUE ' POS '.
           05  RDS-POS         PIC 9(02).
           05  FILLER          PIC X(06) VALUE ' LUNG '.
           05  RDS-LUNG        PIC 9(02).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RDS-TESTO       PIC X(46).
           05  FILLER          PIC X(45) VALUE SPACES.

       01  RIGA-MEMBRO.
           05  RM-NOME         PIC X(08).
           05  FILLER          PIC X(12) VALUE '  AGGIUNTE: '.
           05  RR-CANCELLATE   PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(100) VALUE SPACES.

       01  RIGA-RIEPILOGO-6.
           05  FILLER          PIC X(22) VALUE 'RIGHE FUORI SCHEMA : '.
           05  RR-FUORI-SCHEMA PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(100) VALUE SPACES.

      *****************************
       PROCEDURE DIVISION.
      *****************************
           OPEN I-O    TABELLE.
           OPEN OUTPUT RPT-FILE.

           PERFORM 1200-CARICA-SCHEMA THRU 1200-EXIT.

           PERFORM 1100-LEGGI-SCHEDA THRU 1100-EXIT
              UNTIL FINE-SYSIN.

       1100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    CARICA IN MEMORIA LE RIGHE DEL MEMBRO 'TABSCHEM',     *
      *    POI RIPOSIZIONA IL FILE ALL'INIZIO PER IL CONFRONTO   *
      *    BILANCIATO DEL MODO SYNC.                             *
      *---------------------------------------------------------*
       1200-CARICA-SCHEMA.

           MOVE LOW-VALUES  TO W-REC-TAB-CHIAVE.
           MOVE 'TABSCHEM'  TO W-REC-TAB-NOME.

           START TABELLE KEY IS NOT LESS THAN W-REC-TAB-CHIAVE
               INVALID KEY SET FINE-VSAM TO TRUE
           END-START.

           PERFORM 1210-LEGGI-SCHEMA THRU 1210-EXIT
              UNTIL FINE-VSAM.

           SET NON-FINE-VSAM TO TRUE.
           MOVE LOW-VALUES  TO W-REC-TAB-CHIAVE.

           START TABELLE KEY IS NOT LESS THAN W-REC-TAB-CHIAVE
               INVALID KEY SET FINE-VSAM TO TRUE
           END-START.

       1200-EXIT.
           EXIT.

       1210-LEGGI-SCHEMA.

           READ TABELLE NEXT
               AT END SET FINE-VSAM TO TRUE
           END-READ.

           IF FINE-VSAM
              GO TO 1210-EXIT
           END-IF.

           IF NOT FS-TABELLE-OK
              DISPLAY 'SYSPTABL - ERRORE READ SCHEMA, FS='
                       W-FS-TABELLE
              MOVE 16 TO RETURN-CODE
              PERFORM 9999-FINE THRU 9999-EXIT
              STOP RUN
           END-IF.

           IF W-REC-TAB-NOME NOT = 'TABSCHEM'
              SET FINE-VSAM TO TRUE
              GO TO 1210-EXIT
           END-IF.

           IF IND-SCHEMA NOT LESS IND-SCHEMA-MAX
              DISPLAY 'SYSPTABL - TROPPE RIGHE TABSCHEM, OLTRE '
                       IND-SCHEMA-MAX ' IGNORATE'
              SET FINE-VSAM TO TRUE
              GO TO 1210-EXIT
           END-IF.

           ADD 1 TO IND-SCHEMA.
           MOVE W-REC-TAB-CHIAVE20 (1:8)
                                 TO TAB-SCH-MEMBRO (IND-SCHEMA).
           MOVE W-REC-TAB-CHIAVE20 (9:2)
                                 TO TAB-SCH-PROGR  (IND-SCHEMA).
           MOVE W-REC-TAB-DESCRIZIONE
                                 TO TAB-SCH-DEF    (IND-SCHEMA).

       1210-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    MODO STORICO: PER OGNI RIGA DELL'ESTRATTO TENTA LA    *
      *    WRITE SUL FILE 'TABELLE' (SOLE AGGIUNTE).             *
      *---------------------------------------------------------*
       2000-CARICA-TABELLA.

           PERFORM 4000-VERIFICA-SCHEMA THRU 4000-EXIT.
           IF TSV-RIGA-FUORI-SCHEMA
              MOVE ESTR-NOME     TO RD-NOME
              MOVE ESTR-CHIAVE20 TO RD-CHIAVE20
              PERFORM 4100-SCARTA-FUORI-SCHEMA THRU 4100-EXIT
              PERFORM 2100-LEGGI-ESTRATTO THRU 2100-EXIT
              GO TO 2000-EXIT
           END-IF.

           MOVE ESTR-NOME       TO W-REC-TAB-NOME.
           MOVE ESTR-CHIAVE20   TO W-REC-TAB-CHIAVE20.
           MOVE ZERO            TO W-REC-TAB-CHIAVEZERO.
       3200-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    VERIFICA DELLA RIGA DI ESTRATTO CORRENTE CONTRO LE    *
      *    RIGHE DI SCHEMA DEL SUO MEMBRO (NESSUNA RIGA DI       *
      *    SCHEMA = MEMBRO NON VERIFICATO, RIGA CONFORME).       *
      *---------------------------------------------------------*
       4000-VERIFICA-SCHEMA.

           SET TSV-RIGA-CONFORME TO TRUE.
           MOVE ZERO             TO TSV-NUM-REGOLE.

           PERFORM 4010-PRENDI-REGOLA THRU 4010-EXIT
              VARYING IND-SCH FROM 1 BY 1
                UNTIL IND-SCH GREATER IND-SCHEMA.

           IF TSV-NUM-REGOLE = ZERO
              GO TO 4000-EXIT
           END-IF.

           MOVE ESTR-NOME        TO TSV-NOME.
           MOVE ESTR-CHIAVE20    TO TSV-CHIAVE20.
           MOVE ESTR-DESCRIZIONE TO TSV-DESCR.
           CALL 'SYSPTABV' USING TABSCHV.

       4000-EXIT.
           EXIT.

       4010-PRENDI-REGOLA.

           IF TAB-SCH-MEMBRO (IND-SCH) = ESTR-NOME
           AND TSV-NUM-REGOLE LESS 30
              ADD 1 TO TSV-NUM-REGOLE
              MOVE TAB-SCH-PROGR (IND-SCH)
                TO TSV-REG-PROGR (TSV-NUM-REGOLE)
              MOVE TAB-SCH-DEF   (IND-SCH)
                TO TSV-REG-DEF   (TSV-NUM-REGOLE)
           END-IF.

       4010-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    RIGA FUORI SCHEMA: NON APPLICATA, STAMPATA CON LA     *
      *    DIAGNOSTICA DEL PRIMO CAMPO IN ERRORE (RD-NOME E      *
      *    RD-CHIAVE20 GIA' IMPOSTATI DAL CHIAMANTE).            *
      *---------------------------------------------------------*
       4100-SCARTA-FUORI-SCHEMA.

           ADD 1 TO W-RIGHE-FUORI-SCHEMA.
           MOVE 'SCARTATA - SCHEMA'  TO RD-ESITO.
           WRITE RPT-RECORD FROM RIGA-DETTAGLIO.

           MOVE TSV-DIAGNOSI         TO TABSCHD.
           MOVE TABSCHD-CAMPO        TO RDS-CAMPO.
           IF TABSCHD-AREA = 'K'
              MOVE 'CHIAVE'          TO RDS-AREA
           ELSE
              MOVE 'DESCR'           TO RDS-AREA
           END-IF.
           MOVE TABSCHD-POS          TO RDS-POS.
           MOVE TABSCHD-LUNG         TO RDS-LUNG.
           MOVE TABSCHD-TESTO        TO RDS-TESTO.
           WRITE RPT-RECORD FROM RIGA-DIAGNOSI.

           MOVE ESTR-DESCRIZIONE     TO RVN-DESCR.
           WRITE RPT-RECORD FROM RIGA-VALORE-NEW.
           ADD 3 TO W-LINEE-STAMPATE.

       4100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    MODO SYNC: CONFRONTO BILANCIATO IN ORDINE DI CHIAVE   *
      *    FRA L'ESTRATTO (GIA' POSIZIONATO SULLA PRIMA RIGA IN  *

       5300-RISCRIVI.

           PERFORM 4000-VERIFICA-SCHEMA THRU 4000-EXIT.
           IF TSV-RIGA-FUORI-SCHEMA
              MOVE W-CHIAVE-V-NOME     TO RD-NOME
              MOVE W-CHIAVE-V-CHIAVE20 TO RD-CHIAVE20
              PERFORM 4100-SCARTA-FUORI-SCHEMA THRU 4100-EXIT
              GO TO 5300-EXIT
           END-IF.

           ADD 1 TO W-RIGHE-VARIATE.
           MOVE W-CHIAVE-V-NOME     TO RD-NOME.
           MOVE W-CHIAVE-V-CHIAVE20 TO RD-CHIAVE20.

       5400-AGGIUNGI.

           PERFORM 4000-VERIFICA-SCHEMA THRU 4000-EXIT.
           IF TSV-RIGA-FUORI-SCHEMA
              MOVE ESTR-NOME     TO RD-NOME
              MOVE ESTR-CHIAVE20 TO RD-CHIAVE20
              PERFORM 4100-SCARTA-FUORI-SCHEMA THRU 4100-EXIT
              GO TO 5400-EXIT
           END-IF.

           ADD 1 TO W-RIGHE-AGGIUNTE.
           MOVE ESTR-NOME     TO RD-NOME.
           MOVE ESTR-CHIAVE20 TO RD-CHIAVE20.
           MOVE W-RIGHE-SCARTATE   TO RR-SCARTATE.
           MOVE W-RIGHE-VARIATE    TO RR-VARIATE.
           MOVE W-RIGHE-CANCELLATE TO RR-CANCELLATE.
           MOVE W-RIGHE-FUORI-SCHEMA TO RR-FUORI-SCHEMA.

           WRITE RPT-RECORD FROM RIGA-RIEPILOGO-1.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO-2.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO-3.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO-4.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO-5.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO-6.
           ADD 6 TO W-LINEE-STAMPATE.

           CLOSE ESTR-TABELLE.
           CLOSE TABELLE.
           DISPLAY 'SYSPTABL - RIGHE SCARTATE  : ' W-RIGHE-SCARTATE.
           DISPLAY 'SYSPTABL - RIGHE VARIATE   : ' W-RIGHE-VARIATE.
           DISPLAY 'SYSPTABL - RIGHE CANCELLATE: ' W-RIGHE-CANCELLATE.
           DISPLAY 'SYSPTABL - RIGHE FUORI SCHEMA: '
                    W-RIGHE-FUORI-SCHEMA.

      *    RIGHE FUORI SCHEMA SCARTATE: IL PASSO NON E' PULITO
           IF W-RIGHE-FUORI-SCHEMA GREATER ZERO
           AND RETURN-CODE LESS 4
              MOVE 4 TO RETURN-CODE
           END-IF.

      *    IL CODICE DI RITORNO DI ERRORE EVENTUALMENTE GIA'
      *    IMPOSTATO (REWRITE/DELETE FALLITE IN SYNC) NON VA
