       IDENTIFICATION DIVISION.
       PROGRAM-ID.    UTCL0069.
       AUTHOR.        MANUTENZIONE SYSPTAB5.
       INSTALLATION.  MONTE TITOLI - ELABORAZIONE DATI.
       DATE-WRITTEN.  OTTOBRE 2026.
       DATE-COMPILED.
      ***************************************************************
      *REMARKS.        M O N T E   T I T O L I
      *                ------------------------
      *                SERVIZIO DI CONTROLLO DEGLI ARCHIVI DI PURGA
      *                (CALL 'UTCL0069' USING UTARCT1 <RECORD>).
      *                ----------------------------------------
      *                GLI ARCHIVI SEQUENZIALI SCARICATI PRIMA DELLE
      *                PURGHE (WSPU0083, WSHK0083) SONO L'UNICA
      *                EVIDENZA DELLE RIGHE CANCELLATE, MA NULLA
      *                PROVAVA CHE UNA GENERAZIONE LETTA ANNI DOPO
      *                FOSSE COMPLETA E INALTERATA. PER OGNI
      *                GENERAZIONE IL SERVIZIO ACCUMULA, RECORD PER
      *                RECORD:
      *                  - IL NUMERO DI RECORD;
      *                  - IL TOTALE DI CONTROLLO SULLA CHIAVE
      *                    (POSIZIONE DA TABELLA UTARCTB), MODULO
      *                    10 ** 13;
      *                  - L'IMPRONTA DEL CONTENUTO, CHE DIPENDE DA
      *                    OGNI BYTE E DALL'ORDINE DEI RECORD;
      *                E ALLA CHIUSURA FORMA IL RECORD DI CODA
      *                (COPY UTARCTR) E LA RIGA DEL REGISTRO
      *                TAB_ARC_CTL (COPY UTARCGR), CON L'IMPRONTA
      *                CONCATENATA A QUELLA DELLA GENERAZIONE
      *                PRECEDENTE DELLO STESSO ARCHIVIO.
      *                LE PURGHE SENZA ARCHIVIO (ARMB3025) VI
      *                REGISTRANO LE RIGHE CANCELLATE, NELLA STESSA
      *                CATENA.
      *                LA VERIFICA (UTCL0070) RICALCOLA GLI STESSI
      *                VALORI CON LE FUNZIONI 'S', 'R' E 'K'.
      *                ----------------------------------------
      *                IMPRONTA DI UN'AREA: SOMMA DELLE PAROLE DI 4
      *                BYTES (LETTE COME BINARIO, L'ULTIMA COMPLETATA
      *                CON LOW-VALUES) PESATE CON LA LORO POSIZIONE,
      *                IN VALORE ASSOLUTO.
      *                IMPRONTA DEL CONTENUTO: (PRECEDENTE * 31 +
      *                IMPRONTA DEL RECORD + NUMERO DEL RECORD)
      *                MODULO 9.999.999.999.971.
      ***************************************************************
      * MODIFICHE:                                                  *
      *   OTT26  RG0935  PRIMA STESURA.                              *
      ***************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

      ***************************************************************
      *    COSTANTI E CAMPI DI CALCOLO                             *
      ***************************************************************
       77  W-MODULO-CKS                  PIC S9(13) COMP-3
                                         VALUE +9999999999971.
       77  W-MODULO-HASH                 PIC S9(14) COMP-3
                                         VALUE +10000000000000.
       77  W-MOLTIPLICATORE              PIC S9(3) COMP-3 VALUE +31.
       77  W-IMPRONTA                    PIC S9(18) COMP-3 VALUE ZERO.
       77  W-CALCOLO                     PIC S9(18) COMP-3 VALUE ZERO.
       77  W-QUOZIENTE                   PIC S9(18) COMP-3 VALUE ZERO.
       77  W-INIZIO                      PIC S9(4) COMP VALUE ZERO.
       77  W-FINE                        PIC S9(4) COMP VALUE ZERO.
       77  W-POS                         PIC S9(4) COMP VALUE ZERO.
       77  W-RESTO                       PIC S9(4) COMP VALUE ZERO.
       77  W-PESO                        PIC S9(4) COMP VALUE ZERO.
       77  IND-TB                        PIC S9(4) COMP VALUE ZERO.
       77  IND-ST                        PIC S9(4) COMP VALUE ZERO.
       77  IND-ST-MAX                    PIC S9(4) COMP VALUE +10.
       77  W-NUM-STATI                   PIC S9(4) COMP VALUE ZERO.

       01  W-PAROLA-X                    PIC X(04) VALUE LOW-VALUES.
       01  W-PAROLA-N REDEFINES W-PAROLA-X
                                         PIC S9(9) COMP.

       01  W-DATA-SISTEMA                PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES W-DATA-SISTEMA.
           05  W-DATA-AAAA               PIC X(04).
           05  W-DATA-MM                 PIC X(02).
           05  W-DATA-GG                 PIC X(02).

      ***************************************************************
      *    ARCHIVI SOTTO CONTROLLO                                 *
      ***************************************************************
           COPY UTARCTB.

      ***************************************************************
      *    STATO DEGLI ARCHIVI IN CORSO (UNO PER NOME)             *
      ***************************************************************
       01  W-TAB-STATI.
           05  W-ST OCCURS 10.
               10  W-ST-CARCH            PIC X(08).
               10  W-ST-IND-TB           PIC S9(4) COMP.
               10  W-ST-APERTO           PIC X(01).
                   88  ST-APERTO                   VALUE 'S'.
                   88  ST-CHIUSO                   VALUE 'N'.
               10  W-ST-CPGM             PIC X(08).
               10  W-ST-DELAB            PIC X(10).
               10  W-ST-NGEN             PIC S9(9) COMP.
               10  W-ST-QRECORD          PIC S9(9) COMP-3.
               10  W-ST-QHASH            PIC S9(13) COMP-3.
               10  W-ST-QCONT            PIC S9(13) COMP-3.
               10  W-ST-QCKS-PREC        PIC S9(13) COMP-3.

      ***************************************************************
      *    RIGA DEL REGISTRO E RECORD DI CODA                      *
      ***************************************************************
           COPY UTARCGR.

           COPY UTARCTR.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************
       LINKAGE SECTION.
      ******************

           COPY UTARCT1.

       01  UTCL69-RECORD                 PIC X(3200).

      *****************************
       PROCEDURE DIVISION USING UTARCT1 UTCL69-RECORD.
      *****************************

       0000-MAINLINE.

           MOVE '0'                  TO UTARCT1-RC.
           MOVE ZERO                 TO UTARCT1-SQLCODE.

           EVALUATE TRUE
               WHEN UTARCT1-RECORD
                    PERFORM 2000-ACCUMULA-RECORD  THRU 2000-EXIT
               WHEN UTARCT1-APERTURA
                    PERFORM 1000-APRI-GENERAZIONE THRU 1000-EXIT
               WHEN UTARCT1-CHIUSURA
                    PERFORM 3000-CHIUDI-GENERAZIONE THRU 3000-EXIT
               WHEN UTARCT1-PURGA
                    PERFORM 4000-REGISTRA-PURGA   THRU 4000-EXIT
               WHEN UTARCT1-SEGMENTO
                    PERFORM 5000-APRI-SEGMENTO    THRU 5000-EXIT
               WHEN UTARCT1-CATENA
                    PERFORM 6000-CALCOLA-CATENA   THRU 6000-EXIT
               WHEN OTHER
                    SET UTARCT1-RICH-ERRATA TO TRUE
           END-EVALUATE.

           GOBACK.

       0000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    APERTURA: NUOVA GENERAZIONE DOPO L'ULTIMA            *
      *    REGISTRATA, CONTATORI A ZERO.                        *
      *---------------------------------------------------------*
       1000-APRI-GENERAZIONE.

           PERFORM 8000-CERCA-ARCHIVIO THRU 8000-EXIT.
           IF NOT UTARCT1-OK
              GO TO 1000-EXIT
           END-IF.

           PERFORM 8100-ASSEGNA-STATO THRU 8100-EXIT.
           IF NOT UTARCT1-OK
              GO TO 1000-EXIT
           END-IF.

           PERFORM 8300-ULTIMA-GENERAZIONE THRU 8300-EXIT.
           IF NOT UTARCT1-OK
              GO TO 1000-EXIT
           END-IF.

           MOVE UTARCT1-CPGM         TO W-ST-CPGM (IND-ST).
           MOVE UTARCT1-DELAB        TO W-ST-DELAB (IND-ST).
           IF W-ST-DELAB (IND-ST) = SPACES
              ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD
              STRING W-DATA-AAAA '-' W-DATA-MM '-' W-DATA-GG
                     DELIMITED BY SIZE INTO W-ST-DELAB (IND-ST)
           END-IF.

           SET ST-APERTO (IND-ST)    TO TRUE.

           PERFORM 8900-RESTITUISCI THRU 8900-EXIT.

       1000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    UN RECORD SCRITTO (O LETTO, IN VERIFICA): NUMERO,    *
      *    TOTALE DI CONTROLLO SULLA CHIAVE E IMPRONTA.         *
      *---------------------------------------------------------*
       2000-ACCUMULA-RECORD.

           PERFORM 8200-TROVA-STATO THRU 8200-EXIT.
           IF NOT UTARCT1-OK
              GO TO 2000-EXIT
           END-IF.

           MOVE W-ST-IND-TB (IND-ST) TO IND-TB.

           ADD 1 TO W-ST-QRECORD (IND-ST).

           MOVE UTARCTB-CHIAVE-POS (IND-TB)  TO W-INIZIO.
           COMPUTE W-FINE = UTARCTB-CHIAVE-POS (IND-TB)
                          + UTARCTB-CHIAVE-LUNG (IND-TB) - 1.
           PERFORM 7000-IMPRONTA-AREA THRU 7000-EXIT.

           COMPUTE W-CALCOLO = W-ST-QHASH (IND-ST) + W-IMPRONTA.
           DIVIDE W-CALCOLO BY W-MODULO-HASH
                  GIVING W-QUOZIENTE
                  REMAINDER W-ST-QHASH (IND-ST).

           MOVE 1                            TO W-INIZIO.
           MOVE UTARCTB-LUNG (IND-TB)        TO W-FINE.
           PERFORM 7000-IMPRONTA-AREA THRU 7000-EXIT.

           COMPUTE W-CALCOLO = W-ST-QCONT (IND-ST) * W-MOLTIPLICATORE
                             + W-IMPRONTA
                             + W-ST-QRECORD (IND-ST).
           DIVIDE W-CALCOLO BY W-MODULO-CKS
                  GIVING W-QUOZIENTE
                  REMAINDER W-ST-QCONT (IND-ST).

           PERFORM 8900-RESTITUISCI THRU 8900-EXIT.

       2000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    CHIUSURA: RECORD DI CODA AL CHIAMANTE E RIGA DEL     *
      *    REGISTRO. LA CODA E' FORMATA ANCHE SE LA             *
      *    REGISTRAZIONE FALLISCE: LA VERIFICA SEGNALERA' LA    *
      *    GENERAZIONE COME NON REGISTRATA.                     *
      *---------------------------------------------------------*
       3000-CHIUDI-GENERAZIONE.

           PERFORM 8200-TROVA-STATO THRU 8200-EXIT.
           IF NOT UTARCT1-OK
              GO TO 3000-EXIT
           END-IF.

           SET ST-CHIUSO (IND-ST)    TO TRUE.

           MOVE SPACES               TO UTARCGR.
           MOVE W-ST-CARCH (IND-ST)  TO ARC-CARCH.
           MOVE W-ST-NGEN (IND-ST)   TO ARC-NGEN.
           MOVE W-ST-CPGM (IND-ST)   TO ARC-CPGM.
           MOVE W-ST-DELAB (IND-ST)  TO ARC-DELAB.
           MOVE W-ST-QRECORD (IND-ST)   TO ARC-QRECORD.
           MOVE W-ST-QHASH (IND-ST)     TO ARC-QHASH.
           MOVE W-ST-QCONT (IND-ST)     TO ARC-QCONT.
           MOVE W-ST-QCKS-PREC (IND-ST) TO ARC-QCKS-PREC.
           SET ARC-CON-CODA          TO TRUE.

           PERFORM 6100-CONCATENA THRU 6100-EXIT.

           MOVE SPACES               TO UTARCTR.
           SET ARCTR-E-CODA          TO TRUE.
           MOVE ARC-CARCH            TO ARCTR-CARCH.
           MOVE ARC-NGEN             TO ARCTR-NGEN.
           MOVE ARC-QRECORD          TO ARCTR-QRECORD.
           MOVE ARC-QHASH            TO ARCTR-QHASH.
           MOVE ARC-QCONT            TO ARCTR-QCONT.
           MOVE ARC-QCKS-PREC        TO ARCTR-QCKS-PREC.
           MOVE ARC-QCKS             TO ARCTR-QCKS.
           MOVE UTARCTR              TO UTARCT1-CODA.

           PERFORM 8900-RESTITUISCI THRU 8900-EXIT.
           MOVE ARC-QCKS             TO UTARCT1-QCKS.

           PERFORM 8500-INSERISCI-REGISTRO THRU 8500-EXIT.

       3000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    PURGA SENZA ARCHIVIO: UNA GENERAZIONE CON LE SOLE    *
      *    RIGHE CANCELLATE, CONCATENATA ALLA PRECEDENTE.       *
      *---------------------------------------------------------*
       4000-REGISTRA-PURGA.

           IF UTARCT1-CARCH = SPACES
           OR UTARCT1-QRECORD LESS ZERO
              SET UTARCT1-RICH-ERRATA TO TRUE
              GO TO 4000-EXIT
           END-IF.

           MOVE SPACES               TO UTARCGR.
           MOVE UTARCT1-CARCH        TO ARC-CARCH.
           MOVE UTARCT1-CPGM         TO ARC-CPGM.
           MOVE UTARCT1-DELAB        TO ARC-DELAB.
           IF ARC-DELAB = SPACES
              ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD
              STRING W-DATA-AAAA '-' W-DATA-MM '-' W-DATA-GG
                     DELIMITED BY SIZE INTO ARC-DELAB
           END-IF.

           PERFORM 8400-LEGGI-ULTIMA THRU 8400-EXIT.
           IF NOT UTARCT1-OK
              GO TO 4000-EXIT
           END-IF.

           MOVE UTARCT1-QRECORD      TO ARC-QRECORD.
           MOVE ZERO                 TO ARC-QHASH.
           MOVE UTARCT1-QRECORD      TO ARC-QCONT.
           SET ARC-SENZA-ARCHIVIO    TO TRUE.

           PERFORM 6100-CONCATENA THRU 6100-EXIT.

           MOVE ARC-NGEN             TO UTARCT1-NGEN.
           MOVE ARC-QHASH            TO UTARCT1-QHASH.
           MOVE ARC-QCONT            TO UTARCT1-QCONT.
           MOVE ARC-QCKS-PREC        TO UTARCT1-QCKS-PREC.
           MOVE ARC-QCKS             TO UTARCT1-QCKS.

           PERFORM 8500-INSERISCI-REGISTRO THRU 8500-EXIT.

       4000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    VERIFICA: INIZIO DI UN SEGMENTO DI ARCHIVIO, SENZA   *
      *    ACCESSO AL REGISTRO.                                 *
      *---------------------------------------------------------*
       5000-APRI-SEGMENTO.

           PERFORM 8000-CERCA-ARCHIVIO THRU 8000-EXIT.
           IF NOT UTARCT1-OK
              GO TO 5000-EXIT
           END-IF.

           PERFORM 8100-ASSEGNA-STATO THRU 8100-EXIT.
           IF NOT UTARCT1-OK
              GO TO 5000-EXIT
           END-IF.

           MOVE ZERO                 TO W-ST-NGEN (IND-ST).
           MOVE ZERO                 TO W-ST-QCKS-PREC (IND-ST).
           SET ST-APERTO (IND-ST)    TO TRUE.

           PERFORM 8900-RESTITUISCI THRU 8900-EXIT.

       5000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    VERIFICA: IMPRONTA CONCATENATA DA QUELLA PRECEDENTE  *
      *    E DAL CONTENUTO INDICATI DAL CHIAMANTE.              *
      *---------------------------------------------------------*
       6000-CALCOLA-CATENA.

           MOVE UTARCT1-QCKS-PREC    TO ARC-QCKS-PREC.
           MOVE UTARCT1-QCONT        TO ARC-QCONT.

           PERFORM 6100-CONCATENA THRU 6100-EXIT.

           MOVE ARC-QCKS             TO UTARCT1-QCKS.

       6000-EXIT.
           EXIT.

       6100-CONCATENA.

           COMPUTE W-CALCOLO = ARC-QCKS-PREC * W-MOLTIPLICATORE
                             + ARC-QCONT.
           DIVIDE W-CALCOLO BY W-MODULO-CKS
                  GIVING W-QUOZIENTE
                  REMAINDER ARC-QCKS.

       6100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    IMPRONTA DELL'AREA DA W-INIZIO A W-FINE DEL RECORD   *
      *    DEL CHIAMANTE, PAROLA PER PAROLA.                    *
      *---------------------------------------------------------*
       7000-IMPRONTA-AREA.

           MOVE ZERO TO W-IMPRONTA.
           MOVE ZERO TO W-PESO.

           PERFORM 7100-IMPRONTA-PAROLA THRU 7100-EXIT
              VARYING W-POS FROM W-INIZIO BY 4
                UNTIL W-POS GREATER W-FINE.

           IF W-IMPRONTA LESS ZERO
              COMPUTE W-IMPRONTA = ZERO - W-IMPRONTA
           END-IF.

       7000-EXIT.
           EXIT.

       7100-IMPRONTA-PAROLA.

           ADD 1 TO W-PESO.
           COMPUTE W-RESTO = W-FINE - W-POS + 1.

           IF W-RESTO NOT LESS 4
              MOVE UTCL69-RECORD (W-POS:4)       TO W-PAROLA-X
           ELSE
              MOVE LOW-VALUES                    TO W-PAROLA-X
              MOVE UTCL69-RECORD (W-POS:W-RESTO)
                                   TO W-PAROLA-X (1:W-RESTO)
           END-IF.

           COMPUTE W-IMPRONTA = W-IMPRONTA + W-PAROLA-N * W-PESO.

       7100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    L'ARCHIVIO RICHIESTO NELLA TABELLA UTARCTB.          *
      *---------------------------------------------------------*
       8000-CERCA-ARCHIVIO.

           MOVE ZERO TO IND-TB.

           PERFORM 8010-CONFRONTA-ARCHIVIO THRU 8010-EXIT
              VARYING W-POS FROM 1 BY 1
                UNTIL W-POS GREATER UTARCTB-NUM
                   OR IND-TB GREATER ZERO.

           IF IND-TB = ZERO
              SET UTARCT1-RICH-ERRATA TO TRUE
           END-IF.

       8000-EXIT.
           EXIT.

       8010-CONFRONTA-ARCHIVIO.

           IF UTARCTB-CARCH (W-POS) = UTARCT1-CARCH
              MOVE W-POS TO IND-TB
           END-IF.

       8010-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    STATO DELL'ARCHIVIO: LO STESSO NOME RIUSA IL SUO     *
      *    ELEMENTO, UN NOME NUOVO NE OCCUPA UNO LIBERO.        *
      *---------------------------------------------------------*
       8100-ASSEGNA-STATO.

           PERFORM 8200-TROVA-STATO THRU 8200-EXIT.

           IF IND-ST = ZERO
              IF W-NUM-STATI NOT LESS IND-ST-MAX
                 SET UTARCT1-RICH-ERRATA TO TRUE
                 GO TO 8100-EXIT
              END-IF
              ADD 1 TO W-NUM-STATI
              MOVE W-NUM-STATI       TO IND-ST
              MOVE UTARCT1-CARCH     TO W-ST-CARCH (IND-ST)
           END-IF.

           MOVE '0'                  TO UTARCT1-RC.
           MOVE IND-TB               TO W-ST-IND-TB (IND-ST).
           MOVE ZERO                 TO W-ST-QRECORD (IND-ST).
           MOVE ZERO                 TO W-ST-QHASH (IND-ST).
           MOVE ZERO                 TO W-ST-QCONT (IND-ST).

       8100-EXIT.
           EXIT.

       8200-TROVA-STATO.

           MOVE ZERO TO IND-ST.

           PERFORM 8210-CONFRONTA-STATO THRU 8210-EXIT
              VARYING W-POS FROM 1 BY 1
                UNTIL W-POS GREATER W-NUM-STATI
                   OR IND-ST GREATER ZERO.

           IF IND-ST = ZERO
              SET UTARCT1-RICH-ERRATA TO TRUE
              GO TO 8200-EXIT
           END-IF.

           IF UTARCT1-RECORD OR UTARCT1-CHIUSURA
              IF NOT ST-APERTO (IND-ST)
                 SET UTARCT1-RICH-ERRATA TO TRUE
              END-IF
           END-IF.

       8200-EXIT.
           EXIT.

       8210-CONFRONTA-STATO.

           IF W-ST-CARCH (W-POS) = UTARCT1-CARCH
              MOVE W-POS TO IND-ST
           END-IF.

       8210-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    ULTIMA GENERAZIONE REGISTRATA DELL'ARCHIVIO: LA      *
      *    NUOVA LA SEGUE E NE EREDITA' L'IMPRONTA CONCATENATA. *
      *---------------------------------------------------------*
       8300-ULTIMA-GENERAZIONE.

           MOVE UTARCT1-CARCH        TO ARC-CARCH.

           PERFORM 8400-LEGGI-ULTIMA THRU 8400-EXIT.
           IF NOT UTARCT1-OK
              GO TO 8300-EXIT
           END-IF.

           MOVE ARC-NGEN             TO W-ST-NGEN (IND-ST).
           MOVE ARC-QCKS-PREC        TO W-ST-QCKS-PREC (IND-ST).

       8300-EXIT.
           EXIT.

      *    IN USCITA ARC-NGEN = NUOVA GENERAZIONE E ARC-QCKS-PREC =
      *    IMPRONTA CONCATENATA DELL'ULTIMA (ZERO SE NESSUNA)
       8400-LEGGI-ULTIMA.

           EXEC SQL
                SELECT N_GEN, Q_CKS
                  INTO :ARC-NGEN, :ARC-QCKS-PREC
                  FROM TAB_ARC_CTL
                 WHERE C_ARCHIVIO = :ARC-CARCH
                   AND N_GEN =
                       (SELECT MAX(N_GEN)
                          FROM TAB_ARC_CTL
                         WHERE C_ARCHIVIO = :ARC-CARCH)
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                    CONTINUE
               WHEN +100
                    MOVE ZERO TO ARC-NGEN
                    MOVE ZERO TO ARC-QCKS-PREC
               WHEN OTHER
                    PERFORM 9000-ERRORE-DB2 THRU 9000-EXIT
                    GO TO 8400-EXIT
           END-EVALUATE.

           ADD 1 TO ARC-NGEN.

       8400-EXIT.
           EXIT.

       8500-INSERISCI-REGISTRO.

           EXEC SQL
                INSERT INTO TAB_ARC_CTL
                       (C_ARCHIVIO, N_GEN, C_PGM, D_ELAB, S_TMST,
                        Q_RECORD, Q_HASH, Q_CONT, Q_CKS_PREC, Q_CKS,
                        F_CODA)
                VALUES (:ARC-CARCH, :ARC-NGEN, :ARC-CPGM,
                        DATE(:ARC-DELAB), CURRENT TIMESTAMP,
                        :ARC-QRECORD, :ARC-QHASH, :ARC-QCONT,
                        :ARC-QCKS-PREC, :ARC-QCKS, :ARC-FCODA)
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              PERFORM 9000-ERRORE-DB2 THRU 9000-EXIT
              GO TO 8500-EXIT
           END-IF.

           EXEC SQL COMMIT END-EXEC.

       8500-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    CONTATORI CORRENTI DELL'ARCHIVIO AL CHIAMANTE.       *
      *---------------------------------------------------------*
       8900-RESTITUISCI.

           MOVE W-ST-NGEN (IND-ST)      TO UTARCT1-NGEN.
           MOVE W-ST-QRECORD (IND-ST)   TO UTARCT1-QRECORD.
           MOVE W-ST-QHASH (IND-ST)     TO UTARCT1-QHASH.
           MOVE W-ST-QCONT (IND-ST)     TO UTARCT1-QCONT.
           MOVE W-ST-QCKS-PREC (IND-ST) TO UTARCT1-QCKS-PREC.
           MOVE ZERO                    TO UTARCT1-QCKS.

       8900-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    ERRORE DB2: NESSUNA REGISTRAZIONE, SQLCODE AL        *
      *    CHIAMANTE.                                           *
      *---------------------------------------------------------*
       9000-ERRORE-DB2.

           MOVE SQLCODE              TO UTARCT1-SQLCODE.
           SET UTARCT1-ERRORE-DB2    TO TRUE.

           EXEC SQL ROLLBACK END-EXEC.

       9000-EXIT.
           EXIT.
