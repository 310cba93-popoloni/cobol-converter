      *                ----------------------------------------
      *                LANCIATO IN BATCH UNA VOLTA AL GIORNO :
      *                  1) PRODUCE UN REPORT DEI CONTEGGI PER
      *                     COD-ARC E PER CTRANS RELATIVI AL
      *                     PERIODO ELABORATO (VEDI SOTTO)
      *                  2) CANCELLA DA TES_SGNZ_LOG LE RIGHE PIU'
      *                     VECCHIE DEL PERIODO DI RITENZIONE
      *                     (DEFAULT 90 GIORNI, SOVRASCRIVIBILE
      *                QUESTO BATCH NE APPLICA LA RITENZIONE
      *                DEDICATA (DEFAULT 90 GIORNI, SOVRASCRIVIBILE
      *                IN SYSIN, COL 4-6).
      *                ----------------------------------------
      *                LE RIGHE GIA' CONSEGNATE AD ARMP3025 DELLA
      *                TABELLA DI APPOGGIO DELLE SEGNALAZIONI BATCH
      *                (TES_SGNZ_STG, VEDI ARMD3025) SEGUONO LA
      *                STESSA RITENZIONE DI TES_SGNZ_LOG.
      *                ----------------------------------------
      *                GLI INCIDENTI CHIUSI (TES_SGNZ_INC, VEDI
      *                ARMG3025/ARMN3025) E LE RELATIVE RIGHE DI
      *                APPARTENENZA (TES_SGNZ_INO) SEGUONO LA
      *                STESSA RITENZIONE, CONTATA DALLA CHIUSURA.
      *                ----------------------------------------
      *                IL PERIODO DEL REPORT DEI VOLUMI E' QUELLO
      *                DEL SERVIZIO UTCL0064: DAL GIORNO DOPO IL
      *                LAVORATIVO PRECEDENTE FINO AD OGGI, COSI' IL
      *                GIRO SUCCESSIVO A UN FINE SETTIMANA O A UNA
      *                FESTIVITA' NE CONTA ANCHE GLI ALLARMI; LA
      *                SCHEDA DI CONTROLLO PUO' INDICARE UN PERIODO
      *                ESPLICITO. LE PURGHE NON NE DIPENDONO.
      *                ----------------------------------------
      *                LE PURGHE NON SCARICANO ARCHIVI: OGNI PURGA
      *                E' REGISTRATA SU TAB_ARC_CTL (UTCL0069) COME
      *                GENERAZIONE SENZA ARCHIVIO, CON LE RIGHE
      *                CANCELLATE, CONCATENATA ALLA PRECEDENTE DELLA
      *                STESSA TABELLA (VERIFICA CON UTCL0070).
      *                ----------------------------------------
      *                LE PURGHE DI TES_SGNZ_LOG E DI TES_MRI_ARC
      *                NON CANCELLANO LE RIGHE IL CUI GIORNO CADE IN
      *                UN VINCOLO DI CONSERVAZIONE LEGALE DI PERIODO
      *                ATTIVO (TAB_VIN_LEG, TIPO 'P': LE DUE TABELLE
      *                NON HANNO NE' PIDMTX NE' ISIN); LE RIGHE
      *                TRATTENUTE SONO CONTATE PER VINCOLO E
      *                REGISTRATE SU TAB_VIN_TRT (UTCL0071).
      ***************************************************************
      * SCHEDA DI CONTROLLO (SYSIN, FACOLTATIVA):
      *   COL 01-03  GG RITENZIONE TES_SGNZ_LOG (DEFAULT 90)
      *   COL 04-06  GG RITENZIONE TES_MRI_ARC (DEFAULT 90)
      *   COL 07-16  INIZIO PERIODO YYYY-MM-DD (SPAZI = DA UTCL0064)
      *   COL 17-26  FINE PERIODO YYYY-MM-DD (SPAZI = INIZIO PERIODO)
      ***************************************************************
      * MODIFICHE:                                                  *
      *   AGO26  RG0845  PRIMA STESURA.                              *
      *   AGO26  RG0867  PURGA DI RITENZIONE DEDICATA PER LA NUOVA   *
      *                  TABELLA TES_MRI_ARC (ARCHIVIO CHIAVATO DEI  *
      *                  MESSAGGI DESTINATI A MRI).                  *
      *   OTT26  RG0925  PURGA DELLE RIGHE CONSEGNATE DELLA TABELLA  *
      *                  DI APPOGGIO TES_SGNZ_STG (ARMD3025).        *
      *   OTT26  RG0926  PURGA DEGLI INCIDENTI CHIUSI (TES_SGNZ_INC  *
      *                  E TES_SGNZ_INO).                            *
      *   OTT26  RG0927  PURGA DEL REGISTRO DEGLI ALLARMI SOPPRESSI  *
      *                  (TES_SGNZ_SOP) E DELLE FINESTRE SCADUTE     *
      *                  SEGNALATE (TES_SGNZ_FSC).                   *
      *   OTT26  RG0933  REPORT DEI VOLUMI SUL PERIODO DEL SERVIZIO  *
      *                  UTCL0064 O DA SCHEDA, AL POSTO DELLE 24     *
      *                  ORE PRECEDENTI.                             *
      *   OTT26  RG0934  REGISTRAZIONE DELL'ESECUZIONE SUL REGISTRO  *
      *                  DELLA CATENA NOTTURNA (UTCL0066) E          *
      *                  CANCELLO DEI PREDECESSORI (RC 12).          *
      *   OTT26  RG0935  REGISTRAZIONE DI OGNI PURGA SUL REGISTRO DI *
      *                  CONTROLLO DEGLI ARCHIVI (UTCL0069).         *
      *   OTT26  RG0936  LE RIGHE SOTTO VINCOLO DI CONSERVAZIONE     *
      *                  LEGALE SONO TRATTENUTE (UTCL0071).          *
      ***************************************************************

       ENVIRONMENT DIVISION.
       01  SYSIN-RECORD.
           05  SI-GG-RITENZIONE          PIC 9(03).
           05  SI-GG-RIT-MRI             PIC 9(03).
RG0933     05  SI-DATA-DAL               PIC X(10).
RG0933     05  SI-DATA-AL                PIC X(10).
RG0933     05  FILLER                    PIC X(54).

       FD  RPT-FILE
           RECORDING MODE IS F
       77  W-RIGHE-LETTE                 PIC 9(07) COMP-3 VALUE ZERO.
       77  W-RIGHE-CANCELLATE            PIC 9(07) COMP-3 VALUE ZERO.
       77  W-RIGHE-CANC-MRI              PIC 9(07) COMP-3 VALUE ZERO.
RG0925 77  W-RIGHE-CANC-STG              PIC 9(07) COMP-3 VALUE ZERO.
RG0926 77  W-RIGHE-CANC-INC              PIC 9(07) COMP-3 VALUE ZERO.
RG0926 77  W-RIGHE-CANC-INO              PIC 9(07) COMP-3 VALUE ZERO.
RG0927 77  W-RIGHE-CANC-SOP              PIC 9(07) COMP-3 VALUE ZERO.
RG0927 77  W-RIGHE-CANC-FSC              PIC 9(07) COMP-3 VALUE ZERO.
RG0936 77  W-RIGHE-VINC-LOG              PIC 9(07) COMP-3 VALUE ZERO.
RG0936 77  W-RIGHE-VINC-MRI              PIC 9(07) COMP-3 VALUE ZERO.
       77  W-LINEE-STAMPATE              PIC 9(05) COMP-3 VALUE ZERO.

       01  W-SW-FINE-SYSIN               PIC X     VALUE 'N'.
           88  FINE-CURSORE                        VALUE 'S'.
           88  NON-FINE-CURSORE                    VALUE 'N'.

RG0935 01  W-SW-SIGILLO                  PIC X     VALUE 'N'.
RG0935     88  SIGILLO-IN-ERRORE                   VALUE 'S'.
RG0935     88  SIGILLO-REGOLARE                    VALUE 'N'.

RG0936 01  W-SW-VINCOLI-ERR              PIC X     VALUE 'N'.
RG0936     88  VINCOLI-IN-ERRORE                   VALUE 'S'.
RG0936     88  VINCOLI-REGOLARI                    VALUE 'N'.

      ***************************************************************
      *    RIGHE DEL REPORT                                        *
      ***************************************************************
               'ARMB3025 - REPORT VOLUMI LOG ALLARMI'.
           05  FILLER          PIC X(93) VALUE SPACES.

RG0933 01  RIGA-TITOLO-PERIODO.
RG0933     05  FILLER          PIC X(20) VALUE 'PERIODO ELABORATO :'.
RG0933     05  RTP-DATA-DAL    PIC X(10).
RG0933     05  FILLER          PIC X(03) VALUE ' - '.
RG0933     05  RTP-DATA-AL     PIC X(10).
RG0933     05  FILLER          PIC X(90) VALUE SPACES.

       01  RIGA-TITOLO-2.
           05  FILLER          PIC X(20) VALUE 'COD-ARC   CTRANS'.
           05  FILLER          PIC X(20) VALUE '     N.OCCORRENZE'.
           05  RRM-CANCELLATE  PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(89) VALUE SPACES.

RG0925 01  RIGA-RIEPILOGO-STG.
RG0925     05  FILLER          PIC X(34) VALUE
RG0925         'RIGHE APPOGGIO BATCH CANCELLATE: '.
RG0925     05  RRS-CANCELLATE  PIC ZZZ.ZZZ.ZZ9.
RG0925     05  FILLER          PIC X(89) VALUE SPACES.

RG0926 01  RIGA-RIEPILOGO-INC.
RG0926     05  FILLER          PIC X(34) VALUE
RG0926         'INCIDENTI CHIUSI CANCELLATI    : '.
RG0926     05  RRI-CANCELLATI  PIC ZZZ.ZZZ.ZZ9.
RG0926     05  FILLER          PIC X(16) VALUE
RG0926         '  OCCORRENZE : '.
RG0926     05  RRI-OCCORRENZE  PIC ZZZ.ZZZ.ZZ9.
RG0926     05  FILLER          PIC X(61) VALUE SPACES.

RG0927 01  RIGA-RIEPILOGO-SOP.
RG0927     05  FILLER          PIC X(34) VALUE
RG0927         'ALLARMI SOPPRESSI CANCELLATI   : '.
RG0927     05  RRP-SOPPRESSI   PIC ZZZ.ZZZ.ZZ9.
RG0927     05  FILLER          PIC X(16) VALUE
RG0927         '  FINESTRE   : '.
RG0927     05  RRP-FINESTRE    PIC ZZZ.ZZZ.ZZ9.
RG0927     05  FILLER          PIC X(61) VALUE SPACES.

RG0936 01  RIGA-RIEPILOGO-VINC.
RG0936     05  FILLER          PIC X(34) VALUE
RG0936         'RIGHE TRATTENUTE PER VINCOLO   : '.
RG0936     05  RRV-LOG         PIC ZZZ.ZZZ.ZZ9.
RG0936     05  FILLER          PIC X(16) VALUE
RG0936         '  MRI        : '.
RG0936     05  RRV-MRI         PIC ZZZ.ZZZ.ZZ9.
RG0936     05  FILLER          PIC X(61) VALUE SPACES.

      ***************************************************************
      *    HOST VARIABLES DEL CURSORE DI REPORT                    *
      ***************************************************************
       01  HV-C-ARCH                     PIC X(02).
       01  HV-CTRANS                     PIC X(04).
       01  HV-CONTEGGIO                  PIC S9(9) COMP-3.
RG0933 01  HV-DATA-DAL                   PIC X(10).
RG0933 01  HV-DATA-AL                    PIC X(10).
RG0936 01  HV-NVINC                      PIC S9(9) COMP.

      ***************************************************************
      *    AREA DI CHIAMATA DEL SERVIZIO DATA DI ELABORAZIONE      *
      ***************************************************************
RG0933     COPY UTCALT2.

      ***************************************************************
      *    AREA DI CHIAMATA DEL REGISTRO DELLE ESECUZIONI          *
      ***************************************************************
RG0934     COPY UTRUNT1.

      ***************************************************************
      *    AREA DI CHIAMATA DEL CONTROLLO DEGLI ARCHIVI            *
      ***************************************************************
RG0935     COPY UTARCT1.

      ***************************************************************
      *    AREA DI CHIAMATA DEI VINCOLI DI CONSERVAZIONE LEGALE    *
      ***************************************************************
RG0936     COPY UTVINT1.

           EXEC SQL INCLUDE SQLCA END-EXEC.


       0000-MAINLINE.

RG0934     PERFORM 0100-REGISTRA-AVVIO   THRU 0100-EXIT.
           PERFORM 1000-INIZIALIZZA      THRU 1000-EXIT.
           PERFORM 2000-STAMPA-VOLUMI    THRU 2000-EXIT.
           PERFORM 3000-PURGA-RITENZIONE THRU 3000-EXIT.
           PERFORM 4000-PURGA-RIT-MRI    THRU 4000-EXIT.
RG0925     PERFORM 5000-PURGA-APPOGGIO   THRU 5000-EXIT.
RG0926     PERFORM 6000-PURGA-INCIDENTI  THRU 6000-EXIT.
RG0927     PERFORM 7000-PURGA-SOPPRESSE  THRU 7000-EXIT.
           PERFORM 9999-FINE             THRU 9999-EXIT.

           STOP RUN.
       0000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    REGISTRO DELLE ESECUZIONI (UTCL0066): AVVIO E        *
      *    CANCELLO DEI PREDECESSORI DICHIARATI NEL MEMBRO      *
      *    'RUNCATEN'. SE UN PREDECESSORE NON HA CONCLUSO LA    *
      *    STESSA DATA CONTABILE IL PROGRAMMA NON PARTE (RC 12).*
      *---------------------------------------------------------*
RG0934 0100-REGISTRA-AVVIO.

RG0934     MOVE SPACES               TO UTRUNT1.
RG0934     SET UTRUNT1-AVVIO         TO TRUE.
RG0934     MOVE 'ARMB3025'           TO UTRUNT1-CPGM.

RG0934     CALL 'UTCL0066' USING UTRUNT1.

RG0934     IF UTRUNT1-CANCELLO-CHIUSO
RG0934        DISPLAY 'ARMB3025 - NON AVVIATO: ' UTRUNT1-XNOTA
RG0934        MOVE 12 TO RETURN-CODE
RG0934        STOP RUN
RG0934     END-IF.

RG0934     IF NOT UTRUNT1-OK
RG0934        DISPLAY 'ARMB3025 - ERRORE REGISTRO ESECUZIONI, RC='
RG0934                 UTRUNT1-RC ' SQLCODE=' UTRUNT1-SQLCODE
RG0934        MOVE 16 TO RETURN-CODE
RG0934        STOP RUN
RG0934     END-IF.

RG0934     IF UTRUNT1-SOVRAPPOSTA
RG0934        DISPLAY 'ARMB3025 - ATTENZIONE: ALTRA ESECUZIONE DEL '
RG0934                'PROGRAMMA ANCORA IN CORSO'
RG0934     END-IF.

RG0934 0100-EXIT.
RG0934     EXIT.

      *---------------------------------------------------------*
      *    APERTURA FILE E LETTURA DELL'EVENTUALE SCHEDA DI     *
      *    CONTROLLO CON IL PERIODO DI RITENZIONE DA APPLICARE  *
      *    E IL PERIODO DEL REPORT DEI VOLUMI.                  *
      *---------------------------------------------------------*
       1000-INIZIALIZZA.

           MOVE W-GG-RITENZIONE-DFLT TO W-GG-RITENZIONE-EFF.
           MOVE W-GG-RIT-MRI-DFLT    TO W-GG-RIT-MRI-EFF.
RG0933     MOVE SPACES               TO HV-DATA-DAL.
RG0933     MOVE SPACES               TO HV-DATA-AL.

           OPEN INPUT  SYSIN.
           OPEN OUTPUT RPT-FILE.
              IF SI-GG-RIT-MRI NUMERIC AND SI-GG-RIT-MRI > ZERO
                 MOVE SI-GG-RIT-MRI TO W-GG-RIT-MRI-EFF
              END-IF
RG0933        IF SI-DATA-DAL NOT = SPACES
RG0933           MOVE SI-DATA-DAL TO HV-DATA-DAL
RG0933           MOVE SI-DATA-AL  TO HV-DATA-AL
RG0933        END-IF
           END-IF.

           CLOSE SYSIN.

RG0933     IF HV-DATA-DAL = SPACES
RG0933        PERFORM 1100-PERIODO-DA-SERVIZIO THRU 1100-EXIT
RG0933     END-IF.
RG0933     IF HV-DATA-AL = SPACES
RG0933        MOVE HV-DATA-DAL TO HV-DATA-AL
RG0933     END-IF.
RG0933     MOVE HV-DATA-DAL TO RTP-DATA-DAL.
RG0933     MOVE HV-DATA-AL  TO RTP-DATA-AL.

           WRITE RPT-RECORD FROM RIGA-TITOLO-1.
RG0933     WRITE RPT-RECORD FROM RIGA-TITOLO-PERIODO.
           WRITE RPT-RECORD FROM RIGA-TITOLO-2.
RG0933     ADD 3 TO W-LINEE-STAMPATE.

RG0936     PERFORM 1200-APRI-VINCOLI     THRU 1200-EXIT.

       1000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    PERIODO DEL REPORT DAL SERVIZIO UTCL0064 SULLA DATA  *
      *    DI SISTEMA.                                          *
      *---------------------------------------------------------*
RG0933 1100-PERIODO-DA-SERVIZIO.

RG0933     MOVE SPACES               TO UTCALT2.
RG0933     MOVE ZERO                 TO UTCALT2-DATA-RIF.

RG0933     CALL 'UTCL0064' USING UTCALT2.

RG0933     IF UTCALT2-DATA-ERRATA
RG0933        DISPLAY 'ARMB3025 - ERRORE SERVIZIO DATA UTCL0064'
RG0933        PERFORM 9900-ABEND-SQL THRU 9900-EXIT
RG0933     END-IF.

RG0933     IF UTCALT2-CALENDARIO-ASSENTE
RG0933        DISPLAY 'ARMB3025 - *** CALFEST SENZA RIGHE PER L''ANNO,'
RG0933                ' PERIODO SU SOLI SABATI E DOMENICHE ***'
RG0933     END-IF.

RG0933     MOVE UTCALT2-DAL-ISO      TO HV-DATA-DAL.
RG0933     MOVE UTCALT2-AL-ISO       TO HV-DATA-AL.

RG0933 1100-EXIT.
RG0933     EXIT.

      *---------------------------------------------------------*
      *    VINCOLI DI CONSERVAZIONE LEGALE (UTCL0071). SENZA IL *
      *    REGISTRO DEI VINCOLI LE PURGHE NON PARTONO.          *
      *---------------------------------------------------------*
RG0936 1200-APRI-VINCOLI.

RG0936     MOVE SPACES               TO UTVINT1.
RG0936     SET UTVINT1-APERTURA      TO TRUE.
RG0936     MOVE 'ARMB3025'           TO UTVINT1-CPGM.
RG0936     MOVE UTRUNT1-DELAB        TO UTVINT1-DELAB.

RG0936     CALL 'UTCL0071' USING UTVINT1.

RG0936     IF NOT UTVINT1-OK
RG0936        DISPLAY 'ARMB3025 - ERRORE REGISTRO VINCOLI, RC='
RG0936                UTVINT1-RC ' SQLCODE=' UTVINT1-SQLCODE
RG0936        PERFORM 9900-ABEND-SQL THRU 9900-EXIT
RG0936     END-IF.

RG0936     DISPLAY 'ARMB3025 - VINCOLI DI PERIODO ATTIVI: '
RG0936             UTVINT1-QPERIODI.

RG0936 1200-EXIT.
RG0936     EXIT.

      *---------------------------------------------------------*
      *    REPORT GIORNALIERO DEI VOLUMI PER COD-ARC/CTRANS SU  *
      *    TES_SGNZ_LOG, RELATIVO AL PERIODO ELABORATO.         *
      *---------------------------------------------------------*
       2000-STAMPA-VOLUMI.

                DECLARE CUR-VOLUMI CURSOR FOR
                SELECT C_ARCH, CTRANS, COUNT(*)
                FROM   TES_SGNZ_LOG
RG0933          WHERE  S_TMST >= TIMESTAMP(DATE(:HV-DATA-DAL))
RG0933            AND  S_TMST <  TIMESTAMP(DATE(:HV-DATA-AL) + 1 DAY)
                GROUP BY C_ARCH, CTRANS
                ORDER BY C_ARCH, CTRANS
           END-EXEC.
      *---------------------------------------------------------*
       3000-PURGA-RITENZIONE.

RG0936     PERFORM 3100-CONTA-VINCOLATE  THRU 3100-EXIT.

           EXEC SQL
                DELETE FROM TES_SGNZ_LOG
                WHERE S_TMST < CURRENT TIMESTAMP -
                                :W-GG-RITENZIONE-EFF DAYS
RG0936            AND NOT EXISTS
RG0936                (SELECT 1
RG0936                   FROM TAB_VIN_LEG H
RG0936                  WHERE H.C_TIPO  = 'P'
RG0936                    AND H.C_STATO = 'A'
RG0936                    AND DATE(TES_SGNZ_LOG.S_TMST)
RG0936                        BETWEEN H.D_INIZIO AND H.D_FINE)
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
              EXEC SQL COMMIT END-EXEC
           END-IF.

RG0935     MOVE 'TSGNZLOG'           TO UTARCT1-CARCH.
RG0935     MOVE W-RIGHE-CANCELLATE   TO UTARCT1-QRECORD.
RG0935     PERFORM 8800-REGISTRA-PURGA   THRU 8800-EXIT.

           MOVE W-RIGHE-CANCELLATE TO RR-CANCELLATE.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO.
           ADD 1 TO W-LINEE-STAMPATE.
       3000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    RIGHE DI TES_SGNZ_LOG OLTRE RITENZIONE MA SOTTO      *
      *    VINCOLO DI PERIODO: TOTALE E CONTEGGIO PER VINCOLO   *
      *    (UNA RIGA COPERTA DA DUE VINCOLI CONTA SU ENTRAMBI). *
      *---------------------------------------------------------*
RG0936 3100-CONTA-VINCOLATE.

RG0936     EXEC SQL
RG0936          SELECT COUNT(*)
RG0936            INTO :HV-CONTEGGIO
RG0936            FROM TES_SGNZ_LOG L
RG0936           WHERE L.S_TMST < CURRENT TIMESTAMP -
RG0936                            :W-GG-RITENZIONE-EFF DAYS
RG0936             AND EXISTS
RG0936                 (SELECT 1
RG0936                    FROM TAB_VIN_LEG H
RG0936                   WHERE H.C_TIPO  = 'P'
RG0936                     AND H.C_STATO = 'A'
RG0936                     AND DATE(L.S_TMST)
RG0936                         BETWEEN H.D_INIZIO AND H.D_FINE)
RG0936            WITH UR
RG0936     END-EXEC.

RG0936     IF SQLCODE NOT EQUAL ZERO
RG0936        DISPLAY 'ARMB3025 - ERRORE CONTEGGIO VINCOLATE SQLCODE='
RG0936                 SQLCODE
RG0936        PERFORM 9900-ABEND-SQL THRU 9900-EXIT
RG0936     END-IF.

RG0936     MOVE HV-CONTEGGIO         TO W-RIGHE-VINC-LOG.
RG0936     IF W-RIGHE-VINC-LOG = ZERO
RG0936        GO TO 3100-EXIT
RG0936     END-IF.

RG0936     EXEC SQL
RG0936          DECLARE CUR-VINC-LOG CURSOR FOR
RG0936          SELECT H.N_VINC, COUNT(*)
RG0936            FROM TES_SGNZ_LOG L, TAB_VIN_LEG H
RG0936           WHERE L.S_TMST < CURRENT TIMESTAMP -
RG0936                            :W-GG-RITENZIONE-EFF DAYS
RG0936             AND H.C_TIPO  = 'P'
RG0936             AND H.C_STATO = 'A'
RG0936             AND DATE(L.S_TMST)
RG0936                 BETWEEN H.D_INIZIO AND H.D_FINE
RG0936           GROUP BY H.N_VINC
RG0936            WITH UR
RG0936     END-EXEC.

RG0936     EXEC SQL OPEN CUR-VINC-LOG END-EXEC.

RG0936     IF SQLCODE NOT EQUAL ZERO
RG0936        DISPLAY 'ARMB3025 - ERRORE OPEN CUR-VINC-LOG SQLCODE='
RG0936                 SQLCODE
RG0936        PERFORM 9900-ABEND-SQL THRU 9900-EXIT
RG0936     END-IF.

RG0936     MOVE 'TSGNZLOG'           TO UTVINT1-COGGETTO.
RG0936     SET NON-FINE-CURSORE      TO TRUE.
RG0936     PERFORM 3110-NOTIFICA-VINC-LOG THRU 3110-EXIT
RG0936        UNTIL FINE-CURSORE.

RG0936     EXEC SQL CLOSE CUR-VINC-LOG END-EXEC.

RG0936 3100-EXIT.
RG0936     EXIT.

RG0936 3110-NOTIFICA-VINC-LOG.

RG0936     EXEC SQL
RG0936          FETCH CUR-VINC-LOG
RG0936          INTO :HV-NVINC, :HV-CONTEGGIO
RG0936     END-EXEC.

RG0936     IF SQLCODE EQUAL +100
RG0936        SET FINE-CURSORE TO TRUE
RG0936     ELSE
RG0936        IF SQLCODE NOT EQUAL ZERO
RG0936           DISPLAY 'ARMB3025 - ERRORE FETCH CUR-VINC-LOG SQLCODE='
RG0936                    SQLCODE
RG0936           PERFORM 9900-ABEND-SQL THRU 9900-EXIT
RG0936        ELSE
RG0936           PERFORM 8900-NOTIFICA-VINCOLO THRU 8900-EXIT
RG0936        END-IF
RG0936     END-IF.

RG0936 3110-EXIT.
RG0936     EXIT.

      *---------------------------------------------------------*
      *    PURGA DELLE RIGHE DELL'ARCHIVIO CHIAVATO TES_MRI_ARC  *
      *    PIU' VECCHIE DELLA RITENZIONE DEDICATA AI MESSAGGI    *
      *---------------------------------------------------------*
       4000-PURGA-RIT-MRI.

RG0936     PERFORM 4100-CONTA-VINCOLATE  THRU 4100-EXIT.

           EXEC SQL
                DELETE FROM TES_MRI_ARC
                WHERE S_TMST < CURRENT TIMESTAMP -
                                :W-GG-RIT-MRI-EFF DAYS
RG0936            AND NOT EXISTS
RG0936                (SELECT 1
RG0936                   FROM TAB_VIN_LEG H
RG0936                  WHERE H.C_TIPO  = 'P'
RG0936                    AND H.C_STATO = 'A'
RG0936                    AND DATE(TES_MRI_ARC.S_TMST)
RG0936                        BETWEEN H.D_INIZIO AND H.D_FINE)
           END-EXEC.

           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
              EXEC SQL COMMIT END-EXEC
           END-IF.

RG0935     MOVE 'TMRIARC'            TO UTARCT1-CARCH.
RG0935     MOVE W-RIGHE-CANC-MRI     TO UTARCT1-QRECORD.
RG0935     PERFORM 8800-REGISTRA-PURGA   THRU 8800-EXIT.

           MOVE W-RIGHE-CANC-MRI TO RRM-CANCELLATE.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO-MRI.
           ADD 1 TO W-LINEE-STAMPATE.

RG0936     MOVE W-RIGHE-VINC-LOG TO RRV-LOG.
RG0936     MOVE W-RIGHE-VINC-MRI TO RRV-MRI.
RG0936     WRITE RPT-RECORD FROM RIGA-RIEPILOGO-VINC.
RG0936     ADD 1 TO W-LINEE-STAMPATE.

       4000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    RIGHE DI TES_MRI_ARC OLTRE RITENZIONE MA SOTTO       *
      *    VINCOLO DI PERIODO (STESSO SCHEMA DI TES_SGNZ_LOG).  *
      *---------------------------------------------------------*
RG0936 4100-CONTA-VINCOLATE.

RG0936     EXEC SQL
RG0936          SELECT COUNT(*)
RG0936            INTO :HV-CONTEGGIO
RG0936            FROM TES_MRI_ARC M
RG0936           WHERE M.S_TMST < CURRENT TIMESTAMP -
RG0936                            :W-GG-RIT-MRI-EFF DAYS
RG0936             AND EXISTS
RG0936                 (SELECT 1
RG0936                    FROM TAB_VIN_LEG H
RG0936                   WHERE H.C_TIPO  = 'P'
RG0936                     AND H.C_STATO = 'A'
RG0936                     AND DATE(M.S_TMST)
RG0936                         BETWEEN H.D_INIZIO AND H.D_FINE)
RG0936            WITH UR
RG0936     END-EXEC.

RG0936     IF SQLCODE NOT EQUAL ZERO
RG0936        DISPLAY 'ARMB3025 - ERRORE CONTEGGIO VINC. MRI SQLCODE='
RG0936                 SQLCODE
RG0936        PERFORM 9900-ABEND-SQL THRU 9900-EXIT
RG0936     END-IF.

RG0936     MOVE HV-CONTEGGIO         TO W-RIGHE-VINC-MRI.
RG0936     IF W-RIGHE-VINC-MRI = ZERO
RG0936        GO TO 4100-EXIT
RG0936     END-IF.

RG0936     EXEC SQL
RG0936          DECLARE CUR-VINC-MRI CURSOR FOR
RG0936          SELECT H.N_VINC, COUNT(*)
RG0936            FROM TES_MRI_ARC M, TAB_VIN_LEG H
RG0936           WHERE M.S_TMST < CURRENT TIMESTAMP -
RG0936                            :W-GG-RIT-MRI-EFF DAYS
RG0936             AND H.C_TIPO  = 'P'
RG0936             AND H.C_STATO = 'A'
RG0936             AND DATE(M.S_TMST)
RG0936                 BETWEEN H.D_INIZIO AND H.D_FINE
RG0936           GROUP BY H.N_VINC
RG0936            WITH UR
RG0936     END-EXEC.

RG0936     EXEC SQL OPEN CUR-VINC-MRI END-EXEC.

RG0936     IF SQLCODE NOT EQUAL ZERO
RG0936        DISPLAY 'ARMB3025 - ERRORE OPEN CUR-VINC-MRI SQLCODE='
RG0936                 SQLCODE
RG0936        PERFORM 9900-ABEND-SQL THRU 9900-EXIT
RG0936     END-IF.

RG0936     MOVE 'TMRIARC'            TO UTVINT1-COGGETTO.
RG0936     SET NON-FINE-CURSORE      TO TRUE.
RG0936     PERFORM 4110-NOTIFICA-VINC-MRI THRU 4110-EXIT
RG0936        UNTIL FINE-CURSORE.

RG0936     EXEC SQL CLOSE CUR-VINC-MRI END-EXEC.

RG0936 4100-EXIT.
RG0936     EXIT.

RG0936 4110-NOTIFICA-VINC-MRI.

RG0936     EXEC SQL
RG0936          FETCH CUR-VINC-MRI
RG0936          INTO :HV-NVINC, :HV-CONTEGGIO
RG0936     END-EXEC.

RG0936     IF SQLCODE EQUAL +100
RG0936        SET FINE-CURSORE TO TRUE
RG0936     ELSE
RG0936        IF SQLCODE NOT EQUAL ZERO
RG0936           DISPLAY 'ARMB3025 - ERRORE FETCH CUR-VINC-MRI SQLCODE='
RG0936                    SQLCODE
RG0936           PERFORM 9900-ABEND-SQL THRU 9900-EXIT
RG0936        ELSE
RG0936           PERFORM 8900-NOTIFICA-VINCOLO THRU 8900-EXIT
RG0936        END-IF
RG0936     END-IF.

RG0936 4110-EXIT.
RG0936     EXIT.

      *---------------------------------------------------------*
      *    PURGA DELLE SEGNALAZIONI BATCH GIA' CONSEGNATE AD     *
      *    ARMP3025 (TES_SGNZ_STG), CON LA RITENZIONE DI         *
      *    TES_SGNZ_LOG. LE RIGHE NON CONSEGNATE NON SI TOCCANO. *
      *---------------------------------------------------------*
RG0925 5000-PURGA-APPOGGIO.

RG0925     EXEC SQL
RG0925          DELETE FROM TES_SGNZ_STG
RG0925          WHERE C_STATO    = 'C'
RG0925            AND S_TMST_STG < CURRENT TIMESTAMP -
RG0925                             :W-GG-RITENZIONE-EFF DAYS
RG0925     END-EXEC.

RG0925     IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
RG0925        DISPLAY 'ARMB3025 - ERRORE DELETE APPOGGIO SQLCODE='
RG0925                 SQLCODE
RG0925        PERFORM 9900-ABEND-SQL THRU 9900-EXIT
RG0925     ELSE
RG0925        MOVE SQLERRD (3) TO W-RIGHE-CANC-STG
RG0925        EXEC SQL COMMIT END-EXEC
RG0925     END-IF.

RG0935     MOVE 'TSGNZSTG'           TO UTARCT1-CARCH.
RG0935     MOVE W-RIGHE-CANC-STG     TO UTARCT1-QRECORD.
RG0935     PERFORM 8800-REGISTRA-PURGA   THRU 8800-EXIT.

RG0925     MOVE W-RIGHE-CANC-STG TO RRS-CANCELLATE.
RG0925     WRITE RPT-RECORD FROM RIGA-RIEPILOGO-STG.
RG0925     ADD 1 TO W-LINEE-STAMPATE.

RG0925 5000-EXIT.
RG0925     EXIT.

      *---------------------------------------------------------*
      *    PURGA DEGLI INCIDENTI CHIUSI DA PIU' DEL PERIODO DI   *
      *    RITENZIONE: PRIMA LE APPARTENENZE, POI GLI INCIDENTI. *
      *    GLI INCIDENTI NON CHIUSI NON SI TOCCANO.              *
      *---------------------------------------------------------*
RG0926 6000-PURGA-INCIDENTI.

RG0926     EXEC SQL
RG0926          DELETE FROM TES_SGNZ_INO
RG0926          WHERE ID_INC IN
RG0926                (SELECT ID_INC
RG0926                   FROM TES_SGNZ_INC
RG0926                  WHERE C_STATO     = 'C'
RG0926                    AND S_TMST_CHIU < CURRENT TIMESTAMP -
RG0926                                      :W-GG-RITENZIONE-EFF DAYS)
RG0926     END-EXEC.

RG0926     IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
RG0926        DISPLAY 'ARMB3025 - ERRORE DELETE APPARTENENZE SQLCODE='
RG0926                 SQLCODE
RG0926        PERFORM 9900-ABEND-SQL THRU 9900-EXIT
RG0926     END-IF.

RG0926     IF SQLCODE EQUAL ZERO
RG0926        MOVE SQLERRD (3) TO W-RIGHE-CANC-INO
RG0926     END-IF.

RG0926     EXEC SQL
RG0926          DELETE FROM TES_SGNZ_INC
RG0926          WHERE C_STATO     = 'C'
RG0926            AND S_TMST_CHIU < CURRENT TIMESTAMP -
RG0926                              :W-GG-RITENZIONE-EFF DAYS
RG0926     END-EXEC.

RG0926     IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
RG0926        DISPLAY 'ARMB3025 - ERRORE DELETE INCIDENTI SQLCODE='
RG0926                 SQLCODE
RG0926        PERFORM 9900-ABEND-SQL THRU 9900-EXIT
RG0926     ELSE
RG0926        IF SQLCODE EQUAL ZERO
RG0926           MOVE SQLERRD (3) TO W-RIGHE-CANC-INC
RG0926        END-IF
RG0926        EXEC SQL COMMIT END-EXEC
RG0926     END-IF.

RG0935     MOVE 'TSGNZINO'           TO UTARCT1-CARCH.
RG0935     MOVE W-RIGHE-CANC-INO     TO UTARCT1-QRECORD.
RG0935     PERFORM 8800-REGISTRA-PURGA   THRU 8800-EXIT.
RG0935     MOVE 'TSGNZINC'           TO UTARCT1-CARCH.
RG0935     MOVE W-RIGHE-CANC-INC     TO UTARCT1-QRECORD.
RG0935     PERFORM 8800-REGISTRA-PURGA   THRU 8800-EXIT.

RG0926     MOVE W-RIGHE-CANC-INC TO RRI-CANCELLATI.
RG0926     MOVE W-RIGHE-CANC-INO TO RRI-OCCORRENZE.
RG0926     WRITE RPT-RECORD FROM RIGA-RIEPILOGO-INC.
RG0926     ADD 1 TO W-LINEE-STAMPATE.

RG0926 6000-EXIT.
RG0926     EXIT.

      *---------------------------------------------------------*
      *    PURGA DEL REGISTRO DEGLI ALLARMI SOPPRESSI DA UNA     *
      *    FINESTRA DI MANUTENZIONE E DELLE FINESTRE SCADUTE GIA' *
      *    SEGNALATE, OLTRE IL PERIODO DI RITENZIONE.            *
      *---------------------------------------------------------*
RG0927 7000-PURGA-SOPPRESSE.

RG0927     EXEC SQL
RG0927          DELETE FROM TES_SGNZ_SOP
RG0927          WHERE S_TMST < CURRENT TIMESTAMP -
RG0927                         :W-GG-RITENZIONE-EFF DAYS
RG0927     END-EXEC.

RG0927     IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
RG0927        DISPLAY 'ARMB3025 - ERRORE DELETE SOPPRESSI SQLCODE='
RG0927                 SQLCODE
RG0927        PERFORM 9900-ABEND-SQL THRU 9900-EXIT
RG0927     END-IF.

RG0927     IF SQLCODE EQUAL ZERO
RG0927        MOVE SQLERRD (3) TO W-RIGHE-CANC-SOP
RG0927     END-IF.

RG0927     EXEC SQL
RG0927          DELETE FROM TES_SGNZ_FSC
RG0927          WHERE S_TMST < CURRENT TIMESTAMP -
RG0927                         :W-GG-RITENZIONE-EFF DAYS
RG0927     END-EXEC.

RG0927     IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL +100
RG0927        DISPLAY 'ARMB3025 - ERRORE DELETE FINESTRE SQLCODE='
RG0927                 SQLCODE
RG0927        PERFORM 9900-ABEND-SQL THRU 9900-EXIT
RG0927     ELSE
RG0927        IF SQLCODE EQUAL ZERO
RG0927           MOVE SQLERRD (3) TO W-RIGHE-CANC-FSC
RG0927        END-IF
RG0927        EXEC SQL COMMIT END-EXEC
RG0927     END-IF.

RG0935     MOVE 'TSGNZSOP'           TO UTARCT1-CARCH.
RG0935     MOVE W-RIGHE-CANC-SOP     TO UTARCT1-QRECORD.
RG0935     PERFORM 8800-REGISTRA-PURGA   THRU 8800-EXIT.
RG0935     MOVE 'TSGNZFSC'           TO UTARCT1-CARCH.
RG0935     MOVE W-RIGHE-CANC-FSC     TO UTARCT1-QRECORD.
RG0935     PERFORM 8800-REGISTRA-PURGA   THRU 8800-EXIT.

RG0927     MOVE W-RIGHE-CANC-SOP TO RRP-SOPPRESSI.
RG0927     MOVE W-RIGHE-CANC-FSC TO RRP-FINESTRE.
RG0927     WRITE RPT-RECORD FROM RIGA-RIEPILOGO-SOP.
RG0927     ADD 1 TO W-LINEE-STAMPATE.

RG0927 7000-EXIT.
RG0927     EXIT.

      *---------------------------------------------------------*
      *    REGISTRAZIONE DI UNA PURGA SENZA ARCHIVIO (UTCL0069) *
      *    CON LE RIGHE CANCELLATE, GIA' CONSOLIDATE. UNA       *
      *    REGISTRAZIONE FALLITA NON FERMA LE ALTRE PURGHE MA   *
      *    PORTA IL PASSO A RC 8: LA VERIFICA (UTCL0070)        *
      *    SEGNALERA' LA GENERAZIONE MANCANTE.                  *
      *---------------------------------------------------------*
RG0935 8800-REGISTRA-PURGA.

RG0935     MOVE 'ARMB3025'           TO UTARCT1-CPGM.
RG0935     MOVE UTRUNT1-DELAB        TO UTARCT1-DELAB.
RG0935     SET UTARCT1-PURGA         TO TRUE.

RG0935     CALL 'UTCL0069' USING UTARCT1 RPT-RECORD.

RG0935     IF NOT UTARCT1-OK
RG0935        DISPLAY 'ARMB3025 - ERRORE REGISTRAZIONE PURGA '
RG0935                UTARCT1-CARCH ', RC=' UTARCT1-RC
RG0935                ' SQLCODE=' UTARCT1-SQLCODE
RG0935        SET SIGILLO-IN-ERRORE  TO TRUE
RG0935     END-IF.

RG0935 8800-EXIT.
RG0935     EXIT.

      *---------------------------------------------------------*
      *    RIGHE TRATTENUTE DI UN VINCOLO SULL'OGGETTO CORRENTE *
      *    (UTCL0071). UN ERRORE NON FERMA LE PURGHE MA PORTA   *
      *    IL PASSO A RC 8.                                     *
      *---------------------------------------------------------*
RG0936 8900-NOTIFICA-VINCOLO.

RG0936     SET UTVINT1-NOTIFICA      TO TRUE.
RG0936     MOVE HV-NVINC             TO UTVINT1-NVINC.
RG0936     MOVE HV-CONTEGGIO         TO UTVINT1-QRIGHE.

RG0936     CALL 'UTCL0071' USING UTVINT1.

RG0936     IF NOT UTVINT1-OK
RG0936        DISPLAY 'ARMB3025 - ERRORE CONTEGGIO VINCOLO ' HV-NVINC
RG0936                ', RC=' UTVINT1-RC
RG0936        SET VINCOLI-IN-ERRORE  TO TRUE
RG0936     END-IF.

RG0936 8900-EXIT.
RG0936     EXIT.

      *---------------------------------------------------------*
      *    REGISTRAZIONE DELLE RIGHE TRATTENUTE PER VINCOLO SU  *
      *    TAB_VIN_TRT (UTCL0071); ERRORE = RC 8.               *
      *---------------------------------------------------------*
RG0936 8950-REGISTRA-VINCOLI.

RG0936     SET UTVINT1-CHIUSURA      TO TRUE.
RG0936     CALL 'UTCL0071' USING UTVINT1.

RG0936     IF NOT UTVINT1-OK
RG0936        DISPLAY 'ARMB3025 - ERRORE REGISTRAZIONE TRATTENUTE PER '
RG0936                'VINCOLO, RC=' UTVINT1-RC
RG0936                ' SQLCODE=' UTVINT1-SQLCODE
RG0936        SET VINCOLI-IN-ERRORE  TO TRUE
RG0936     END-IF.

RG0936 8950-EXIT.
RG0936     EXIT.

      *---------------------------------------------------------*
      *    ROUTINE GENERICA DI ABEND SU ERRORE SQL IRRECUPERABILE.
      *---------------------------------------------------------*
           EXEC SQL ROLLBACK END-EXEC.
           CLOSE RPT-FILE.
           MOVE 16 TO RETURN-CODE.
RG0934     PERFORM 9950-REGISTRA-FINE THRU 9950-EXIT.
           STOP RUN.

       9900-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    REGISTRO DELLE ESECUZIONI: TERMINE CON RETURN-CODE   *
      *    E CONTEGGI. UN ERRORE DEL REGISTRO NON CAMBIA        *
      *    L'ESITO DEL PASSO: IL SUCCESSORE TROVERA' LA RIGA    *
      *    ANCORA APERTA E NON PARTIRA'.                        *
      *---------------------------------------------------------*
RG0934 9950-REGISTRA-FINE.

RG0934     MOVE RETURN-CODE          TO UTRUNT1-RC-PGM.
RG0934     MOVE W-RIGHE-LETTE        TO UTRUNT1-QLETTE.
RG0934     MOVE ZERO                 TO UTRUNT1-QSCRITTE.
RG0934     COMPUTE UTRUNT1-QCANCELLATE = W-RIGHE-CANCELLATE
RG0934                                 + W-RIGHE-CANC-MRI
RG0934                                 + W-RIGHE-CANC-STG
RG0934                                 + W-RIGHE-CANC-INC
RG0934                                 + W-RIGHE-CANC-INO
RG0934                                 + W-RIGHE-CANC-SOP
RG0934                                 + W-RIGHE-CANC-FSC.
RG0934     SET UTRUNT1-CHIUSURA      TO TRUE.

RG0934     CALL 'UTCL0066' USING UTRUNT1.

RG0934     IF NOT UTRUNT1-OK
RG0934        DISPLAY 'ARMB3025 - ERRORE CHIUSURA REGISTRO ESECUZIONI, '
RG0934                'RC=' UTRUNT1-RC ' SQLCODE=' UTRUNT1-SQLCODE
RG0934     END-IF.

RG0934     MOVE UTRUNT1-RC-PGM       TO RETURN-CODE.

RG0934 9950-EXIT.
RG0934     EXIT.

      *---------------------------------------------------------*
      *    CHIUSURA FILE E TERMINE ELABORAZIONE.                *
      *---------------------------------------------------------*
       9999-FINE.

RG0936     PERFORM 8950-REGISTRA-VINCOLI THRU 8950-EXIT.
           CLOSE RPT-FILE.
           DISPLAY 'ARMB3025 - RIGHE LETTE     : ' W-RIGHE-LETTE.
           DISPLAY 'ARMB3025 - RIGHE CANCELLATE: ' W-RIGHE-CANCELLATE.
           DISPLAY 'ARMB3025 - RIGHE MRI CANC. : ' W-RIGHE-CANC-MRI.
RG0925     DISPLAY 'ARMB3025 - RIGHE STG CANC. : ' W-RIGHE-CANC-STG.
RG0926     DISPLAY 'ARMB3025 - INCIDENTI CANC. : ' W-RIGHE-CANC-INC.
RG0936     DISPLAY 'ARMB3025 - LOG VINCOLATE   : ' W-RIGHE-VINC-LOG.
RG0936     DISPLAY 'ARMB3025 - MRI VINCOLATE   : ' W-RIGHE-VINC-MRI.
           MOVE ZERO TO RETURN-CODE.
RG0935     IF SIGILLO-IN-ERRORE
RG0935        MOVE 8 TO RETURN-CODE
RG0935     END-IF.
RG0936     IF VINCOLI-IN-ERRORE
RG0936        MOVE 8 TO RETURN-CODE
RG0936     END-IF.

RG0934     PERFORM 9950-REGISTRA-FINE    THRU 9950-EXIT.

       9999-EXIT.
           EXIT.
