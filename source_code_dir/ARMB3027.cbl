      *                              TES_MRI_ARC) + PARCHEGGIATE +
      *                              SOPPRESSE CONSAPEVOLI
      *                E STAMPA OGNI DIFFERENZA NON SPIEGATA, CHE
      *                VIENE ANCHE SEGNALATA COME ALLARME 'S5001'
      *                SULLA TABELLA DI APPOGGIO TES_SGNZ_STG, DA
      *                CUI LA TRANSAZIONE ARSD (ARMD3025) LA PASSA
      *                AD ARMP3025, NON RICHIAMABILE DA BATCH (IL
      *                CODICE 'S5...' VA CENSITO NEL MEMBRO CODARC).
      *                ----------------------------------------
      *                LE SEGNALAZIONI DEI BATCH ENTRANO NEI
      *                CONTATORI SOLO QUANDO ARMD3025 LE CONSEGNA:
      *                IL REPORT RIPORTA QUANTE RIGHE DI
      *                TES_SGNZ_STG SONO ANCORA DA CONSEGNARE E
      *                QUANTE DI QUESTE SONO GIA' IN RITARDO ('R');
      *                IN QUEST'ULTIMO CASO IL RETURN-CODE E' 4.
      *                ----------------------------------------
      *                APPROSSIMAZIONI DICHIARATE SUL REPORT:
      *                  - LE RIPARTENZE DELLO SWEEPER ARMQ3025
      *                    ESSERE ARCHIVIATO IL GIORNO DOPO: LE
      *                    CODE A CAVALLO DI MEZZANOTTE COMPAIONO
      *                    COME DIFFERENZE DI SEGNO OPPOSTO SU DUE
      *                    GIORNATE.                                 *
      ***************************************************************
      * MODIFICHE:                                                  *
      *   SET26  RG0907  PRIMA STESURA.                              *
      *   OTT26  RG0925  L'ALLARME 'S5' PASSA DA ARMP3025 TRAMITE LA *
      *                  TABELLA DI APPOGGIO TES_SGNZ_STG; RIGHE DI  *
      *                  REPORT DELLE SEGNALAZIONI BATCH ANCORA DA   *
      *                  CONSEGNARE.                                 *
      *   OTT26  RG0934  REGISTRAZIONE DELL'ESECUZIONE SUL REGISTRO  *
      *                  DELLA CATENA NOTTURNA (UTCL0066) E          *
      *                  CANCELLO DEI PREDECESSORI (RC 12).          *
      ***************************************************************

       ENVIRONMENT DIVISION.
       77  W-CODICI-ESAMINATI            PIC 9(05) COMP-3 VALUE ZERO.
       77  W-CODICI-SBILANCIATI          PIC 9(05) COMP-3 VALUE ZERO.
       77  W-LINEE-STAMPATE              PIC 9(05) COMP-3 VALUE ZERO.
RG0925 77  W-STG-RITARDO                 PIC 9(09) COMP-3 VALUE ZERO.

       01  W-SW-FINE-CURSORE             PIC X     VALUE 'N'.
           88  FINE-CURSORE                        VALUE 'S'.
           05  RR-RIPARTITE    PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(77) VALUE SPACES.

RG0925 01  RIGA-PONTE-1.
RG0925     05  FILLER          PIC X(45) VALUE
RG0925         'SEGNALAZIONI BATCH DA CONSEGNARE (ARMD3025): '.
RG0925     05  RP-ATTESA       PIC ZZZ.ZZZ.ZZ9.
RG0925     05  FILLER          PIC X(77) VALUE SPACES.

RG0925 01  RIGA-PONTE-2.
RG0925     05  FILLER          PIC X(45) VALUE
RG0925         '  DI CUI OLTRE LA SOGLIA DI RITARDO (''R'')  : '.
RG0925     05  RP-RITARDO      PIC ZZZ.ZZZ.ZZ9.
RG0925     05  FILLER          PIC X(77) VALUE SPACES.

       01  RIGA-RIEPILOGO-1.
           05  FILLER          PIC X(30) VALUE
               'COPPIE COD-ARC ESAMINATE    : '.
       01  HV-LOG                        PIC S9(9) COMP-3.
       01  HV-MRI                        PIC S9(9) COMP-3.
       01  W-DIFF                        PIC S9(9) COMP-3 VALUE ZERO.
RG0925 01  HV-STG-ATTESA                 PIC S9(9) COMP-3 VALUE ZERO.
RG0925 01  HV-STG-RITARDO                PIC S9(9) COMP-3 VALUE ZERO.

      ***************************************************************
      *    SBILANCIO DA CONSEGNARE AD ARMP3025 (TES_SGNZ_STG)      *
      ***************************************************************
RG0925     COPY ARSTGGR.
RG0925 01  W-STG-NUM                     PIC ----.--9.

      ***************************************************************
      *    AREA DI CHIAMATA DEL REGISTRO DELLE ESECUZIONI          *
      ***************************************************************
RG0934     COPY UTRUNT1.

           EXEC SQL INCLUDE SQLCA END-EXEC.


       0000-MAINLINE.

RG0934     PERFORM 0100-REGISTRA-AVVIO   THRU 0100-EXIT.
           PERFORM 1000-INIZIALIZZA        THRU 1000-EXIT.
           PERFORM 2000-QUADRA-CODICI      THRU 2000-EXIT.
           PERFORM 8000-RIGA-RIPARTENZE    THRU 8000-EXIT.
RG0925     PERFORM 8100-RIGA-PONTE         THRU 8100-EXIT.
           PERFORM 9999-FINE               THRU 9999-EXIT.

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
RG0934     MOVE 'ARMB3027'           TO UTRUNT1-CPGM.

RG0934     CALL 'UTCL0066' USING UTRUNT1.

RG0934     IF UTRUNT1-CANCELLO-CHIUSO
RG0934        DISPLAY 'ARMB3027 - NON AVVIATO: ' UTRUNT1-XNOTA
RG0934        MOVE 12 TO RETURN-CODE
RG0934        STOP RUN
RG0934     END-IF.

RG0934     IF NOT UTRUNT1-OK
RG0934        DISPLAY 'ARMB3027 - ERRORE REGISTRO ESECUZIONI, RC='
RG0934                 UTRUNT1-RC ' SQLCODE=' UTRUNT1-SQLCODE
RG0934        MOVE 16 TO RETURN-CODE
RG0934        STOP RUN
RG0934     END-IF.

RG0934     IF UTRUNT1-SOVRAPPOSTA
RG0934        DISPLAY 'ARMB3027 - ATTENZIONE: ALTRA ESECUZIONE DEL '
RG0934                'PROGRAMMA ANCORA IN CORSO'
RG0934     END-IF.

RG0934 0100-EXIT.
RG0934     EXIT.

      *---------------------------------------------------------*
      *    APERTURA REPORT E INTESTAZIONI.                       *
      *---------------------------------------------------------*
      *---------------------------------------------------------*
      *    TRATTATE = LOG + MRI + PARCHEGGIATE + SOPPRESSE: OGNI *
      *    RESTO E' UNA DIFFERENZA NON SPIEGATA, STAMPATA E      *
      *    SEGNALATA COME ALLARME 'S5' (TES_SGNZ_STG).           *
      *---------------------------------------------------------*
       2300-VALUTA-QUADRATURA.


       2400-ARCHIVIA-SBILANCIO.

RG0925     MOVE SPACES TO STG-MESSAGGIO.
RG0925     MOVE 'QUADRATURA CATENA ARCHIVIAZIONE (ARMB3027)'
RG0925                   TO STG-RIGA (1).
RG0925     MOVE W-DIFF   TO W-STG-NUM.
RG0925     STRING 'COD-ARC ' HV-CARCH ' NON QUADRA, DIFFERENZA '
RG0925            W-STG-NUM
RG0925            DELIMITED BY SIZE INTO STG-RIGA (2).
RG0925     MOVE 'GIORNATA PRECEDENTE, DETTAGLIO SU RPTOUT'
RG0925                   TO STG-RIGA (3).

RG0925     EXEC SQL
RG0925          INSERT INTO TES_SGNZ_STG
RG0925                 (S_TMST_STG, C_PGM, C_ARCH, CTRANS, CATAPI,
RG0925                  C_GRUPPO, X_MESSAGGIO, C_STATO, F_RITARDO,
RG0925                  Q_TENTATIVI)
RG0925          VALUES (CURRENT TIMESTAMP, 'ARMB3027', 'S5001',
RG0925                  'ARMB', 'MT-X', '0001', :STG-MESSAGGIO,
RG0925                  'A', 'N', 0)
RG0925     END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'ARMB3027 - ERRORE INSERT SBILANCIO SQLCODE='
       8000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    SEGNALAZIONI DEI BATCH ANCORA SULLA TABELLA DI        *
      *    APPOGGIO, NON ANCORA CONTATE DA ARMP3025.             *
      *---------------------------------------------------------*
RG0925 8100-RIGA-PONTE.

RG0925     MOVE ZERO TO HV-STG-ATTESA HV-STG-RITARDO.

RG0925     EXEC SQL
RG0925          SELECT COUNT(*),
RG0925                 COALESCE(SUM(CASE WHEN C_STATO = 'R'
RG0925                                   THEN 1 ELSE 0 END), 0)
RG0925            INTO :HV-STG-ATTESA, :HV-STG-RITARDO
RG0925            FROM TES_SGNZ_STG
RG0925           WHERE C_STATO IN ('A', 'R')
RG0925            WITH UR
RG0925     END-EXEC.

RG0925     IF SQLCODE NOT EQUAL ZERO
RG0925        PERFORM 9900-ABEND-SQL THRU 9900-EXIT
RG0925     END-IF.

RG0925     MOVE HV-STG-RITARDO TO W-STG-RITARDO.
RG0925     MOVE HV-STG-ATTESA  TO RP-ATTESA.
RG0925     MOVE HV-STG-RITARDO TO RP-RITARDO.
RG0925     WRITE RPT-RECORD FROM RIGA-PONTE-1.
RG0925     WRITE RPT-RECORD FROM RIGA-PONTE-2.
RG0925     ADD 2 TO W-LINEE-STAMPATE.

RG0925 8100-EXIT.
RG0925     EXIT.

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
RG0934     MOVE W-CODICI-ESAMINATI   TO UTRUNT1-QLETTE.
RG0934     MOVE W-CODICI-SBILANCIATI TO UTRUNT1-QSCRITTE.
RG0934     MOVE ZERO                 TO UTRUNT1-QCANCELLATE.
RG0934     SET UTRUNT1-CHIUSURA      TO TRUE.

RG0934     CALL 'UTCL0066' USING UTRUNT1.

RG0934     IF NOT UTRUNT1-OK
RG0934        DISPLAY 'ARMB3027 - ERRORE CHIUSURA REGISTRO ESECUZIONI, '
RG0934                'RC=' UTRUNT1-RC ' SQLCODE=' UTRUNT1-SQLCODE
RG0934     END-IF.

RG0934     MOVE UTRUNT1-RC-PGM       TO RETURN-CODE.

RG0934 9950-EXIT.
RG0934     EXIT.

      *---------------------------------------------------------*
      *    RIEPILOGO FINALE, CHIUSURA FILE E TERMINE.           *
      *---------------------------------------------------------*
                    W-CODICI-SBILANCIATI.

           IF W-CODICI-SBILANCIATI GREATER ZERO
RG0925     OR W-STG-RITARDO GREATER ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

RG0934     PERFORM 9950-REGISTRA-FINE    THRU 9950-EXIT.

       9999-EXIT.
           EXIT.
