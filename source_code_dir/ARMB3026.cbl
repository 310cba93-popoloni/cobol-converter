      *                QUANDO LE OCCORRENZE SUPERANO SIA IL MINIMO
      *                ASSOLUTO SIA IL MULTIPLO CONFIGURATO DELLA
      *                MEDIA STORICA, L'ANOMALIA VIENE ANCHE
      *                SEGNALATA CON IL CODICE DEDICATO 'S9001',
      *                COSI' DA COMPARIRE NELLO STESSO CANALE DI
      *                ALLARME GIA' SORVEGLIATO (ARMI3025, REPORT
      *                ARMB3025).
      *                ----------------------------------------
      *                NOTA: ARMP3025 E' UN PROGRAMMA CICS E NON E'
      *                RICHIAMABILE DA QUESTO BATCH; LA SEGNALAZIONE
      *                VIENE DEPOSITATA SULLA TABELLA DI APPOGGIO
      *                TES_SGNZ_STG (COPY ARSTGGR) E LA TRANSAZIONE
      *                ARSD (ARMD3025) LA PASSA AD ARMP3025, CHE LA
      *                STAMPA, LA INOLTRA E LA ARCHIVIA COME OGNI
      *                ALTRA. IL CODICE 'S9...' VA CENSITO NEL
      *                MEMBRO CODARC DELLA TABELLA GENERALE COME GLI
      *                ALTRI CODICI 'S'.
      ***************************************************************
      * SCHEDA DI CONTROLLO (SYSIN, FACOLTATIVA):
      *   COL 01-02  SETTIMANE DELLA FINESTRA STORICA (DEFAULT 04)
      ***************************************************************
      * MODIFICHE:                                                  *
      *   AGO26  RG0866  PRIMA STESURA.                              *
      *   OTT26  RG0925  L'ANOMALIA 'S9' NON E' PIU' SCRITTA SU      *
      *                  TES_SGNZ_LOG MA DEPOSITATA SU TES_SGNZ_STG, *
      *                  PONTE VERSO ARMP3025 (TRANSAZIONE ARSD).    *
      *   OTT26  RG0934  REGISTRAZIONE DELL'ESECUZIONE SUL REGISTRO  *
      *                  DELLA CATENA NOTTURNA (UTCL0066) E          *
      *                  CANCELLO DEI PREDECESSORI (RC 12).          *
      ***************************************************************

       ENVIRONMENT DIVISION.
       01  HV-MEDIA                      PIC S9(7)V99 COMP-3.
       01  HV-GG-FINESTRA                PIC S9(3) COMP-3.

      ***************************************************************
      *    ANOMALIA DA CONSEGNARE AD ARMP3025 (TES_SGNZ_STG)       *
      ***************************************************************
RG0925     COPY ARSTGGR.
RG0925 01  W-STG-ORA                     PIC Z9.
RG0925 01  W-STG-NUM                     PIC ZZZ.ZZ9.
RG0925 01  W-STG-MEDIA                   PIC ZZZ.ZZ9,99.

      ***************************************************************
      *    AREA DI CHIAMATA DEL REGISTRO DELLE ESECUZIONI          *
      ***************************************************************
RG0934     COPY UTRUNT1.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *****************************

       0000-MAINLINE.

RG0934     PERFORM 0100-REGISTRA-AVVIO   THRU 0100-EXIT.
           PERFORM 1000-INIZIALIZZA        THRU 1000-EXIT.
           PERFORM 2000-SORVEGLIA-VOLUMI   THRU 2000-EXIT.
           PERFORM 9999-FINE               THRU 9999-EXIT.
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
RG0934     MOVE 'ARMB3026'           TO UTRUNT1-CPGM.

RG0934     CALL 'UTCL0066' USING UTRUNT1.

RG0934     IF UTRUNT1-CANCELLO-CHIUSO
RG0934        DISPLAY 'ARMB3026 - NON AVVIATO: ' UTRUNT1-XNOTA
RG0934        MOVE 12 TO RETURN-CODE
RG0934        STOP RUN
RG0934     END-IF.

RG0934     IF NOT UTRUNT1-OK
RG0934        DISPLAY 'ARMB3026 - ERRORE REGISTRO ESECUZIONI, RC='
RG0934                 UTRUNT1-RC ' SQLCODE=' UTRUNT1-SQLCODE
RG0934        MOVE 16 TO RETURN-CODE
RG0934        STOP RUN
RG0934     END-IF.

RG0934     IF UTRUNT1-SOVRAPPOSTA
RG0934        DISPLAY 'ARMB3026 - ATTENZIONE: ALTRA ESECUZIONE DEL '
RG0934                'PROGRAMMA ANCORA IN CORSO'
RG0934     END-IF.

RG0934 0100-EXIT.
RG0934     EXIT.

      *---------------------------------------------------------*
      *    APERTURA FILE E LETTURA DELL'EVENTUALE SCHEDA DI     *
      *    CONTROLLO (FINESTRA, MULTIPLO, MINIMO ASSOLUTO).     *
           EXIT.

      *---------------------------------------------------------*
      *    DEPOSITA L'ANOMALIA CON IL CODICE DEDICATO 'S9' SU   *
      *    TES_SGNZ_STG, DA DOVE ARRIVA AD ARMP3025 (VEDI NOTA   *
      *    IN TESTATA).                                          *
      *---------------------------------------------------------*
       2500-ARCHIVIA-ANOMALIA.

RG0925     MOVE SPACES TO STG-MESSAGGIO.
RG0925     MOVE 'ANOMALIA VOLUMI LOG ALLARMI (ARMB3026)'
RG0925                   TO STG-RIGA (1).
RG0925     MOVE HV-ORA        TO W-STG-ORA.
RG0925     STRING 'ORA ' W-STG-ORA ' CTRANS ' HV-CTRANS
RG0925            ' COD-ARC ' HV-C-ARCH
RG0925            DELIMITED BY SIZE INTO STG-RIGA (2).
RG0925     MOVE HV-CONTEGGIO  TO W-STG-NUM.
RG0925     MOVE HV-MEDIA      TO W-STG-MEDIA.
RG0925     STRING 'OCCORRENZE ' W-STG-NUM
RG0925            '  MEDIA STORICA ' W-STG-MEDIA
RG0925            DELIMITED BY SIZE INTO STG-RIGA (3).

RG0925     EXEC SQL
RG0925          INSERT INTO TES_SGNZ_STG
RG0925                 (S_TMST_STG, C_PGM, C_ARCH, CTRANS, CATAPI,
RG0925                  C_GRUPPO, X_MESSAGGIO, C_STATO, F_RITARDO,
RG0925                  Q_TENTATIVI)
RG0925          VALUES (CURRENT TIMESTAMP, 'ARMB3026', 'S9001',
RG0925                  :HV-CTRANS, 'MT-X', '0001', :STG-MESSAGGIO,
RG0925                  'A', 'N', 0)
RG0925     END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'ARMB3026 - ERRORE INSERT ANOMALIA SQLCODE='
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
RG0934     MOVE W-ANOMALIE           TO UTRUNT1-QSCRITTE.
RG0934     MOVE ZERO                 TO UTRUNT1-QCANCELLATE.
RG0934     SET UTRUNT1-CHIUSURA      TO TRUE.

RG0934     CALL 'UTCL0066' USING UTRUNT1.

RG0934     IF NOT UTRUNT1-OK
RG0934        DISPLAY 'ARMB3026 - ERRORE CHIUSURA REGISTRO ESECUZIONI, '
RG0934                'RC=' UTRUNT1-RC ' SQLCODE=' UTRUNT1-SQLCODE
RG0934     END-IF.

RG0934     MOVE UTRUNT1-RC-PGM       TO RETURN-CODE.

RG0934 9950-EXIT.
RG0934     EXIT.

      *---------------------------------------------------------*
      *    RIEPILOGO FINALE, CHIUSURA FILE E TERMINE.           *
      *---------------------------------------------------------*
           DISPLAY 'ARMB3026 - ANOMALIE        : ' W-ANOMALIE.
           MOVE ZERO TO RETURN-CODE.

RG0934     PERFORM 9950-REGISTRA-FINE    THRU 9950-EXIT.

       9999-EXIT.
           EXIT.
