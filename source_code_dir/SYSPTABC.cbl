      *                    SULL'ANNO SUCCESSIVO E' UTCL0062).
      *                IL REPORT E' RAGGRUPPATO PER GRAVITA'; LE
      *                RILEVAZIONI CRITICHE VENGONO ANCHE
      *                SEGNALATE COME ALLARME 'S6001' SULLA TABELLA
      *                DI APPOGGIO TES_SGNZ_STG, DA CUI LA
      *                TRANSAZIONE ARSD (ARMD3025) LE PASSA AD
      *                ARMP3025, NON RICHIAMABILE DA BATCH (IL
      *                CODICE 'S6...' VA CENSITO NEL MEMBRO CODARC).
      *                RETURN-CODE 4 CON RILEVAZIONI CRITICHE.
      ***************************************************************
      * MODIFICHE:                                                  *
      *   SET26  RG0912  PRIMA STESURA.                              *
      *   OTT26  RG0925  L'ALLARME 'S6' NON E' PIU' SCRITTO SU       *
      *                  TES_SGNZ_LOG MA DEPOSITATO SU TES_SGNZ_STG, *
      *                  PONTE VERSO ARMP3025 (TRANSAZIONE ARSD).    *
      *   OTT26  RG0934  REGISTRAZIONE DELL'ESECUZIONE SUL REGISTRO  *
      *                  DELLA CATENA NOTTURNA (UTCL0066) E          *
      *                  CANCELLO DEI PREDECESSORI (RC 12).          *
      ***************************************************************

       ENVIRONMENT DIVISION.
           05  RRF-AVVISI      PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(92) VALUE SPACES.

      ***************************************************************
      *    ALLARME DA CONSEGNARE AD ARMP3025 (TES_SGNZ_STG)        *
      ***************************************************************
RG0925     COPY ARSTGGR.

      ***************************************************************
      *    AREA DI CHIAMATA DEL REGISTRO DELLE ESECUZIONI          *
      ***************************************************************
RG0934     COPY UTRUNT1.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *****************************

       0000-MAINLINE.

RG0934     PERFORM 0100-REGISTRA-AVVIO   THRU 0100-EXIT.
           PERFORM 1000-INIZIALIZZA        THRU 1000-EXIT.
           PERFORM 2000-SCORRI-FOTOGRAFIA  THRU 2000-EXIT
              UNTIL FINE-SNAP.
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
RG0934     MOVE 'SYSPTABC'           TO UTRUNT1-CPGM.

RG0934     CALL 'UTCL0066' USING UTRUNT1.

RG0934     IF UTRUNT1-CANCELLO-CHIUSO
RG0934        DISPLAY 'SYSPTABC - NON AVVIATO: ' UTRUNT1-XNOTA
RG0934        MOVE 12 TO RETURN-CODE
RG0934        STOP RUN
RG0934     END-IF.

RG0934     IF NOT UTRUNT1-OK
RG0934        DISPLAY 'SYSPTABC - ERRORE REGISTRO ESECUZIONI, RC='
RG0934                 UTRUNT1-RC ' SQLCODE=' UTRUNT1-SQLCODE
RG0934        MOVE 16 TO RETURN-CODE
RG0934        STOP RUN
RG0934     END-IF.

RG0934     IF UTRUNT1-SOVRAPPOSTA
RG0934        DISPLAY 'SYSPTABC - ATTENZIONE: ALTRA ESECUZIONE DEL '
RG0934                'PROGRAMMA ANCORA IN CORSO'
RG0934     END-IF.

RG0934 0100-EXIT.
RG0934     EXIT.

      *---------------------------------------------------------*
      *    APERTURA FILE, ANNO CORRENTE E INTESTAZIONI.          *
      *---------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------*
      *    OGNI RILIEVO CRITICO VIENE ANCHE DEPOSITATO COME      *
      *    ALLARME 'S6' SU TES_SGNZ_STG, COSI' RAGGIUNGE IL      *
      *    CANALE DI ALLARME TRAMITE ARMP3025 (VEDI NOTA IN      *
      *    TESTATA).                                             *
      *---------------------------------------------------------*
       7500-ARCHIVIA-CRITICO.

RG0925     MOVE SPACES TO STG-MESSAGGIO.
RG0925     MOVE 'CONTROLLO FILE TABELLE (SYSPTABC): CRITICO'
RG0925                   TO STG-RIGA (1).
RG0925     STRING 'MEMBRO ' RR-MEMBRO ' CHIAVE ' RR-CHIAVE
RG0925            DELIMITED BY SIZE INTO STG-RIGA (2).
RG0925     MOVE RR-TESTO TO STG-RIGA (3).

RG0925     EXEC SQL
RG0925          INSERT INTO TES_SGNZ_STG
RG0925                 (S_TMST_STG, C_PGM, C_ARCH, CTRANS, CATAPI,
RG0925                  C_GRUPPO, X_MESSAGGIO, C_STATO, F_RITARDO,
RG0925                  Q_TENTATIVI)
RG0925          VALUES (CURRENT TIMESTAMP, 'SYSPTABC', 'S6001',
RG0925                  'STAB', 'MT-X', '0001', :STG-MESSAGGIO,
RG0925                  'A', 'N', 0)
RG0925     END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'SYSPTABC - ERRORE INSERT S6 SQLCODE=' SQLCODE
       7500-EXIT.
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
RG0934     COMPUTE UTRUNT1-QSCRITTE = W-CRITICI + W-AVVISI.
RG0934     MOVE ZERO                 TO UTRUNT1-QCANCELLATE.
RG0934     SET UTRUNT1-CHIUSURA      TO TRUE.

RG0934     CALL 'UTCL0066' USING UTRUNT1.

RG0934     IF NOT UTRUNT1-OK
RG0934        DISPLAY 'SYSPTABC - ERRORE CHIUSURA REGISTRO ESECUZIONI, '
RG0934                'RC=' UTRUNT1-RC ' SQLCODE=' UTRUNT1-SQLCODE
RG0934     END-IF.

RG0934     MOVE UTRUNT1-RC-PGM       TO RETURN-CODE.

RG0934 9950-EXIT.
RG0934     EXIT.

      *---------------------------------------------------------*
      *    RIEPILOGO FINALE, CHIUSURA FILE E TERMINE.           *
      *---------------------------------------------------------*
              MOVE ZERO TO RETURN-CODE
           END-IF.

RG0934     PERFORM 9950-REGISTRA-FINE    THRU 9950-EXIT.

       9999-EXIT.
           EXIT.
