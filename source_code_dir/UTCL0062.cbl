      *                1 OTTOBRE IN POI VERIFICA CHE OGNI MERCATO
      *                PRESENTE IN CALFEST ABBIA GIA' LE RIGHE
      *                DELL'ANNO SUCCESSIVO; I MERCATI SCOPERTI
      *                FINISCONO SUL REPORT E COME ALLARME 'S7001'
      *                SULLA TABELLA DI APPOGGIO TES_SGNZ_STG, DA
      *                CUI LA TRANSAZIONE ARSD (ARMD3025) LI PASSA
      *                AD ARMP3025, NON RICHIAMABILE DA BATCH (IL
      *                CODICE 'S7...' VA CENSITO NEL MEMBRO
      *                CODARC). UN SERVIZIO DI GIORNI
      *                LAVORATIVI CHE TRATTA OGNI GIORNO NON
      *                CENSITO COME LAVORATIVO E' UNA BOMBA A
      *                OROLOGERIA DI OGNI GENNAIO.
      ***************************************************************
      * MODIFICHE:                                                  *
      *   SET26  RG0914  PRIMA STESURA.                              *
      *   OTT26  RG0925  L'ALLARME 'S7' NON E' PIU' SCRITTO SU        *
      *                  TES_SGNZ_LOG MA DEPOSITATO SU TES_SGNZ_STG, *
      *                  PONTE VERSO ARMP3025 (TRANSAZIONE ARSD).    *
      ***************************************************************

       ENVIRONMENT DIVISION.
           05  RR-SCOPERTI     PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(92) VALUE SPACES.

      ***************************************************************
      *    ALLARME DA CONSEGNARE AD ARMP3025 (TES_SGNZ_STG)        *
      ***************************************************************
RG0925     COPY ARSTGGR.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *****************************

       6300-ARCHIVIA-SCOPERTO.

RG0925     MOVE SPACES TO STG-MESSAGGIO.
RG0925     MOVE 'SENTINELLA CALENDARI FESTIVITA'' (UTCL0062)'
RG0925                   TO STG-RIGA (1).
RG0925     STRING 'MERCATO ' RS-MERCATO
RG0925            ' SENZA CALENDARIO ' W-ANNO-SUCC-X
RG0925            DELIMITED BY SIZE INTO STG-RIGA (2).
RG0925     MOVE 'CARICARE IL FILE ANNUALE CON UTCL0062'
RG0925                   TO STG-RIGA (3).

RG0925     EXEC SQL
RG0925          INSERT INTO TES_SGNZ_STG
RG0925                 (S_TMST_STG, C_PGM, C_ARCH, CTRANS, CATAPI,
RG0925                  C_GRUPPO, X_MESSAGGIO, C_STATO, F_RITARDO,
RG0925                  Q_TENTATIVI)
RG0925          VALUES (CURRENT TIMESTAMP, 'UTCL0062', 'S7001',
RG0925                  'UTCL', 'MT-X', '0001', :STG-MESSAGGIO,
RG0925                  'A', 'N', 0)
RG0925     END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'UTCL0062 - ERRORE INSERT S7 SQLCODE=' SQLCODE
