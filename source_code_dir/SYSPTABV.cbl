       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SYSPTABV.
       AUTHOR.        MANUTENZIONE SYSPTAB5.
       INSTALLATION.  MONTE TITOLI - ELABORAZIONE DATI.
       DATE-WRITTEN.  OTTOBRE 2026.
       DATE-COMPILED.
      ***************************************************************
      *REMARKS.        M O N T E   T I T O L I
      *                ------------------------
      *                VALIDATORE DI SCHEMA DELLE RIGHE DEL FILE
      *                TABELLE (CALL 'SYSPTABV' USING TABSCHV).
      *                ----------------------------------------
      *                OGNI MEMBRO SERVITO DA SYSPTAB5 IMPACCA
      *                CAMPI TIPIZZATI NELLA CHIAVE E NEI 60
      *                CARATTERI DI DESCRIZIONE (LIMITI NUMERICI,
      *                DESTINAZIONI 'D'/'M', DATE GGMMAA, NOMI DI
      *                PROGRAMMA E TRANSAZIONE...). IL MEMBRO
      *                'TABSCHEM' (TRACCIATO TABSCHR) DESCRIVE
      *                QUESTI CAMPI: POSIZIONE, LUNGHEZZA, TIPO,
      *                OBBLIGATORIETA', INTERVALLO ED ELENCO DEI
      *                VALORI AMMESSI.
      *                QUESTA ROUTINE RICEVE LA RIGA DA VERIFICARE
      *                E LE RIGHE DI SCHEMA DEL SUO MEMBRO, GIA'
      *                LETTE DAL CHIAMANTE, E RESTITUISCE L'ESITO
      *                CON LA DIAGNOSTICA DEL PRIMO CAMPO IN
      *                ERRORE (TRACCIATO TABSCHD). NON ACCEDE A
      *                NESSUN FILE: LA CHIAMANO SYSPTAB5 (WR/RWR,
      *                CODICE DI RITORNO 8), IL CARICATORE SYSPTABL
      *                E IL CONTROLLO NOTTURNO SYSPTABQ, COSI' LE
      *                REGOLE SONO LE STESSE IN LINEA E IN BATCH.
      *                LE DATE SONO VERIFICATE CON L'ANDATA E
      *                RITORNO DI UTIP0060R/UTIP0060, COME IN
      *                UTCL0062.
      *                LE RIGHE DI SCHEMA MAL FORMATE VENGONO
      *                MARCATE E IGNORATE: UN ERRORE NELLO SCHEMA
      *                NON DEVE BLOCCARE LA MANUTENZIONE DEL
      *                MEMBRO (LE SEGNALA SYSPTABQ).
      ***************************************************************
      * MODIFICHE:                                                  *
      *   OTT26  RG0930  PRIMA STESURA.                              *
      ***************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

      ***************************************************************
      *    INDICI E APPOGGI DI SERVIZIO                            *
      ***************************************************************
       77  IND-REG                     PIC S9(4) COMP VALUE ZERO.
       77  W-POS                       PIC S9(4) COMP VALUE ZERO.
       77  W-LUNG                      PIC S9(4) COMP VALUE ZERO.
       77  W-FINE-CAMPO                PIC S9(4) COMP VALUE ZERO.
       77  W-LUNG-CFR                  PIC S9(4) COMP VALUE ZERO.
       77  W-LUNG-TESTO                PIC S9(4) COMP VALUE ZERO.
       77  W-IX-VOCE                   PIC S9(4) COMP VALUE ZERO.
       77  W-PASSO-VOCE                PIC S9(4) COMP VALUE ZERO.
       77  W-QUOZIENTE                 PIC 9(04) VALUE ZERO.
       77  W-RESTO                     PIC 9(04) VALUE ZERO.

       01  W-SW-NUMERO                 PIC X     VALUE 'N'.
           88  NUMERO-VALIDO                     VALUE 'S'.
           88  NUMERO-NON-VALIDO                 VALUE 'N'.

       01  W-SW-TROVATO                PIC X     VALUE 'N'.
           88  TROVATO-SI                        VALUE 'S'.
           88  TROVATO-NO                        VALUE 'N'.

       01  W-VALORE                    PIC X(60) VALUE SPACES.

      ***************************************************************
      *    CONVERSIONE DI UN NUMERO SCRITTO DA SINISTRA (ESTREMI    *
      *    DELLO SCHEMA E VALORI DEI CAMPI NUMERICI)                *
      ***************************************************************
       01  W-TESTO-NUM                 PIC X(18) VALUE SPACES.
       01  W-NUM-DESTRA                PIC X(18) JUSTIFIED RIGHT
                                                 VALUE SPACES.
       01  W-NUM-DESTRA-N REDEFINES W-NUM-DESTRA
                                       PIC 9(18).
       01  W-NUMERO                    PIC 9(18) VALUE ZERO.
       01  W-VAL-NUM                   PIC 9(18) VALUE ZERO.

       01  W-ESTREMO-MIN               PIC X(10) VALUE SPACES.
       01  W-ESTREMO-MAX               PIC X(10) VALUE SPACES.

      ***************************************************************
      *    DATE: VERIFICA DI CALENDARIO CON UTIP0060R/UTIP0060      *
      ***************************************************************
       01  W-DATA-AAAAMMGG.
           05  W-LUNGA-AAAA            PIC 9(04).
           05  FILLER REDEFINES W-LUNGA-AAAA.
               10  W-LUNGA-SECOLO      PIC 9(02).
               10  W-LUNGA-AA          PIC 9(02).
           05  W-LUNGA-MM              PIC 9(02).
           05  W-LUNGA-GG              PIC 9(02).
       01  W-DATA-GGMMAA.
           05  W-CONV-GG               PIC 99.
           05  W-CONV-MM               PIC 99.
           05  W-CONV-AA               PIC 99.
       01  W-DATA-RITORNO.
           05  W-RIT-GG                PIC 99.
           05  W-RIT-MM                PIC 99.
           05  W-RIT-AA                PIC 99.
       01  W-DATA-YYDDD                PIC S9(5) COMP-3 VALUE ZERO.

      ***************************************************************
      *    RIGA DI SCHEMA IN ESAME E DIAGNOSTICA DA RESTITUIRE      *
      ***************************************************************
           COPY TABSCHR.

           COPY TABSCHD.

      ******************
       LINKAGE SECTION.
      ******************

           COPY TABSCHV.

      *********************************
       PROCEDURE DIVISION USING TABSCHV.
      *********************************

       0000-MAINLINE.

           SET TSV-RIGA-CONFORME     TO TRUE.
           MOVE ZERO                 TO TSV-NUM-ERRATE.
           MOVE SPACES               TO TSV-DIAGNOSI.

           IF TSV-NUM-REGOLE NOT NUMERIC
              MOVE ZERO              TO TSV-NUM-REGOLE
           END-IF.
           IF TSV-NUM-REGOLE GREATER 30
              MOVE 30                TO TSV-NUM-REGOLE
           END-IF.

      *    TUTTE LE RIGHE DI SCHEMA VENGONO SCORSE ANCHE DOPO IL
      *    PRIMO CAMPO IN ERRORE, PER MARCARE QUELLE MAL FORMATE
           PERFORM 1000-VERIFICA-REGOLA THRU 1000-EXIT
              VARYING IND-REG FROM 1 BY 1
                UNTIL IND-REG GREATER TSV-NUM-REGOLE.

           GOBACK.

       0000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    UNA RIGA DI SCHEMA: FORMATO DELLA RIGA STESSA, POI    *
      *    (SE LA RIGA DA VERIFICARE E' ANCORA CONFORME) IL      *
      *    CAMPO CHE DESCRIVE.                                   *
      *---------------------------------------------------------*
       1000-VERIFICA-REGOLA.

           MOVE TSV-REG-DEF (IND-REG) TO TABSCHR.
           SET TSV-REG-BEN-FORMATA (IND-REG) TO TRUE.

           PERFORM 1100-CONTROLLA-FORMATO THRU 1100-EXIT.

           IF TSV-REG-MALFORMATA (IND-REG)
              ADD 1 TO TSV-NUM-ERRATE
              GO TO 1000-EXIT
           END-IF.

           IF TSV-RIGA-FUORI-SCHEMA
              GO TO 1000-EXIT
           END-IF.

           MOVE SPACES TO W-VALORE.
           IF TABSCHR-IN-CHIAVE
              MOVE TSV-CHIAVE20 (W-POS:W-LUNG) TO W-VALORE
           ELSE
              MOVE TSV-DESCR    (W-POS:W-LUNG) TO W-VALORE
           END-IF.

           IF W-VALORE = SPACES
              IF TABSCHR-OBBLIGATORIO
                 MOVE 'O' TO TABSCHD-MOTIVO
                 MOVE 'CAMPO OBBLIGATORIO NON VALORIZZATO'
                   TO TABSCHD-TESTO
                 PERFORM 1900-FUORI-SCHEMA THRU 1900-EXIT
              END-IF
              GO TO 1000-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN TABSCHR-NUMERICO
                    PERFORM 1200-CONTROLLA-NUMERO THRU 1200-EXIT
               WHEN TABSCHR-DATA-AAAAMMGG
                    PERFORM 1300-CONTROLLA-DATA-LUNGA THRU 1300-EXIT
               WHEN TABSCHR-DATA-GGMMAA
                    PERFORM 1400-CONTROLLA-DATA-CORTA THRU 1400-EXIT
               WHEN OTHER
                    PERFORM 1500-INTERVALLO-TESTO THRU 1500-EXIT
           END-EVALUATE.

           IF TSV-RIGA-FUORI-SCHEMA
              GO TO 1000-EXIT
           END-IF.

           IF TABSCHR-VALORI NOT = SPACES
              PERFORM 1600-CONTROLLA-ELENCO THRU 1600-EXIT
           END-IF.

       1000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    FORMATO DELLA RIGA DI SCHEMA: AREA, TIPO, POSIZIONE E *
      *    LUNGHEZZA DENTRO L'AREA, LUNGHEZZA COERENTE COL TIPO, *
      *    ESTREMI NUMERICI PER I CAMPI NUMERICI.                *
      *---------------------------------------------------------*
       1100-CONTROLLA-FORMATO.

           IF NOT TABSCHR-IN-CHIAVE AND NOT TABSCHR-IN-DESCR
           OR NOT TABSCHR-ALFANUMERICO AND NOT TABSCHR-NUMERICO
              AND NOT TABSCHR-DATA-AAAAMMGG
              AND NOT TABSCHR-DATA-GGMMAA
           OR NOT TABSCHR-OBBLIGATORIO AND NOT TABSCHR-FACOLTATIVO
           OR TABSCHR-POS-X NOT NUMERIC
           OR TABSCHR-LUNG-X NOT NUMERIC
              SET TSV-REG-MALFORMATA (IND-REG) TO TRUE
              GO TO 1100-EXIT
           END-IF.

           MOVE TABSCHR-POS  TO W-POS.
           MOVE TABSCHR-LUNG TO W-LUNG.
           COMPUTE W-FINE-CAMPO = W-POS + W-LUNG - 1.

           IF W-POS = ZERO OR W-LUNG = ZERO
           OR TABSCHR-IN-CHIAVE AND W-FINE-CAMPO GREATER 20
           OR TABSCHR-IN-DESCR  AND W-FINE-CAMPO GREATER 60
           OR TABSCHR-NUMERICO  AND W-LUNG GREATER 18
           OR TABSCHR-DATA-AAAAMMGG AND W-LUNG NOT = 8
           OR TABSCHR-DATA-GGMMAA   AND W-LUNG NOT = 6
              SET TSV-REG-MALFORMATA (IND-REG) TO TRUE
              GO TO 1100-EXIT
           END-IF.

           IF NOT TABSCHR-NUMERICO
              GO TO 1100-EXIT
           END-IF.

           IF TABSCHR-MINIMO NOT = SPACES
              MOVE TABSCHR-MINIMO TO W-TESTO-NUM
              PERFORM 1800-NUMERO-DA-TESTO THRU 1800-EXIT
              IF NUMERO-NON-VALIDO
                 SET TSV-REG-MALFORMATA (IND-REG) TO TRUE
                 GO TO 1100-EXIT
              END-IF
           END-IF.

           IF TABSCHR-MASSIMO NOT = SPACES
              MOVE TABSCHR-MASSIMO TO W-TESTO-NUM
              PERFORM 1800-NUMERO-DA-TESTO THRU 1800-EXIT
              IF NUMERO-NON-VALIDO
                 SET TSV-REG-MALFORMATA (IND-REG) TO TRUE
              END-IF
           END-IF.

       1100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    CAMPO NUMERICO: SOLE CIFRE, POI CONFRONTO PER VALORE  *
      *    CON GLI ESTREMI DELLO SCHEMA.                         *
      *---------------------------------------------------------*
       1200-CONTROLLA-NUMERO.

           IF W-VALORE (1:W-LUNG) NOT NUMERIC
              MOVE 'N' TO TABSCHD-MOTIVO
              MOVE 'VALORE NON NUMERICO' TO TABSCHD-TESTO
              PERFORM 1900-FUORI-SCHEMA THRU 1900-EXIT
              GO TO 1200-EXIT
           END-IF.

           MOVE W-VALORE (1:W-LUNG) TO W-TESTO-NUM.
           PERFORM 1800-NUMERO-DA-TESTO THRU 1800-EXIT.
           MOVE W-NUMERO TO W-VAL-NUM.

           IF TABSCHR-MINIMO NOT = SPACES
              MOVE TABSCHR-MINIMO TO W-TESTO-NUM
              PERFORM 1800-NUMERO-DA-TESTO THRU 1800-EXIT
              IF W-VAL-NUM LESS W-NUMERO
                 PERFORM 1700-FUORI-INTERVALLO THRU 1700-EXIT
                 GO TO 1200-EXIT
              END-IF
           END-IF.

           IF TABSCHR-MASSIMO NOT = SPACES
              MOVE TABSCHR-MASSIMO TO W-TESTO-NUM
              PERFORM 1800-NUMERO-DA-TESTO THRU 1800-EXIT
              IF W-VAL-NUM GREATER W-NUMERO
                 PERFORM 1700-FUORI-INTERVALLO THRU 1700-EXIT
              END-IF
           END-IF.

       1200-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    DATA AAAAMMGG: CIFRE, DATA DI CALENDARIO REALE (IL    *
      *    29/02 DEGLI ANNI SECOLARI NON DIVISIBILI PER 400 VA   *
      *    RESPINTO QUI: LA FINESTRA A 2 CIFRE DI UTIP0060 LI    *
      *    VEDREBBE TUTTI COME IL 2000), POI GLI ESTREMI.        *
      *---------------------------------------------------------*
       1300-CONTROLLA-DATA-LUNGA.

           IF W-VALORE (1:8) NOT NUMERIC
              MOVE 'D' TO TABSCHD-MOTIVO
              MOVE 'DATA NON NUMERICA (FORMATO AAAAMMGG)'
                TO TABSCHD-TESTO
              PERFORM 1900-FUORI-SCHEMA THRU 1900-EXIT
              GO TO 1300-EXIT
           END-IF.

           MOVE W-VALORE (1:8) TO W-DATA-AAAAMMGG.
           MOVE W-LUNGA-GG     TO W-CONV-GG.
           MOVE W-LUNGA-MM     TO W-CONV-MM.
           MOVE W-LUNGA-AA     TO W-CONV-AA.

           PERFORM 1450-VERIFICA-CALENDARIO THRU 1450-EXIT.
           IF TSV-RIGA-FUORI-SCHEMA
              GO TO 1300-EXIT
           END-IF.

           IF W-LUNGA-MM = 02 AND W-LUNGA-GG = 29
           AND W-LUNGA-AA = ZERO
              DIVIDE W-LUNGA-AAAA BY 400
                  GIVING W-QUOZIENTE REMAINDER W-RESTO
              IF W-RESTO NOT = ZERO
                 MOVE 'D' TO TABSCHD-MOTIVO
                 MOVE 'DATA DI CALENDARIO INESISTENTE'
                   TO TABSCHD-TESTO
                 PERFORM 1900-FUORI-SCHEMA THRU 1900-EXIT
                 GO TO 1300-EXIT
              END-IF
           END-IF.

           PERFORM 1500-INTERVALLO-TESTO THRU 1500-EXIT.

       1300-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    DATA GGMMAA: CIFRE E DATA DI CALENDARIO REALE.        *
      *---------------------------------------------------------*
       1400-CONTROLLA-DATA-CORTA.

           IF W-VALORE (1:6) NOT NUMERIC
              MOVE 'D' TO TABSCHD-MOTIVO
              MOVE 'DATA NON NUMERICA (FORMATO GGMMAA)'
                TO TABSCHD-TESTO
              PERFORM 1900-FUORI-SCHEMA THRU 1900-EXIT
              GO TO 1400-EXIT
           END-IF.

           MOVE W-VALORE (1:6) TO W-DATA-GGMMAA.
           PERFORM 1450-VERIFICA-CALENDARIO THRU 1450-EXIT.

       1400-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    ANDATA E RITORNO ATTRAVERSO LA GIULIANA (COME IN      *
      *    UTCL0062): UNA DATA INESISTENTE NON TORNA UGUALE.     *
      *    MESE E GIORNO FUORI INTERVALLO VANNO RESPINTI PRIMA   *
      *    DELLA CONVERSIONE.                                    *
      *---------------------------------------------------------*
       1450-VERIFICA-CALENDARIO.

           IF W-CONV-MM LESS 01 OR W-CONV-MM GREATER 12
           OR W-CONV-GG LESS 01
              MOVE 'D' TO TABSCHD-MOTIVO
              MOVE 'DATA DI CALENDARIO INESISTENTE' TO TABSCHD-TESTO
              PERFORM 1900-FUORI-SCHEMA THRU 1900-EXIT
              GO TO 1450-EXIT
           END-IF.

           CALL 'UTIP0060R' USING W-DATA-GGMMAA W-DATA-YYDDD.
           CALL 'UTIP0060'  USING W-DATA-YYDDD  W-DATA-RITORNO.

           IF W-DATA-RITORNO NOT = W-DATA-GGMMAA
              MOVE 'D' TO TABSCHD-MOTIVO
              MOVE 'DATA DI CALENDARIO INESISTENTE' TO TABSCHD-TESTO
              PERFORM 1900-FUORI-SCHEMA THRU 1900-EXIT
           END-IF.

       1450-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    ESTREMI DI UN CAMPO ALFANUMERICO O DATA AAAAMMGG:     *
      *    CONFRONTO COME TESTO SULLA LUNGHEZZA DEL CAMPO (AL    *
      *    PIU' I 10 CARATTERI DEGLI ESTREMI).                   *
      *---------------------------------------------------------*
       1500-INTERVALLO-TESTO.

           MOVE W-LUNG TO W-LUNG-CFR.
           IF W-LUNG-CFR GREATER 10
              MOVE 10 TO W-LUNG-CFR
           END-IF.

           IF TABSCHR-MINIMO NOT = SPACES
              IF W-VALORE (1:W-LUNG-CFR)
                 LESS TABSCHR-MINIMO (1:W-LUNG-CFR)
                 PERFORM 1700-FUORI-INTERVALLO THRU 1700-EXIT
                 GO TO 1500-EXIT
              END-IF
           END-IF.

           IF TABSCHR-MASSIMO NOT = SPACES
              IF W-VALORE (1:W-LUNG-CFR)
                 GREATER TABSCHR-MASSIMO (1:W-LUNG-CFR)
                 PERFORM 1700-FUORI-INTERVALLO THRU 1700-EXIT
              END-IF
           END-IF.

       1500-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    ELENCO DEI VALORI AMMESSI: VOCI DELLA LUNGHEZZA DEL   *
      *    CAMPO SEPARATE DA UNA VIRGOLA.                        *
      *---------------------------------------------------------*
       1600-CONTROLLA-ELENCO.

           SET TROVATO-NO TO TRUE.
           COMPUTE W-PASSO-VOCE = W-LUNG + 1.

           PERFORM 1650-CONFRONTA-VOCE THRU 1650-EXIT
              VARYING W-IX-VOCE FROM 1 BY W-PASSO-VOCE
                UNTIL W-IX-VOCE + W-LUNG - 1 GREATER 25
                   OR TROVATO-SI.

           IF TROVATO-NO
              MOVE 'L' TO TABSCHD-MOTIVO
              MOVE SPACES TO TABSCHD-TESTO
              STRING 'VALORE NON IN ELENCO ' TABSCHR-VALORI
                     DELIMITED BY SIZE INTO TABSCHD-TESTO
              PERFORM 1900-FUORI-SCHEMA THRU 1900-EXIT
           END-IF.

       1600-EXIT.
           EXIT.

       1650-CONFRONTA-VOCE.

           IF TABSCHR-VALORI (W-IX-VOCE:W-LUNG) = W-VALORE (1:W-LUNG)
              SET TROVATO-SI TO TRUE
           END-IF.

       1650-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    DIAGNOSTICA DI VALORE FUORI INTERVALLO, CON GLI       *
      *    ESTREMI DELLO SCHEMA ('*' = NESSUN LIMITE).           *
      *---------------------------------------------------------*
       1700-FUORI-INTERVALLO.

           MOVE TABSCHR-MINIMO  TO W-ESTREMO-MIN.
           MOVE TABSCHR-MASSIMO TO W-ESTREMO-MAX.
           IF W-ESTREMO-MIN = SPACES
              MOVE '*' TO W-ESTREMO-MIN
           END-IF.
           IF W-ESTREMO-MAX = SPACES
              MOVE '*' TO W-ESTREMO-MAX
           END-IF.

           MOVE 'R' TO TABSCHD-MOTIVO.
           MOVE SPACES TO TABSCHD-TESTO.
           STRING 'VALORE FUORI INTERVALLO ' DELIMITED BY SIZE
                  W-ESTREMO-MIN              DELIMITED BY SPACE
                  '-'                        DELIMITED BY SIZE
                  W-ESTREMO-MAX              DELIMITED BY SPACE
                  INTO TABSCHD-TESTO.
           PERFORM 1900-FUORI-SCHEMA THRU 1900-EXIT.

       1700-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    NUMERO SCRITTO DA SINISTRA IN W-TESTO-NUM: LUNGHEZZA  *
      *    UTILE SENZA LA CODA DI SPAZI, ALLINEAMENTO A DESTRA   *
      *    CON ZERI IN TESTA, VERIFICA DELLE CIFRE.              *
      *---------------------------------------------------------*
       1800-NUMERO-DA-TESTO.

           SET NUMERO-NON-VALIDO TO TRUE.
           MOVE ZERO TO W-NUMERO.
           MOVE 18   TO W-LUNG-TESTO.

       1800-ARRETRA-LUNGHEZZA.
           IF W-LUNG-TESTO GREATER 1
           AND W-TESTO-NUM (W-LUNG-TESTO:1) = SPACE
              SUBTRACT 1 FROM W-LUNG-TESTO
              GO TO 1800-ARRETRA-LUNGHEZZA
           END-IF.

           MOVE W-TESTO-NUM (1:W-LUNG-TESTO) TO W-NUM-DESTRA.
           INSPECT W-NUM-DESTRA REPLACING LEADING SPACE BY ZERO.

           IF W-NUM-DESTRA NUMERIC
              SET NUMERO-VALIDO TO TRUE
              MOVE W-NUM-DESTRA-N TO W-NUMERO
           END-IF.

       1800-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    PRIMO CAMPO IN ERRORE: LA RIGA E' FUORI SCHEMA E LA   *
      *    DIAGNOSTICA (MOTIVO E TESTO GIA' IMPOSTATI) TORNA AL  *
      *    CHIAMANTE.                                            *
      *---------------------------------------------------------*
       1900-FUORI-SCHEMA.

           SET TSV-RIGA-FUORI-SCHEMA TO TRUE.
           MOVE TABSCHR-CAMPO TO TABSCHD-CAMPO.
           MOVE TABSCHR-AREA  TO TABSCHD-AREA.
           MOVE TABSCHR-POS   TO TABSCHD-POS.
           MOVE TABSCHR-LUNG  TO TABSCHD-LUNG.
           MOVE TABSCHD       TO TSV-DIAGNOSI.

       1900-EXIT.
           EXIT.
