       IDENTIFICATION DIVISION.
       PROGRAM-ID.    UTCL0072.
       AUTHOR.        MANUTENZIONE WSOC83.
       INSTALLATION.  MONTE TITOLI - ELABORAZIONE DATI.
       DATE-WRITTEN.  OTTOBRE 2026.
       DATE-COMPILED.
      ***************************************************************
      *REMARKS.        M O N T E   T I T O L I
      *                ------------------------
      *                DECODIFICA DI UN RECORD CAMPO PER CAMPO
      *                (CALL 'UTCL0072' USING UTDECT1).
      *                ----------------------------------------
      *                I CORPI DEI MESSAGGI (XMSGRISE) E LE LORO
      *                TESTATE (XTESTMTX) SI VEDEVANO SOLO COME
      *                TESTO O COME DUMP ESADECIMALE (SYSPUT06
      *                FUNZIONE 5), E L'OPERATORE DOVEVA CONTARE I
      *                BYTES SUL COPY PER TROVARE IL CAMPO IN
      *                ERRORE. IL MEMBRO 'TABLAYOU' DEL FILE
      *                TABELLE (TRACCIATO TABLAYR) DESCRIVE I
      *                CAMPI DI UN TRACCIATO: NOME, POSIZIONE,
      *                LUNGHEZZA, TIPO E CODICE IDC DEI CONTROLLI
      *                DI WSOC83.
      *                QUESTA ROUTINE RICEVE IL RECORD E LE RIGHE
      *                DEL SUO TRACCIATO, GIA' LETTE DAL CHIAMANTE,
      *                E RESTITUISCE PER OGNI CAMPO OFFSET,
      *                LUNGHEZZA, VALORE IN CHIARO, ESADECIMALE
      *                (SYSPUT06 FUNZIONE 1) E UN ESITO QUANDO IL
      *                CAMPO E' A LOW-VALUES, OLTRE LA FINE DEL
      *                RECORD, NON NUMERICO O CON BYTES NON
      *                VISUALIZZABILI. I CAMPI IL CUI IDC COMPARE
      *                FRA GLI ERRORI DEL MESSAGGIO (XERRMTX)
      *                VENGONO MARCATI DA EVIDENZIARE.
      *                NON ACCEDE A NESSUN FILE, COME SYSPTABV:
      *                LA CHIAMANO LE TRANSAZIONI WSWB E WSDB E
      *                PUO' ESSERE CHIAMATA DAI BATCH.
      *                LE RIGHE DI TRACCIATO MAL FORMATE VENGONO
      *                CONTATE E IGNORATE.
      ***************************************************************
      * MODIFICHE:                                                  *
      *   OTT26  RG0937  PRIMA STESURA.                              *
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
       77  IND-CAM                     PIC S9(4) COMP VALUE ZERO.
       77  IND-IDC                     PIC S9(4) COMP VALUE ZERO.
       77  IND-BYTE                    PIC S9(4) COMP VALUE ZERO.
       77  W-POS                       PIC S9(4) COMP VALUE ZERO.
       77  W-LUNG                      PIC S9(4) COMP VALUE ZERO.
       77  W-FINE-CAMPO                PIC S9(4) COMP VALUE ZERO.
       77  W-LUNG-UTILE                PIC S9(4) COMP VALUE ZERO.
       77  W-LUNG-VIS                  PIC S9(4) COMP VALUE ZERO.
       77  W-LUNG-HEX                  PIC S9(4) COMP VALUE ZERO.

       01  W-SW-STAMPABILE             PIC X     VALUE 'S'.
           88  STAMPABILE-SI                     VALUE 'S'.
           88  STAMPABILE-NO                     VALUE 'N'.

       01  W-SW-IMPACCATO              PIC X     VALUE 'S'.
           88  IMPACCATO-VALIDO                  VALUE 'S'.
           88  IMPACCATO-NON-VALIDO              VALUE 'N'.

       01  W-VALORE                    PIC X(30) VALUE SPACES.
       01  W-SEGNO                     PIC X     VALUE SPACE.

      ***************************************************************
      *    PARAMETRI DI SYSPUT06 (FUNZIONE 1: DA X'NM' A 'NM')      *
      ***************************************************************
       01  W-HEX-FUNZ                  PIC X(01) VALUE '1'.
       01  W-HEX-LEN                   PIC S9(04) COMP VALUE ZERO.
       01  W-HEX-AREA                  PIC X(100) VALUE SPACES.

      ***************************************************************
      *    RIGA DI TRACCIATO IN ESAME                              *
      ***************************************************************
           COPY TABLAYR.

      ******************
       LINKAGE SECTION.
      ******************

           COPY UTDECT1.

      *********************************
       PROCEDURE DIVISION USING UTDECT1.
      *********************************

       0000-MAINLINE.

           SET UTDECT1-OK            TO TRUE.
           MOVE ZERO                 TO UTDECT1-NUM-ERRATE.

           IF UTDECT1-NUM-CAMPI NOT NUMERIC
              MOVE ZERO              TO UTDECT1-NUM-CAMPI
           END-IF.

           IF UTDECT1-NUM-REGOLE NOT NUMERIC
           OR UTDECT1-NUM-REGOLE = ZERO
           OR UTDECT1-NUM-REGOLE GREATER 200
           OR UTDECT1-LUN-AREA LESS ZERO
           OR UTDECT1-LUN-AREA GREATER 3000
              SET UTDECT1-RICH-ERRATA TO TRUE
              GOBACK
           END-IF.

           PERFORM 1000-DECODIFICA-CAMPO THRU 1000-EXIT
              VARYING IND-REG FROM 1 BY 1
                UNTIL IND-REG GREATER UTDECT1-NUM-REGOLE
                   OR UTDECT1-LISTA-PIENA.

           GOBACK.

       0000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    UNA RIGA DI TRACCIATO: FORMATO DELLA RIGA, POI UN     *
      *    ELEMENTO IN CODA ALLA LISTA DEI CAMPI CON VALORE,     *
      *    ESADECIMALE, ESITO ED EVIDENZA.                       *
      *---------------------------------------------------------*
       1000-DECODIFICA-CAMPO.

           MOVE UTDECT1-REG-DEF (IND-REG) TO TABLAYR.

           PERFORM 1100-CONTROLLA-FORMATO THRU 1100-EXIT.
           IF W-LUNG = ZERO
              ADD 1 TO UTDECT1-NUM-ERRATE
              GO TO 1000-EXIT
           END-IF.

           IF UTDECT1-NUM-CAMPI NOT LESS 200
              SET UTDECT1-LISTA-PIENA TO TRUE
              GO TO 1000-EXIT
           END-IF.

           ADD 1 TO UTDECT1-NUM-CAMPI.
           MOVE UTDECT1-NUM-CAMPI TO IND-CAM.

           MOVE TABLAYR-CAMPO     TO UTDECT1-CAM-NOME (IND-CAM).
           COMPUTE UTDECT1-CAM-OFFSET (IND-CAM) = W-POS - 1.
           MOVE W-LUNG            TO UTDECT1-CAM-LUNG (IND-CAM).
           MOVE TABLAYR-TIPO      TO UTDECT1-CAM-TIPO (IND-CAM).
           MOVE TABLAYR-IDC       TO UTDECT1-CAM-IDC  (IND-CAM).
           MOVE SPACES            TO UTDECT1-CAM-VALORE (IND-CAM)
                                     UTDECT1-CAM-HEX    (IND-CAM)
                                     UTDECT1-CAM-ESITO  (IND-CAM).

           PERFORM 1500-EVIDENZA THRU 1500-EXIT.

      *    PARTE DEL CAMPO PRESENTE NEL RECORD: UN CAMPO CHE
      *    TERMINA OLTRE LA LUNGHEZZA RICEVUTA E' TRONCATO
           MOVE W-LUNG TO W-LUNG-UTILE.
           IF W-FINE-CAMPO GREATER UTDECT1-LUN-AREA
              COMPUTE W-LUNG-UTILE = UTDECT1-LUN-AREA - W-POS + 1
              SET UTDECT1-CAM-TRONCATO (IND-CAM) TO TRUE
           END-IF.
           IF W-LUNG-UTILE NOT GREATER ZERO
              GO TO 1000-EXIT
           END-IF.

           MOVE W-LUNG-UTILE TO W-LUNG-VIS.
           IF W-LUNG-VIS GREATER 30
              MOVE 30 TO W-LUNG-VIS
           END-IF.

           PERFORM 1200-ESADECIMALE THRU 1200-EXIT.

           IF UTDECT1-AREA (W-POS:W-LUNG-UTILE) = LOW-VALUES
              SET UTDECT1-CAM-LOW-VALUES (IND-CAM) TO TRUE
              GO TO 1000-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN TABLAYR-BINARIO
                    CONTINUE
               WHEN TABLAYR-IMPACCATO
                    PERFORM 1400-VALORE-IMPACCATO THRU 1400-EXIT
               WHEN OTHER
                    PERFORM 1300-VALORE-CARATTERI THRU 1300-EXIT
           END-EVALUATE.

       1000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    FORMATO DELLA RIGA DI TRACCIATO: POSIZIONE E          *
      *    LUNGHEZZA NUMERICHE E DENTRO I 3000 BYTES DEL RECORD, *
      *    TIPO AMMESSO, IMPACCATO AL PIU' DI 16 BYTES. UNA RIGA *
      *    MAL FORMATA TORNA CON LUNGHEZZA ZERO.                 *
      *---------------------------------------------------------*
       1100-CONTROLLA-FORMATO.

           MOVE ZERO TO W-POS W-LUNG.

           IF TABLAYR-POS-X NOT NUMERIC
           OR TABLAYR-LUNG-X NOT NUMERIC
           OR NOT TABLAYR-ALFANUMERICO AND NOT TABLAYR-NUMERICO
              AND NOT TABLAYR-IMPACCATO AND NOT TABLAYR-BINARIO
              GO TO 1100-EXIT
           END-IF.

           IF TABLAYR-POS = ZERO OR TABLAYR-LUNG = ZERO
           OR TABLAYR-IMPACCATO AND TABLAYR-LUNG GREATER 16
              GO TO 1100-EXIT
           END-IF.

           COMPUTE W-FINE-CAMPO = TABLAYR-POS + TABLAYR-LUNG - 1.
           IF W-FINE-CAMPO GREATER 3000
              GO TO 1100-EXIT
           END-IF.

           MOVE TABLAYR-POS  TO W-POS.
           MOVE TABLAYR-LUNG TO W-LUNG.

       1100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    ESADECIMALE DEI PRIMI 30 BYTES DEL CAMPO.             *
      *---------------------------------------------------------*
       1200-ESADECIMALE.

           MOVE SPACES TO W-HEX-AREA.
           MOVE UTDECT1-AREA (W-POS:W-LUNG-VIS) TO W-HEX-AREA.
           MOVE W-LUNG-VIS TO W-HEX-LEN.
           CALL 'SYSPUT06' USING W-HEX-FUNZ W-HEX-LEN W-HEX-AREA.

           COMPUTE W-LUNG-HEX = W-LUNG-VIS * 2.
           MOVE W-HEX-AREA (1:W-LUNG-HEX)
             TO UTDECT1-CAM-HEX (IND-CAM).

       1200-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    CAMPO ALFANUMERICO O NUMERICO ZONATO: I CARATTERI,    *
      *    CON UN PUNTO AL POSTO DEI BYTES NON VISUALIZZABILI    *
      *    (SOTTO X'40', COME NEL DUMP DI SYSPUT06).             *
      *---------------------------------------------------------*
       1300-VALORE-CARATTERI.

           MOVE SPACES TO W-VALORE.
           MOVE UTDECT1-AREA (W-POS:W-LUNG-VIS) TO W-VALORE.
           SET STAMPABILE-SI TO TRUE.

           PERFORM 1350-CONTROLLA-BYTE THRU 1350-EXIT
              VARYING IND-BYTE FROM 1 BY 1
                UNTIL IND-BYTE GREATER W-LUNG-VIS.

           MOVE W-VALORE TO UTDECT1-CAM-VALORE (IND-CAM).

           IF UTDECT1-CAM-TRONCATO (IND-CAM)
              GO TO 1300-EXIT
           END-IF.

           IF TABLAYR-NUMERICO
              IF UTDECT1-AREA (W-POS:W-LUNG) NOT NUMERIC
                 SET UTDECT1-CAM-NON-NUMERICO (IND-CAM) TO TRUE
              END-IF
              GO TO 1300-EXIT
           END-IF.

           IF STAMPABILE-NO
              SET UTDECT1-CAM-NON-STAMPABILE (IND-CAM) TO TRUE
           END-IF.

       1300-EXIT.
           EXIT.

       1350-CONTROLLA-BYTE.

           IF W-VALORE (IND-BYTE:1) LESS SPACE
              MOVE '.' TO W-VALORE (IND-BYTE:1)
              SET STAMPABILE-NO TO TRUE
           END-IF.

       1350-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    CAMPO IMPACCATO: DALL'ESADECIMALE, CIFRE IN TUTTI I   *
      *    SEMIBYTES TRANNE L'ULTIMO, CHE E' IL SEGNO (C, F = +, *
      *    D = -). IL VALORE E' IL SEGNO SEGUITO DALLE CIFRE.    *
      *---------------------------------------------------------*
       1400-VALORE-IMPACCATO.

           IF UTDECT1-CAM-TRONCATO (IND-CAM)
              GO TO 1400-EXIT
           END-IF.

           SET IMPACCATO-VALIDO TO TRUE.
           IF W-HEX-AREA (1:W-LUNG-HEX - 1) NOT NUMERIC
              SET IMPACCATO-NON-VALIDO TO TRUE
           END-IF.

           EVALUATE W-HEX-AREA (W-LUNG-HEX:1)
               WHEN 'C'
               WHEN 'F'
                    MOVE '+' TO W-SEGNO
               WHEN 'D'
                    MOVE '-' TO W-SEGNO
               WHEN OTHER
                    SET IMPACCATO-NON-VALIDO TO TRUE
           END-EVALUATE.

           IF IMPACCATO-NON-VALIDO
              SET UTDECT1-CAM-NON-NUMERICO (IND-CAM) TO TRUE
              GO TO 1400-EXIT
           END-IF.

           MOVE SPACES TO W-VALORE.
           STRING W-SEGNO                        DELIMITED BY SIZE
                  W-HEX-AREA (1:W-LUNG-HEX - 1)  DELIMITED BY SIZE
                  INTO W-VALORE.
           MOVE W-VALORE TO UTDECT1-CAM-VALORE (IND-CAM).

       1400-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    EVIDENZA: L'IDC DEL CAMPO E' FRA QUELLI SEGNALATI     *
      *    NEL MESSAGGIO (XERRMTX).                              *
      *---------------------------------------------------------*
       1500-EVIDENZA.

           SET UTDECT1-CAM-NORMALE (IND-CAM) TO TRUE.

           IF TABLAYR-IDC = SPACES
              GO TO 1500-EXIT
           END-IF.

           PERFORM 1550-CONFRONTA-IDC THRU 1550-EXIT
              VARYING IND-IDC FROM 1 BY 1
                UNTIL IND-IDC GREATER 5
                   OR UTDECT1-CAM-EVIDENZIATO (IND-CAM).

       1500-EXIT.
           EXIT.

       1550-CONFRONTA-IDC.

           IF UTDECT1-ELE-IDC (IND-IDC) = TABLAYR-IDC
              SET UTDECT1-CAM-EVIDENZIATO (IND-CAM) TO TRUE
           END-IF.

       1550-EXIT.
           EXIT.
