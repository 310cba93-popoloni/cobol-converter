       IDENTIFICATION DIVISION.
       PROGRAM-ID.    UTCL0065.
       AUTHOR.        MANUTENZIONE SYSPTAB5.
       INSTALLATION.  MONTE TITOLI - ELABORAZIONE DATI.
       DATE-WRITTEN.  OTTOBRE 2026.
       DATE-COMPILED.
      ***************************************************************
      *REMARKS.        M O N T E   T I T O L I
      *                ------------------------
      *                PASSO DI CONTROLLO GIORNO LAVORATIVO PER LO
      *                SCHEDULATORE.
      *                ----------------------------------------
      *                DA METTERE IN TESTA AI JOB CHE DEVONO GIRARE
      *                SOLO NEI GIORNI LAVORATIVI DEL MERCATO: CHIEDE
      *                AL SERVIZIO UTCL0064 (CALENDARIO UTIP0062,
      *                MEMBRO 'CALFEST' DALLA FOTOGRAFIA TABSNAP) SE
      *                LA DATA DI RIFERIMENTO E' LAVORATIVA E QUALE
      *                PERIODO COPRIRA' IL PROSSIMO GIRO DEI REPORT
      *                GIORNALIERI, E LO RESTITUISCE COME CODICE DI
      *                RITORNO SU CUI CONDIZIONARE I PASSI SEGUENTI:
      *                   0 = GIORNO LAVORATIVO, IL JOB GIRA
      *                   4 = GIORNO NON LAVORATIVO, IL JOB SALTA
      *                   8 = NESSUNA RIGA CALFEST PER L'ANNO: IL
      *                       CALENDARIO CONOSCE SOLO SABATI E
      *                       DOMENICHE, SERVE UNA DECISIONE
      *                       OPERATIVA (VEDI UTCL0062)
      *                  16 = SCHEDA DI CONTROLLO O DATA NON VALIDA
      *                NON SCRIVE NULLA: SOLO MESSAGGI IN SYSOUT.
      ***************************************************************
      * SCHEDA DI CONTROLLO (SYSIN, FACOLTATIVA):
      *   COL 01-03  MERCATO (DEFAULT 'TGT')
      *   COL 04-11  DATA DI RIFERIMENTO AAAAMMGG (DEFAULT OGGI)
      ***************************************************************
      * MODIFICHE:                                                  *
      *   OTT26  RG0933  PRIMA STESURA.                              *
      ***************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN     ASSIGN TO SYSIN.

       DATA DIVISION.

       FILE SECTION.

       FD  SYSIN
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  SYSIN-RECORD.
           05  SI-MERCATO                PIC X(03).
           05  SI-DATA-RIF               PIC X(08).
           05  FILLER                    PIC X(69).

       WORKING-STORAGE SECTION.

       01  W-SW-FINE-SYSIN               PIC X     VALUE 'N'.
           88  FINE-SYSIN                          VALUE 'S'.
           88  NON-FINE-SYSIN                      VALUE 'N'.

       01  W-DATA-RIF-X                  PIC X(08) VALUE SPACES.
       01  W-DATA-RIF-N REDEFINES W-DATA-RIF-X
                                         PIC 9(08).

      ***************************************************************
      *    AREA DI CHIAMATA DEL SERVIZIO DATA DI ELABORAZIONE      *
      ***************************************************************
           COPY UTCALT2.

      *****************************
       PROCEDURE DIVISION.
      *****************************

       0000-MAINLINE.

           PERFORM 1000-INIZIALIZZA        THRU 1000-EXIT.
           PERFORM 2000-VERIFICA-GIORNO    THRU 2000-EXIT.

           STOP RUN.

       0000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    SCHEDA DI CONTROLLO FACOLTATIVA: MERCATO E DATA.      *
      *---------------------------------------------------------*
       1000-INIZIALIZZA.

           MOVE SPACES               TO UTCALT2.
           MOVE ZERO                 TO UTCALT2-DATA-RIF.

           OPEN INPUT SYSIN.

           READ SYSIN
               AT END SET FINE-SYSIN TO TRUE
           END-READ.

           IF NON-FINE-SYSIN
              MOVE SI-MERCATO        TO UTCALT2-MERCATO
              IF SI-DATA-RIF NOT = SPACES
                 MOVE SI-DATA-RIF    TO W-DATA-RIF-X
                 IF W-DATA-RIF-X NUMERIC
                 AND W-DATA-RIF-N GREATER ZERO
                    MOVE W-DATA-RIF-N TO UTCALT2-DATA-RIF
                 ELSE
                    DISPLAY 'UTCL0065 - DATA DI RIFERIMENTO NON '
                            'VALIDA: ' SI-DATA-RIF
                    CLOSE SYSIN
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
           END-IF.

           CLOSE SYSIN.

       1000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    CHIAMATA AL SERVIZIO E CODICE DI RITORNO PER LO       *
      *    SCHEDULATORE.                                         *
      *---------------------------------------------------------*
       2000-VERIFICA-GIORNO.

           CALL 'UTCL0064' USING UTCALT2.

           IF UTCALT2-DATA-ERRATA
              DISPLAY 'UTCL0065 - DATA DI RIFERIMENTO NON VALIDA: '
                       UTCALT2-DATA-RIF
              MOVE 16 TO RETURN-CODE
              GO TO 2000-EXIT
           END-IF.

           DISPLAY 'UTCL0065 - DATA DI RIFERIMENTO     : '
                    UTCALT2-AL-ISO.
           DISPLAY 'UTCL0065 - GIORNO LAVORATIVO PREC. : '
                    UTCALT2-PREC-LAV.
           DISPLAY 'UTCL0065 - PERIODO DEI REPORT      : '
                    UTCALT2-DAL-ISO ' - ' UTCALT2-AL-ISO
                    ' (' UTCALT2-GG-PERIODO ' GG.)'.

           IF UTCALT2-CALENDARIO-ASSENTE
              DISPLAY 'UTCL0065 - *** NESSUNA RIGA CALFEST PER '
                      'L''ANNO DI RIFERIMENTO ***'
              MOVE 8 TO RETURN-CODE
              GO TO 2000-EXIT
           END-IF.

           IF UTCALT2-GIORNO-LAVORATIVO
              DISPLAY 'UTCL0065 - GIORNO LAVORATIVO: IL JOB GIRA'
              MOVE ZERO TO RETURN-CODE
           ELSE
              DISPLAY 'UTCL0065 - GIORNO NON LAVORATIVO: IL JOB '
                      'SALTA'
              MOVE 4 TO RETURN-CODE
           END-IF.

       2000-EXIT.
           EXIT.
