       IDENTIFICATION DIVISION.

       PROGRAM-ID.      ARMR3025.
       AUTHOR.          MANUTENZIONE ARMP3025.
       INSTALLATION.    MONTE TITOLI - ELABORAZIONE DATI.
       DATE-WRITTEN.    OTTOBRE 2026.
       DATE-COMPILED.
      ***************************************************************
      *REMARKS.         M O N T E  T I T O L I
      *                 ------------------------
      *                 GESTIONE LOG ALLARMI TP.
      *                 ISTRUZIONI OPERATIVE DEI CODICI DI ALLARME.
      *                 -------------------------------------------
      *                 SERVIZIO LINK-COMMAREA (COPY ARRUNT1).
      *                 -------------------------------------------
      *                 IL TURNO DI NOTTE VEDE UN COD-ARC E UNA
      *                 RIGA DI ERRORE MA NON SEMPRE SA COSA FARE:
      *                 LE ISTRUZIONI (COSA VERIFICARE, QUALE
      *                 STRUMENTO USARE, CHI CHIAMARE) SONO CENSITE
      *                 NEL MEMBRO 'ARISTRUZ' DEL FILE TABELLE, FINO
      *                 A 10 RIGHE PER COD-ARC, EVENTUALMENTE
      *                 RAFFINATE PER TRANSAZIONE.
      *                 QUESTO SERVIZIO SFOGLIA IL MEMBRO (RICERCA
      *                 'GEN' DI SYSPTAB5) A PARTIRE DA COD-ARC +
      *                 TRANSAZIONE E, SE NON TROVA RIGHE, DA
      *                 COD-ARC + '****'; RESTITUISCE LE RIGHE
      *                 TROVATE E IL LIVELLO DA CUI PROVENGONO.
      *                 CHIAMATO DA ARMP3025 (STAMPA SOTTO IL TESTO
      *                 DELL'ALLARME) E DA ARMA3025 (CONSULTAZIONE
      *                 DELL'OCCORRENZA SELEZIONATA).
      *                 IL FILE TABELLE NON APERTO O UN ERRORE DI
      *                 ACCESSO EQUIVALGONO A NESSUNA ISTRUZIONE:
      *                 LA SEGNALAZIONE NON DEVE MAI FALLIRE PER
      *                 LE ISTRUZIONI.
      ***************************************************************
      * MODIFICHE:                                                  *
      *   OTT26  RG0928  PRIMA STESURA.                              *
      ***************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       77  W-IND-GEN               PIC S9(4) COMP VALUE ZERO.
       77  W-RESP-TAB              PIC S9(8) COMP VALUE ZERO.

       01  W-SW-FINE-ISTR          PIC X     VALUE 'N'.
           88  FINE-ISTR                     VALUE 'S'.
           88  NON-FINE-ISTR                 VALUE 'N'.

      ***************************************************************
      *    CHIAVE DI RICERCA SUL MEMBRO 'ARISTRUZ'                  *
      ***************************************************************
       01  W-CHIAVE-ISTR.
           05  W-ISTR-PREFISSO.
               10  W-ISTR-CODARC   PIC X(05).
               10  W-ISTR-CTRANS   PIC X(04).
           05  W-ISTR-NUMRIGA      PIC X(02).
           05  FILLER              PIC X(09).

       01  W-CHIAVE-LETTA.
           05  W-LETTA-PREFISSO    PIC X(09).
           05  FILLER              PIC X(11).

      ***************************************************************
      *    AREA DI LINK A SYSPTAB5 PER LA RICERCA MULTIRIGA 'GEN'   *
      ***************************************************************
           COPY TABGENN.

      ***************************************************************
      *    AREA DI SERVIZIO IN COMMAREA                             *
      ***************************************************************
           COPY ARRUNT1.

      ******************
       LINKAGE SECTION.
      ******************

       01  DFHCOMMAREA              PIC X(612).

      *********************
       PROCEDURE DIVISION.
      *********************

           MOVE DFHCOMMAREA (1:612) TO ARRUNT1.

           MOVE ZERO              TO ARRUNT1-NUM-RIGHE.
           MOVE SPACES            TO ARRUNT1-RIGA (1) ARRUNT1-RIGA (2)
                                     ARRUNT1-RIGA (3) ARRUNT1-RIGA (4)
                                     ARRUNT1-RIGA (5) ARRUNT1-RIGA (6)
                                     ARRUNT1-RIGA (7) ARRUNT1-RIGA (8)
                                     ARRUNT1-RIGA (9) ARRUNT1-RIGA (10).
           SET ARRUNT1-ASSENTI    TO TRUE.

           MOVE ARRUNT1-CODARC    TO W-ISTR-CODARC.
           MOVE ARRUNT1-CTRANS    TO W-ISTR-CTRANS.

           IF W-ISTR-CTRANS NOT = SPACES AND LOW-VALUES AND '****'
              PERFORM CARICA-ISTRUZIONI THRU END-CARICA-ISTRUZIONI
              IF ARRUNT1-NUM-RIGHE GREATER ZERO
                 SET ARRUNT1-DELLA-TRANS TO TRUE
              END-IF
           END-IF.

           IF ARRUNT1-NUM-RIGHE = ZERO
              MOVE '****'         TO W-ISTR-CTRANS
              PERFORM CARICA-ISTRUZIONI THRU END-CARICA-ISTRUZIONI
              IF ARRUNT1-NUM-RIGHE GREATER ZERO
                 SET ARRUNT1-GENERICHE TO TRUE
              END-IF
           END-IF.

           MOVE ARRUNT1 TO DFHCOMMAREA (1:612).
           EXEC CICS RETURN END-EXEC.

      *--------------------------------------------------------*
      *    SFOGLIA LE RIGHE DEL PREFISSO COD-ARC + TRANSAZIONE: *
      *    LA RICERCA PARTE SUBITO DOPO LA RIGA '00', QUINDI    *
      *    RESTITUISCE LE RIGHE 01-10 NELL'ORDINE; CI SI FERMA  *
      *    AL PRIMO PREFISSO DIVERSO O A 10 RIGHE.              *
      *--------------------------------------------------------*
       CARICA-ISTRUZIONI.

           MOVE ZERO            TO ARRUNT1-NUM-RIGHE.
           MOVE '00'            TO W-ISTR-NUMRIGA.

           MOVE SPACES          TO TABGENN.
           MOVE 'ARISTRUZ'      TO TABGENN-NOME.
           MOVE W-CHIAVE-ISTR   TO TABGENN-CHIAVE20.
           MOVE 'GEN'           TO TABGENN-FUNZ.
           MOVE 010             TO TABGENN-NUM-RICHIESTI.

           EXEC CICS LINK PROGRAM ('SYSPTAB5')
                     COMMAREA (TABGENN)
                     LENGTH (LENGTH OF TABGENN)
                     RESP (W-RESP-TAB)
           END-EXEC.

           IF W-RESP-TAB NOT = DFHRESP(NORMAL)
           OR TABGENN-CODICE-ERRORE NOT = ZERO
              GO TO END-CARICA-ISTRUZIONI.

           SET NON-FINE-ISTR TO TRUE.
           MOVE ZERO TO W-IND-GEN.
           PERFORM PRENDI-RIGA-ISTR THRU END-PRENDI-RIGA-ISTR
               UNTIL FINE-ISTR
                  OR W-IND-GEN NOT LESS TABGENN-NUM-TROVATI.

       END-CARICA-ISTRUZIONI.
           EXIT.

      *--------------------------------------------------------*
       PRENDI-RIGA-ISTR.

           ADD 1 TO W-IND-GEN.
           MOVE TABGENN-RIGA-CHIAVE20 (W-IND-GEN) TO W-CHIAVE-LETTA.

           IF W-LETTA-PREFISSO NOT = W-ISTR-PREFISSO
              SET FINE-ISTR TO TRUE
              GO TO END-PRENDI-RIGA-ISTR.

           ADD 1 TO ARRUNT1-NUM-RIGHE.
           MOVE TABGENN-RIGA-DESCR (W-IND-GEN)
             TO ARRUNT1-RIGA (ARRUNT1-NUM-RIGHE).

           IF ARRUNT1-NUM-RIGHE NOT LESS 10
              SET FINE-ISTR TO TRUE
           END-IF.

       END-PRENDI-RIGA-ISTR.
           EXIT.
