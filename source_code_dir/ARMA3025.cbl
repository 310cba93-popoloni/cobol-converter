      *                 RIALLERTA I CODICI GIA' PRESI IN CARICO;
      *                 IL REPORT DI FINE TURNO DELLE CRITICHE
      *                 ANCORA SCOPERTE E' ARMC3025.
      *                 IL SOLO NUMERO DI RIGA (SENZA SIGLA
      *                 OPERATORE) MOSTRA LE ISTRUZIONI OPERATIVE
      *                 DEL COD-ARC DELL'OCCORRENZA (MEMBRO
      *                 'ARISTRUZ', SERVIZIO ARMR3025).
      ***************************************************************
      * MODIFICHE:                                                  *
      *   SET26  RG0906  PRIMA STESURA.                              *
      *   OTT26  RG0928  CONSULTAZIONE DELLE ISTRUZIONI OPERATIVE    *
      *                  DELL'OCCORRENZA SELEZIONATA (ARMR3025).     *
      ***************************************************************

       ENVIRONMENT DIVISION.
       01  W-NSEL-X                PIC X(02) VALUE SPACES.
       01  W-NSEL-N REDEFINES W-NSEL-X PIC 9(02).
       01  W-SQLCODE               PIC ---9.
RG0928 01  W-RESP-ISTR             PIC S9(8) COMP VALUE ZERO.

      ***************************************************************
      *    ISTRUZIONI OPERATIVE DEL CODICE (SERVIZIO ARMR3025)      *
      ***************************************************************
RG0928     COPY ARRUNT1.

      ***************************************************************
      *    HOST VARIABLES                                          *

      *--------------------------------------------------------*
      *    ENTER: CON IL NUMERO DI RIGA VALORIZZATO E' UNA      *
      *    PRESA IN CARICO (CON LA SIGLA OPERATORE) O LA        *
      *    CONSULTAZIONE DELLE ISTRUZIONI (SENZA SIGLA),        *
      *    ALTRIMENTI UNA NUOVA LISTA.                          *
      *--------------------------------------------------------*
       SMISTA-RICHIESTA.

           MOVE NSELI TO W-NSEL-X.

RG0928     IF W-NSEL-X NUMERIC
RG0928     AND W-NSEL-N GREATER ZERO
RG0928     AND (OPERI = SPACES OR LOW-VALUES)
RG0928        PERFORM MOSTRA-ISTRUZIONI THRU END-MOSTRA-ISTRUZIONI
RG0928        GO TO END-SMISTA-RICHIESTA.

           IF W-NSEL-X NUMERIC
           AND W-NSEL-N GREATER ZERO
              PERFORM PRENDI-IN-CARICO THRU END-PRENDI-IN-CARICO
           IF W-NUM-RIGHE = ZERO
              MOVE 'NESSUNA CRITICA DA PRENDERE IN CARICO' TO MSGI
           ELSE
RG0928        MOVE 'N.RIGA=ISTRUZIONI N.RIGA+SIGLA+NOTA=PRESA IN CARICO'
RG0928                               TO MSGI
           END-IF.

           PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA.
       END-PRENDI-IN-CARICO.
           EXIT.

      *--------------------------------------------------------*
      *    ISTRUZIONI OPERATIVE DEL COD-ARC DELLA RIGA INDICATA *
      *    (PRIMA QUELLE DELLA TRANSAZIONE, POI LE GENERICHE),  *
      *    MOSTRATE AL POSTO DELLA LISTA. LE CHIAVI DELL'ULTIMA *
      *    LISTA RESTANO IN COMMAREA: LA PRESA IN CARICO PER    *
      *    NUMERO DI RIGA E IL PF8 CONTINUANO A FUNZIONARE.     *
      *--------------------------------------------------------*
RG0928 MOSTRA-ISTRUZIONI.

RG0928     IF W-NSEL-N GREATER ARMA3C1-NUM-RIGHE OF W-ARMA3C1
RG0928        MOVE 'NUMERO DI RIGA FUORI DALL''ULTIMA LISTA' TO MSGI
RG0928        PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA
RG0928        GO TO END-MOSTRA-ISTRUZIONI.

RG0928     MOVE SPACES TO ARRUNT1.
RG0928     MOVE ARMA3C1-R-CARCH  OF W-ARMA3C1 (W-NSEL-N)
RG0928       TO ARRUNT1-CODARC.
RG0928     MOVE ARMA3C1-R-CTRANS OF W-ARMA3C1 (W-NSEL-N)
RG0928       TO ARRUNT1-CTRANS.

RG0928     EXEC CICS LINK PROGRAM ('ARMR3025')
RG0928               COMMAREA (ARRUNT1)
RG0928               LENGTH (LENGTH OF ARRUNT1)
RG0928               RESP (W-RESP-ISTR)
RG0928     END-EXEC.

RG0928     IF W-RESP-ISTR NOT = DFHRESP(NORMAL)
RG0928     OR ARRUNT1-NUM-RIGHE NOT NUMERIC
RG0928        MOVE ZERO TO ARRUNT1-NUM-RIGHE
RG0928     END-IF.

RG0928     PERFORM PULISCI-RIGA THRU END-PULISCI-RIGA
RG0928         VARYING W-IND FROM 1 BY 1
RG0928           UNTIL W-IND GREATER W-RIGHE-PAGINA.

RG0928     MOVE SPACES TO MSGI.
RG0928     IF ARRUNT1-NUM-RIGHE = ZERO
RG0928        STRING 'NESSUNA ISTRUZIONE PER ' ARRUNT1-CODARC '/'
RG0928               ARRUNT1-CTRANS ' - CHIAMARE IL REPERIBILE'
RG0928               DELIMITED BY SIZE INTO MSGI
RG0928     ELSE
RG0928        PERFORM ESPONI-RIGA-ISTR THRU END-ESPONI-RIGA-ISTR
RG0928            VARYING W-IND FROM 1 BY 1
RG0928              UNTIL W-IND GREATER ARRUNT1-NUM-RIGHE
RG0928        IF ARRUNT1-DELLA-TRANS
RG0928           STRING 'ISTRUZIONI ' ARRUNT1-CODARC '/'
RG0928                  ARRUNT1-CTRANS
RG0928                  ' - ENTER=LISTA, N.RIGA+SIGLA=PRESA IN CARICO'
RG0928                  DELIMITED BY SIZE INTO MSGI
RG0928        ELSE
RG0928           STRING 'ISTRUZIONI ' ARRUNT1-CODARC '/****'
RG0928                  ' - ENTER=LISTA, N.RIGA+SIGLA=PRESA IN CARICO'
RG0928                  DELIMITED BY SIZE INTO MSGI
RG0928        END-IF
RG0928     END-IF.

RG0928     PERFORM RIVIA-VIDEATA THRU END-RIVIA-VIDEATA.

RG0928 END-MOSTRA-ISTRUZIONI.
RG0928     EXIT.

RG0928 PULISCI-RIGA.
RG0928     MOVE SPACES TO RIGAI (W-IND).
RG0928 END-PULISCI-RIGA.
RG0928     EXIT.

RG0928 ESPONI-RIGA-ISTR.
RG0928     MOVE ARRUNT1-RIGA (W-IND) TO RIGAI (W-IND).
RG0928 END-ESPONI-RIGA-ISTR.
RG0928     EXIT.

      *--------------------------------------------------------*
       RIVIA-VIDEATA.
           EXEC CICS SEND MAP ('ARMA30M') MAPSET ('ARMA30S')
