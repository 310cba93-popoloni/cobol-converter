      ***************************************************************
      * MODIFICHE:                                                  *
      *   SET26  RG0906  PRIMA STESURA.                              *
      *   OTT26  RG0934  REGISTRAZIONE DELL'ESECUZIONE SUL REGISTRO  *
      *                  DELLA CATENA NOTTURNA (UTCL0066) E          *
      *                  CANCELLO DEI PREDECESSORI (RC 12).          *
      ***************************************************************

       ENVIRONMENT DIVISION.
       01  HV-C-ARCH                     PIC X(05).
       01  HV-S-TMST                     PIC X(26).

      ***************************************************************
      *    AREA DI CHIAMATA DEL REGISTRO DELLE ESECUZIONI          *
      ***************************************************************
RG0934     COPY UTRUNT1.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ***************************************************************

       0000-MAINLINE.

RG0934     PERFORM 0100-REGISTRA-AVVIO   THRU 0100-EXIT.
           PERFORM 1000-INIZIALIZZA        THRU 1000-EXIT.
           PERFORM 2000-SCORRI-SCOPERTE    THRU 2000-EXIT.
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
RG0934     MOVE 'ARMC3025'           TO UTRUNT1-CPGM.

RG0934     CALL 'UTCL0066' USING UTRUNT1.

RG0934     IF UTRUNT1-CANCELLO-CHIUSO
RG0934        DISPLAY 'ARMC3025 - NON AVVIATO: ' UTRUNT1-XNOTA
RG0934        MOVE 12 TO RETURN-CODE
RG0934        STOP RUN
RG0934     END-IF.

RG0934     IF NOT UTRUNT1-OK
RG0934        DISPLAY 'ARMC3025 - ERRORE REGISTRO ESECUZIONI, RC='
RG0934                 UTRUNT1-RC ' SQLCODE=' UTRUNT1-SQLCODE
RG0934        MOVE 16 TO RETURN-CODE
RG0934        STOP RUN
RG0934     END-IF.

RG0934     IF UTRUNT1-SOVRAPPOSTA
RG0934        DISPLAY 'ARMC3025 - ATTENZIONE: ALTRA ESECUZIONE DEL '
RG0934                'PROGRAMMA ANCORA IN CORSO'
RG0934     END-IF.

RG0934 0100-EXIT.
RG0934     EXIT.

      *---------------------------------------------------------*
      *    APERTURA FILE E LETTURA DELL'EVENTUALE SCHEDA DI     *
      *    CONTROLLO (ETA' MINIMA).                             *
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
RG0934     MOVE W-RIGHE-SCOPERTE     TO UTRUNT1-QLETTE.
RG0934     MOVE W-RIGHE-SCOPERTE     TO UTRUNT1-QSCRITTE.
RG0934     MOVE ZERO                 TO UTRUNT1-QCANCELLATE.
RG0934     SET UTRUNT1-CHIUSURA      TO TRUE.

RG0934     CALL 'UTCL0066' USING UTRUNT1.

RG0934     IF NOT UTRUNT1-OK
RG0934        DISPLAY 'ARMC3025 - ERRORE CHIUSURA REGISTRO ESECUZIONI, '
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
