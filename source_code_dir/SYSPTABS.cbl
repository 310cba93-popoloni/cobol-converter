      ***************************************************************
      * MODIFICHE:                                                  *
      *   AGO26  RG0871  PRIMA STESURA.                              *
      *   OTT26  RG0934  REGISTRAZIONE DELL'ESECUZIONE SUL REGISTRO  *
      *                  DELLA CATENA NOTTURNA (UTCL0066), COME      *
      *                  TESTA DELLA CATENA SENZA CANCELLO DEI       *
      *                  PREDECESSORI.                               *
      ***************************************************************

       ENVIRONMENT DIVISION.
           05  RR-CANCELLATE   PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(92) VALUE SPACES.

      ***************************************************************
      *    AREA DI CHIAMATA DEL REGISTRO DELLE ESECUZIONI          *
      ***************************************************************
RG0934     COPY UTRUNT1.

      *****************************
       PROCEDURE DIVISION.
      *****************************

       0000-MAINLINE.

RG0934     PERFORM 0100-REGISTRA-AVVIO   THRU 0100-EXIT.
           PERFORM 1000-INIZIALIZZA        THRU 1000-EXIT.
           PERFORM 2000-SCARICA-TABELLE    THRU 2000-EXIT.
           PERFORM 3000-CONFRONTA-SNAPSHOT THRU 3000-EXIT.
       0000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    REGISTRO DELLE ESECUZIONI (UTCL0066): AVVIO SENZA    *
      *    CANCELLO, PERCHE' QUESTO PROGRAMMA E' LA TESTA DELLA *
      *    CATENA E PRODUCE LA FOTOGRAFIA TABSNAP IN CUI SONO   *
      *    DICHIARATI I PREDECESSORI DEGLI ALTRI.               *
      *---------------------------------------------------------*
RG0934 0100-REGISTRA-AVVIO.

RG0934     MOVE SPACES               TO UTRUNT1.
RG0934     SET UTRUNT1-AVVIO-TESTA   TO TRUE.
RG0934     MOVE 'SYSPTABS'           TO UTRUNT1-CPGM.

RG0934     CALL 'UTCL0066' USING UTRUNT1.

RG0934     IF NOT UTRUNT1-OK
RG0934        DISPLAY 'SYSPTABS - ERRORE REGISTRO ESECUZIONI, RC='
RG0934                 UTRUNT1-RC ' SQLCODE=' UTRUNT1-SQLCODE
RG0934        MOVE 16 TO RETURN-CODE
RG0934        STOP RUN
RG0934     END-IF.

RG0934     IF UTRUNT1-SOVRAPPOSTA
RG0934        DISPLAY 'SYSPTABS - ATTENZIONE: ALTRA ESECUZIONE DEL '
RG0934                'PROGRAMMA ANCORA IN CORSO'
RG0934     END-IF.

RG0934 0100-EXIT.
RG0934     EXIT.

      *---------------------------------------------------------*
      *    APERTURA FILE ED EMISSIONE INTESTAZIONE REPORT.      *
      *---------------------------------------------------------*
                 DISPLAY 'SYSPTABS - ERRORE READ TABELLE, FS='
                          W-FS-TABELLE
                 MOVE 16 TO RETURN-CODE
RG0934           PERFORM 9950-REGISTRA-FINE THRU 9950-EXIT
                 STOP RUN
              END-IF
           END-IF.
       3300-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    REGISTRO DELLE ESECUZIONI: TERMINE CON RETURN-CODE   *
      *    E CONTEGGI. UN ERRORE DEL REGISTRO NON CAMBIA        *
      *    L'ESITO DEL PASSO: IL SUCCESSORE TROVERA' LA RIGA    *
      *    ANCORA APERTA E NON PARTIRA'.                        *
      *---------------------------------------------------------*
RG0934 9950-REGISTRA-FINE.

RG0934     MOVE RETURN-CODE          TO UTRUNT1-RC-PGM.
RG0934     MOVE W-RIGHE-SCARICATE    TO UTRUNT1-QLETTE.
RG0934     MOVE W-RIGHE-SCARICATE    TO UTRUNT1-QSCRITTE.
RG0934     MOVE ZERO                 TO UTRUNT1-QCANCELLATE.
RG0934     SET UTRUNT1-CHIUSURA      TO TRUE.

RG0934     CALL 'UTCL0066' USING UTRUNT1.

RG0934     IF NOT UTRUNT1-OK
RG0934        DISPLAY 'SYSPTABS - ERRORE CHIUSURA REGISTRO ESECUZIONI, '
RG0934                'RC=' UTRUNT1-RC ' SQLCODE=' UTRUNT1-SQLCODE
RG0934     END-IF.

RG0934     MOVE UTRUNT1-RC-PGM       TO RETURN-CODE.

RG0934 9950-EXIT.
RG0934     EXIT.

      *---------------------------------------------------------*
      *    RIEPILOGO FINALE, CHIUSURA FILE E TERMINE.           *
      *---------------------------------------------------------*
           DISPLAY 'SYSPTABS - RIGHE CANCELLATE: ' W-RIGHE-CANCELLATE.
           MOVE ZERO TO RETURN-CODE.

RG0934     PERFORM 9950-REGISTRA-FINE    THRU 9950-EXIT.

       9999-EXIT.
           EXIT.
