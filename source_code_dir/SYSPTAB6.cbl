      *                  DI ALTRO OPERATORE) E FUNZIONE 'P' CHE      *
      *                  ELENCA LE PROPOSTE APERTE (RICERCA 'PND'    *
      *                  DI SYSPTAB5).                               *
      *   OTT26  RG0930  SCHEMA DEI CAMPI ('TABSCHEM'): PER IL       *
      *                  CODICE 8 DI SYSPTAB5 (RIGA FUORI SCHEMA)    *
      *                  IL MESSAGGIO INDICA CAMPO, POSIZIONE E      *
      *                  MOTIVO E LE PRIME DUE RIGHE DELLA LISTA     *
      *                  MOSTRANO IL VALORE CON IL CAMPO IN ERRORE   *
      *                  SOTTOLINEATO.                               *
      ***************************************************************

       ENVIRONMENT DIVISION.
               88  W-TAB5-IN-USO           VALUE '5'.
               88  W-TAB5-NON-AUTORIZZATA  VALUE '6'.
RG0913         88  W-TAB5-IN-ATTESA        VALUE '7'.
RG0930         88  W-TAB5-FUORI-SCHEMA     VALUE '8'.
           05  W-TAB5-FUNZ-PNT      PIC X(03).
       01  LL-TAB5-AREA             PIC S9(4) COMP VALUE +95.

      ***************************************************************
      *    DIAGNOSTICA DI RIGA FUORI SCHEMA RESTITUITA DA SYSPTAB5  *
      *    NEL CAMPO DESCRIZIONE (CODICE 8)                         *
      ***************************************************************
RG0930     COPY TABSCHD.
RG0930 01  W-SCH-RIGHELLO           PIC X(60) VALUE SPACES.

      ***************************************************************
      *    AREA DI LINK A SYSPTAB5 PER LA RICERCA MULTIRIGA 'GEN'   *
      ***************************************************************
RG0913        MOVE 'PROPOSTA REGISTRATA: SERVE CONFERMA DI ALTRO OPERA
RG0913-            'TORE (FUNZ. P)' TO MSGI
RG0913        GO TO END-MESSAGGIO-ERRORE-TAB5.
RG0930     IF W-TAB5-FUORI-SCHEMA
RG0930        PERFORM MESSAGGIO-FUORI-SCHEMA
RG0930                THRU END-MESSAGGIO-FUORI-SCHEMA
RG0930        GO TO END-MESSAGGIO-ERRORE-TAB5.
           IF W-TAB5-NON-AUTORIZZATA
              MOVE 'OPERAZIONE NON AUTORIZZATA PER QUESTA TRANSAZIONE'
                                    TO MSGI
       END-MESSAGGIO-ERRORE-TAB5.
           EXIT.

      *--------------------------------------------------------*
      *    RIGA FUORI SCHEMA ('TABSCHEM'): SYSPTAB5 RESTITUISCE *
      *    IN DESCRIZIONE IL PRIMO CAMPO IN ERRORE (TABSCHD).   *
      *    IL MESSAGGIO DICE CAMPO, POSIZIONE E MOTIVO (AL PIU' *
      *    76 CARATTERI, ENTRA IN MSGI); LE RIGHE 1-2 DELLA     *
      *    LISTA RIPORTANO L'AREA (CHIAVE O DESCR) E IL VALORE  *
      *    DIGITATO CON IL CAMPO SOTTOLINEATO.                  *
      *--------------------------------------------------------*
RG0930 MESSAGGIO-FUORI-SCHEMA.

RG0930     MOVE W-TAB5-DESCR        TO TABSCHD.

RG0930     MOVE SPACES              TO MSGI.
RG0930     STRING 'FUORI SCHEMA '        DELIMITED BY SIZE
RG0930            TABSCHD-CAMPO          DELIMITED BY SPACE
RG0930            ' POS '                DELIMITED BY SIZE
RG0930            TABSCHD-POS            DELIMITED BY SIZE
RG0930            ': '                   DELIMITED BY SIZE
RG0930            TABSCHD-TESTO          DELIMITED BY SIZE
RG0930            INTO MSGI.

RG0930     PERFORM PULISCI-RIGHE THRU END-PULISCI-RIGHE.
RG0930     IF TABSCHD-AREA = 'K'
RG0930        STRING 'CHIAVE : ' CHIAI
RG0930               DELIMITED BY SIZE INTO RIGAI (1)
RG0930     ELSE
RG0930        STRING 'DESCR  : ' DESCI
RG0930               DELIMITED BY SIZE INTO RIGAI (1)
RG0930     END-IF.

RG0930     IF TABSCHD-POS  NUMERIC AND TABSCHD-POS  GREATER ZERO
RG0930     AND TABSCHD-LUNG NUMERIC AND TABSCHD-LUNG GREATER ZERO
RG0930     AND TABSCHD-POS + TABSCHD-LUNG NOT GREATER 61
RG0930        MOVE SPACES           TO W-SCH-RIGHELLO
RG0930        MOVE ALL '^'
RG0930          TO W-SCH-RIGHELLO (TABSCHD-POS:TABSCHD-LUNG)
RG0930        STRING '         ' W-SCH-RIGHELLO
RG0930               DELIMITED BY SIZE INTO RIGAI (2)
RG0930     END-IF.

RG0930 END-MESSAGGIO-FUORI-SCHEMA.
RG0930     EXIT.

      *--------------------------------------------------------*
      *    FUNZIONE 'P': LE PROPOSTE DI VARIAZIONE ANCORA IN    *
      *    ATTESA DI CONFERMA SUI MEMBRI A DOPPIA FIRMA         *
