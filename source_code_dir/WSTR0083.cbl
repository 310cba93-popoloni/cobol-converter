      *    - L'EVENTUALE PASSAGGIO IN DEAD LETTER WS8E (EVIDENZA       *
      *      WSAU0083 CON NOMTAB 'WS8E', SCRITTA DA WSOC83/WSRT0083:   *
      *      LA TRACCIA QUI E' TUTTA SU DB2, SENZA LEGGERE LA CODA     *
      *      TS; PER SFOGLIARE I RECORD PARCHEGGIATI C'E' WSDB0083);   *
      *    - LO STATO DI STORNO DEL MESSAGGIO (IMMAGINI PRIMA WSBI0083 *
      *      DI WSOC83, STORNATE DA WSSO0083).                         *
      *  OGNI SEZIONE E' LIMITATA ALLE PRIME RIGHE: PER IL DETTAGLIO   *
      *  COMPLETO RESTANO WSWB (CORPO/ERRORI) E WSAI (AUDIT).          *
      *  ENTER = RICERCA/AGGIORNA, PF3 = FINE.                         *
      * -------------------------------------------------------------- *
      *  MODIFICHE:                                                    *
      *    SET26  RG0890  PRIMA STESURA.                               *
      *    OTT26  RG0914  SEZIONE DI STORNO: IMMAGINI PRIMA WSBI0083   *
      *                   APPLICATE/STORNATE DEL PIDMTX.               *
      *    OTT26  RG0923  DECODIFICA DI CVALMSG '4' (TRATTENUTO PER IL *
      *                   RILASCIO A QUATTRO OCCHI).                   *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       01  HV-WTIMEAUD             PIC X(26).
       01  HV-NOMTAB               PIC X(04).
       01  HV-DESCRAUD             PIC X(40).
RG0914 01  HV-NUM-IMMAGINI         PIC S9(9)  COMP-3.
RG0914 01  HV-NUM-STORNATE         PIC S9(9)  COMP-3.
RG0914 01  W-NUM-IMMAGINI-ED       PIC ZZZZ9.
RG0914 01  W-NUM-STORNATE-ED       PIC ZZZZ9.

       01  W-DESCR-STATO           PIC X(16) VALUE SPACES.
       01  W-OATCONCL-ED           PIC 9(07).
           PERFORM SEZIONE-WSL   THRU END-SEZIONE-WSL.
           PERFORM SEZIONE-AUDIT THRU END-SEZIONE-AUDIT.
           PERFORM SEZIONE-WS8E  THRU END-SEZIONE-WS8E.
RG0914     PERFORM SEZIONE-STORNO THRU END-SEZIONE-STORNO.

           MOVE 'ENTER = AGGIORNA - PF3 = FINE (DETT.: WSWB/WSAI)'
                                TO MSGI.
                    MOVE 'RESP. APPLICAT.'  TO W-DESCR-STATO
               WHEN '3'
                    MOVE 'VALIDATO'         TO W-DESCR-STATO
RG0923         WHEN '4'
RG0923              MOVE 'TRATTENUTO'       TO W-DESCR-STATO
               WHEN OTHER
                    MOVE HV-CVALMSG         TO W-DESCR-STATO
           END-EVALUATE.
       END-SEZIONE-WS8E.
           EXIT.

      *--------------------------------------------------------*
      *    SEZIONE 6: STATO DI STORNO (IMMAGINI PRIMA WSBI0083  *
      *    SCRITTE DA WSOC83, STORNATE DA WSSO0083). LE RIGHE   *
      *    DI AUDIT DELLO STORNO SONO GIA' NELLA SEZIONE 4.     *
      *--------------------------------------------------------*
RG0914 SEZIONE-STORNO.

RG0914     EXEC SQL
RG0914          SELECT COUNT(*),
RG0914                 VALUE(SUM(CASE WHEN CSTATOBI = 'S'
RG0914                                THEN 1 ELSE 0 END), 0)
RG0914            INTO :HV-NUM-IMMAGINI, :HV-NUM-STORNATE
RG0914            FROM WSBI0083
RG0914           WHERE PIDMTX = :HV-PIDMTX
RG0914            WITH UR
RG0914     END-EXEC.

RG0914     IF SQLCODE NOT EQUAL ZERO
RG0914        PERFORM ERRORE-SQL THRU END-ERRORE-SQL
RG0914        GO TO END-SEZIONE-STORNO.

RG0914     MOVE HV-NUM-IMMAGINI TO W-NUM-IMMAGINI-ED.
RG0914     MOVE HV-NUM-STORNATE TO W-NUM-STORNATE-ED.
RG0914     EVALUATE TRUE
RG0914         WHEN HV-NUM-IMMAGINI = ZERO
RG0914              MOVE 'STORNO: NESSUNA IMMAGINE PRIMA REGISTRATA'
RG0914                                TO W-RIGA-APP
RG0914         WHEN HV-NUM-STORNATE = ZERO
RG0914              STRING 'STORNO: MESSAGGIO APPLICATO, IMMAGINI: '
RG0914                     W-NUM-IMMAGINI-ED
RG0914                     DELIMITED BY SIZE INTO W-RIGA-APP
RG0914              END-STRING
RG0914         WHEN OTHER
RG0914              STRING 'STORNO: MESSAGGIO STORNATO, IMMAGINI '
RG0914                     W-NUM-STORNATE-ED '/' W-NUM-IMMAGINI-ED
RG0914                     DELIMITED BY SIZE INTO W-RIGA-APP
RG0914              END-STRING
RG0914     END-EVALUATE.
RG0914     PERFORM AGGIUNGI-RIGA THRU END-AGGIUNGI-RIGA.

RG0914 END-SEZIONE-STORNO.
RG0914     EXIT.

      *--------------------------------------------------------*
      *    ACCODA W-RIGA-APP ALLA PROSSIMA RIGA VIDEO LIBERA.   *
      *--------------------------------------------------------*
