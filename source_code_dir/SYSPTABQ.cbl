       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SYSPTABQ.
       AUTHOR.        MANUTENZIONE SYSPTAB5.
       INSTALLATION.  MONTE TITOLI - ELABORAZIONE DATI.
       DATE-WRITTEN.  OTTOBRE 2026.
       DATE-COMPILED.
      ***************************************************************
      *REMARKS.        M O N T E   T I T O L I
      *                ------------------------
      *                VERIFICA DELLE RIGHE GIA' PRESENTI SUL FILE
      *                TABELLE CONTRO LO SCHEMA DEI CAMPI DEL LORO
      *                MEMBRO (MEMBRO 'TABSCHEM', COPY TABSCHR).
      *                ----------------------------------------
      *                SYSPTAB5 E SYSPTABL RESPINGONO LE RIGHE FUORI
      *                SCHEMA AL MOMENTO DELLA SCRITTURA; LE RIGHE
      *                SCRITTE PRIMA CHE LO SCHEMA DEL MEMBRO
      *                ESISTESSE, O PRIMA DI UNA SUA VARIAZIONE,
      *                RESTANO SUL FILE E SONO ELENCATE DA QUESTO
      *                PASSO, LANCIATO IN BATCH DOPO SYSPTABS SULLA
      *                FOTOGRAFIA APPENA SCATTATA (SNAPNEW, TRACCIATO
      *                ESTR-RECORD).
      *                LA FOTOGRAFIA E' LETTA DUE VOLTE: LA PRIMA
      *                PER CARICARE LE RIGHE 'TABSCHEM', LA SECONDA
      *                PER VERIFICARE CON SYSPTABV (LO STESSO
      *                VALIDATORE DELL'AGGIORNAMENTO IN LINEA) OGNI
      *                RIGA DEI MEMBRI CHE HANNO UNO SCHEMA.
      *                IL REPORT ELENCA:
      *                  - LE RIGHE FUORI SCHEMA, CON IL PRIMO CAMPO
      *                    IN ERRORE E IL MOTIVO;
      *                  - LE RIGHE DI SCHEMA MAL FORMATE, CHE IL
      *                    VALIDATORE IGNORA (UNA VOLTA PER MEMBRO).
      *                RETURN-CODE 4 SE C'E' ALMENO UN RILIEVO.
      ***************************************************************
      * MODIFICHE:                                                  *
      *   OTT26  RG0930  PRIMA STESURA.                              *
      ***************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAB-SNAP  ASSIGN TO TABSNAP
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE  ASSIGN TO RPTOUT.

       DATA DIVISION.

       FILE SECTION.

       FD  TAB-SNAP
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  SNAP-RECORD.
           05  SNAP-NOME              PIC X(08).
           05  SNAP-CHIAVE20          PIC X(20).
           05  SNAP-DESCRIZIONE       PIC X(60).
           05  FILLER                 PIC X(02).

       FD  RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  RPT-RECORD                 PIC X(133).

       WORKING-STORAGE SECTION.

      ***************************************************************
      *    CONTATORI DI SERVIZIO                                   *
      ***************************************************************
       77  W-RIGHE-LETTE               PIC 9(07) COMP-3 VALUE ZERO.
       77  W-RIGHE-VERIFICATE          PIC 9(07) COMP-3 VALUE ZERO.
       77  W-RIGHE-FUORI-SCHEMA        PIC 9(07) COMP-3 VALUE ZERO.
       77  W-REGOLE-ERRATE             PIC 9(05) COMP-3 VALUE ZERO.
       77  W-LINEE-STAMPATE            PIC 9(05) COMP-3 VALUE ZERO.
       77  IND-REG                     PIC 9(02) COMP-3 VALUE ZERO.

       01  W-SW-FINE-SNAP              PIC X     VALUE 'N'.
           88  FINE-SNAP                         VALUE 'S'.
           88  NON-FINE-SNAP                     VALUE 'N'.

       01  W-SW-ERRATE-STAMPATE        PIC X     VALUE 'N'.
           88  ERRATE-STAMPATE                   VALUE 'S'.
           88  ERRATE-DA-STAMPARE                VALUE 'N'.

      ***************************************************************
      *    SCHEMA DEI CAMPI: RIGHE 'TABSCHEM' DELLA FOTOGRAFIA (IN  *
      *    ORDINE DI CHIAVE, QUINDI RAGGRUPPATE PER MEMBRO)         *
      ***************************************************************
       01  TAB-SCHEMA.
           05  TAB-SCH-ELE OCCURS 500.
               10  TAB-SCH-MEMBRO      PIC X(08).
               10  TAB-SCH-PROGR       PIC X(02).
               10  TAB-SCH-DEF         PIC X(60).
       77  IND-SCHEMA                  PIC 9(03) COMP-3 VALUE ZERO.
       77  IND-SCHEMA-MAX              PIC 9(03) COMP-3 VALUE 500.
       77  IND-SCH                     PIC 9(03) COMP-3 VALUE ZERO.

      *    MEMBRO DI CUI SONO CARICATE LE REGOLE IN TABSCHV
       01  W-MEMBRO-CORR               PIC X(08) VALUE LOW-VALUES.

           COPY TABSCHV.

           COPY TABSCHD.

           COPY TABSCHR.

      ***************************************************************
      *    RIGHE DEL REPORT                                        *
      ***************************************************************
       01  RIGA-TITOLO-1.
           05  FILLER          PIC X(52) VALUE
               'SYSPTABQ - RIGHE DEL FILE TABELLE FUORI DAL LORO SCH'.
           05  FILLER          PIC X(08) VALUE 'EMA     '.
           05  FILLER          PIC X(73) VALUE SPACES.

       01  RIGA-TITOLO-2.
           05  FILLER          PIC X(10) VALUE 'RILIEVO   '.
           05  FILLER          PIC X(10) VALUE 'MEMBRO    '.
           05  FILLER          PIC X(22) VALUE 'CHIAVE'.
           05  FILLER          PIC X(10) VALUE 'CAMPO     '.
           05  FILLER          PIC X(16) VALUE 'AREA/POS/LUNG'.
           05  FILLER          PIC X(65) VALUE 'MOTIVO'.

       01  RIGA-RILIEVO.
           05  RR-TIPO         PIC X(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RR-MEMBRO       PIC X(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RR-CHIAVE       PIC X(20).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RR-CAMPO        PIC X(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RR-AREA         PIC X(06).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  RR-POS          PIC X(02).
           05  FILLER          PIC X(01) VALUE '/'.
           05  RR-LUNG         PIC X(02).
           05  FILLER          PIC X(04) VALUE SPACES.
           05  RR-TESTO        PIC X(46).
           05  FILLER          PIC X(19) VALUE SPACES.

       01  RIGA-RIEPILOGO-1.
           05  FILLER          PIC X(30) VALUE
               'RIGHE DI FOTOGRAFIA LETTE   : '.
           05  RRF-LETTE       PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(92) VALUE SPACES.

       01  RIGA-RIEPILOGO-2.
           05  FILLER          PIC X(30) VALUE
               'RIGHE VERIFICATE CON SCHEMA : '.
           05  RRF-VERIFICATE  PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(92) VALUE SPACES.

       01  RIGA-RIEPILOGO-3.
           05  FILLER          PIC X(30) VALUE
               'RIGHE FUORI SCHEMA          : '.
           05  RRF-FUORI       PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(92) VALUE SPACES.

       01  RIGA-RIEPILOGO-4.
           05  FILLER          PIC X(30) VALUE
               'RIGHE DI SCHEMA MAL FORMATE : '.
           05  RRF-ERRATE      PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(92) VALUE SPACES.

      *****************************
       PROCEDURE DIVISION.
      *****************************

       0000-MAINLINE.

           PERFORM 1000-INIZIALIZZA        THRU 1000-EXIT.
           PERFORM 2000-VERIFICA-RIGA      THRU 2000-EXIT
              UNTIL FINE-SNAP.
           PERFORM 9999-FINE               THRU 9999-EXIT.

           STOP RUN.

       0000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    PRIMA LETTURA DELLA FOTOGRAFIA: CARICA LO SCHEMA.     *
      *    POI RIAPRE IL FILE PER LA VERIFICA E STAMPA LE        *
      *    INTESTAZIONI.                                         *
      *---------------------------------------------------------*
       1000-INIZIALIZZA.

           OPEN INPUT  TAB-SNAP.
           OPEN OUTPUT RPT-FILE.

           PERFORM 1100-CARICA-SCHEMA THRU 1100-EXIT
              UNTIL FINE-SNAP.

           CLOSE TAB-SNAP.
           OPEN INPUT TAB-SNAP.
           SET NON-FINE-SNAP TO TRUE.

           WRITE RPT-RECORD FROM RIGA-TITOLO-1.
           WRITE RPT-RECORD FROM RIGA-TITOLO-2.
           ADD 2 TO W-LINEE-STAMPATE.

           PERFORM 2100-LEGGI-FOTOGRAFIA THRU 2100-EXIT.

       1000-EXIT.
           EXIT.

       1100-CARICA-SCHEMA.

           READ TAB-SNAP
               AT END SET FINE-SNAP TO TRUE
           END-READ.

           IF FINE-SNAP
              GO TO 1100-EXIT
           END-IF.

           IF SNAP-NOME NOT = 'TABSCHEM'
              GO TO 1100-EXIT
           END-IF.

           IF IND-SCHEMA NOT LESS IND-SCHEMA-MAX
              DISPLAY 'SYSPTABQ - TROPPE RIGHE TABSCHEM, IGNORATA '
                       SNAP-CHIAVE20
              GO TO 1100-EXIT
           END-IF.

           ADD 1 TO IND-SCHEMA.
           MOVE SNAP-CHIAVE20 (1:8)  TO TAB-SCH-MEMBRO (IND-SCHEMA).
           MOVE SNAP-CHIAVE20 (9:2)  TO TAB-SCH-PROGR  (IND-SCHEMA).
           MOVE SNAP-DESCRIZIONE     TO TAB-SCH-DEF    (IND-SCHEMA).

       1100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    SECONDA LETTURA: AL CAMBIO DI MEMBRO PRENDE LE SUE    *
      *    REGOLE; SE NE HA, VERIFICA LA RIGA CON SYSPTABV.      *
      *---------------------------------------------------------*
       2000-VERIFICA-RIGA.

           IF SNAP-NOME NOT = W-MEMBRO-CORR
              PERFORM 3000-CAMBIO-MEMBRO THRU 3000-EXIT
           END-IF.

           IF TSV-NUM-REGOLE = ZERO
              GO TO 2000-CONTINUA
           END-IF.

           ADD 1 TO W-RIGHE-VERIFICATE.
           MOVE SNAP-NOME        TO TSV-NOME.
           MOVE SNAP-CHIAVE20    TO TSV-CHIAVE20.
           MOVE SNAP-DESCRIZIONE TO TSV-DESCR.
           CALL 'SYSPTABV' USING TABSCHV.

           IF ERRATE-DA-STAMPARE
              SET ERRATE-STAMPATE TO TRUE
              PERFORM 4100-STAMPA-REGOLA-ERRATA THRU 4100-EXIT
                 VARYING IND-REG FROM 1 BY 1
                   UNTIL IND-REG GREATER TSV-NUM-REGOLE
           END-IF.

           IF TSV-RIGA-FUORI-SCHEMA
              PERFORM 4000-STAMPA-FUORI-SCHEMA THRU 4000-EXIT
           END-IF.

       2000-CONTINUA.

           PERFORM 2100-LEGGI-FOTOGRAFIA THRU 2100-EXIT.

       2000-EXIT.
           EXIT.

       2100-LEGGI-FOTOGRAFIA.

           READ TAB-SNAP
               AT END SET FINE-SNAP TO TRUE
           END-READ.

           IF NON-FINE-SNAP
              ADD 1 TO W-RIGHE-LETTE
           END-IF.

       2100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    NUOVO MEMBRO: CARICA IN TABSCHV LE SUE RIGHE DI       *
      *    SCHEMA (AL MASSIMO 30, COME IN LINEA).                *
      *---------------------------------------------------------*
       3000-CAMBIO-MEMBRO.

           MOVE SNAP-NOME  TO W-MEMBRO-CORR.
           MOVE ZERO       TO TSV-NUM-REGOLE.
           SET ERRATE-DA-STAMPARE TO TRUE.

           PERFORM 3100-PRENDI-REGOLA THRU 3100-EXIT
              VARYING IND-SCH FROM 1 BY 1
                UNTIL IND-SCH GREATER IND-SCHEMA.

       3000-EXIT.
           EXIT.

       3100-PRENDI-REGOLA.

           IF TAB-SCH-MEMBRO (IND-SCH) NOT = W-MEMBRO-CORR
              GO TO 3100-EXIT
           END-IF.

           IF TSV-NUM-REGOLE NOT LESS 30
              DISPLAY 'SYSPTABQ - OLTRE 30 CAMPI NELLO SCHEMA DI '
                       W-MEMBRO-CORR ', IGNORATO IL '
                       TAB-SCH-PROGR (IND-SCH)
              GO TO 3100-EXIT
           END-IF.

           ADD 1 TO TSV-NUM-REGOLE.
           MOVE TAB-SCH-PROGR (IND-SCH)
             TO TSV-REG-PROGR (TSV-NUM-REGOLE).
           MOVE TAB-SCH-DEF   (IND-SCH)
             TO TSV-REG-DEF   (TSV-NUM-REGOLE).

       3100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    RIGA FUORI SCHEMA: PRIMO CAMPO IN ERRORE E MOTIVO.    *
      *---------------------------------------------------------*
       4000-STAMPA-FUORI-SCHEMA.

           ADD 1 TO W-RIGHE-FUORI-SCHEMA.

           MOVE TSV-DIAGNOSI     TO TABSCHD.
           MOVE 'FUORI'          TO RR-TIPO.
           MOVE SNAP-NOME        TO RR-MEMBRO.
           MOVE SNAP-CHIAVE20    TO RR-CHIAVE.
           MOVE TABSCHD-CAMPO    TO RR-CAMPO.
           IF TABSCHD-AREA = 'K'
              MOVE 'CHIAVE'      TO RR-AREA
           ELSE
              MOVE 'DESCR'       TO RR-AREA
           END-IF.
           MOVE TABSCHD-POS      TO RR-POS.
           MOVE TABSCHD-LUNG     TO RR-LUNG.
           MOVE TABSCHD-TESTO    TO RR-TESTO.

           WRITE RPT-RECORD FROM RIGA-RILIEVO.
           ADD 1 TO W-LINEE-STAMPATE.

       4000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    RIGA DI SCHEMA MAL FORMATA (STAMPATA ALLA PRIMA RIGA  *
      *    VERIFICATA DEL MEMBRO): CHIAVE = MEMBRO + N. CAMPO.   *
      *---------------------------------------------------------*
       4100-STAMPA-REGOLA-ERRATA.

           IF NOT TSV-REG-MALFORMATA (IND-REG)
              GO TO 4100-EXIT
           END-IF.

           ADD 1 TO W-REGOLE-ERRATE.

           MOVE TSV-REG-DEF (IND-REG) TO TABSCHR.
           MOVE 'SCHEMA'              TO RR-TIPO.
           MOVE 'TABSCHEM'            TO RR-MEMBRO.
           MOVE SPACES                TO RR-CHIAVE.
           MOVE W-MEMBRO-CORR         TO RR-CHIAVE (1:8).
           MOVE TSV-REG-PROGR (IND-REG)
                                      TO RR-CHIAVE (9:2).
           MOVE TABSCHR-CAMPO         TO RR-CAMPO.
           MOVE TABSCHR-AREA          TO RR-AREA.
           MOVE TABSCHR-POS-X         TO RR-POS.
           MOVE TABSCHR-LUNG-X        TO RR-LUNG.
           MOVE 'RIGA DI SCHEMA MAL FORMATA, IGNORATA'
                                      TO RR-TESTO.

           WRITE RPT-RECORD FROM RIGA-RILIEVO.
           ADD 1 TO W-LINEE-STAMPATE.

       4100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    TOTALI DI CONTROLLO E RETURN-CODE.                    *
      *---------------------------------------------------------*
       9999-FINE.

           MOVE W-RIGHE-LETTE        TO RRF-LETTE.
           MOVE W-RIGHE-VERIFICATE   TO RRF-VERIFICATE.
           MOVE W-RIGHE-FUORI-SCHEMA TO RRF-FUORI.
           MOVE W-REGOLE-ERRATE      TO RRF-ERRATE.

           WRITE RPT-RECORD FROM RIGA-RIEPILOGO-1.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO-2.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO-3.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO-4.
           ADD 4 TO W-LINEE-STAMPATE.

           CLOSE TAB-SNAP.
           CLOSE RPT-FILE.

           DISPLAY 'SYSPTABQ - RIGHE LETTE      : ' W-RIGHE-LETTE.
           DISPLAY 'SYSPTABQ - RIGHE VERIFICATE : ' W-RIGHE-VERIFICATE.
           DISPLAY 'SYSPTABQ - FUORI SCHEMA     : '
                    W-RIGHE-FUORI-SCHEMA.
           DISPLAY 'SYSPTABQ - SCHEMA ERRATO    : ' W-REGOLE-ERRATE.

           IF W-RIGHE-FUORI-SCHEMA GREATER ZERO
           OR W-REGOLE-ERRATE GREATER ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

       9999-EXIT.
           EXIT.
