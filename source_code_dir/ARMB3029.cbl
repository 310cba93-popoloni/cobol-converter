       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ARMB3029.
       AUTHOR.        MANUTENZIONE ARMP3025.
       INSTALLATION.  MONTE TITOLI - ELABORAZIONE DATI.
       DATE-WRITTEN.  OTTOBRE 2026.
       DATE-COMPILED.
      ***************************************************************
      *REMARKS.        M O N T E   T I T O L I
      *                ------------------------
      *                CODICI DI ALLARME SENZA ISTRUZIONI OPERATIVE.
      *                ----------------------------------------
      *                LANCIATO IN BATCH UNA VOLTA AL MESE (O A
      *                RICHIESTA), DOPO LA FOTOGRAFIA NOTTURNA DEL
      *                FILE TABELLE (SYSPTABS, DD TABSNAP):
      *                  1) CARICA DALLA FOTOGRAFIA LE ISTRUZIONI
      *                     CENSITE NEL MEMBRO 'ARISTRUZ' (COPY
      *                     ARRUNT1): COPPIE COD-ARC + TRANSAZIONE,
      *                     CON '****' PER LE ISTRUZIONI GENERICHE
      *                     DEL CODICE;
      *                  2) SCORRE LE COPPIE COD-ARC/TRANSAZIONE
      *                     ARCHIVIATE SU TES_SGNZ_LOG NEL PERIODO
      *                     (DEFAULT GLI ULTIMI 30 GIORNI) E STAMPA
      *                     QUELLE CHE NON HANNO ISTRUZIONI NE'
      *                     PROPRIE NE' GENERICHE, CON NUMERO DI
      *                     OCCORRENZE E ULTIMA OCCORRENZA: SONO
      *                     I CASI PER CUI IL TURNO DI NOTTE DEVE
      *                     ANCORA CHIAMARE IL REPERIBILE.
      *                CHIUDE CON RC 4 SE ESISTONO CODICI SCOPERTI.
      ***************************************************************
      * SCHEDA DI CONTROLLO (SYSIN, FACOLTATIVA):
      *   COL 01-03  GIORNI DEL PERIODO ESAMINATO     (DEFAULT 030)
      ***************************************************************
      * MODIFICHE:                                                  *
      *   OTT26  RG0928  PRIMA STESURA.                              *
      ***************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN     ASSIGN TO SYSIN.
           SELECT TAB-SNAP  ASSIGN TO TABSNAP
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE  ASSIGN TO RPTOUT.

       DATA DIVISION.

       FILE SECTION.

       FD  SYSIN
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  SYSIN-RECORD.
           05  SI-GG-PERIODO             PIC 9(03).
           05  FILLER                    PIC X(77).

       FD  TAB-SNAP
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  SNAP-RECORD.
           05  SNAP-NOME              PIC X(08).
           05  SNAP-CHIAVE20.
               10  SNAP-CODARC        PIC X(05).
               10  SNAP-CTRANS        PIC X(04).
               10  SNAP-NUMRIGA       PIC X(02).
               10  FILLER             PIC X(09).
           05  SNAP-DESCRIZIONE       PIC X(60).
           05  FILLER                 PIC X(02).

       FD  RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  RPT-RECORD                    PIC X(133).

       WORKING-STORAGE SECTION.

      ***************************************************************
      *    COSTANTI E CONTATORI DI SERVIZIO                        *
      ***************************************************************
       77  W-GG-PERIODO-DFLT             PIC 9(03) VALUE 030.
       77  W-GG-PERIODO-EFF              PIC 9(03) VALUE 030.
       77  W-MAX-ISTR                    PIC S9(4) COMP VALUE +2000.
       77  W-NUM-ISTR                    PIC S9(4) COMP VALUE ZERO.
       77  IND-ISTR                      PIC S9(4) COMP VALUE ZERO.
       77  W-COPPIE-LETTE                PIC 9(07) COMP-3 VALUE ZERO.
       77  W-COPPIE-SCOPERTE             PIC 9(07) COMP-3 VALUE ZERO.
       77  W-OCC-SCOPERTE                PIC 9(09) COMP-3 VALUE ZERO.
       77  W-LINEE-STAMPATE              PIC 9(05) COMP-3 VALUE ZERO.

       01  W-SW-FINE-SYSIN               PIC X     VALUE 'N'.
           88  FINE-SYSIN                          VALUE 'S'.
           88  NON-FINE-SYSIN                      VALUE 'N'.

       01  W-SW-FINE-SNAP                PIC X     VALUE 'N'.
           88  FINE-SNAP                           VALUE 'S'.
           88  NON-FINE-SNAP                       VALUE 'N'.

       01  W-SW-FINE-CURSORE             PIC X     VALUE 'N'.
           88  FINE-CURSORE                        VALUE 'S'.
           88  NON-FINE-CURSORE                    VALUE 'N'.

       01  W-SW-COPERTA                  PIC X     VALUE 'N'.
           88  COPPIA-COPERTA                      VALUE 'S'.
           88  COPPIA-SCOPERTA                     VALUE 'N'.

      ***************************************************************
      *    COPPIE COD-ARC + TRANSAZIONE CON ISTRUZIONI CENSITE      *
      *    (LA FOTOGRAFIA E' IN ORDINE DI CHIAVE: LE RIGHE DELLA    *
      *    STESSA COPPIA SONO CONSECUTIVE E SE NE TIENE UNA SOLA)   *
      ***************************************************************
       01  W-TAB-ISTRUZIONI.
           05  W-ISTR-COPPIA OCCURS 2000.
               10  W-ISTR-CODARC         PIC X(05).
               10  W-ISTR-CTRANS         PIC X(04).

       01  W-COPPIA-PREC.
           05  W-PREC-CODARC             PIC X(05) VALUE SPACES.
           05  W-PREC-CTRANS             PIC X(04) VALUE SPACES.

      ***************************************************************
      *    RIGHE DEL REPORT                                        *
      ***************************************************************
       01  RIGA-TITOLO-1.
           05  FILLER          PIC X(50) VALUE
               'ARMB3029 - CODICI DI ALLARME SENZA ISTRUZIONI OPER'.
           05  FILLER          PIC X(21) VALUE
               'ATIVE - ULTIMI GIORNI'.
           05  RT-GIORNI       PIC ZZ9.
           05  FILLER          PIC X(59) VALUE SPACES.

       01  RIGA-TITOLO-2.
           05  FILLER          PIC X(09) VALUE 'COD-ARC'.
           05  FILLER          PIC X(08) VALUE 'CTRANS'.
           05  FILLER          PIC X(14) VALUE '  OCCORRENZE'.
           05  FILLER          PIC X(30) VALUE '  ULTIMA OCCORRENZA'.
           05  FILLER          PIC X(72) VALUE SPACES.

       01  RIGA-DETTAGLIO.
           05  RD-CODARC       PIC X(05).
           05  FILLER          PIC X(04) VALUE SPACES.
           05  RD-CTRANS       PIC X(04).
           05  FILLER          PIC X(04) VALUE SPACES.
           05  RD-OCCORRENZE   PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(05) VALUE SPACES.
           05  RD-ULTIMA       PIC X(26).
           05  FILLER          PIC X(74) VALUE SPACES.

       01  RIGA-RIEPILOGO-1.
           05  FILLER          PIC X(30) VALUE
               'COPPIE CON ISTRUZIONI      : '.
           05  RR-ISTRUZIONI   PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(92) VALUE SPACES.

       01  RIGA-RIEPILOGO-2.
           05  FILLER          PIC X(30) VALUE
               'COPPIE ARCHIVIATE ESAMINATE: '.
           05  RR-LETTE        PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(92) VALUE SPACES.

       01  RIGA-RIEPILOGO-3.
           05  FILLER          PIC X(30) VALUE
               'COPPIE SENZA ISTRUZIONI    : '.
           05  RR-SCOPERTE     PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(16) VALUE
               '  OCCORRENZE : '.
           05  RR-OCC-SCOPERTE PIC ZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(65) VALUE SPACES.

      ***************************************************************
      *    HOST VARIABLES DEL CURSORE                               *
      ***************************************************************
       01  HV-C-ARCH                     PIC X(05).
       01  HV-CTRANS                     PIC X(04).
       01  HV-CONTEGGIO                  PIC S9(9) COMP-3.
       01  HV-ULTIMA                     PIC X(26).
       01  HV-GG-PERIODO                 PIC S9(3) COMP-3.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *****************************
       PROCEDURE DIVISION.
      *****************************

       0000-MAINLINE.

           PERFORM 1000-INIZIALIZZA        THRU 1000-EXIT.
           PERFORM 2000-CERCA-SCOPERTI     THRU 2000-EXIT.
           PERFORM 9999-FINE               THRU 9999-EXIT.

           STOP RUN.

       0000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    APERTURA FILE, SCHEDA DI CONTROLLO E CARICO DELLE    *
      *    ISTRUZIONI CENSITE DALLA FOTOGRAFIA DELLE TABELLE.   *
      *---------------------------------------------------------*
       1000-INIZIALIZZA.

           MOVE W-GG-PERIODO-DFLT    TO W-GG-PERIODO-EFF.

           OPEN INPUT  SYSIN.
           OPEN OUTPUT RPT-FILE.

           READ SYSIN
               AT END SET FINE-SYSIN TO TRUE
           END-READ.

           IF NON-FINE-SYSIN
              IF SI-GG-PERIODO NUMERIC AND SI-GG-PERIODO > ZERO
                 MOVE SI-GG-PERIODO TO W-GG-PERIODO-EFF
              END-IF
           END-IF.

           CLOSE SYSIN.

           MOVE W-GG-PERIODO-EFF     TO HV-GG-PERIODO
                                        RT-GIORNI.

           OPEN INPUT  TAB-SNAP.
           PERFORM 1100-CARICA-ISTRUZIONI THRU 1100-EXIT
              UNTIL FINE-SNAP.
           CLOSE TAB-SNAP.

           WRITE RPT-RECORD FROM RIGA-TITOLO-1.
           WRITE RPT-RECORD FROM RIGA-TITOLO-2.
           ADD 2 TO W-LINEE-STAMPATE.

       1000-EXIT.
           EXIT.

       1100-CARICA-ISTRUZIONI.

           READ TAB-SNAP
               AT END SET FINE-SNAP TO TRUE
           END-READ.

           IF FINE-SNAP
           OR SNAP-NOME NOT = 'ARISTRUZ'
              GO TO 1100-EXIT.

           IF SNAP-CODARC = W-PREC-CODARC
           AND SNAP-CTRANS = W-PREC-CTRANS
              GO TO 1100-EXIT.

           MOVE SNAP-CODARC          TO W-PREC-CODARC.
           MOVE SNAP-CTRANS          TO W-PREC-CTRANS.

           IF W-NUM-ISTR NOT LESS W-MAX-ISTR
              DISPLAY 'ARMB3029 - TROPPE COPPIE IN ARISTRUZ, IGNORATA '
                      SNAP-CODARC '/' SNAP-CTRANS
              GO TO 1100-EXIT.

           ADD 1 TO W-NUM-ISTR.
           MOVE SNAP-CODARC          TO W-ISTR-CODARC (W-NUM-ISTR).
           MOVE SNAP-CTRANS          TO W-ISTR-CTRANS (W-NUM-ISTR).

       1100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    SCORRE LE COPPIE COD-ARC/TRANSAZIONE ARCHIVIATE NEL  *
      *    PERIODO E STAMPA QUELLE SENZA ISTRUZIONI.            *
      *---------------------------------------------------------*
       2000-CERCA-SCOPERTI.

           SET NON-FINE-CURSORE TO TRUE.

           EXEC SQL
                DECLARE CUR-CODICI CURSOR FOR
                SELECT C_ARCH, CTRANS, COUNT(*), CHAR(MAX(S_TMST))
                FROM   TES_SGNZ_LOG
                WHERE  DATE(S_TMST) >= CURRENT DATE -
                                       :HV-GG-PERIODO DAYS
                GROUP BY C_ARCH, CTRANS
                ORDER BY C_ARCH, CTRANS
                WITH UR
           END-EXEC.

           EXEC SQL OPEN CUR-CODICI END-EXEC.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'ARMB3029 - ERRORE OPEN CUR-CODICI SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           PERFORM 2100-ESAMINA-COPPIA THRU 2100-EXIT
              UNTIL FINE-CURSORE.

           EXEC SQL CLOSE CUR-CODICI END-EXEC.

           EXEC SQL COMMIT END-EXEC.

       2000-EXIT.
           EXIT.

       2100-ESAMINA-COPPIA.

           EXEC SQL
                FETCH CUR-CODICI
                INTO :HV-C-ARCH, :HV-CTRANS, :HV-CONTEGGIO, :HV-ULTIMA
           END-EXEC.

           IF SQLCODE EQUAL +100
              SET FINE-CURSORE TO TRUE
              GO TO 2100-EXIT.

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'ARMB3029 - ERRORE FETCH CUR-CODICI SQLCODE='
                       SQLCODE
              PERFORM 9900-ABEND-SQL THRU 9900-EXIT
           END-IF.

           ADD 1 TO W-COPPIE-LETTE.

           SET COPPIA-SCOPERTA TO TRUE.
           PERFORM 2200-CERCA-ISTRUZIONI THRU 2200-EXIT
               VARYING IND-ISTR FROM 1 BY 1
                 UNTIL IND-ISTR GREATER W-NUM-ISTR
                    OR COPPIA-COPERTA.

           IF COPPIA-COPERTA
              GO TO 2100-EXIT.

           ADD 1            TO W-COPPIE-SCOPERTE.
           ADD HV-CONTEGGIO TO W-OCC-SCOPERTE.

           MOVE HV-C-ARCH     TO RD-CODARC.
           MOVE HV-CTRANS     TO RD-CTRANS.
           MOVE HV-CONTEGGIO  TO RD-OCCORRENZE.
           MOVE HV-ULTIMA     TO RD-ULTIMA.

           WRITE RPT-RECORD FROM RIGA-DETTAGLIO.
           ADD 1 TO W-LINEE-STAMPATE.

       2100-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    LA COPPIA E' COPERTA DA ISTRUZIONI PROPRIE DELLA     *
      *    TRANSAZIONE O DA QUELLE GENERICHE ('****') DEL       *
      *    CODICE, COME NELLA RICERCA DI ARMR3025.              *
      *---------------------------------------------------------*
       2200-CERCA-ISTRUZIONI.

           IF W-ISTR-CODARC (IND-ISTR) = HV-C-ARCH
              IF W-ISTR-CTRANS (IND-ISTR) = HV-CTRANS
              OR W-ISTR-CTRANS (IND-ISTR) = '****'
                 SET COPPIA-COPERTA TO TRUE
              END-IF
           END-IF.

       2200-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    ROUTINE GENERICA DI ABEND SU ERRORE SQL IRRECUPERABILE.
      *---------------------------------------------------------*
       9900-ABEND-SQL.

           EXEC SQL ROLLBACK END-EXEC.
           CLOSE RPT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       9900-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    RIEPILOGO FINALE, CHIUSURA FILE E TERMINE.           *
      *---------------------------------------------------------*
       9999-FINE.

           MOVE W-NUM-ISTR        TO RR-ISTRUZIONI.
           MOVE W-COPPIE-LETTE    TO RR-LETTE.
           MOVE W-COPPIE-SCOPERTE TO RR-SCOPERTE.
           MOVE W-OCC-SCOPERTE    TO RR-OCC-SCOPERTE.

           WRITE RPT-RECORD FROM RIGA-RIEPILOGO-1.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO-2.
           WRITE RPT-RECORD FROM RIGA-RIEPILOGO-3.
           ADD 3 TO W-LINEE-STAMPATE.

           CLOSE RPT-FILE.

           DISPLAY 'ARMB3029 - COPPIE CON ISTRUZIONI : ' W-NUM-ISTR.
           DISPLAY 'ARMB3029 - COPPIE ESAMINATE      : ' W-COPPIE-LETTE.
           DISPLAY 'ARMB3029 - COPPIE SCOPERTE       : '
                   W-COPPIE-SCOPERTE.

           IF W-COPPIE-SCOPERTE GREATER ZERO
              MOVE 4    TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

       9999-EXIT.
           EXIT.
