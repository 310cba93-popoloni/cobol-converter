       IDENTIFICATION DIVISION.
       PROGRAM-ID.    UTCL0064.
       AUTHOR.        MANUTENZIONE SYSPTAB5.
       INSTALLATION.  MONTE TITOLI - ELABORAZIONE DATI.
       DATE-WRITTEN.  OTTOBRE 2026.
       DATE-COMPILED.
      ***************************************************************
      *REMARKS.        M O N T E   T I T O L I
      *                ------------------------
      *                SERVIZIO DATA DI ELABORAZIONE DEI BATCH
      *                GIORNALIERI (CALL 'UTCL0064' USING UTCALT2).
      *                ----------------------------------------
      *                I REPORT GIORNALIERI ELABORAVANO LA SOLA
      *                GIORNATA CORRENTE (O UNA DATA BATTUTA IN
      *                SYSIN): IL LUNEDI' PERDEVANO IL TRAFFICO DI
      *                SABATO E DOMENICA E, DOPO UNA FESTIVITA' DI
      *                MERCATO, BISOGNAVA RICORDARSI DI CORREGGERE
      *                LE SCHEDE DI CONTROLLO. QUESTA ROUTINE DICE
      *                A OGNI BATCH IL PERIODO DA COPRIRE: DAL
      *                GIORNO SUCCESSIVO AL GIORNO LAVORATIVO
      *                PRECEDENTE FINO ALLA DATA DI RIFERIMENTO
      *                COMPRESA, E SE LA DATA DI RIFERIMENTO E'
      *                LAVORATIVA (LO STESSO DATO CHE IL PASSO
      *                UTCL0065 RESTITUISCE ALLO SCHEDULATORE).
      *                ----------------------------------------
      *                IL CALENDARIO E' QUELLO DI UTIP0062: SABATI,
      *                DOMENICHE E FESTIVITA' DEL MEMBRO 'CALFEST'
      *                LETTE DALLA FOTOGRAFIA NOTTURNA DI SYSPTABS
      *                (DD TABSNAP, COME WSCF0083/WSPC0083), ANNO
      *                DI RIFERIMENTO E ANNO PRECEDENTE. IL
      *                CALENDARIO RESTA IN MEMORIA PER LE CHIAMATE
      *                SUCCESSIVE CON LO STESSO MERCATO E ANNO.
      *                SE L'ANNO DI RIFERIMENTO NON HA RIGHE
      *                CALFEST IL PERIODO E' CALCOLATO COMUNQUE
      *                (SOLO SABATI E DOMENICHE) MA IL CODICE DI
      *                RITORNO LO SEGNALA AL CHIAMANTE (VEDI LA
      *                SENTINELLA DI UTCL0062).
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
           SELECT TAB-SNAP  ASSIGN TO TABSNAP
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  TAB-SNAP
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  SNAP-RECORD.
           05  SNAP-NOME              PIC X(08).
           05  SNAP-CHIAVE20.
               10  SNAP-MERCATO       PIC X(03).
               10  SNAP-ANNO          PIC X(04).
               10  SNAP-PROGR         PIC X(02).
               10  FILLER             PIC X(11).
           05  SNAP-DESCRIZIONE.
               10  SNAP-FESTIVITA     PIC 9(06) OCCURS 10.
           05  FILLER                 PIC X(02).

       WORKING-STORAGE SECTION.

      ***************************************************************
      *    INDICI E SWITCH DI SERVIZIO                             *
      ***************************************************************
       77  IND-CAL                     PIC S9(4) COMP VALUE ZERO.
       77  W-RIGHE-ANNO-RIF            PIC 9(03) COMP-3 VALUE ZERO.

       01  W-SW-FINE-SNAP              PIC X     VALUE 'N'.
           88  FINE-SNAP                         VALUE 'S'.
           88  NON-FINE-SNAP                     VALUE 'N'.

      ***************************************************************
      *    CALENDARIO IN MEMORIA (MERCATO E ANNO DELL'ULTIMO        *
      *    CARICAMENTO) E AREE DI COLLOQUIO CON UTIP0062            *
      ***************************************************************
       01  W-CAL-CARICATO-MERCATO      PIC X(03) VALUE SPACES.
       01  W-CAL-CARICATO-ANNO         PIC X(04) VALUE SPACES.
       01  W-CAL-RIGHE-ANNO-RIF        PIC 9(03) COMP-3 VALUE ZERO.

       01  W-MERCATO-CAL               PIC X(03) VALUE 'TGT'.
       01  W-ANNO-X                    PIC X(04) VALUE SPACES.
       01  W-ANNO-PREC-X               PIC X(04) VALUE SPACES.
       01  W-ANNO-APPO                 PIC 9(04) VALUE ZERO.

       01  W-CAL-FUNZ                  PIC X(01) VALUE '4'.
       01  W-CAL-DATA-GGMMAA.
           05  W-CAL-GG                PIC 99.
           05  W-CAL-MM                PIC 99.
           05  W-CAL-AA                PIC 99.
       01  W-CAL-GIORNI                PIC S9(7) COMP-3 VALUE ZERO.
       01  W-CAL-FESTIVO               PIC X(01) VALUE 'N'.
       01  W-CAL-RC                    PIC S9(1) COMP-3 VALUE ZERO.
       01  W-TAB-FESTIVITA.
           05  W-NUM-FESTIVITA         PIC 9(03) VALUE ZERO.
           05  W-FESTIVITA             PIC 9(06) OCCURS 40.

       01  W61-FUNZ                    PIC X(01) VALUE '1'.
       01  W61-DATA-GGMMAA             PIC X(06).
       01  W61-DATA2-GGMMAA            PIC X(06).
       01  W61-GIORNI                  PIC S9(7) COMP-3 VALUE ZERO.
       01  W61-RC                      PIC S9(1) COMP-3 VALUE ZERO.

      ***************************************************************
      *    DATE: AAAAMMGG, GGMMAA (ROUTINE UTIP) E VERIFICA DI      *
      *    CALENDARIO CON UTIP0060R/UTIP0060                        *
      ***************************************************************
       01  W-DATA-AAAAMMGG.
           05  W-LUNGA-AAAA            PIC 9(04).
           05  FILLER REDEFINES W-LUNGA-AAAA.
               10  W-LUNGA-SECOLO      PIC 9(02).
               10  W-LUNGA-AA          PIC 9(02).
           05  W-LUNGA-MM              PIC 9(02).
           05  W-LUNGA-GG              PIC 9(02).
       01  W-DATA-AAAAMMGG-N REDEFINES W-DATA-AAAAMMGG
                                       PIC 9(08).
       01  W-DATA-GGMMAA.
           05  W-CONV-GG               PIC 99.
           05  W-CONV-MM               PIC 99.
           05  W-CONV-AA               PIC 99.
       01  W-DATA-RITORNO.
           05  W-RIT-GG                PIC 99.
           05  W-RIT-MM                PIC 99.
           05  W-RIT-AA                PIC 99.
       01  W-DATA-YYDDD                PIC S9(5) COMP-3 VALUE ZERO.

       01  W-DATA-RIF-GGMMAA           PIC X(06) VALUE SPACES.
       01  W-DATA-ISO.
           05  W-ISO-AAAA              PIC 9(04).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  W-ISO-MM                PIC 9(02).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  W-ISO-GG                PIC 9(02).

      ******************
       LINKAGE SECTION.
      ******************

           COPY UTCALT2.

      *********************************
       PROCEDURE DIVISION USING UTCALT2.
      *********************************

       0000-MAINLINE.

           SET UTCALT2-OK            TO TRUE.
           MOVE ZERO                 TO UTCALT2-DATA-DAL
                                        UTCALT2-DATA-AL
                                        UTCALT2-PREC-LAV
                                        UTCALT2-GG-PERIODO.
           MOVE SPACES               TO UTCALT2-DAL-ISO
                                        UTCALT2-AL-ISO.
           SET UTCALT2-GIORNO-LAVORATIVO TO TRUE.

           IF UTCALT2-MERCATO = SPACES OR LOW-VALUES
              MOVE 'TGT'             TO W-MERCATO-CAL
           ELSE
              MOVE UTCALT2-MERCATO   TO W-MERCATO-CAL
           END-IF.

           PERFORM 1000-DATA-RIFERIMENTO THRU 1000-EXIT.
           IF UTCALT2-DATA-ERRATA
              GO TO 0000-FINE
           END-IF.

           PERFORM 2000-CARICA-CALENDARIO THRU 2000-EXIT.
           PERFORM 3000-CALCOLA-PERIODO   THRU 3000-EXIT.

       0000-FINE.
           GOBACK.

       0000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    DATA DI RIFERIMENTO: QUELLA RICEVUTA OPPURE LA DATA   *
      *    DI SISTEMA; DEVE ESSERE UNA DATA DI CALENDARIO REALE  *
      *    NELLA FINESTRA DI SECOLO DELLE ROUTINE UTIP.          *
      *---------------------------------------------------------*
       1000-DATA-RIFERIMENTO.

           IF UTCALT2-DATA-RIF NOT NUMERIC
              SET UTCALT2-DATA-ERRATA TO TRUE
              GO TO 1000-EXIT
           END-IF.

           IF UTCALT2-DATA-RIF = ZERO
              ACCEPT W-DATA-AAAAMMGG-N FROM DATE YYYYMMDD
           ELSE
              MOVE UTCALT2-DATA-RIF  TO W-DATA-AAAAMMGG-N
           END-IF.

           IF W-LUNGA-AAAA LESS 1950
           OR W-LUNGA-AAAA GREATER 2049
           OR W-LUNGA-MM LESS 1 OR W-LUNGA-MM GREATER 12
           OR W-LUNGA-GG LESS 1 OR W-LUNGA-GG GREATER 31
              SET UTCALT2-DATA-ERRATA TO TRUE
              GO TO 1000-EXIT
           END-IF.

           MOVE W-LUNGA-GG           TO W-CONV-GG.
           MOVE W-LUNGA-MM           TO W-CONV-MM.
           MOVE W-LUNGA-AA           TO W-CONV-AA.

           CALL 'UTIP0060R' USING W-DATA-GGMMAA W-DATA-YYDDD.
           CALL 'UTIP0060'  USING W-DATA-YYDDD  W-DATA-RITORNO.

           IF W-DATA-RITORNO NOT = W-DATA-GGMMAA
              SET UTCALT2-DATA-ERRATA TO TRUE
              GO TO 1000-EXIT
           END-IF.

           MOVE W-DATA-GGMMAA        TO W-DATA-RIF-GGMMAA.
           MOVE W-DATA-AAAAMMGG-N    TO UTCALT2-DATA-AL.
           MOVE W-LUNGA-AAAA         TO W-ANNO-X.
           COMPUTE W-ANNO-APPO = W-LUNGA-AAAA - 1.
           MOVE W-ANNO-APPO          TO W-ANNO-PREC-X.

       1000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    CARICA LE FESTIVITA' DEL MERCATO PER L'ANNO DI        *
      *    RIFERIMENTO E IL PRECEDENTE (IL GIORNO LAVORATIVO     *
      *    PRECEDENTE DEI PRIMI DI GENNAIO CADE NELL'ANNO        *
      *    PRIMA), SE NON GIA' IN MEMORIA DA UNA CHIAMATA        *
      *    PRECEDENTE.                                           *
      *---------------------------------------------------------*
       2000-CARICA-CALENDARIO.

           IF W-CAL-CARICATO-MERCATO = W-MERCATO-CAL
           AND W-CAL-CARICATO-ANNO   = W-ANNO-X
              GO TO 2000-EXIT
           END-IF.

           MOVE ZERO                 TO W-NUM-FESTIVITA
                                        W-RIGHE-ANNO-RIF.
           SET NON-FINE-SNAP         TO TRUE.

           OPEN INPUT TAB-SNAP.
           PERFORM 2100-LEGGI-SNAP THRU 2100-EXIT
              UNTIL FINE-SNAP.
           CLOSE TAB-SNAP.

           MOVE W-MERCATO-CAL        TO W-CAL-CARICATO-MERCATO.
           MOVE W-ANNO-X             TO W-CAL-CARICATO-ANNO.
           MOVE W-RIGHE-ANNO-RIF     TO W-CAL-RIGHE-ANNO-RIF.

       2000-EXIT.
           EXIT.

       2100-LEGGI-SNAP.

           READ TAB-SNAP
               AT END SET FINE-SNAP TO TRUE
           END-READ.

           IF NON-FINE-SNAP
           AND SNAP-NOME    = 'CALFEST '
           AND SNAP-MERCATO = W-MERCATO-CAL
           AND (SNAP-ANNO = W-ANNO-X
             OR SNAP-ANNO = W-ANNO-PREC-X)
              IF SNAP-ANNO = W-ANNO-X
                 ADD 1 TO W-RIGHE-ANNO-RIF
              END-IF
              PERFORM 2110-CARICA-DATA THRU 2110-EXIT
                 VARYING IND-CAL FROM 1 BY 1
                   UNTIL IND-CAL GREATER 10
           END-IF.

       2100-EXIT.
           EXIT.

       2110-CARICA-DATA.

           IF SNAP-FESTIVITA (IND-CAL) NUMERIC
           AND SNAP-FESTIVITA (IND-CAL) GREATER ZERO
           AND W-NUM-FESTIVITA LESS 40
              ADD 1 TO W-NUM-FESTIVITA
              MOVE SNAP-FESTIVITA (IND-CAL)
                TO W-FESTIVITA (W-NUM-FESTIVITA)
           END-IF.

       2110-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    GIORNO LAVORATIVO? (UTIP0062 FUNZIONE '4'), GIORNO    *
      *    LAVORATIVO PRECEDENTE (FUNZIONE '3', SEMPRE ALMENO UN *
      *    GIORNO PRIMA), INIZIO DEL PERIODO IL GIORNO DOPO      *
      *    (UTIP0061 FUNZIONE '1') E GIORNI COPERTI (FUNZIONE    *
      *    '2').                                                 *
      *---------------------------------------------------------*
       3000-CALCOLA-PERIODO.

           IF W-CAL-RIGHE-ANNO-RIF = ZERO
              SET UTCALT2-CALENDARIO-ASSENTE TO TRUE
           END-IF.

           MOVE '4'                  TO W-CAL-FUNZ.
           MOVE W-DATA-RIF-GGMMAA    TO W-CAL-DATA-GGMMAA.
           PERFORM 8000-CHIAMA-UTIP0062 THRU 8000-EXIT.
           IF W-CAL-FESTIVO = 'S'
              SET UTCALT2-GIORNO-FESTIVO TO TRUE
           END-IF.

           MOVE '3'                  TO W-CAL-FUNZ.
           MOVE W-DATA-RIF-GGMMAA    TO W-CAL-DATA-GGMMAA.
           PERFORM 8000-CHIAMA-UTIP0062 THRU 8000-EXIT.
           MOVE W-CAL-DATA-GGMMAA    TO W-DATA-GGMMAA.
           PERFORM 8100-GGMMAA-AAAAMMGG THRU 8100-EXIT.
           MOVE W-DATA-AAAAMMGG-N    TO UTCALT2-PREC-LAV.

           MOVE '1'                  TO W61-FUNZ.
           MOVE W-CAL-DATA-GGMMAA    TO W61-DATA-GGMMAA.
           MOVE +1                   TO W61-GIORNI.
           PERFORM 8200-CHIAMA-UTIP0061 THRU 8200-EXIT.
           MOVE W61-DATA-GGMMAA      TO W-DATA-GGMMAA.
           PERFORM 8100-GGMMAA-AAAAMMGG THRU 8100-EXIT.
           MOVE W-DATA-AAAAMMGG-N    TO UTCALT2-DATA-DAL.

           MOVE '2'                  TO W61-FUNZ.
           MOVE W-DATA-RIF-GGMMAA    TO W61-DATA-GGMMAA.
           MOVE W-DATA-GGMMAA        TO W61-DATA2-GGMMAA.
           PERFORM 8200-CHIAMA-UTIP0061 THRU 8200-EXIT.
           COMPUTE UTCALT2-GG-PERIODO = W61-GIORNI + 1.

           MOVE UTCALT2-DATA-DAL     TO W-DATA-AAAAMMGG-N.
           PERFORM 8300-FORMATO-ISO THRU 8300-EXIT.
           MOVE W-DATA-ISO           TO UTCALT2-DAL-ISO.
           MOVE UTCALT2-DATA-AL      TO W-DATA-AAAAMMGG-N.
           PERFORM 8300-FORMATO-ISO THRU 8300-EXIT.
           MOVE W-DATA-ISO           TO UTCALT2-AL-ISO.

       3000-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    CHIAMATE ALLE ROUTINE DI CALENDARIO: UN ERRORE QUI    *
      *    (DATA GIA' VERIFICATA) NON DEVE ACCADERE E RENDE      *
      *    NON VALIDA LA DATA DI RIFERIMENTO.                    *
      *---------------------------------------------------------*
       8000-CHIAMA-UTIP0062.

           MOVE ZERO                 TO W-CAL-GIORNI.

           CALL 'UTIP0062' USING W-CAL-FUNZ
                                 W-CAL-DATA-GGMMAA
                                 W-CAL-GIORNI
                                 W-CAL-FESTIVO
                                 W-CAL-RC
                                 W-TAB-FESTIVITA.

           IF W-CAL-RC NOT = ZERO
              SET UTCALT2-DATA-ERRATA TO TRUE
           END-IF.

       8000-EXIT.
           EXIT.

       8100-GGMMAA-AAAAMMGG.

           MOVE W-CONV-GG            TO W-LUNGA-GG.
           MOVE W-CONV-MM            TO W-LUNGA-MM.
           MOVE W-CONV-AA            TO W-LUNGA-AA.
           IF W-CONV-AA LESS 50
              MOVE 20                TO W-LUNGA-SECOLO
           ELSE
              MOVE 19                TO W-LUNGA-SECOLO
           END-IF.

       8100-EXIT.
           EXIT.

       8200-CHIAMA-UTIP0061.

           CALL 'UTIP0061' USING W61-FUNZ
                                 W61-DATA-GGMMAA
                                 W61-DATA2-GGMMAA
                                 W61-GIORNI
                                 W61-RC.

           IF W61-RC NOT = ZERO
              SET UTCALT2-DATA-ERRATA TO TRUE
           END-IF.

       8200-EXIT.
           EXIT.

       8300-FORMATO-ISO.

           MOVE W-LUNGA-AAAA         TO W-ISO-AAAA.
           MOVE W-LUNGA-MM           TO W-ISO-MM.
           MOVE W-LUNGA-GG           TO W-ISO-GG.

       8300-EXIT.
           EXIT.
