      ***************************************************************
      * MODIFICHE:                                                  *
      *   SET26  RG0896  PRIMA STESURA.                              *
      *   OTT26  RG0923  ESITO +2 DI 'WSOC83R' (MESSAGGIO CHE OGGI   *
      *                  VERREBBE TRATTENUTO PER IL RILASCIO A       *
      *                  QUATTRO OCCHI) DECODIFICATO.                *
      *   OTT26  RG0935  IL RECORD DI CODA DEGLI ARCHIVI DI PURGA    *
      *                  (UTARCTR) VIENE SALTATO IN LETTURA.         *
      ***************************************************************

       ENVIRONMENT DIVISION.
               AT END SET FINE-ARC TO TRUE
           END-READ.

      *    RECORD DI CODA DELL'ARCHIVIO (UTARCTR): SI SALTA
RG0935     IF NOT FINE-ARC
RG0935     AND ARCR-RECORD (1:4) = HIGH-VALUES
RG0935        GO TO 2100-LEGGI-ARCHIVIO
RG0935     END-IF.

       2100-EXIT.
           EXIT.

                    MOVE 'VALIDATO'       TO RD-RIGIOCO
               WHEN +1
                    MOVE 'RESPINTO'       TO RD-RIGIOCO
RG0923         WHEN +2
RG0923              MOVE 'TRATTENUTO'     TO RD-RIGIOCO
               WHEN OTHER
                    MOVE 'ESITO ANOMALO'  TO RD-RIGIOCO
           END-EVALUATE.
