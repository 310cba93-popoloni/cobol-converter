      ***************************************************************
      * MODIFICHE:                                                  *
      *   SET26  RG0904  PRIMA STESURA.                              *
      *   OTT26  RG0935  IL RECORD DI CODA DEGLI ARCHIVI DI PURGA    *
      *                  (UTARCTR) VIENE SALTATO IN LETTURA.         *
      ***************************************************************

       ENVIRONMENT DIVISION.
               AT END SET FINE-ARC TO TRUE
           END-READ.

      *    RECORD DI CODA DELL'ARCHIVIO (UTARCTR): SI SALTA
RG0935     IF NOT FINE-ARC
RG0935     AND ARCR-RECORD (1:4) = HIGH-VALUES
RG0935        GO TO 2100-LEGGI-ARCWSRR
RG0935     END-IF.

       2100-EXIT.
           EXIT.

               AT END SET FINE-ARC TO TRUE
           END-READ.

      *    RECORD DI CODA DELL'ARCHIVIO (UTARCTR): SI SALTA
RG0935     IF NOT FINE-ARC
RG0935     AND ARCS-RECORD (1:4) = HIGH-VALUES
RG0935        GO TO 3100-LEGGI-ARCWSRS
RG0935     END-IF.

       3100-EXIT.
           EXIT.

               AT END SET FINE-ARC TO TRUE
           END-READ.

      *    RECORD DI CODA DELL'ARCHIVIO (UTARCTR): SI SALTA
RG0935     IF NOT FINE-ARC
RG0935     AND ARCL-RECORD (1:4) = HIGH-VALUES
RG0935        GO TO 4100-LEGGI-ARCWSL
RG0935     END-IF.

       4100-EXIT.
           EXIT.

