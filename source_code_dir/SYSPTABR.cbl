      ***************************************************************
      * MODIFICHE:                                                  *
      *   AGO26  RG0870  PRIMA STESURA.                              *
      *   OTT26  RG0935  IL RECORD DI CODA DEGLI ARCHIVI DI PURGA    *
      *                  (UTARCTR) VIENE SALTATO IN LETTURA.         *
      ***************************************************************

       ENVIRONMENT DIVISION.
               AT END SET FINE-TABLOG TO TRUE
           END-READ.

      *    RECORD DI CODA DELL'ARCHIVIO (UTARCTR): SI SALTA
RG0935     IF NOT FINE-TABLOG
RG0935     AND TABLOGR (1:4) = HIGH-VALUES
RG0935        GO TO 2100-LEGGI-TABLOG
RG0935     END-IF.

           IF NOT FINE-TABLOG
              ADD 1 TO W-RIGHE-LETTE
           END-IF.
