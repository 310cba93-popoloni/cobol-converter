      * -------------------------------------------------------------- *
      *  MODIFICHE:                                                    *
      *    SET26  RG0909  PRIMA STESURA.                               *
      *    OTT26  RG0922  ESCLUSI DALLA SONDA WSRR I MESSAGGI CARICATI *
      *                   DA FILE IN ATTESA DI ACCODAMENTO (WSIT0083). *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
                 WHERE CVALMSG  = ' '
                   AND WTIMECAR < CURRENT TIMESTAMP -
                                   :HV-MIN-WSRR MINUTES
RG0922             AND PIDMTX NOT IN
RG0922                 (SELECT B.PIDMTX
RG0922                    FROM WSIT0083 B
RG0922                   WHERE B.CSTATO = 'C')
                  WITH UR
           END-EXEC.

