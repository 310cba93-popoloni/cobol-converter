      *                  (RSTOLD) FA SALTARE I GIA' PROVATI. NESSUN  *
      *                  CONSOLIDAMENTO DB2: IL GIRO RESTA DI SOLA   *
      *                  PROVA E CHIUDE IN ROLLBACK COME PRIMA.      *
      *   OTT26  RG0923  ESITO +2 DI 'WSOC83R': MESSAGGIO CHE        *
      *                  VERREBBE TRATTENUTO PER IL RILASCIO A       *
      *                  QUATTRO OCCHI.                              *
      ***************************************************************

       ENVIRONMENT DIVISION.
                    ADD 1 TO W-ESITI-KO
                    MOVE 'VERREBBE RESPINTO'   TO RD-ESITO
                    PERFORM 2300-COMPONI-ERRORI THRU 2300-EXIT
RG0923         WHEN +2
RG0923              ADD 1 TO W-ESITI-OK
RG0923              MOVE 'VERREBBE TRATTENUTO' TO RD-ESITO
               WHEN +100
                    ADD 1 TO W-ESITI-ANOMALI
                    MOVE 'NON PIU'' IN WSRR'   TO RD-ESITO
