      *                  SYSIN, DEFAULT 50 CHIAVI): RIELABORARE DUE  *
      *                  VOLTE UN PIDMTX E' PROPRIO CIO' CHE NON     *
      *                  DOBBIAMO FARE.                              *
      *   OTT26  RG0923  ESITO +2 DI 'WSOC83R': MESSAGGIO TRATTENUTO *
      *                  PER IL RILASCIO A QUATTRO OCCHI, NON        *
      *                  APPLICATO (RILASCIO DA WSRL0083).           *
      ***************************************************************
      * SCHEDA DI CONTROLLO (PRIMA RIGA SYSIN, FACOLTATIVA):
      *   COL 01-05  '*CKPT'
                  WHEN ZERO
                       ADD 1 TO W-RIGHE-OK
                       MOVE 'RIELABORATO' TO RD-ESITO
RG0923            WHEN +2
RG0923                 ADD 1 TO W-RIGHE-IN-ERRORE
RG0923                 MOVE 'TRATTENUTO - DA RILASCIARE' TO RD-ESITO
                  WHEN +100
                       ADD 1 TO W-RIGHE-NON-TROVATE
                       MOVE 'NON TROVATO IN WSRR' TO RD-ESITO
