000248* PRESIDIATO E L'OPERAZIONE RESTA AMMESSA. I RIFIUTI TORNANO AL *
000250* CHIAMANTE CON CODICE 6 E VENGONO REGISTRATI SU TABLOG CON LA  *
000251* DICITURA DI RIFIUTO AL POSTO DEL VALORE NUOVO.                *
000253* LE WR/RWR SUI MEMBRI DESCRITTI NEL MEMBRO 'TABSCHEM' (SCHEMA   *
000254* DEI CAMPI DI CHIAVE E DESCRIZIONE, VEDI COPY TABSCHR) SONO     *
000255* VERIFICATE DAL VALIDATORE SYSPTABV: UNA RIGA FUORI SCHEMA E'   *
000256* RESPINTA CON CODICE 8 E NEL CAMPO DESCRIZIONE TORNA LA         *
000257* DIAGNOSTICA DEL PRIMO CAMPO IN ERRORE (VEDI COPY TABSCHD). IL  *
000258* RIFIUTO E' REGISTRATO SU TABLOG COME QUELLI DI 'TABAUTH'. I    *
000259* MEMBRI SENZA RIGHE 'TABSCHEM' NON SONO VERIFICATI.             *
000262* I MEMBRI CENSITI SUL MEMBRO 'TABSENS ' (CHIAVE = NOME          *
000272* MEMBRO, DESCRIZIONE POS. 1-5 = MINUTI DI SCADENZA DELLA        *
000282* PROPOSTA) SONO A DOPPIA FIRMA: LA PRIMA WR/RWR/DLT DI UN       *
000449*     - 4  = RECORD DOPPIO SU WRITE                           *
000451*     - 5  = RECORD IN USO AD ALTRA TRANSAZIONE (RWR/DLT)      *
000452*     - 6  = OPERAZIONE NON AUTORIZZATA (WR/RWR/DLT)            *
000453*     - 8  = RIGA FUORI SCHEMA 'TABSCHEM' (WR/RWR)              *
000454*                                                             *
000455*                                                             *
000457***************************************************************
000777 01  SW-ESITO-FIRMA              PIC X     VALUE 'A'.
000787     88  FIRMA-APPLICA                     VALUE 'A'.
000797     88  FIRMA-IN-ATTESA                   VALUE 'P'.
000798     88  FIRMA-FUORI-SCHEMA                VALUE 'S'.
000799     88  FIRMA-NON-APPLICA                 VALUE 'P' 'S'.
000807 01  SW-CONFERMA-4OCCHI          PIC X     VALUE 'N'.
000817     88  CONFERMA-A-4-OCCHI                VALUE 'S'.
000827     88  NESSUNA-CONFERMA                  VALUE 'N'.
001117 01  SW-SCN-MATCH                PIC X     VALUE 'N'.
001127     88  SCN-RIGA-IN-MATCH                 VALUE 'S'.
001137     88  SCN-RIGA-NO-MATCH                 VALUE 'N'.
001138*--------------------------------------------------------------*
001139* VERIFICA DI SCHEMA SU WR/RWR (MEMBRO 'TABSCHEM'): LE RIGHE DI *
001140* SCHEMA DEL MEMBRO DA AGGIORNARE, FINO A 30, VENGONO CARICATE  *
001141* NELL'AREA DI CHIAMATA DEL VALIDATORE SYSPTABV INSIEME ALLA    *
001142* RIGA PROPOSTA. VEDI VERIFICA-SCHEMA.                          *
001143*--------------------------------------------------------------*
001144 01  W-SCH-RESP                  PIC S9(8) COMP VALUE ZERO.
001145     COPY TABSCHV.
001147*--------------------------------------------------------------*
001148*            CODICI DI RITORNO                                 *
001149*--------------------------------------------------------------*
001161 77  ZERO5                       PIC S9(1)      VALUE +5.
001162* OPERAZIONE NON AUTORIZZATA DAL MEMBRO 'TABAUTH'
001163 77  ZERO6                       PIC S9(1)      VALUE +6.
001164* RIGA FUORI SCHEMA SU WR/RWR (MEMBRO 'TABSCHEM')
001165 77  ZERO8                       PIC S9(1)      VALUE +8.
001173* VARIAZIONE SU MEMBRO A DOPPIA FIRMA IN ATTESA DI CONFERMA
001183 77  ZERO7                       PIC S9(1)      VALUE +7.
001184*--------------------------------------------------------------*
002405        GO TO SCRIVI-NUOVO-RECORD-EX.
002406     PERFORM VERIFICA-DOPPIA-FIRMA
002407             THRU VERIFICA-DOPPIA-FIRMA-EX.
002408     IF FIRMA-NON-APPLICA
002409        GO TO SCRIVI-NUOVO-RECORD-EX.
002410     MOVE W-COMMA-NOME TO W-REC-TAB-NOME.
002420     MOVE W-COMMA-CHIAVE20 TO W-REC-TAB-CHIAVE20.
002636        GO TO RESCRIVI-RECORD-EX.
002646     PERFORM VERIFICA-DOPPIA-FIRMA
002656             THRU VERIFICA-DOPPIA-FIRMA-EX.
002666     IF FIRMA-NON-APPLICA
002667        GO TO RESCRIVI-RECORD-EX.
002668     MOVE W-COMMA-NOME TO W-REC-TAB-NOME.
002669     MOVE W-COMMA-CHIAVE20 TO W-REC-TAB-CHIAVE20.
005391*     (CODICE 7). LE PROPOSTE OLTRE SCADENZA VENGONO MARCATE    *
005401*     'X' AL PASSAGGIO.                                         *
005411* TUTTO SOTTO ENQ SULLA RISORSA 'TABPENDQ'.                     *
005412* SU WR/RWR LA RIGA PROPOSTA PASSA PRIMA LA VERIFICA DI         *
005413* SCHEMA (VERIFICA-SCHEMA): SE E' FUORI SCHEMA L'ESITO E' 'S',  *
005414* NESSUNA PROPOSTA NASCE O VIENE CONSUMATA (CODICE 8).          *
005421*--------------------------------------------------------------*
005431 VERIFICA-DOPPIA-FIRMA.
005441     MOVE 'A' TO SW-ESITO-FIRMA.
005451     MOVE 'N' TO SW-CONFERMA-4OCCHI.
005452     SET TSV-RIGA-CONFORME TO TRUE.
005453     IF W-AUT-OP NOT EQUAL 'D'
005454        PERFORM VERIFICA-SCHEMA THRU VERIFICA-SCHEMA-EX.
005455     IF TSV-RIGA-FUORI-SCHEMA
005456        MOVE 'S' TO SW-ESITO-FIRMA
005457        GO TO VERIFICA-DOPPIA-FIRMA-EX.
005461     PERFORM LEGGI-TABSENS THRU LEGGI-TABSENS-EX.
005471     IF MEMBRO-NON-SENSIBILE
005481        GO TO VERIFICA-DOPPIA-FIRMA-EX.
007231     GO TO LISTA-PENDENTI-GIRO.
007241 LISTA-PENDENTI-EX.
007251     EXIT.
007261     SKIP1
007271*--------------------------------------------------------------*
007281* VERIFICA DI SCHEMA SU WR/RWR (MEMBRO 'TABSCHEM').             *
007291*                                                               *
007301* SFOGLIA LE RIGHE 'TABSCHEM' DEL MEMBRO DA AGGIORNARE (CHIAVE  *
007311* = NOME MEMBRO + NUMERO CAMPO) E LE PASSA, CON LA RIGA         *
007321* PROPOSTA, AL VALIDATORE SYSPTABV. NESSUNA RIGA DI SCHEMA =    *
007331* MEMBRO NON VERIFICATO. LA RIGA FUORI SCHEMA E' RESPINTA CON   *
007341* CODICE 8, LA DIAGNOSTICA DEL PRIMO CAMPO IN ERRORE (COPY      *
007351* TABSCHD) TORNA NEL CAMPO DESCRIZIONE E IL RIFIUTO VIENE       *
007361* REGISTRATO SU TABLOG (REGISTRA-FUORI-SCHEMA).                 *
007371* LE LETTURE USANO RESP COME LEGGI-RIGA-TABAUTH.                *
007381*--------------------------------------------------------------*
007391 VERIFICA-SCHEMA.
007401     MOVE ZERO TO TSV-NUM-REGOLE.
007411     SET TSV-RIGA-CONFORME TO TRUE.
007421     MOVE 'TABSCHEM'   TO W-REC-TAB-NOME.
007431     MOVE LOW-VALUES   TO W-REC-TAB-CHIAVE20.
007441     MOVE W-COMMA-NOME TO W-REC-TAB-CHIAVE20 (1:8).
007451     MOVE ZERO         TO W-REC-TAB-CHIAVEZERO.
007461     EXEC CICS STARTBR
007471                       DATASET   ('TABELLE')
007481                       RIDFLD    (W-REC-TAB-CHIAVE)
007491                       KEYLENGTH (LENG-KEY)
007501                       RESP      (W-SCH-RESP)
007511                       END-EXEC.
007521     IF W-SCH-RESP NOT EQUAL DFHRESP(NORMAL)
007531        GO TO VERIFICA-SCHEMA-EX.
007541     PERFORM CARICA-SCHEMA-RIGA THRU CARICA-SCHEMA-RIGA-EX
007551        UNTIL W-SCH-RESP NOT EQUAL DFHRESP(NORMAL).
007561     EXEC CICS ENDBR DATASET ('TABELLE') NOHANDLE END-EXEC.
007571     IF TSV-NUM-REGOLE EQUAL ZERO
007581        GO TO VERIFICA-SCHEMA-EX.
007591     MOVE W-COMMA-NOME     TO TSV-NOME.
007601     MOVE W-COMMA-CHIAVE20 TO TSV-CHIAVE20.
007611     MOVE W-COMMA-DESCR    TO TSV-DESCR.
007621     CALL 'SYSPTABV' USING TABSCHV.
007631     IF TSV-RIGA-FUORI-SCHEMA
007641        PERFORM REGISTRA-FUORI-SCHEMA
007646                THRU REGISTRA-FUORI-SCHEMA-EX
007651     END-IF.
007661 VERIFICA-SCHEMA-EX.
007671     EXIT.
007681     SKIP1
007691 CARICA-SCHEMA-RIGA.
007701     EXEC CICS READNEXT INTO      (W-REC-TABELLE)
007711                        LENGTH    (LENG-RECORD)
007721                        DATASET   ('TABELLE')
007731                        RIDFLD    (W-REC-TAB-CHIAVE)
007741                        KEYLENGTH (LENG-KEY)
007751                        RESP      (W-SCH-RESP)
007761                        END-EXEC.
007771     IF W-SCH-RESP NOT EQUAL DFHRESP(NORMAL)
007781        GO TO CARICA-SCHEMA-RIGA-EX.
007791     IF W-REC-TAB-NOME NOT EQUAL 'TABSCHEM'
007801     OR W-REC-TAB-CHIAVE20 (1:8) NOT EQUAL W-COMMA-NOME
007811     OR TSV-NUM-REGOLE NOT LESS 30
007821        MOVE 8 TO W-SCH-RESP
007831        GO TO CARICA-SCHEMA-RIGA-EX.
007841     ADD 1 TO TSV-NUM-REGOLE.
007851     MOVE W-REC-TAB-CHIAVE20 (9:2)
007861          TO TSV-REG-PROGR (TSV-NUM-REGOLE).
007871     MOVE W-REC-TAB-DESCRIZIONE
007881          TO TSV-REG-DEF (TSV-NUM-REGOLE).
007891 CARICA-SCHEMA-RIGA-EX.
007901     EXIT.
007911     SKIP1
007921*--------------------------------------------------------------*
007931* RIFIUTO PER SCHEMA: CODICE 8, RIGA DI STORICO SU 'TABLOG'     *
007941* CON LA DICITURA DI RIFIUTO E IL CAMPO IN ERRORE (STESSA       *
007951* CONVENZIONE DI REGISTRA-RIFIUTO), DIAGNOSTICA AL CHIAMANTE    *
007961* NEL CAMPO DESCRIZIONE.                                        *
007971*--------------------------------------------------------------*
007981 REGISTRA-FUORI-SCHEMA.
007991     MOVE ZERO8          TO W-CODICE-ERRORE.
008001     MOVE W-AUT-OP       TO WL-OPERAZIONE.
008011     MOVE SPACES         TO WL-DESCR-OLD.
008021     MOVE SPACES         TO WL-DESCR-NEW.
008031     STRING 'RIFIUTATA PER SCHEMA (TABSCHEM) CAMPO '
008041            TSV-DIAGNOSI (1:8)
008051            DELIMITED BY SIZE INTO WL-DESCR-NEW.
008061     PERFORM SCRIVI-LOG-STORICO.
008071     MOVE TSV-DIAGNOSI   TO W-COMMA-DESCR.
008081 REGISTRA-FUORI-SCHEMA-EX.
008091     EXIT.
