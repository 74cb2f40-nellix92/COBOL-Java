       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPACPRENOT.
      ******************************************************************
      **************PRENOTAZIONI ARRIVATE DAL SITO COMUNALE*************
      ******************************************************************
      **IL SITO DEL COMUNE DEPOSITA SU OPACPRENOTIN LE RICHIESTE DI*****
      **PRENOTAZIONE DEI PATRON, UNA PER RIGA:**************************
      **    ID RICHIESTA;USERNAME;PASSWORD;ISBN;SEDE DI RITIRO**********
      **LE CREDENZIALI SI VERIFICANO COME AL LOGIN DEL BANCO E OGNI*****
      **RICHIESTA PASSA DALLE STESSE REGOLE DELLA PRENOTAZIONE AL******
      **BANCO (MULTE, SOSPENSIONI, BLOCCHI, TESSERA, LIMITI, CODA).****
      **L'ESITO ESCE SU OPACPRENOTOUT PER IL SITO:**********************
      **    ID RICHIESTA;ESITO;CODICE;POSIZIONE IN CODA;RITIRO ENTRO****
      **ESITO ACCETTATA CON CODICE PRONTO_AL_RITIRO O IN_CODA, OPPURE***
      **RIFIUTATA CON IL CODICE DEL MOTIVO. OGNI RICHIESTA ELABORATA****
      **RESTA IN RICHIESTA_OPAC: RIELABORANDO LO STESSO FILE LE*********
      **RICHIESTE GIA' VISTE NON SI RIPETONO E LA RISPOSTA RIPORTA******
      **L'ESITO GIA' REGISTRATO*****************************************
       AUTHOR. ANOIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPAC-IN-FILE ASSIGN TO "OPACPRENOTIN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPAC-OUT-FILE ASSIGN TO "OPACPRENOTOUT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD OPAC-IN-FILE.
           01 OPAC-IN-RECORD PIC X(250).
           FD OPAC-OUT-FILE.
           01 OPAC-OUT-RECORD PIC X(150).

           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.
           01 WS-FINE-FILE PIC X(1) VALUE 'N'.
           01 WS-CONTEGGIO-LETTE PIC 9(5) VALUE ZERO.
           01 WS-CONTEGGIO-ACCETTATE PIC 9(5) VALUE ZERO.
           01 WS-CONTEGGIO-RIFIUTATE PIC 9(5) VALUE ZERO.
           01 WS-CONTEGGIO-GIA-VISTE PIC 9(5) VALUE ZERO.
           01 WS-LUNG-SEDE PIC 9(3) VALUE ZERO.

      *****************************************************************
      ***********CAMPI DI UNA RIGA DEL FILE DEL SITO*******************
      *****************************************************************
      **LA SEDE DI RITIRO E' FACOLTATIVA: VUOTA VALE LA SEDE DELLA*****
      **COPIA, COME AL BANCO********************************************
           01 WS-OPAC-RIGA.
               05 WS-OPR-ID-RICHIESTA PIC X(40).
               05 WS-OPR-USERNAME     PIC X(50).
               05 WS-OPR-PASSWORD     PIC X(50).
               05 WS-OPR-ISBN         PIC X(13).
               05 WS-OPR-SEDE-TESTO   PIC X(5).

      *****************************************************************
      ***********CREDENZIALI NEL TRACCIATO DI LOGIN DI DBUTIL**********
      *****************************************************************
           01 WS-RECORDLOGIN.
               05 WS-USERNAME PIC X(50) VALUE SPACE.
               05 WS-PSWD PIC X(50) VALUE SPACE.
               05 WS-COGNOME PIC X(50) VALUE SPACE.
               05 WS-NOME PIC X(50) VALUE SPACE.
               05 WS-INDIRIZZO PIC X(100) VALUE SPACE.
               05 WS-EMAIL PIC X(50) VALUE SPACE.
               05 WS-DOMANDA-SIC PIC X(100) VALUE SPACE.
               05 WS-RISPOSTA-SIC PIC X(80) VALUE SPACE.
               05 WS-CODICE-RESET PIC X(10) VALUE SPACE.
               05 WS-NUOVA-PSWD PIC X(50) VALUE SPACE.
               05 WS-CATEGORIA PIC X(10) VALUE SPACE.
               05 WS-DATA-NASCITA PIC X(10) VALUE SPACE.
               05 WS-CODICE-FISCALE PIC X(16) VALUE SPACE.
               05 WS-DOC-TIPO PIC X(20) VALUE SPACE.
               05 WS-DOC-NUMERO PIC X(20) VALUE SPACE.
               05 WS-DOC-SCADENZA PIC X(10) VALUE SPACE.
           01 WS-LOGGED PIC X(1) VALUE SPACE.

      *****************************************************************
      ***********RECORD NEL TRACCIATO DI PRENOTAZIONE******************
      *****************************************************************
      **L'OPERAZIONE 'o' APPLICA LE REGOLE DEL BANCO E, SE RIFIUTA,****
      **RESTITUISCE NELLO STATO IL CODICE DEL MOTIVO********************
           01 WS-PRENOTAZIONE.
               05 WS-PRE-ISBN              PIC X(13).
               05 WS-PRE-USERNAME          PIC X(50).
               05 WS-PRE-DATA-PRENOTAZIONE PIC X(10).
               05 WS-PRE-STATO             PIC X(20).
               05 WS-PRE-DATA-RESTITUZIONE PIC X(10).
               05 WS-PRE-CONTEGGIO-APERTE  PIC 9(5).
               05 WS-PRE-POSIZIONE-CODA    PIC 9(5).
               05 WS-PRE-NUMERO-RINNOVI    PIC 9(5).
               05 WS-PRE-SEDE-RITIRO       PIC 9(5).
               05 WS-PRE-QUANTITA          PIC 9(5).

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
      *****************************************************************
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01 DBNAME                PIC X(30) VALUE SPACE.

           01 RECORDRICHIESTA.
               05 ID-RICHIESTA      PIC X(40).
               05 USERNAME          PIC X(50).
               05 ISBN              PIC X(13).
               05 SEDE-RITIRO       PIC 9(5).
               05 ESITO             PIC X(10).
               05 CODICE            PIC X(20).
               05 POSIZIONE-CODA    PIC 9(5).
               05 RITIRO-ENTRO      PIC X(10).
           01 DB-DATA-OGGI          PIC X(10) VALUE SPACE.
           01 DB-DATA-ELABORAZIONE  PIC X(16) VALUE SPACE.
           01 DB-CODICE-SQL-ORIGINALE PIC S9(9) VALUE ZERO.
           01 DB-ERR-MESSAGGIO PIC X(200) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.
      *****************************************************************
      ********************INCLUDO SQLCA********************************
      *****************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.

           LINKAGE SECTION.
           01 LS-TYPE PIC X(1).

           PROCEDURE DIVISION USING LS-TYPE.
           MAIN.
               EVALUATE LS-TYPE
                   WHEN 'i'
                       PERFORM IMPORTARICHIESTE
                   WHEN 'd'
                       PERFORM DISPLAYRICHIESTE
               END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      **************ELABORA IL FILE DELLE RICHIESTE DEL SITO************
      ******************************************************************
      **OGNI RICHIESTA VIENE CONSOLIDATA SUL DATABASE PRIMA DI*********
      **SCRIVERNE LA RISPOSTA: SE LA CORSA SI INTERROMPE, RILANCIANDOLA*
      **SULLO STESSO FILE LE RICHIESTE GIA' ELABORATE ESCONO CON IL*****
      **LORO ESITO SENZA ESSERE RIPETUTE********************************
           IMPORTARICHIESTE.
           MOVE ZERO TO WS-CONTEGGIO-LETTE
           MOVE ZERO TO WS-CONTEGGIO-ACCETTATE
           MOVE ZERO TO WS-CONTEGGIO-RIFIUTATE
           MOVE ZERO TO WS-CONTEGGIO-GIA-VISTE
           MOVE 'N' TO WS-FINE-FILE
           MOVE SPACE TO DB-DATA-OGGI
           EXEC SQL
               SELECT TO_CHAR(CURRENT_DATE, 'DD-MM-YYYY')
               INTO :DB-DATA-OGGI
           END-EXEC
           OPEN INPUT OPAC-IN-FILE
           OPEN OUTPUT OPAC-OUT-FILE
           READ OPAC-IN-FILE
               AT END MOVE 'S' TO WS-FINE-FILE
           END-READ
           PERFORM UNTIL WS-FINE-FILE = 'S'
               PERFORM ELABORARICHIESTA
               READ OPAC-IN-FILE
                   AT END MOVE 'S' TO WS-FINE-FILE
               END-READ
           END-PERFORM
           CLOSE OPAC-IN-FILE
           CLOSE OPAC-OUT-FILE
           DISPLAY "RICHIESTE DAL SITO LETTE:       " WS-CONTEGGIO-LETTE
           DISPLAY "PRENOTAZIONI ACCETTATE:         "
               WS-CONTEGGIO-ACCETTATE
           DISPLAY "RICHIESTE RIFIUTATE:            "
               WS-CONTEGGIO-RIFIUTATE
           DISPLAY "GIA' ELABORATE IN UNA CORSA PRECEDENTE: "
               WS-CONTEGGIO-GIA-VISTE
           DISPLAY "RISPOSTE PER IL SITO SU OPACPRENOTOUT"
           EXIT PROGRAM.

      ******************************************************************
      **************ELABORA UNA RIGA DEL FILE***************************
      ******************************************************************
           ELABORARICHIESTA.
           MOVE SPACE TO WS-OPAC-RIGA
           MOVE ZERO TO WS-LUNG-SEDE
           UNSTRING OPAC-IN-RECORD DELIMITED BY ';'
               INTO WS-OPR-ID-RICHIESTA, WS-OPR-USERNAME,
               WS-OPR-PASSWORD, WS-OPR-ISBN,
               WS-OPR-SEDE-TESTO COUNT IN WS-LUNG-SEDE
           END-UNSTRING
           IF WS-OPAC-RIGA = SPACE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CONTEGGIO-LETTE
           MOVE WS-OPR-ID-RICHIESTA TO ID-RICHIESTA
           MOVE WS-OPR-USERNAME TO USERNAME
           MOVE WS-OPR-ISBN TO ISBN
           MOVE ZERO TO SEDE-RITIRO
           MOVE ZERO TO POSIZIONE-CODA
           MOVE SPACE TO RITIRO-ENTRO
      *    SENZA IDENTIFICATIVO LA RICHIESTA NON SI PUO' REGISTRARE:**
      *    LA RISPOSTA PARTE COMUNQUE, COSI' IL SITO VEDE LO SCARTO****
           IF ID-RICHIESTA = SPACE
               MOVE 'RIFIUTATA' TO ESITO
               MOVE 'FORMATO-ERRATO' TO CODICE
               ADD 1 TO WS-CONTEGGIO-RIFIUTATE
               PERFORM SCRIVIRISPOSTA
               EXIT PARAGRAPH
           END-IF
      *    RICHIESTA GIA' VISTA: SI RIPETE SOLO LA RISPOSTA************
           EXEC SQL
               SELECT ESITO, CODICE, COALESCE(POSIZIONE_CODA, 0),
               COALESCE(RITIRO_ENTRO, ' ')
               INTO :ESITO, :CODICE, :POSIZIONE-CODA, :RITIRO-ENTRO
               FROM RICHIESTA_OPAC
               WHERE ID_RICHIESTA = TRIM(:ID-RICHIESTA)
           END-EXEC
           IF SQLCODE = ZERO
               ADD 1 TO WS-CONTEGGIO-GIA-VISTE
               PERFORM SCRIVIRISPOSTA
               EXIT PARAGRAPH
           END-IF
           IF USERNAME = SPACE OR ISBN = SPACE
               OR WS-OPR-PASSWORD = SPACE
               MOVE 'FORMATO-ERRATO' TO CODICE
               PERFORM CHIUDIRICHIESTA
               EXIT PARAGRAPH
           END-IF
           IF WS-LUNG-SEDE > 5
               MOVE 'SEDE-SCONOSCIUTA' TO CODICE
               PERFORM CHIUDIRICHIESTA
               EXIT PARAGRAPH
           END-IF
           IF WS-LUNG-SEDE > ZERO
               IF WS-OPR-SEDE-TESTO(1:WS-LUNG-SEDE) NOT NUMERIC
                   MOVE 'SEDE-SCONOSCIUTA' TO CODICE
                   PERFORM CHIUDIRICHIESTA
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-OPR-SEDE-TESTO(1:WS-LUNG-SEDE) TO SEDE-RITIRO
           END-IF
           IF SEDE-RITIRO NOT = ZERO
               MOVE ZERO TO VALUESTABLE
               EXEC SQL
                   SELECT COUNT(*) INTO :VALUESTABLE FROM SEDE
                   WHERE CODICE_SEDE = :SEDE-RITIRO
               END-EXEC
               IF VALUESTABLE = ZERO
                   MOVE 'SEDE-SCONOSCIUTA' TO CODICE
                   PERFORM CHIUDIRICHIESTA
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *    CREDENZIALI: STESSO CONTROLLO DEL LOGIN AL BANCO, COMPRESI**
      *    IL CONTEGGIO DEI TENTATIVI FALLITI E IL BLOCCO TEMPORANEO***
           MOVE SPACE TO WS-RECORDLOGIN
           MOVE USERNAME TO WS-USERNAME
           MOVE WS-OPR-PASSWORD TO WS-PSWD
           MOVE SPACE TO WS-LOGGED
           CALL 'DBUTIL' USING 'l', WS-RECORDLOGIN, WS-LOGGED
           EVALUATE WS-LOGGED
               WHEN 'y'
               WHEN 'w'
               WHEN 'm'
                   CONTINUE
               WHEN 'b'
                   MOVE 'ACCOUNT-BLOCCATO' TO CODICE
               WHEN 'd'
                   MOVE 'ACCOUNT-DISATTIVO' TO CODICE
               WHEN 'p'
                   MOVE 'IN-APPROVAZIONE' TO CODICE
               WHEN OTHER
                   MOVE 'CREDENZIALI-ERRATE' TO CODICE
           END-EVALUATE
           IF WS-LOGGED NOT = 'y' AND WS-LOGGED NOT = 'w'
               AND WS-LOGGED NOT = 'm'
               PERFORM CHIUDIRICHIESTA
               EXIT PARAGRAPH
           END-IF
      *    UNA SOLA PRENOTAZIONE APERTA PER PATRON E TITOLO************
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE FROM PRENOTAZIONE
               WHERE ISBN = TRIM(:ISBN)
               AND USERNAME = TRIM(:USERNAME)
           END-EXEC
           IF VALUESTABLE NOT = ZERO
               MOVE 'GIA-PRENOTATO' TO CODICE
               PERFORM CHIUDIRICHIESTA
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-PRENOTAZIONE
           MOVE ISBN TO WS-PRE-ISBN
           MOVE USERNAME TO WS-PRE-USERNAME
           MOVE DB-DATA-OGGI TO WS-PRE-DATA-PRENOTAZIONE
           MOVE ZERO TO WS-PRE-CONTEGGIO-APERTE
           MOVE ZERO TO WS-PRE-POSIZIONE-CODA
           MOVE ZERO TO WS-PRE-NUMERO-RINNOVI
           MOVE SEDE-RITIRO TO WS-PRE-SEDE-RITIRO
           MOVE 1 TO WS-PRE-QUANTITA
           CALL 'PRENOTAZIONE' USING 'o', WS-PRENOTAZIONE
      *    L'ESITO SI RILEGGE DALLA PRENOTAZIONE REGISTRATA: UNA*******
      *    COPIA PRESA NEL FRATTEMPO DA UN ALTRO PATRON PUO' AVER******
      *    MANDATO IN CODA ANCHE UNA RICHIESTA NATA DISPONIBILE********
           MOVE SPACE TO CODICE
           EXEC SQL
               SELECT STATO, COALESCE(POSIZIONE_CODA, 0),
               COALESCE(DATA_RITIRO_ENTRO, ' ')
               INTO :CODICE, :POSIZIONE-CODA, :RITIRO-ENTRO
               FROM PRENOTAZIONE
               WHERE ISBN = TRIM(:ISBN)
               AND USERNAME = TRIM(:USERNAME)
           END-EXEC
           IF SQLCODE = ZERO
               MOVE 'ACCETTATA' TO ESITO
               ADD 1 TO WS-CONTEGGIO-ACCETTATE
               PERFORM REGISTRARICHIESTA
               PERFORM SCRIVIRISPOSTA
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO POSIZIONE-CODA
           MOVE SPACE TO RITIRO-ENTRO
           IF WS-PRE-STATO = SPACE
               MOVE 'ERRORE-INTERNO' TO CODICE
           ELSE
               MOVE WS-PRE-STATO TO CODICE
           END-IF
           PERFORM CHIUDIRICHIESTA.

      ******************************************************************
      **************REGISTRA E RISPONDE A UNA RICHIESTA RIFIUTATA*******
      ******************************************************************
           CHIUDIRICHIESTA.
           MOVE 'RIFIUTATA' TO ESITO
           ADD 1 TO WS-CONTEGGIO-RIFIUTATE
           PERFORM REGISTRARICHIESTA
           PERFORM SCRIVIRISPOSTA.

      ******************************************************************
      **************REGISTRA LA RICHIESTA E CONSOLIDA*******************
      ******************************************************************
      **IL COMMIT CHIUDE INSIEME PRENOTAZIONE E REGISTRAZIONE: UNA******
      **RISPOSTA SCRITTA SUL FILE CORRISPONDE SEMPRE A LAVORO GIA'******
      **CONSOLIDATO SUL DATABASE****************************************
           REGISTRARICHIESTA.
           EXEC SQL
               INSERT INTO RICHIESTA_OPAC
               (ID_RICHIESTA, USERNAME, ISBN, SEDE_RITIRO, ESITO,
               CODICE, POSIZIONE_CODA, RITIRO_ENTRO)
               VALUES (TRIM(:ID-RICHIESTA), TRIM(:USERNAME),
               TRIM(:ISBN), NULLIF(:SEDE-RITIRO, 0), TRIM(:ESITO),
               TRIM(:CODICE), :POSIZIONE-CODA,
               NULLIF(TRIM(:RITIRO-ENTRO), ''))
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           CALL 'DBUTIL' USING BY CONTENT 'k'.

      ******************************************************************
      **************SCRIVE LA RIGA DI RISPOSTA PER IL SITO**************
      ******************************************************************
           SCRIVIRISPOSTA.
           MOVE SPACE TO OPAC-OUT-RECORD
           STRING
               ID-RICHIESTA DELIMITED BY SPACE
               ';' DELIMITED BY SIZE
               ESITO DELIMITED BY SPACE
               ';' DELIMITED BY SIZE
               CODICE DELIMITED BY SPACE
               ';' DELIMITED BY SIZE
               POSIZIONE-CODA DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               RITIRO-ENTRO DELIMITED BY SPACE
               INTO OPAC-OUT-RECORD
           END-STRING
           WRITE OPAC-OUT-RECORD.

      ******************************************************************
      **************REGISTRO DELLE ULTIME RICHIESTE DAL SITO************
      ******************************************************************
           DISPLAYRICHIESTE.
           DISPLAY "ULTIME RICHIESTE DAL SITO (DATA / ID / USERNAME / "
               "ISBN / ESITO / CODICE / POSIZIONE):"
           EXEC SQL
               DECLARE RICHIESTE_CURSOR CURSOR FOR
               SELECT TO_CHAR(DATA_ELABORAZIONE, 'DD-MM-YYYY HH24:MI'),
               ID_RICHIESTA, COALESCE(USERNAME, ' '),
               COALESCE(ISBN, ' '), ESITO, CODICE,
               COALESCE(POSIZIONE_CODA, 0)
               FROM RICHIESTA_OPAC
               ORDER BY DATA_ELABORAZIONE DESC
               LIMIT 50
           END-EXEC
           EXEC SQL
           OPEN RICHIESTE_CURSOR
           END-EXEC

           EXEC SQL
               FETCH RICHIESTE_CURSOR INTO :DB-DATA-ELABORAZIONE,
               :ID-RICHIESTA, :USERNAME, :ISBN, :ESITO, :CODICE,
               :POSIZIONE-CODA
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "  " DB-DATA-ELABORAZIONE " / "
                   ID-RICHIESTA(1:20) " / " USERNAME(1:20) " / "
                   ISBN " / " ESITO " / " CODICE " / " POSIZIONE-CODA
               EXEC SQL
                   FETCH RICHIESTE_CURSOR INTO :DB-DATA-ELABORAZIONE,
                   :ID-RICHIESTA, :USERNAME, :ISBN, :ESITO, :CODICE,
                   :POSIZIONE-CODA
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE RICHIESTE_CURSOR
           END-EXEC
           EXIT PROGRAM.

      ******************************************************************
      **************GESTIONE ERRORI************************************
      ******************************************************************

           ERROR-RUNTIME.
               MOVE SQLCODE TO DB-CODICE-SQL-ORIGINALE
               DISPLAY "*********SQL ERROR***********"
               EVALUATE DB-CODICE-SQL-ORIGINALE
                 WHEN +10
                      DISPLAY "RECORD NOT FOUND"
                      MOVE "RECORD NOT FOUND" TO DB-ERR-MESSAGGIO
                 WHEN -01
                      DISPLAY "CONNESSIONE FALLITA"
                      MOVE "CONNESSIONE FALLITA" TO DB-ERR-MESSAGGIO
                 WHEN -20
                      DISPLAY "INTERNAL ERROR"
                      MOVE "INTERNAL ERROR" TO DB-ERR-MESSAGGIO
                 WHEN -30
                      DISPLAY "ERRORE POSTGRES"
                      DISPLAY "ERRCODE: " SQLSTATE
                      DISPLAY SQLERRMC
                      MOVE SQLERRMC TO DB-ERR-MESSAGGIO
                 WHEN OTHER
                      DISPLAY "ERRORE SCONOSCIUTO"
                      DISPLAY "ERRCODE: " SQLSTATE
                      DISPLAY SQLERRMC
                      MOVE SQLERRMC TO DB-ERR-MESSAGGIO
               END-EVALUATE
      *    REGISTRA L'ERRORE NELLA TABELLA ERRORLOG PER L'AUDIT*********
               EXEC SQL
                   INSERT INTO ERRORLOG
                   (PROGRAMMA, CODICE_SQL, MESSAGGIO)
                   VALUES ('OPACPRENOT', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
                   STOP RUN
               END-IF
               EXIT PROGRAM.
