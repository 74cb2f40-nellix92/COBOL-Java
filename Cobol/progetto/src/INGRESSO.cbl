       IDENTIFICATION DIVISION.
       PROGRAM-ID. INGRESSO.
      ******************************************************************
      **************REGISTRO DEI FILE IN ENTRATA************************
      ******************************************************************
      **I CARICATORI (PAGOPAIN, ILLRISPOSTE, ILLRICHIESTEIN,***********
      **MLOLEVENTI, LOOKUPRISP, MAILBOUNCE, INVSCAN) PRENDONO IL FILE**
      **CHE TROVANO SOTTO IL NOME FISSO: PRIMA DI APRIRLO CHIAMANO*****
      **QUESTO PROGRAMMA, CHE NE CALCOLA DIMENSIONE, NUMERO DI RECORD**
      **E IMPRONTA DEL CONTENUTO (MD5 A CATENA RIGA PER RIGA) E LO*****
      **REGISTRA. UN FILE CON LA STESSA IMPRONTA GIA' CARICATO SOTTO***
      **LO STESSO NOME (E LO STESSO CONTESTO, PER L'INVENTARIO LA******
      **SESSIONE) VIENE RIFIUTATO, A MENO CHE UN AMMINISTRATORE NON****
      **ABBIA AUTORIZZATO IL RICARICAMENTO, CHE VALE UNA SOLA VOLTA.***
      **UN FILE VUOTO O MANCANTE NON E' MAI UN DOPPIONE. A FINE*********
      **CARICAMENTO IL CHIAMANTE RIPORTA RECORD APPLICATI, SALTATI******
      **PERCHE' GIA' APPLICATI E SCARTATI*******************************
       AUTHOR. ANOIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INGRESSO-FILE ASSIGN TO WS-NOME-INGRESSO
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD INGRESSO-FILE.
           01 INGRESSO-RECORD PIC X(300).

           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.
           01 WS-NOME-INGRESSO PIC X(20) VALUE SPACE.
           01 WS-FINE-INGRESSO PIC X(1) VALUE 'N'.

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
      *****************************************************************
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01 DBNAME                PIC X(30) VALUE SPACE.

           01 RECORDINGRESSO.
               05 ID-INGRESSO       PIC 9(9).
               05 NOME-FILE         PIC X(20).
               05 CONTESTO          PIC X(20).
               05 DIMENSIONE        PIC 9(9).
               05 NUMERO-RECORD     PIC 9(7).
               05 IMPRONTA          PIC X(32).
               05 CARICATO          PIC X(16).
               05 ESITO             PIC X(10).
               05 OPERATORE         PIC X(50).
               05 APPLICATI         PIC 9(7).
               05 SALTATI           PIC 9(7).
               05 SCARTATI          PIC 9(7).
           01 DB-RIGA               PIC X(300) VALUE SPACE.
           01 DB-LUNGHEZZA-RIGA     PIC 9(5) VALUE ZERO.
           01 DB-ID-ORIGINALE       PIC 9(9) VALUE ZERO.
           01 DB-CARICATO-ORIGINALE PIC X(16) VALUE SPACE.
           01 DB-CODICE-SQL-ORIGINALE PIC S9(9) VALUE ZERO.
           01 DB-ERR-MESSAGGIO PIC X(200) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.
      *****************************************************************
      ********************INCLUDO SQLCA********************************
      *****************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.

           LINKAGE SECTION.
           01 LS-TYPE PIC X(1).
      **'c' CONTROLLA E REGISTRA IL FILE LS-FILE: ESITO 'S' SI PUO'****
      **CARICARE, 'N' DOPPIONE RIFIUTATO; 'e' CHIUDE LA REGISTRAZIONE**
      **LS-ID CON I CONTEGGI; 'f' AUTORIZZA UN RICARICAMENTO; 'd'******
      **ELENCA IL REGISTRO (TUTTO O DI UN SOLO FILE)********************
           01 LS-RECORD.
               05 LS-FILE           PIC X(20).
               05 LS-CONTESTO       PIC X(20).
               05 LS-OPERATORE      PIC X(50).
               05 LS-ID             PIC 9(9).
               05 LS-DIMENSIONE     PIC 9(9).
               05 LS-NUMERO-RECORD  PIC 9(7).
               05 LS-IMPRONTA       PIC X(32).
               05 LS-APPLICATI      PIC 9(7).
               05 LS-SALTATI        PIC 9(7).
               05 LS-SCARTATI       PIC 9(7).
               05 LS-ESITO          PIC X(1).

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
               EVALUATE LS-TYPE
                   WHEN 'c'
                       PERFORM CONTROLLAINGRESSO
                   WHEN 'e'
                       PERFORM CHIUDIINGRESSO
                   WHEN 'f'
                       PERFORM FORZAINGRESSO
                   WHEN 'd'
                       PERFORM DISPLAYINGRESSI
               END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      **************IMPRONTA E REGISTRAZIONE DI UN FILE IN ENTRATA******
      ******************************************************************
           CONTROLLAINGRESSO.
           MOVE 'N' TO LS-ESITO
           MOVE ZERO TO LS-ID
           MOVE LS-FILE TO NOME-FILE
           MOVE LS-CONTESTO TO CONTESTO
           MOVE LS-OPERATORE TO OPERATORE
           MOVE ZERO TO DIMENSIONE
           MOVE ZERO TO NUMERO-RECORD
           MOVE SPACE TO IMPRONTA
           MOVE LS-FILE TO WS-NOME-INGRESSO
           MOVE 'N' TO WS-FINE-INGRESSO
           OPEN INPUT INGRESSO-FILE
           READ INGRESSO-FILE
               AT END MOVE 'S' TO WS-FINE-INGRESSO
           END-READ
           PERFORM UNTIL WS-FINE-INGRESSO = 'S'
               PERFORM IMPRONTARIGA
               READ INGRESSO-FILE
                   AT END MOVE 'S' TO WS-FINE-INGRESSO
               END-READ
           END-PERFORM
           CLOSE INGRESSO-FILE
           MOVE DIMENSIONE TO LS-DIMENSIONE
           MOVE NUMERO-RECORD TO LS-NUMERO-RECORD
           MOVE IMPRONTA TO LS-IMPRONTA

      *    STESSO NOME, STESSO CONTESTO, STESSA IMPRONTA E GIA'*******
      *    CARICATO (ANCHE FORZATO): E' LA STESSA CONSEGNA************
           MOVE ZERO TO DB-ID-ORIGINALE
           MOVE SPACE TO DB-CARICATO-ORIGINALE
           IF NUMERO-RECORD > ZERO
               EXEC SQL
                   SELECT ID, TO_CHAR(CARICATO, 'DD-MM-YYYY HH24:MI')
                   INTO :DB-ID-ORIGINALE, :DB-CARICATO-ORIGINALE
                   FROM INGRESSO_FILE
                   WHERE NOME_FILE = TRIM(:NOME-FILE)
                   AND COALESCE(CONTESTO, ' ') =
                       COALESCE(NULLIF(TRIM(:CONTESTO), ''), ' ')
                   AND IMPRONTA = :IMPRONTA
                   AND ESITO IN ('CARICATO', 'FORZATO')
                   ORDER BY ID
                   LIMIT 1
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM ERROR-RUNTIME
               END-IF
           END-IF

           IF DB-ID-ORIGINALE = ZERO
               MOVE 'CARICATO' TO ESITO
           ELSE
               MOVE 'RIFIUTATO' TO ESITO
               EXEC SQL
                   UPDATE INGRESSO_FORZATURA SET
                   USATA = CURRENT_TIMESTAMP
                   WHERE NOME_FILE = TRIM(:NOME-FILE)
                   AND COALESCE(CONTESTO, ' ') =
                       COALESCE(NULLIF(TRIM(:CONTESTO), ''), ' ')
                   AND USATA IS NULL
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM ERROR-RUNTIME
               END-IF
               IF SQLCODE = 0 AND SQLERRD(3) > ZERO
                   MOVE 'FORZATO' TO ESITO
               END-IF
           END-IF

           EXEC SQL
               INSERT INTO INGRESSO_FILE
               (NOME_FILE, CONTESTO, DIMENSIONE, NUMERO_RECORD,
               IMPRONTA, CARICATO, ESITO, OPERATORE, ID_ORIGINALE)
               VALUES (TRIM(:NOME-FILE), NULLIF(TRIM(:CONTESTO), ''),
               :DIMENSIONE, :NUMERO-RECORD, :IMPRONTA,
               CURRENT_TIMESTAMP, TRIM(:ESITO),
               NULLIF(TRIM(:OPERATORE), ''),
               NULLIF(:DB-ID-ORIGINALE, 0))
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               SELECT CURRVAL('ingresso_file_id_seq')
               INTO :ID-INGRESSO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           CALL 'DBUTIL' USING BY CONTENT 'k'
           MOVE ID-INGRESSO TO LS-ID

           EVALUATE ESITO
               WHEN 'CARICATO'
                   MOVE 'S' TO LS-ESITO
               WHEN 'FORZATO'
                   MOVE 'S' TO LS-ESITO
                   DISPLAY "FILE " NOME-FILE " GIA' CARICATO IL "
                       DB-CARICATO-ORIGINALE ": RICARICAMENTO "
                       "AUTORIZZATO DALL'AMMINISTRATORE"
               WHEN OTHER
                   DISPLAY "FILE " NOME-FILE " GIA' CARICATO IL "
                       DB-CARICATO-ORIGINALE " (REGISTRAZIONE "
                       DB-ID-ORIGINALE "): CARICAMENTO RIFIUTATO"
                   DISPLAY "  " NUMERO-RECORD " RECORD, " DIMENSIONE
                       " BYTE, IMPRONTA " IMPRONTA
                   DISPLAY "  SE LA RICONSEGNA E' VOLUTA, UN "
                       "AMMINISTRATORE DEVE AUTORIZZARE IL "
                       "RICARICAMENTO"
           END-EVALUATE.

      *    L'IMPRONTA DI OGNI RIGA INCATENA QUELLA DELLE PRECEDENTI:***
      *    DUE FILE HANNO LA STESSA IMPRONTA SOLO SE SONO UGUALI RIGA**
      *    PER RIGA, NELLO STESSO ORDINE*******************************
           IMPRONTARIGA.
           MOVE INGRESSO-RECORD TO DB-RIGA
           EXEC SQL
               SELECT MD5(COALESCE(NULLIF(TRIM(:IMPRONTA), ''), '')
               || RTRIM(:DB-RIGA) || CHR(10)),
               OCTET_LENGTH(RTRIM(:DB-RIGA)) + 1
               INTO :IMPRONTA, :DB-LUNGHEZZA-RIGA
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           ADD 1 TO NUMERO-RECORD
           ADD DB-LUNGHEZZA-RIGA TO DIMENSIONE.

      ******************************************************************
      **************CONTEGGI DI FINE CARICAMENTO************************
      ******************************************************************
           CHIUDIINGRESSO.
           MOVE 'N' TO LS-ESITO
           IF LS-ID = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE LS-ID TO ID-INGRESSO
           MOVE LS-APPLICATI TO APPLICATI
           MOVE LS-SALTATI TO SALTATI
           MOVE LS-SCARTATI TO SCARTATI
           EXEC SQL
               UPDATE INGRESSO_FILE SET
               APPLICATI = :APPLICATI, SALTATI = :SALTATI,
               SCARTATI = :SCARTATI,
               FINE_CARICAMENTO = CURRENT_TIMESTAMP
               WHERE ID = :ID-INGRESSO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           CALL 'DBUTIL' USING BY CONTENT 'k'
           IF SALTATI > ZERO
               DISPLAY "RECORD GIA' APPLICATI E SALTATI: " SALTATI
           END-IF
           MOVE 'S' TO LS-ESITO.

      ******************************************************************
      **************AUTORIZZA IL RICARICAMENTO DI UN FILE***************
      ******************************************************************
      **VALE PER IL PROSSIMO CARICAMENTO DI QUEL FILE (E CONTESTO)*****
      **CHE RISULTI DOPPIONE; UNA SOLA AUTORIZZAZIONE IN SOSPESO*******
           FORZAINGRESSO.
           MOVE 'N' TO LS-ESITO
           MOVE LS-FILE TO NOME-FILE
           MOVE LS-CONTESTO TO CONTESTO
           MOVE LS-OPERATORE TO OPERATORE
           EXEC SQL
               INSERT INTO INGRESSO_FORZATURA
               (NOME_FILE, CONTESTO, OPERATORE, RICHIESTA)
               SELECT TRIM(:NOME-FILE), NULLIF(TRIM(:CONTESTO), ''),
               TRIM(:OPERATORE), CURRENT_TIMESTAMP
               WHERE NOT EXISTS (SELECT 1 FROM INGRESSO_FORZATURA
                   WHERE NOME_FILE = TRIM(:NOME-FILE)
                   AND COALESCE(CONTESTO, ' ') =
                       COALESCE(NULLIF(TRIM(:CONTESTO), ''), ' ')
                   AND USATA IS NULL)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           CALL 'DBUTIL' USING BY CONTENT 'k'
           IF SQLERRD(3) = ZERO
               DISPLAY "C'E' GIA' UN RICARICAMENTO AUTORIZZATO IN "
                   "ATTESA PER " NOME-FILE
           ELSE
               DISPLAY "RICARICAMENTO DI " NOME-FILE " AUTORIZZATO "
                   "PER IL PROSSIMO CARICAMENTO"
               MOVE 'S' TO LS-ESITO
           END-IF.

      ******************************************************************
      **************ELENCO DEL REGISTRO DEI FILE IN ENTRATA*************
      ******************************************************************
           DISPLAYINGRESSI.
           MOVE LS-FILE TO NOME-FILE
           DISPLAY "ID / FILE / CONTESTO / CARICATO / RECORD / BYTE / "
               "ESITO / APPLICATI / SALTATI / SCARTATI / IMPRONTA"
           EXEC SQL
               DECLARE INGRESSI_CURSOR CURSOR FOR
               SELECT ID, NOME_FILE, COALESCE(CONTESTO, ' '),
               TO_CHAR(CARICATO, 'DD-MM-YYYY HH24:MI'),
               NUMERO_RECORD, DIMENSIONE, ESITO,
               COALESCE(APPLICATI, 0), COALESCE(SALTATI, 0),
               COALESCE(SCARTATI, 0), IMPRONTA
               FROM INGRESSO_FILE
               WHERE TRIM(:NOME-FILE) = ''
               OR NOME_FILE = TRIM(:NOME-FILE)
               ORDER BY ID DESC
               LIMIT 50
           END-EXEC
           EXEC SQL
           OPEN INGRESSI_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.

           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               FETCH INGRESSI_CURSOR INTO :ID-INGRESSO, :NOME-FILE,
               :CONTESTO, :CARICATO, :NUMERO-RECORD, :DIMENSIONE,
               :ESITO, :APPLICATI, :SALTATI, :SCARTATI, :IMPRONTA
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO VALUESTABLE
               DISPLAY ID-INGRESSO " / " NOME-FILE " / " CONTESTO
                   " / " CARICATO " / " NUMERO-RECORD " / "
                   DIMENSIONE " / " ESITO " / " APPLICATI " / "
                   SALTATI " / " SCARTATI " / " IMPRONTA
               EXEC SQL
                   FETCH INGRESSI_CURSOR INTO :ID-INGRESSO,
                   :NOME-FILE, :CONTESTO, :CARICATO, :NUMERO-RECORD,
                   :DIMENSIONE, :ESITO, :APPLICATI, :SALTATI,
                   :SCARTATI, :IMPRONTA
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE INGRESSI_CURSOR
           END-EXEC
           IF VALUESTABLE = ZERO
               DISPLAY "NESSUN FILE NEL REGISTRO"
           END-IF.

      ******************************************************************
      **************GESTIONE ERRORI*************************************
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
                   VALUES ('INGRESSO', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
                   STOP RUN
               END-IF
               EXIT PROGRAM.
