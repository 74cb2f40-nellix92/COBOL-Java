       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORIACOPIA.
      ******************************************************************
      **************LIBRERIA PER OPERAZIONE TABELLA*********************
      ***************ESEMPLARE_STORIA / TRANSIZIONE_STATO***************
      ******************************************************************
      **STORIA DEGLI STATI DI OGNI COPIA FISICA. CHI CAMBIA LO STATO***
      **DI UN ESEMPLARE (PRESTITO, RESTITUZIONE, LEGATORIA, SMARRIMENTO*
      **SCARTO, CORREZIONE MANUALE) CHIEDE PRIMA QUI IL PERMESSO: IL****
      **PASSAGGIO VIENE CONFRONTATO CON TRANSIZIONE_STATO E SCRITTO IN**
      **ESEMPLARE_STORIA CON OPERATORE, SEDE E POSTAZIONE DELLA*********
      **SESSIONE. UN PASSAGGIO NON AMMESSO RESTA A REGISTRO COME*******
      **'RIFIUTATO' E IL CHIAMANTE NON DEVE AGGIORNARE LA COPIA*********
       AUTHOR. ANOIR.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.

      *    SESSIONE DI POSTAZIONE: SEDE E TERMINALE DEL MOVIMENTO****
           01 WS-SESSIONE-POSTAZIONE.
               05 WS-SP-CODICE-POSTAZIONE PIC X(20).
               05 WS-SP-CODICE-SEDE       PIC 9(5).
               05 WS-SP-DESCRIZIONE       PIC X(100).
               05 WS-SP-ATTIVA            PIC X(1).
               05 WS-SP-USERNAME          PIC X(50).
               05 WS-SP-RUOLO             PIC X(30).
               05 WS-SP-DATA-DA           PIC X(10).
               05 WS-SP-DATA-A            PIC X(10).
               05 WS-SP-ESITO             PIC X(1).

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
      *****************************************************************
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01 DBNAME                PIC X(30) VALUE SPACE.

           01 RECORDSTORIA.
               05 NUMERO-INVENTARIO PIC 9(9).
               05 STATO-DA          PIC X(20).
               05 STATO-A           PIC X(20).
               05 MOTIVO            PIC X(100).
               05 OPERATORE         PIC X(50).
               05 ESITO-STORIA      PIC X(10).
           01 DB-SEDE-OPERAZIONE PIC 9(5) VALUE ZERO.
           01 DB-POSTAZIONE PIC X(20) VALUE SPACE.
           01 DB-AMMESSA            PIC 9(5) VALUE ZERO.
           01 DB-DATA-DA            PIC X(10) VALUE SPACE.
           01 DB-DATA-A             PIC X(10) VALUE SPACE.
           01 DB-DATA-ORA           PIC X(16) VALUE SPACE.
           01 DB-CONTA-RIFIUTI      PIC 9(7) VALUE ZERO.
           01 DB-CODICE-SQL-ORIGINALE PIC S9(9) VALUE ZERO.
           01 DB-ERR-MESSAGGIO PIC X(200) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.
      *****************************************************************
      ********************INCLUDO SQLCA********************************
      *****************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.

           LINKAGE SECTION.
           01 LS-TYPE PIC X(1).
           01 LS-RECORD.
               05 LS-NUMERO-INVENTARIO PIC 9(9).
      *    STATO RICHIESTO; IN USCITA LS-STATO-DA PORTA QUELLO ATTUALE*
               05 LS-STATO-A           PIC X(20).
               05 LS-STATO-DA          PIC X(20).
               05 LS-MOTIVO            PIC X(100).
      *    SE VUOTO VALE L'OPERATORE DELLA SESSIONE DI POSTAZIONE*****
               05 LS-OPERATORE         PIC X(50).
               05 LS-DATA-DA           PIC X(10).
               05 LS-DATA-A            PIC X(10).
               05 LS-ESITO             PIC X(1).

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
               PERFORM LEGGIPOSTAZIONE
               EVALUATE LS-TYPE
                   WHEN 'c'
                       PERFORM CONTROLLATRANSIZIONE
                   WHEN 'i'
                       PERFORM REGISTRAINGRESSO
                   WHEN 't'
                       PERFORM DISPLAYTRANSIZIONI
                   WHEN 'r'
                       PERFORM REPORTRIFIUTI
               END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      **************SEDE E POSTAZIONE DELLA SESSIONE IN CORSO***********
      ******************************************************************
      **FUORI DA UNA SESSIONE DI BANCO (BATCH) RESTANO A ZERO E SPAZI**
      **E IL MOVIMENTO NON VIENE TIMBRATO*******************************
           LEGGIPOSTAZIONE.
           MOVE SPACE TO WS-SESSIONE-POSTAZIONE
           CALL 'POSTAZIONE' USING 'g', WS-SESSIONE-POSTAZIONE
           MOVE WS-SP-CODICE-SEDE TO DB-SEDE-OPERAZIONE
           MOVE WS-SP-CODICE-POSTAZIONE TO DB-POSTAZIONE.

      ******************************************************************
      **************CONTROLLA E REGISTRA UN CAMBIO DI STATO*************
      ******************************************************************
      **ESITO 'S': PASSAGGIO AMMESSO E SCRITTO IN STORIA, IL CHIAMANTE*
      **PUO' AGGIORNARE ESEMPLARE. LO STESSO STATO DI PARTENZA E DI****
      **ARRIVO NON E' UN PASSAGGIO (ES. SOLA CONDIZIONE) E NON LASCIA**
      **RIGHE. ESITO 'N': COPIA SCONOSCIUTA O PASSAGGIO NON AMMESSO,***
      **QUEST'ULTIMO REGISTRATO COME RIFIUTATO**************************
           CONTROLLATRANSIZIONE.
           MOVE 'N' TO LS-ESITO
           MOVE LS-NUMERO-INVENTARIO TO NUMERO-INVENTARIO
           MOVE LS-STATO-A TO STATO-A
           MOVE LS-MOTIVO TO MOTIVO
           PERFORM IMPOSTAOPERATORE
           MOVE SPACE TO STATO-DA
           EXEC SQL
               SELECT STATO INTO :STATO-DA FROM ESEMPLARE
               WHERE NUMERO_INVENTARIO = :NUMERO-INVENTARIO
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY "NUMERO DI INVENTARIO SCONOSCIUTO"
               EXIT PARAGRAPH
           END-IF
           MOVE STATO-DA TO LS-STATO-DA
           IF STATO-DA = STATO-A
               MOVE 'S' TO LS-ESITO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO DB-AMMESSA
           EXEC SQL
               SELECT COUNT(*) INTO :DB-AMMESSA
               FROM TRANSIZIONE_STATO
               WHERE STATO_DA = TRIM(:STATO-DA)
               AND STATO_A = TRIM(:STATO-A)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF DB-AMMESSA > ZERO
               MOVE 'ACCETTATO' TO ESITO-STORIA
               MOVE 'S' TO LS-ESITO
           ELSE
               MOVE 'RIFIUTATO' TO ESITO-STORIA
               DISPLAY "PASSAGGIO DI STATO NON AMMESSO: " STATO-DA
                   " -> " STATO-A
           END-IF
           PERFORM SCRIVISTORIA.

      ******************************************************************
      **************INGRESSO A REGISTRO DI UNA COPIA NUOVA**************
      ******************************************************************
      **PRIMA RIGA DELLA STORIA: NESSUNO STATO DI PARTENZA, ARRIVO A***
      **SCAFFALE CON IL CANALE DI ACQUISIZIONE COME MOTIVO**************
           REGISTRAINGRESSO.
           MOVE LS-NUMERO-INVENTARIO TO NUMERO-INVENTARIO
           MOVE SPACE TO STATO-DA
           MOVE 'SCAFFALE' TO STATO-A
           MOVE LS-MOTIVO TO MOTIVO
           IF MOTIVO = SPACE
               MOVE 'ACQUISIZIONE' TO MOTIVO
           END-IF
           PERFORM IMPOSTAOPERATORE
           MOVE 'ACCETTATO' TO ESITO-STORIA
           PERFORM SCRIVISTORIA
           MOVE 'S' TO LS-ESITO.

      ******************************************************************
      **************OPERATORE DEL MOVIMENTO*****************************
      ******************************************************************
           IMPOSTAOPERATORE.
           MOVE LS-OPERATORE TO OPERATORE
           IF OPERATORE = SPACE
               MOVE WS-SP-USERNAME TO OPERATORE
           END-IF.

      ******************************************************************
      **************SCRIVE UNA RIGA DI STORIA***************************
      ******************************************************************
           SCRIVISTORIA.
           EXEC SQL
               INSERT INTO ESEMPLARE_STORIA
               (NUMERO_INVENTARIO, STATO_DA, STATO_A, MOTIVO,
               USERNAME, CODICE_SEDE, POSTAZIONE, ESITO)
               VALUES (:NUMERO-INVENTARIO,
               NULLIF(TRIM(:STATO-DA), ''), TRIM(:STATO-A),
               NULLIF(TRIM(:MOTIVO), ''),
               NULLIF(TRIM(:OPERATORE), ''),
               NULLIF(:DB-SEDE-OPERAZIONE, 0),
               NULLIF(TRIM(:DB-POSTAZIONE), ''),
               TRIM(:ESITO-STORIA))
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.

      ******************************************************************
      **************PASSAGGI DI STATO AMMESSI***************************
      ******************************************************************
           DISPLAYTRANSIZIONI.
           DISPLAY "PASSAGGI DI STATO AMMESSI (DA -> A):"
           EXEC SQL
               DECLARE TRANSIZIONI_CURSOR CURSOR FOR
               SELECT STATO_DA, STATO_A FROM TRANSIZIONE_STATO
               ORDER BY STATO_DA, STATO_A
           END-EXEC
           EXEC SQL
           OPEN TRANSIZIONI_CURSOR
           END-EXEC

           EXEC SQL
               FETCH TRANSIZIONI_CURSOR INTO :STATO-DA, :STATO-A
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "  " STATO-DA " -> " STATO-A
               EXEC SQL
                   FETCH TRANSIZIONI_CURSOR INTO :STATO-DA, :STATO-A
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE TRANSIZIONI_CURSOR
           END-EXEC.

      ******************************************************************
      **************TENTATIVI DI PASSAGGIO RIFIUTATI********************
      ******************************************************************
      **CHI HA PROVATO A FORZARE LO STATO DI UNA COPIA, QUANDO E DA****
      **DOVE. SENZA DATE IL PERIODO VA DALL'INIZIO DEL MESE A OGGI******
           REPORTRIFIUTI.
           MOVE LS-DATA-DA TO DB-DATA-DA
           MOVE LS-DATA-A TO DB-DATA-A
           EXEC SQL
               SELECT TO_CHAR(COALESCE(TO_DATE(
                   NULLIF(TRIM(:DB-DATA-DA), ''), 'DD-MM-YYYY'),
                   CAST(DATE_TRUNC('month', CURRENT_DATE) AS DATE)),
                   'DD-MM-YYYY'),
               TO_CHAR(COALESCE(TO_DATE(
                   NULLIF(TRIM(:DB-DATA-A), ''), 'DD-MM-YYYY'),
                   CURRENT_DATE), 'DD-MM-YYYY')
               INTO :DB-DATA-DA, :DB-DATA-A
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE ZERO TO DB-CONTA-RIFIUTI
           DISPLAY "PASSAGGI DI STATO RIFIUTATI DAL " DB-DATA-DA
               " AL " DB-DATA-A
           DISPLAY "(DATA E ORA / INVENTARIO / DA -> A / OPERATORE / "
               "SEDE / POSTAZIONE):"
           EXEC SQL
               DECLARE RIFIUTI_CURSOR CURSOR FOR
               SELECT TO_CHAR(DATA_ORA, 'DD-MM-YYYY HH24:MI'),
               NUMERO_INVENTARIO, COALESCE(STATO_DA, ' '), STATO_A,
               COALESCE(USERNAME, ' '), COALESCE(CODICE_SEDE, 0),
               COALESCE(POSTAZIONE, ' ')
               FROM ESEMPLARE_STORIA
               WHERE ESITO = 'RIFIUTATO'
               AND CAST(DATA_ORA AS DATE)
                   BETWEEN TO_DATE(:DB-DATA-DA, 'DD-MM-YYYY')
                   AND TO_DATE(:DB-DATA-A, 'DD-MM-YYYY')
               ORDER BY DATA_ORA, ID
           END-EXEC
           EXEC SQL
           OPEN RIFIUTI_CURSOR
           END-EXEC

           EXEC SQL
               FETCH RIFIUTI_CURSOR INTO :DB-DATA-ORA,
               :NUMERO-INVENTARIO, :STATO-DA, :STATO-A, :OPERATORE,
               :DB-SEDE-OPERAZIONE, :DB-POSTAZIONE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO DB-CONTA-RIFIUTI
               DISPLAY "  " DB-DATA-ORA " / " NUMERO-INVENTARIO
                   " / " STATO-DA " -> " STATO-A " / " OPERATORE
                   " / " DB-SEDE-OPERAZIONE " / " DB-POSTAZIONE
               EXEC SQL
                   FETCH RIFIUTI_CURSOR INTO :DB-DATA-ORA,
                   :NUMERO-INVENTARIO, :STATO-DA, :STATO-A,
                   :OPERATORE, :DB-SEDE-OPERAZIONE, :DB-POSTAZIONE
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE RIFIUTI_CURSOR
           END-EXEC
           DISPLAY "TENTATIVI RIFIUTATI: " DB-CONTA-RIFIUTI.

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
                   VALUES ('STORIACOPIA', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
                   STOP RUN
               END-IF
               EXIT PROGRAM.
