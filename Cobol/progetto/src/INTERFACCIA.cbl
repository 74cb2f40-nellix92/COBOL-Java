       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERFACCIA.
      ******************************************************************
      **************REGISTRO DEI FILE IN USCITA*************************
      ******************************************************************
      **OGNI FILE CHE MANDIAMO FUORI (MULTEEXPORT, PAGOPAOUT,**********
      **MLOLEXPORT, UNIMARCEXPORT, OPACFEED, ISTATEXTRACT,*************
      **CONVENZIONIEXPORT, RECUPEROCREDITI, RICHIESTEILL) SI APRE******
      **QUI CON UN PROGRESSIVO PER INTERFACCIA, REGISTRA OGNI RIGA*****
      **SCRITTA E SI CHIUDE CON UN TRAILER DI CONTROLLO CHE IL*********
      **PROGRAMMA CHIAMANTE SCRIVE IN CODA AL FILE. DAL REGISTRO UN****
      **FILE PASSATO SI RIGENERA IDENTICO PER IL RINVIO, SENZA*********
      **RIPASSARE DALLA LOGICA CHE MARCA LE RIGHE COME ESPORTATE********
      **                                                              **
      **TRAILER (IN TESTA I CAMPI CHE STANNO ANCHE NEI TRACCIATI******
      **PIU' CORTI, COME I 30 CARATTERI DI ISTATEXTRACT):**************
      **  1-3   'EOF'                                                 **
      **  4-9   PROGRESSIVO DEL FILE PER L'INTERFACCIA                **
      **  10-16 NUMERO DI RECORD SCRITTI, TRAILER ESCLUSO             **
      **  17-29 TOTALE DI CONTROLLO DEGLI IMPORTI, 2 DECIMALI IMPLICITI*
      **  31-44 DATA E ORA DI CREAZIONE AAAAMMGGHHMMSS                **
      **  45-64 NOME DELL'INTERFACCIA                                 **
      **UN FLUSSO CHE HA GIA' UNA SUA CODA NUMERATA (OPACFEED) CHIUDE**
      **CON LS-CON-TRAILER 'N': SI REGISTRA MA NON SI AGGIUNGE NULLA***
       AUTHOR. ANOIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RINVIO-FILE ASSIGN TO WS-NOME-RINVIO
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD RINVIO-FILE.
           01 RINVIO-RECORD PIC X(300).

           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.
           01 WS-NOME-RINVIO PIC X(30) VALUE SPACE.
           01 WS-TOTALE-EDIT PIC ZZZZZZZZZZ9.99.

           01 WS-TRAILER.
               05 WS-TRL-TIPO        PIC X(3) VALUE 'EOF'.
               05 WS-TRL-PROGRESSIVO PIC 9(6).
               05 WS-TRL-RECORD      PIC 9(7).
               05 WS-TRL-TOTALE      PIC 9(11)V99.
               05 FILLER             PIC X(1) VALUE SPACE.
               05 WS-TRL-CREATO      PIC X(14).
               05 WS-TRL-INTERFACCIA PIC X(20).

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
      *****************************************************************
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01 DBNAME                PIC X(30) VALUE SPACE.

           01 RECORDINVIO.
               05 ID-INVIO          PIC 9(9).
               05 INTERFACCIA       PIC X(20).
               05 PROGRESSIVO       PIC 9(6).
               05 CREATO            PIC X(16).
               05 NUMERO-RECORD     PIC 9(7).
               05 TOTALE-CONTROLLO  PIC 9(11)V99.
               05 STATO             PIC X(10).
               05 RINVII            PIC 9(4).
           01 DB-CREATO-TRAILER     PIC X(14) VALUE SPACE.
           01 DB-IMPORTO            PIC 9(9)V99 VALUE ZERO.
           01 DB-NUMERO-RIGA        PIC 9(7) VALUE ZERO.
           01 DB-TESTO              PIC X(300) VALUE SPACE.
           01 DB-TRAILER            PIC X(80) VALUE SPACE.
           01 DB-CODICE-SQL-ORIGINALE PIC S9(9) VALUE ZERO.
           01 DB-ERR-MESSAGGIO PIC X(200) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.
      *****************************************************************
      ********************INCLUDO SQLCA********************************
      *****************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.

           LINKAGE SECTION.
           01 LS-TYPE PIC X(1).
      **'a' APRE UN FILE DI LS-INTERFACCIA E RESTITUISCE ID E*********
      **PROGRESSIVO; 'r' REGISTRA LS-RIGA E SOMMA LS-IMPORTO AL*******
      **TOTALE; 'c' CHIUDE E RESTITUISCE IN LS-TRAILER IL RECORD DA****
      **SCRIVERE IN CODA; 'd' ELENCA IL REGISTRO (TUTTO O DI UNA*******
      **SOLA INTERFACCIA); 'x' RIGENERA IL FILE LS-ID PER IL RINVIO****
           01 LS-RECORD.
               05 LS-INTERFACCIA    PIC X(20).
               05 LS-ID             PIC 9(9).
               05 LS-PROGRESSIVO    PIC 9(6).
               05 LS-RIGA           PIC X(300).
               05 LS-IMPORTO        PIC 9(9)V99.
               05 LS-TRAILER        PIC X(80).
               05 LS-CON-TRAILER    PIC X(1).
               05 LS-ESITO          PIC X(1).

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
               EVALUATE LS-TYPE
                   WHEN 'a'
                       PERFORM APRIINVIO
                   WHEN 'r'
                       PERFORM REGISTRARIGA
                   WHEN 'c'
                       PERFORM CHIUDIINVIO
                   WHEN 'd'
                       PERFORM DISPLAYREGISTRO
                   WHEN 'x'
                       PERFORM RIGENERAINVIO
               END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      **************APRE UN FILE NEL REGISTRO***************************
      ******************************************************************
      **IL PROGRESSIVO E' IL SUCCESSIVO DELL'INTERFACCIA: IL VINCOLO***
      **UNIQUE SU (INTERFACCIA, PROGRESSIVO) IMPEDISCE I DOPPIONI******
           APRIINVIO.
           MOVE 'N' TO LS-ESITO
           MOVE ZERO TO LS-ID
           MOVE ZERO TO LS-PROGRESSIVO
           MOVE SPACE TO LS-TRAILER
           MOVE LS-INTERFACCIA TO INTERFACCIA
           EXEC SQL
               INSERT INTO INTERFACCIA_INVIO
               (INTERFACCIA, PROGRESSIVO, CREATO, NUMERO_RECORD,
               TOTALE_CONTROLLO, STATO)
               SELECT TRIM(:INTERFACCIA),
               COALESCE(MAX(PROGRESSIVO), 0) + 1,
               CURRENT_TIMESTAMP, 0, 0, 'APERTO'
               FROM INTERFACCIA_INVIO
               WHERE INTERFACCIA = TRIM(:INTERFACCIA)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               SELECT CURRVAL('interfaccia_invio_id_seq')
               INTO :ID-INVIO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               SELECT PROGRESSIVO INTO :PROGRESSIVO
               FROM INTERFACCIA_INVIO
               WHERE ID = :ID-INVIO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE ID-INVIO TO LS-ID
           MOVE PROGRESSIVO TO LS-PROGRESSIVO
           MOVE 'S' TO LS-ESITO.

      ******************************************************************
      **************REGISTRA UNA RIGA SCRITTA NEL FILE******************
      ******************************************************************
      **LS-IMPORTO VA PASSATO SOLO SULLE RIGHE DI DETTAGLIO, A ZERO****
      **SU QUELLE DI TOTALE, PERCHE' IL CONTROLLO NON LE CONTI DUE*****
      **VOLTE***********************************************************
           REGISTRARIGA.
           MOVE 'N' TO LS-ESITO
           IF LS-ID = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE LS-ID TO ID-INVIO
           MOVE LS-RIGA TO DB-TESTO
           MOVE LS-IMPORTO TO DB-IMPORTO
           EXEC SQL
               UPDATE INTERFACCIA_INVIO
               SET NUMERO_RECORD = NUMERO_RECORD + 1,
               TOTALE_CONTROLLO = TOTALE_CONTROLLO + :DB-IMPORTO
               WHERE ID = :ID-INVIO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               INSERT INTO INTERFACCIA_RIGA (ID_INVIO, NUMERO, TESTO)
               SELECT ID, NUMERO_RECORD, RTRIM(:DB-TESTO)
               FROM INTERFACCIA_INVIO
               WHERE ID = :ID-INVIO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE ZERO TO LS-IMPORTO
           MOVE 'S' TO LS-ESITO.

      ******************************************************************
      **************CHIUDE IL FILE E PREPARA IL TRAILER*****************
      ******************************************************************
      **IL TRAILER RESTA NEL REGISTRO COSI' IL RINVIO LO RISCRIVE*******
      **UGUALE; IL REGISTRO SI CONSOLIDA ASSIEME AL LAVORO DEL**********
      **CHIAMANTE, A FILE GIA' CHIUSO***********************************
           CHIUDIINVIO.
           MOVE 'N' TO LS-ESITO
           MOVE SPACE TO LS-TRAILER
           IF LS-ID = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE LS-ID TO ID-INVIO
           EXEC SQL
               SELECT INTERFACCIA, PROGRESSIVO, NUMERO_RECORD,
               TOTALE_CONTROLLO,
               TO_CHAR(CREATO, 'YYYYMMDDHH24MISS')
               INTO :INTERFACCIA, :PROGRESSIVO, :NUMERO-RECORD,
               :TOTALE-CONTROLLO, :DB-CREATO-TRAILER
               FROM INTERFACCIA_INVIO
               WHERE ID = :ID-INVIO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE PROGRESSIVO TO WS-TRL-PROGRESSIVO
           MOVE NUMERO-RECORD TO WS-TRL-RECORD
           MOVE TOTALE-CONTROLLO TO WS-TRL-TOTALE
           MOVE DB-CREATO-TRAILER TO WS-TRL-CREATO
           MOVE INTERFACCIA TO WS-TRL-INTERFACCIA
           MOVE WS-TRAILER TO DB-TRAILER
           IF LS-CON-TRAILER = 'N'
               MOVE SPACE TO DB-TRAILER
           END-IF
           EXEC SQL
               UPDATE INTERFACCIA_INVIO
               SET TRAILER = NULLIF(RTRIM(:DB-TRAILER), ''),
               STATO = 'CHIUSO'
               WHERE ID = :ID-INVIO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           CALL 'DBUTIL' USING BY CONTENT 'k'
           MOVE DB-TRAILER TO LS-TRAILER
           MOVE TOTALE-CONTROLLO TO WS-TOTALE-EDIT
           DISPLAY "FILE " INTERFACCIA " N. " PROGRESSIVO
               " REGISTRATO: " NUMERO-RECORD " RECORD, TOTALE "
               WS-TOTALE-EDIT
           MOVE 'S' TO LS-ESITO.

      ******************************************************************
      **************ELENCO DEL REGISTRO DEI FILE IN USCITA**************
      ******************************************************************
           DISPLAYREGISTRO.
           MOVE LS-INTERFACCIA TO INTERFACCIA
           DISPLAY "ID / INTERFACCIA / N. / CREATO / RECORD / TOTALE /"
               " STATO / RINVII"
           EXEC SQL
               DECLARE REGISTRO_CURSOR CURSOR FOR
               SELECT ID, INTERFACCIA, PROGRESSIVO,
               TO_CHAR(CREATO, 'DD-MM-YYYY HH24:MI'),
               NUMERO_RECORD, TOTALE_CONTROLLO, STATO, RINVII
               FROM INTERFACCIA_INVIO
               WHERE TRIM(:INTERFACCIA) = ''
               OR INTERFACCIA = TRIM(:INTERFACCIA)
               ORDER BY CREATO DESC, ID DESC
               LIMIT 50
           END-EXEC
           EXEC SQL
           OPEN REGISTRO_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.

           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               FETCH REGISTRO_CURSOR INTO :ID-INVIO, :INTERFACCIA,
               :PROGRESSIVO, :CREATO, :NUMERO-RECORD,
               :TOTALE-CONTROLLO, :STATO, :RINVII
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO VALUESTABLE
               MOVE TOTALE-CONTROLLO TO WS-TOTALE-EDIT
               DISPLAY ID-INVIO " / " INTERFACCIA " / " PROGRESSIVO
                   " / " CREATO " / " NUMERO-RECORD " / "
                   WS-TOTALE-EDIT " / " STATO " / " RINVII
               EXEC SQL
                   FETCH REGISTRO_CURSOR INTO :ID-INVIO, :INTERFACCIA,
                   :PROGRESSIVO, :CREATO, :NUMERO-RECORD,
                   :TOTALE-CONTROLLO, :STATO, :RINVII
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE REGISTRO_CURSOR
           END-EXEC
           IF VALUESTABLE = ZERO
               DISPLAY "NESSUN FILE NEL REGISTRO"
           END-IF.

      ******************************************************************
      **************RIGENERA UN FILE PASSATO PER IL RINVIO**************
      ******************************************************************
      **RISCRIVE LE RIGHE REGISTRATE E IL TRAILER ORIGINALE SU UN******
      **FILE <INTERFACCIA>RINVIO, COSI' IL FILE DEL GIORNO NON SI******
      **SOVRASCRIVE. NESSUNA TABELLA APPLICATIVA VIENE TOCCATA: SI*****
      **AGGIORNA SOLO IL CONTATORE DEI RINVII***************************
           RIGENERAINVIO.
           MOVE 'N' TO LS-ESITO
           MOVE LS-ID TO ID-INVIO
           EXEC SQL
               SELECT INTERFACCIA, PROGRESSIVO, NUMERO_RECORD,
               STATO, COALESCE(TRAILER, ' ')
               INTO :INTERFACCIA, :PROGRESSIVO, :NUMERO-RECORD,
               :STATO, :DB-TRAILER
               FROM INTERFACCIA_INVIO
               WHERE ID = :ID-INVIO
           END-EXEC
           IF SQLCODE = 100
               DISPLAY "FILE NON PRESENTE NEL REGISTRO"
               EXIT PARAGRAPH
           END-IF
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF STATO NOT = 'CHIUSO'
               DISPLAY "IL FILE NON E' STATO CHIUSO: LA CORSA SI E' "
                   "INTERROTTA, NON SI PUO' RINVIARE"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO WS-NOME-RINVIO
           STRING
               INTERFACCIA DELIMITED BY SPACE
               "RINVIO" DELIMITED BY SIZE
               INTO WS-NOME-RINVIO
           END-STRING
           OPEN OUTPUT RINVIO-FILE
           EXEC SQL
               DECLARE RIGHE_CURSOR CURSOR FOR
               SELECT COALESCE(TESTO, ' ')
               FROM INTERFACCIA_RIGA
               WHERE ID_INVIO = :ID-INVIO
               ORDER BY NUMERO
           END-EXEC
           EXEC SQL
           OPEN RIGHE_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.

           MOVE ZERO TO DB-NUMERO-RIGA
           EXEC SQL
               FETCH RIGHE_CURSOR INTO :DB-TESTO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO DB-NUMERO-RIGA
               MOVE DB-TESTO TO RINVIO-RECORD
               WRITE RINVIO-RECORD
               EXEC SQL
                   FETCH RIGHE_CURSOR INTO :DB-TESTO
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE RIGHE_CURSOR
           END-EXEC
           IF DB-TRAILER NOT = SPACE
               MOVE DB-TRAILER TO RINVIO-RECORD
               WRITE RINVIO-RECORD
           END-IF
           CLOSE RINVIO-FILE

           EXEC SQL
               UPDATE INTERFACCIA_INVIO
               SET RINVII = RINVII + 1,
               ULTIMO_RINVIO = CURRENT_TIMESTAMP
               WHERE ID = :ID-INVIO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           CALL 'DBUTIL' USING BY CONTENT 'k'
           IF DB-NUMERO-RIGA NOT = NUMERO-RECORD
               DISPLAY "ATTENZIONE: RIGHE RISCRITTE " DB-NUMERO-RIGA
                   " SU " NUMERO-RECORD " REGISTRATE"
           END-IF
           DISPLAY "FILE " INTERFACCIA " N. " PROGRESSIVO
               " RIGENERATO SU " WS-NOME-RINVIO
           MOVE INTERFACCIA TO LS-INTERFACCIA
           MOVE PROGRESSIVO TO LS-PROGRESSIVO
           MOVE 'S' TO LS-ESITO.

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
                   VALUES ('INTERFACCIA', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
                   STOP RUN
               END-IF
               EXIT PROGRAM.
