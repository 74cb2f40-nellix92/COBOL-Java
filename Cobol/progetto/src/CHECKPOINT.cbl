       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECKPOINT.
      ******************************************************************
      **************PUNTI DI RIPRESA DEI PASSI BATCH LUNGHI*************
      ******************************************************************
      **LA CATENA SERALE RIPARTE DAL PASSO, MA DENTRO UN PASSO LUNGO***
      **(CORSA SOLLECITI, DISPATCHER NOTIFICHE, EMISSIONE PAGOPA)******
      **SERVE RIPARTIRE DAL RECORD. IL PASSO APRE IL SUO CHECKPOINT,****
      **CONSOLIDA OGNI INTERVALLO-CHECKPOINT RECORD ANNOTANDO L'ULTIMA**
      **CHIAVE FATTA E LO CHIUDE A FINE CORSA. UN CHECKPOINT DI OGGI****
      **RIMASTO APERTO E' UNA CORSA INTERROTTA: LA PROSSIMA RIPARTE*****
      **DOPO QUELLA CHIAVE. QUELLI APERTI DI GIORNI PRECEDENTI SI*******
      **ABBANDONANO E LA CORSA RICOMINCIA DA CAPO. A OGNI PUNTO I*******
      **CONTATORI FINISCONO ANCHE SULLA RIGA 'INCORSO' DI BATCH_RUN*****
      **DEL PASSO, SE IL LAVORO E' PARTITO DALLA CATENA SERALE**********
       AUTHOR. ANOIR.
       DATA DIVISION.

           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.
      *    CONSOLIDATI DALLE CORSE PRECEDENTI, PRIMA DELLA RIPRESA*****
           01 WS-CONFERMATI-PRIMA PIC 9(7) VALUE ZERO.

           01 WS-PARAMETRO-CONFIG.
               05 WS-CONFIG-CHIAVE PIC X(40).
               05 WS-CONFIG-VALORE PIC X(100).
               05 WS-CONFIG-VALORE-NUM PIC 9(7)V99.
               05 WS-CONFIG-ESITO PIC X(1).

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
      *****************************************************************
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01 DBNAME                PIC X(30) VALUE SPACE.

           01 RECORDCHECKPOINT.
               05 ID-CHECKPOINT     PIC 9(9).
               05 JOB               PIC X(40).
               05 ULTIMA-CHIAVE     PIC X(100).
               05 ELABORATI         PIC 9(7).
               05 CONFERMATI        PIC 9(7).
               05 RESIDUI           PIC 9(7).
           01 DB-INIZIO             PIC X(16) VALUE SPACE.
           01 DB-AGGIORNATO         PIC X(16) VALUE SPACE.
           01 DB-STATO              PIC X(12) VALUE SPACE.
           01 DB-CODICE-SQL-ORIGINALE PIC S9(9) VALUE ZERO.
           01 DB-ERR-MESSAGGIO PIC X(200) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.
      *****************************************************************
      ********************INCLUDO SQLCA********************************
      *****************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.

           LINKAGE SECTION.
           01 LS-TYPE PIC X(1).
      **IL PASSO PORTA IL NOME DEL LAVORO (LO STESSO DEL SEMAFORO E****
      **DI BATCH_RUN), L'ULTIMA CHIAVE FATTA, I RECORD ELABORATI IN*****
      **QUESTA CORSA E QUELLI ANCORA DA FARE. IN APERTURA TORNANO******
      **L'INTERVALLO TRA DUE COMMIT (NON OLTRE 500, LA CAPIENZA DEI****
      **BUFFER DI STAMPA DEI PASSI), RIPRESA S/N E L'ULTIMA CHIAVE******
      **CONSOLIDATA DA CUI RIPARTIRE; LS-CONFERMATI E' IL TOTALE*******
      **CONSOLIDATO DEL PASSO, CORSE INTERROTTE COMPRESE****************
           01 LS-RECORD.
               05 LS-JOB            PIC X(40).
               05 LS-CHIAVE         PIC X(100).
               05 LS-ELABORATI      PIC 9(7).
               05 LS-CONFERMATI     PIC 9(7).
               05 LS-RESIDUI        PIC 9(7).
               05 LS-INTERVALLO     PIC 9(5).
               05 LS-RIPRESA        PIC X(1).
               05 LS-ESITO          PIC X(1).

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
               EVALUATE LS-TYPE
                   WHEN 'a'
                       PERFORM APRICHECKPOINT
                   WHEN 'p'
                       PERFORM SEGNACHECKPOINT
                   WHEN 'c'
                       PERFORM CHIUDICHECKPOINT
                   WHEN 'd'
                       PERFORM DISPLAYCHECKPOINT
               END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      **************APRE (O RIPRENDE) IL CHECKPOINT DI UN PASSO*********
      ******************************************************************
      **SI RIPRENDE SOLO UN CHECKPOINT APERTO OGGI: IL LAVORO DI UN****
      **GIORNO PRECEDENTE E' GIA' STATO RIFATTO O LO RIFARA' LA*********
      **CORSA DI OGGI DA CAPO*******************************************
           APRICHECKPOINT.
           MOVE 'N' TO LS-ESITO
           MOVE 'N' TO LS-RIPRESA
           MOVE SPACE TO LS-CHIAVE
           MOVE ZERO TO LS-ELABORATI
           MOVE ZERO TO LS-CONFERMATI
           MOVE ZERO TO WS-CONFERMATI-PRIMA
           MOVE 100 TO LS-INTERVALLO
           MOVE 'INTERVALLO-CHECKPOINT' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-ESITO = 'S' AND WS-CONFIG-VALORE-NUM > ZERO
               MOVE WS-CONFIG-VALORE-NUM TO LS-INTERVALLO
           END-IF
           IF LS-INTERVALLO > 500
               MOVE 500 TO LS-INTERVALLO
           END-IF
           MOVE LS-JOB TO JOB
           EXEC SQL
               UPDATE CHECKPOINT_PASSO SET STATO = 'ABBANDONATO',
               AGGIORNATO = CURRENT_TIMESTAMP
               WHERE JOB = TRIM(:JOB) AND STATO = 'APERTO'
               AND CAST(INIZIO AS DATE) < CURRENT_DATE
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           MOVE ZERO TO ID-CHECKPOINT
           MOVE SPACE TO ULTIMA-CHIAVE
           MOVE ZERO TO CONFERMATI
           EXEC SQL
               SELECT ID, COALESCE(ULTIMA_CHIAVE, ' '),
               COALESCE(CONFERMATI, 0)
               INTO :ID-CHECKPOINT, :ULTIMA-CHIAVE, :CONFERMATI
               FROM CHECKPOINT_PASSO
               WHERE JOB = TRIM(:JOB) AND STATO = 'APERTO'
               ORDER BY ID DESC
               LIMIT 1
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF ID-CHECKPOINT > ZERO
               MOVE 'S' TO LS-RIPRESA
               MOVE ULTIMA-CHIAVE TO LS-CHIAVE
               MOVE CONFERMATI TO WS-CONFERMATI-PRIMA
               MOVE CONFERMATI TO LS-CONFERMATI
               EXEC SQL
                   UPDATE CHECKPOINT_PASSO
                   SET RIPRESE = COALESCE(RIPRESE, 0) + 1,
                   ELABORATI = 0, AGGIORNATO = CURRENT_TIMESTAMP
                   WHERE ID = :ID-CHECKPOINT
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME END-IF
               DISPLAY "RIPRESA DI " JOB " DAL CHECKPOINT: "
                   CONFERMATI " RECORD GIA' CONSOLIDATI"
               IF ULTIMA-CHIAVE NOT = SPACE
                   DISPLAY "  SI RIPARTE DOPO LA CHIAVE "
                       ULTIMA-CHIAVE
               END-IF
           ELSE
               EXEC SQL
                   INSERT INTO CHECKPOINT_PASSO (JOB, AGGIORNATO)
                   VALUES (TRIM(:JOB), CURRENT_TIMESTAMP)
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME END-IF
               EXEC SQL
                   SELECT CURRVAL('checkpoint_passo_id_seq')
                   INTO :ID-CHECKPOINT
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME END-IF
           END-IF
           MOVE ZERO TO LS-RESIDUI
           PERFORM AGGIORNABATCHRUN
           CALL 'DBUTIL' USING BY CONTENT 'k'
           MOVE 'S' TO LS-ESITO.

      ******************************************************************
      **************PUNTO DI CONSOLIDAMENTO*****************************
      ******************************************************************
      **IL CHECKPOINT SI AGGIORNA NELLA STESSA TRANSAZIONE DEL LAVORO***
      **FATTO DAL PASSO E IL COMMIT LI CONSOLIDA INSIEME: DOPO UN******
      **ABEND LA CHIAVE ANNOTATA E' SEMPRE L'ULTIMA DAVVERO FATTA*******
           SEGNACHECKPOINT.
           MOVE 'N' TO LS-ESITO
           IF ID-CHECKPOINT = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE LS-CONFERMATI = WS-CONFERMATI-PRIMA + LS-ELABORATI
           MOVE 'APERTO' TO DB-STATO
           PERFORM SCRIVICHECKPOINT
           PERFORM AGGIORNABATCHRUN
           CALL 'DBUTIL' USING BY CONTENT 'k'
           MOVE 'S' TO LS-ESITO.

      ******************************************************************
      **************CHIUDE IL CHECKPOINT A FINE CORSA*******************
      ******************************************************************
           CHIUDICHECKPOINT.
           MOVE 'N' TO LS-ESITO
           IF ID-CHECKPOINT = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE LS-CONFERMATI = WS-CONFERMATI-PRIMA + LS-ELABORATI
           MOVE 'CHIUSO' TO DB-STATO
           PERFORM SCRIVICHECKPOINT
           PERFORM AGGIORNABATCHRUN
           CALL 'DBUTIL' USING BY CONTENT 'k'
           MOVE ZERO TO ID-CHECKPOINT
           MOVE 'S' TO LS-ESITO.

           SCRIVICHECKPOINT.
           MOVE LS-CHIAVE TO ULTIMA-CHIAVE
           MOVE LS-ELABORATI TO ELABORATI
           MOVE LS-CONFERMATI TO CONFERMATI
           MOVE LS-RESIDUI TO RESIDUI
           EXEC SQL
               UPDATE CHECKPOINT_PASSO
               SET ULTIMA_CHIAVE = NULLIF(TRIM(:ULTIMA-CHIAVE), ''),
               ELABORATI = :ELABORATI, CONFERMATI = :CONFERMATI,
               RESIDUI = :RESIDUI, STATO = TRIM(:DB-STATO),
               AGGIORNATO = CURRENT_TIMESTAMP
               WHERE ID = :ID-CHECKPOINT
           END-EXEC.
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.

      *    I CONTATORI SULLA RIGA DEL PASSO IN CORSO DELLA CATENA******
      *    SERALE; LANCIATO DAL MENU O DAL PIANIFICATORE NON TROVA*****
      *    NESSUNA RIGA E NON E' UN ERRORE*****************************
           AGGIORNABATCHRUN.
           MOVE LS-ELABORATI TO ELABORATI
           MOVE LS-CONFERMATI TO CONFERMATI
           MOVE LS-RESIDUI TO RESIDUI
           EXEC SQL
               UPDATE BATCH_RUN SET ELABORATI = :ELABORATI,
               CONFERMATI = :CONFERMATI, RESIDUI = :RESIDUI
               WHERE DATA_ESECUZIONE = CURRENT_DATE
               AND NOME_PASSO = TRIM(:JOB) AND ESITO = 'INCORSO'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF.

      ******************************************************************
      **************CHECKPOINT DEGLI ULTIMI GIORNI**********************
      ******************************************************************
      **UNA RIGA APERTA VUOL DIRE PASSO INTERROTTO: LA PROSSIMA********
      **CORSA DI OGGI RIPARTE DA LI'************************************
           DISPLAYCHECKPOINT.
           DISPLAY "CHECKPOINT DEI PASSI (LAVORO / INIZIO / ULTIMO "
               "PUNTO / STATO / ELABORATI / CONSOLIDATI / RESIDUI / "
               "ULTIMA CHIAVE):"
           EXEC SQL
               DECLARE CHECKPOINT_CURSOR CURSOR FOR
               SELECT JOB, TO_CHAR(INIZIO, 'DD-MM-YYYY HH24:MI'),
               COALESCE(TO_CHAR(AGGIORNATO, 'DD-MM-YYYY HH24:MI'),
               ' '), STATO, COALESCE(ELABORATI, 0),
               COALESCE(CONFERMATI, 0), COALESCE(RESIDUI, 0),
               COALESCE(ULTIMA_CHIAVE, ' ')
               FROM CHECKPOINT_PASSO
               WHERE INIZIO >= CURRENT_DATE - 7
               ORDER BY ID DESC
           END-EXEC
           EXEC SQL
           OPEN CHECKPOINT_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.

           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               FETCH CHECKPOINT_CURSOR INTO :JOB, :DB-INIZIO,
               :DB-AGGIORNATO, :DB-STATO, :ELABORATI, :CONFERMATI,
               :RESIDUI, :ULTIMA-CHIAVE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO VALUESTABLE
               DISPLAY "  " JOB " / " DB-INIZIO " / " DB-AGGIORNATO
                   " / " DB-STATO " / " ELABORATI " / " CONFERMATI
                   " / " RESIDUI " / " ULTIMA-CHIAVE
               EXEC SQL
                   FETCH CHECKPOINT_CURSOR INTO :JOB, :DB-INIZIO,
                   :DB-AGGIORNATO, :DB-STATO, :ELABORATI,
                   :CONFERMATI, :RESIDUI, :ULTIMA-CHIAVE
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE CHECKPOINT_CURSOR
           END-EXEC
           IF VALUESTABLE = ZERO
               DISPLAY "  NESSUN CHECKPOINT NEGLI ULTIMI 7 GIORNI"
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
                   VALUES ('CHECKPOINT', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
                   STOP RUN
               END-IF
               EXIT PROGRAM.
