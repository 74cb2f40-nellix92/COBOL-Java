       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEMAFORO.
      ******************************************************************
      **************REGISTRO DEI LAVORI IN ESECUZIONE*******************
      ******************************************************************
      **LA CATENA SERALE, IL PIANIFICATORE E IL MENU AMMINISTRATORE****
      **POSSONO LANCIARE GLI STESSI LAVORI (SCADENZE, DISPATCHER,******
      **SOLLECITI, PAGOPA...). PRIMA DI PARTIRE OGNI LANCIATORE*********
      **PRENDE IL SEMAFORO DEL LAVORO: SE E' GIA' TENUTO, DA CHIUNQUE,**
      **IL LAVORO NON PARTE E VIENE DETTO CHI LO TIENE E DA QUANDO.*****
      **UN SEMAFORO PIU' VECCHIO DI ORE-SEMAFORO-APPESO E' SEGNALATO****
      **COME APPESO (CORSA INTERROTTA) MA NON SI LIBERA DA SOLO: LO*****
      **RILASCIA SOLO UN AMMINISTRATORE. CONTESE E FORZATURE RESTANO****
      **IN SEMAFORO_EVENTO PER IL REPORT OPERATIVO DEL MATTINO**********
       AUTHOR. ANOIR.
       DATA DIVISION.

           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.

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

           01 RECORDSEMAFORO.
               05 JOB               PIC X(40).
               05 TITOLARE          PIC X(50).
               05 ORIGINE           PIC X(20).
           01 DB-DETENTORE          PIC X(50) VALUE SPACE.
           01 DB-ORIGINE-DETENTORE  PIC X(20) VALUE SPACE.
           01 DB-DAL                PIC X(16) VALUE SPACE.
           01 DB-APPESO             PIC X(1) VALUE 'N'.
           01 DB-EVENTO             PIC X(10) VALUE SPACE.
           01 DB-ORE-APPESO         PIC 9(3) VALUE 6.
           01 DB-CODICE-SQL-ORIGINALE PIC S9(9) VALUE ZERO.
           01 DB-ERR-MESSAGGIO PIC X(200) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.
      *****************************************************************
      ********************INCLUDO SQLCA********************************
      *****************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.

           LINKAGE SECTION.
           01 LS-TYPE PIC X(1).
      **ESITO 'S' SEMAFORO PRESO/RILASCIATO, 'N' NEGATO O NON TROVATO;*
      **SU UN RIFIUTO TORNANO DETENTORE, ORIGINE, INIZIO E APPESO S/N**
           01 LS-RECORD.
               05 LS-JOB            PIC X(40).
               05 LS-TITOLARE       PIC X(50).
               05 LS-ORIGINE        PIC X(20).
               05 LS-ESITO          PIC X(1).
               05 LS-DETENTORE      PIC X(50).
               05 LS-ORIGINE-DETENTORE PIC X(20).
               05 LS-DAL            PIC X(16).
               05 LS-APPESO         PIC X(1).

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
               EVALUATE LS-TYPE
                   WHEN 'a'
                       PERFORM PRENDISEMAFORO
                   WHEN 'r'
                       PERFORM RILASCIASEMAFORO
                   WHEN 'f'
                       PERFORM FORZASEMAFORO
                   WHEN 'd'
                       PERFORM DISPLAYSEMAFORI
               END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      **************PRENDE IL SEMAFORO DI UN LAVORO*********************
      ******************************************************************
      **LA RIGA ENTRA SOLO SE IL LAVORO NON E' GIA' TENUTO E VIENE******
      **CONSOLIDATA SUBITO, COSI' LA VEDONO ANCHE LE ALTRE SESSIONI*****
           PRENDISEMAFORO.
           MOVE 'N' TO LS-ESITO
           MOVE SPACE TO LS-DETENTORE
           MOVE SPACE TO LS-ORIGINE-DETENTORE
           MOVE SPACE TO LS-DAL
           MOVE 'N' TO LS-APPESO
           MOVE LS-JOB TO JOB
           MOVE LS-TITOLARE TO TITOLARE
           MOVE LS-ORIGINE TO ORIGINE
           EXEC SQL
               INSERT INTO SEMAFORO_LAVORO
               (JOB, TITOLARE, ORIGINE, DAL)
               SELECT TRIM(:JOB), TRIM(:TITOLARE), TRIM(:ORIGINE),
               CURRENT_TIMESTAMP
               WHERE NOT EXISTS (SELECT 1 FROM SEMAFORO_LAVORO
                   WHERE JOB = TRIM(:JOB))
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF SQLERRD(3) = 1
               MOVE 'ACQUISITO' TO DB-EVENTO
               MOVE SPACE TO DB-DETENTORE
               PERFORM REGISTRAEVENTO
               CALL 'DBUTIL' USING BY CONTENT 'k'
               MOVE 'S' TO LS-ESITO
               EXIT PARAGRAPH
           END-IF

           PERFORM LEGGIDETENTORE
           MOVE DB-DETENTORE TO LS-DETENTORE
           MOVE DB-ORIGINE-DETENTORE TO LS-ORIGINE-DETENTORE
           MOVE DB-DAL TO LS-DAL
           MOVE DB-APPESO TO LS-APPESO
           MOVE 'CONTESO' TO DB-EVENTO
           PERFORM REGISTRAEVENTO
           CALL 'DBUTIL' USING BY CONTENT 'k'
           DISPLAY "LAVORO " JOB " GIA' IN CORSO: NON PARTE."
           DISPLAY "  AVVIATO DA " DB-DETENTORE " ("
               DB-ORIGINE-DETENTORE ") DAL " DB-DAL
           IF DB-APPESO = 'S'
               DISPLAY "  IL SEMAFORO HA PIU' DI " DB-ORE-APPESO
                   " ORE: PROBABILE CORSA INTERROTTA. SOLO UN "
                   "AMMINISTRATORE PUO' RILASCIARLO."
           END-IF.

      ******************************************************************
      **************RILASCIA IL SEMAFORO A FINE LAVORO******************
      ******************************************************************
      **SI RILASCIA SOLO IL PROPRIO: SE NEL FRATTEMPO UN***************
      **AMMINISTRATORE L'HA FORZATO E UN ALTRO L'HA RIPRESO, LA RIGA***
      **NUOVA NON SI TOCCA**********************************************
           RILASCIASEMAFORO.
           MOVE 'N' TO LS-ESITO
           MOVE LS-JOB TO JOB
           MOVE LS-TITOLARE TO TITOLARE
           MOVE LS-ORIGINE TO ORIGINE
           EXEC SQL
               DELETE FROM SEMAFORO_LAVORO
               WHERE JOB = TRIM(:JOB)
               AND TITOLARE = TRIM(:TITOLARE)
               AND ORIGINE = TRIM(:ORIGINE)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLERRD(3) > 0
               MOVE 'RILASCIATO' TO DB-EVENTO
               MOVE SPACE TO DB-DETENTORE
               PERFORM REGISTRAEVENTO
               MOVE 'S' TO LS-ESITO
           END-IF
           CALL 'DBUTIL' USING BY CONTENT 'k'.

      ******************************************************************
      **************RILASCIO FORZATO DA PARTE DI UN AMMINISTRATORE******
      ******************************************************************
      **IL TITOLARE E' L'AMMINISTRATORE CHE FORZA; L'EVENTO RICORDA****
      **ANCHE CHI TENEVA IL SEMAFORO E DA QUANDO************************
           FORZASEMAFORO.
           MOVE 'N' TO LS-ESITO
           MOVE LS-JOB TO JOB
           MOVE LS-TITOLARE TO TITOLARE
           MOVE LS-ORIGINE TO ORIGINE
           PERFORM LEGGIDETENTORE
           IF DB-DETENTORE = SPACE
               DISPLAY "NESSUN SEMAFORO TENUTO PER " JOB
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               DELETE FROM SEMAFORO_LAVORO
               WHERE JOB = TRIM(:JOB)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           MOVE 'FORZATO' TO DB-EVENTO
           PERFORM REGISTRAEVENTO
           CALL 'DBUTIL' USING BY CONTENT 'k'
           MOVE DB-DETENTORE TO LS-DETENTORE
           MOVE DB-ORIGINE-DETENTORE TO LS-ORIGINE-DETENTORE
           MOVE DB-DAL TO LS-DAL
           MOVE DB-APPESO TO LS-APPESO
           MOVE 'S' TO LS-ESITO
           DISPLAY "SEMAFORO DI " JOB " RILASCIATO."
           DISPLAY "  ERA TENUTO DA " DB-DETENTORE " ("
               DB-ORIGINE-DETENTORE ") DAL " DB-DAL.

      ******************************************************************
      **************LEGGE CHI TIENE IL SEMAFORO E DA QUANTO*************
      ******************************************************************
           LEGGIDETENTORE.
           MOVE 'ORE-SEMAFORO-APPESO' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-ESITO = 'S' AND WS-CONFIG-VALORE-NUM > ZERO
               MOVE WS-CONFIG-VALORE-NUM TO DB-ORE-APPESO
           END-IF
           MOVE SPACE TO DB-DETENTORE
           MOVE SPACE TO DB-ORIGINE-DETENTORE
           MOVE SPACE TO DB-DAL
           MOVE 'N' TO DB-APPESO
           EXEC SQL
               SELECT TITOLARE, COALESCE(ORIGINE, ' '),
               TO_CHAR(DAL, 'DD-MM-YYYY HH24:MI'),
               CASE WHEN DAL < CURRENT_TIMESTAMP
                   - CAST(:DB-ORE-APPESO AS INTEGER) * INTERVAL '1 hour'
                   THEN 'S' ELSE 'N' END
               INTO :DB-DETENTORE, :DB-ORIGINE-DETENTORE, :DB-DAL,
               :DB-APPESO
               FROM SEMAFORO_LAVORO
               WHERE JOB = TRIM(:JOB)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF.

           REGISTRAEVENTO.
           EXEC SQL
               INSERT INTO SEMAFORO_EVENTO
               (JOB, EVENTO, TITOLARE, ORIGINE, DETENTORE, DATA_EVENTO)
               VALUES (TRIM(:JOB), TRIM(:DB-EVENTO), TRIM(:TITOLARE),
               TRIM(:ORIGINE), NULLIF(TRIM(:DB-DETENTORE), ''),
               CURRENT_TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.

      ******************************************************************
      **************SEMAFORI TENUTI IN QUESTO MOMENTO*******************
      ******************************************************************
           DISPLAYSEMAFORI.
           MOVE 'ORE-SEMAFORO-APPESO' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-ESITO = 'S' AND WS-CONFIG-VALORE-NUM > ZERO
               MOVE WS-CONFIG-VALORE-NUM TO DB-ORE-APPESO
           END-IF
           DISPLAY "LAVORI IN ESECUZIONE (LAVORO / TITOLARE / "
               "ORIGINE / DAL / APPESO):"
           EXEC SQL
               DECLARE SEMAFORI_CURSOR CURSOR FOR
               SELECT JOB, TITOLARE, COALESCE(ORIGINE, ' '),
               TO_CHAR(DAL, 'DD-MM-YYYY HH24:MI'),
               CASE WHEN DAL < CURRENT_TIMESTAMP
                   - CAST(:DB-ORE-APPESO AS INTEGER) * INTERVAL '1 hour'
                   THEN 'S' ELSE 'N' END
               FROM SEMAFORO_LAVORO
               ORDER BY DAL
           END-EXEC
           EXEC SQL
           OPEN SEMAFORI_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.

           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               FETCH SEMAFORI_CURSOR INTO :JOB, :DB-DETENTORE,
               :DB-ORIGINE-DETENTORE, :DB-DAL, :DB-APPESO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO VALUESTABLE
               DISPLAY "  " JOB " / " DB-DETENTORE " / "
                   DB-ORIGINE-DETENTORE " / " DB-DAL " / " DB-APPESO
               EXEC SQL
                   FETCH SEMAFORI_CURSOR INTO :JOB, :DB-DETENTORE,
                   :DB-ORIGINE-DETENTORE, :DB-DAL, :DB-APPESO
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE SEMAFORI_CURSOR
           END-EXEC
           IF VALUESTABLE = ZERO
               DISPLAY "  NESSUN LAVORO IN ESECUZIONE"
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
                   VALUES ('SEMAFORO', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
                   STOP RUN
               END-IF
               EXIT PROGRAM.
