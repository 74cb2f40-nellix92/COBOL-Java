
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
           01 DB-CONTA-PRENOTATI    PIC 9(7) VALUE ZERO.
           01 DB-CONTA-OCCUPATI     PIC 9(7) VALUE ZERO.
           01 DB-CONTA-DECADUTI     PIC 9(7) VALUE ZERO.
           01 DB-SEDE-OPERAZIONE PIC 9(5) VALUE ZERO.
           01 DB-POSTAZIONE PIC X(20) VALUE SPACE.
           01 DB-CODICE-SQL-ORIGINALE PIC S9(9) VALUE ZERO.
           01 DB-ERR-MESSAGGIO PIC X(200) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
               PERFORM LEGGIPOSTAZIONE
               EVALUATE LS-TYPE
                   WHEN 'i'
                       PERFORM REGISTRACONSEGNA
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
      **************REGISTRA LA CONSEGNA DI UN VOLUME*******************
      ******************************************************************
               EXIT PROGRAM
           END-IF
           EXEC SQL
               INSERT INTO CONSULTAZIONE (ISBN, USERNAME,
               SEDE_OPERAZIONE, POSTAZIONE)
               VALUES (TRIM(:ISBN), TRIM(:USERNAME),
               NULLIF(:DB-SEDE-OPERAZIONE, 0),
               NULLIF(TRIM(:DB-POSTAZIONE), ''))
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           DISPLAY "CONSULTAZIONE REGISTRATA: RICORDARE IL RIENTRO "
