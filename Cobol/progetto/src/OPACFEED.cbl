      ******************************************************************
      **IL SITO DEL COMUNE CONSUMA BATCH NUMERATI SUL FILE OPACFEED:***
      **LA FOTOGRAFIA DELL'ULTIMA ESTRAZIONE VIVE IN OPAC_STATO********
      **(TITOLO, DISPONIBILITA', LUNGHEZZA CODA E FLAG DI ALTA*********
      **RICHIESTA PER ISBN) E OGNI CORSA EMETTE SOLO I TITOLI NUOVI****
      **(N), MODIFICATI (M) O******************************************
      **CANCELLATI (D) RISPETTO AD ESSA. OGNI BATCH HA TESTATA E*******
      **CODA CON NUMERO PROGRESSIVO E CONTEGGIO RIGHE, COSI' IL********
      **WEBMASTER RICONOSCE UN BATCH PERSO E PUO' CHIEDERE LA**********

           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.
      *    REGISTRO DEI FILE IN USCITA: PROGRESSIVO, RIGHE, TRAILER****
           01 WS-IFC-INVIO.
               05 WS-IFC-INTERFACCIA PIC X(20).
               05 WS-IFC-ID          PIC 9(9).
               05 WS-IFC-PROGRESSIVO PIC 9(6).
               05 WS-IFC-RIGA        PIC X(300).
               05 WS-IFC-IMPORTO     PIC 9(9)V99.
               05 WS-IFC-TRAILER     PIC X(80).
               05 WS-IFC-CON-TRAILER PIC X(1).
               05 WS-IFC-ESITO       PIC X(1).
           01 WS-RIGHE-BATCH PIC 9(7) VALUE ZERO.
           01 WS-TIPO-BATCH PIC X(4) VALUE SPACE.
           01 WS-GIORNO-ORARIO PIC 9(1) VALUE ZERO.

      *****************************************************************
      **********ORARI DELLE SEDI NEL FLUSSO****************************
      *****************************************************************
      **OGNI BATCH RIPORTA L'ORARIO DEI PROSSIMI SETTE GIORNI PER******
      **OGNI SEDE (RIGHE H), COSI' IL SITO MOSTRA CHIUSURE E ORARI*****
      **STAGIONALI AGGIORNATI***************************************
           01 WS-ORARIO.
               05 WS-ORA-SEDE         PIC 9(5).
               05 WS-ORA-STAGIONE     PIC X(10).
               05 WS-ORA-GIORNO       PIC 9(1).
               05 WS-ORA-MATTINA-DALLE PIC X(5).
               05 WS-ORA-MATTINA-ALLE PIC X(5).
               05 WS-ORA-POMERIGGIO-DALLE PIC X(5).
               05 WS-ORA-POMERIGGIO-ALLE PIC X(5).
               05 WS-ORA-DAL          PIC X(5).
               05 WS-ORA-AL           PIC X(5).
               05 WS-ORA-DATA         PIC X(10).
               05 WS-ORA-TESTO        PIC X(40).
               05 WS-ORA-APERTO-MATTINA PIC X(1).
               05 WS-ORA-APERTO-POMERIGGIO PIC X(1).
               05 WS-ORA-ESITO        PIC X(1).

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
               05 COPIE-DISPONIBILI PIC 9(5).
               05 LUNGHEZZA-CODA    PIC 9(5).
               05 TIPO-RIGA         PIC X(1).
               05 ALTA-RICHIESTA    PIC X(1).
           01 DB-NUMERO-BATCH       PIC 9(9) VALUE ZERO.
           01 DB-TIPO-BATCH         PIC X(4) VALUE SPACE.
           01 DB-RIGHE-BATCH        PIC 9(7) VALUE ZERO.
           01 DB-DATA-BATCH         PIC X(16) VALUE SPACE.
           01 DB-CODICE-SEDE        PIC 9(5) VALUE ZERO.
           01 DB-NOME-SEDE          PIC X(100) VALUE SPACE.
           01 DB-GIORNO-OFFSET      PIC 9(1) VALUE ZERO.
           01 DB-DATA-ORARIO        PIC X(10) VALUE SPACE.
           01 DB-CODICE-SQL-ORIGINALE PIC S9(9) VALUE ZERO.
           01 DB-ERR-MESSAGGIO PIC X(200) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           OPEN OUTPUT OPAC-FEED-FILE
      *    LA CODA FINE; DEL BATCH FA GIA' DA TRAILER PER IL SITO:****
      *    IL REGISTRO NON NE AGGIUNGE UN SECONDO*********************
           MOVE 'OPACFEED' TO WS-IFC-INTERFACCIA
           MOVE 'N' TO WS-IFC-CON-TRAILER
           CALL 'INTERFACCIA' USING 'a', WS-IFC-INVIO
           MOVE SPACE TO OPAC-FEED-RECORD
           STRING
               "BATCH;" DELIMITED BY SIZE
               INTO OPAC-FEED-RECORD
           END-STRING
           WRITE OPAC-FEED-RECORD
           PERFORM REGISTRARIGAFEED
           PERFORM EMETTITITOLICAMBIATI
           PERFORM EMETTITITOLICANCELLATI
           PERFORM EMETTIORARISEDI
           MOVE SPACE TO OPAC-FEED-RECORD
           STRING
               "FINE;" DELIMITED BY SIZE
               INTO OPAC-FEED-RECORD
           END-STRING
           WRITE OPAC-FEED-RECORD
           PERFORM REGISTRARIGAFEED
           CALL 'INTERFACCIA' USING 'c', WS-IFC-INVIO
           CLOSE OPAC-FEED-FILE
           MOVE WS-RIGHE-BATCH TO DB-RIGHE-BATCH
           EXEC SQL
      ******************************************************************
      **************EMETTE I TITOLI NUOVI O MODIFICATI******************
      ******************************************************************
      **CAMBIATO = DISPONIBILITA', LUNGHEZZA DELLA CODA, TITOLO O******
      **ALTA RICHIESTA DIVERSI DALLA FOTOGRAFIA; I NUOVI NON HANNO*****
      **FOTOGRAFIA******************************************************
           EMETTITITOLICAMBIATI.
           EXEC SQL
               DECLARE CAMBI_CURSOR CURSOR FOR
               L.COPIE_DISPONIBILI,
               (SELECT COUNT(*) FROM PRENOTAZIONE P
                WHERE P.ISBN = L.ISBN AND P.STATO = 'IN_CODA'),
               CASE WHEN S.ISBN IS NULL THEN 'N' ELSE 'M' END,
               L.ALTA_RICHIESTA
               FROM LIBRO L LEFT JOIN OPAC_STATO S
               ON S.ISBN = L.ISBN
               WHERE S.ISBN IS NULL
                  (SELECT COUNT(*) FROM PRENOTAZIONE P2
                   WHERE P2.ISBN = L.ISBN AND P2.STATO = 'IN_CODA')
               OR COALESCE(S.TITOLO, ' ') <> COALESCE(L.TITOLO, ' ')
               OR COALESCE(S.ALTA_RICHIESTA, 'N') <> L.ALTA_RICHIESTA
               ORDER BY L.ISBN
           END-EXEC
           EXEC SQL

           EXEC SQL
               FETCH CAMBI_CURSOR INTO :ISBN, :TITOLO,
               :COPIE-DISPONIBILI, :LUNGHEZZA-CODA, :TIPO-RIGA,
               :ALTA-RICHIESTA
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM SCRIVIRIGAFEED
               PERFORM AGGIORNAFOTOGRAFIA
               EXEC SQL
                   FETCH CAMBI_CURSOR INTO :ISBN, :TITOLO,
                   :COPIE-DISPONIBILI, :LUNGHEZZA-CODA, :TIPO-RIGA,
                   :ALTA-RICHIESTA
               END-EXEC
           END-PERFORM

               MOVE 'D' TO TIPO-RIGA
               MOVE ZERO TO COPIE-DISPONIBILI
               MOVE ZERO TO LUNGHEZZA-CODA
               MOVE 'N' TO ALTA-RICHIESTA
               PERFORM SCRIVIRIGAFEED
               EXEC SQL
                   DELETE FROM OPAC_STATO WHERE ISBN = TRIM(:ISBN)
           CLOSE CANC_CURSOR
           END-EXEC.

      ******************************************************************
      **************EMETTE GLI ORARI DELLE SEDI*************************
      ******************************************************************
      **BATCH;H;SEDE;NOME;DATA;ORARIO (APERTO = SEDE SENZA ORARIO*****
      **SETTIMANALE, CHIUSO = CHIUSURA O GIORNO SENZA FASCE APERTE)****
           EMETTIORARISEDI.
           EXEC SQL
               DECLARE SEDI_ORARIO_CURSOR CURSOR FOR
               SELECT CODICE_SEDE, COALESCE(NOME, ' ')
               FROM SEDE
               ORDER BY CODICE_SEDE
           END-EXEC
           EXEC SQL
           OPEN SEDI_ORARIO_CURSOR
           END-EXEC

           EXEC SQL
               FETCH SEDI_ORARIO_CURSOR INTO :DB-CODICE-SEDE,
               :DB-NOME-SEDE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM EMETTIORARIOGIORNO
                   VARYING WS-GIORNO-ORARIO FROM 0 BY 1
                   UNTIL WS-GIORNO-ORARIO > 6
               EXEC SQL
                   FETCH SEDI_ORARIO_CURSOR INTO :DB-CODICE-SEDE,
                   :DB-NOME-SEDE
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE SEDI_ORARIO_CURSOR
           END-EXEC.

           EMETTIORARIOGIORNO.
           MOVE WS-GIORNO-ORARIO TO DB-GIORNO-OFFSET
           EXEC SQL
               SELECT TO_CHAR(CURRENT_DATE + :DB-GIORNO-OFFSET,
               'DD-MM-YYYY') INTO :DB-DATA-ORARIO
           END-EXEC
           MOVE SPACE TO WS-ORARIO
           MOVE DB-CODICE-SEDE TO WS-ORA-SEDE
           MOVE ZERO TO WS-ORA-GIORNO
           MOVE DB-DATA-ORARIO TO WS-ORA-DATA
           CALL 'ORARIO' USING 'h', WS-ORARIO
           IF WS-ORA-ESITO = 'S' AND WS-ORA-TESTO = SPACE
               MOVE 'APERTO' TO WS-ORA-TESTO
           END-IF
           ADD 1 TO WS-RIGHE-BATCH
           MOVE SPACE TO OPAC-FEED-RECORD
           STRING
               DB-NUMERO-BATCH DELIMITED BY SIZE
               ";H;" DELIMITED BY SIZE
               DB-CODICE-SEDE DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               DB-NOME-SEDE DELIMITED BY "  "
               ";" DELIMITED BY SIZE
               DB-DATA-ORARIO DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-ORA-TESTO DELIMITED BY "  "
               INTO OPAC-FEED-RECORD
           END-STRING
           WRITE OPAC-FEED-RECORD
           PERFORM REGISTRARIGAFEED.

      ******************************************************************
      **************SCRIVE UNA RIGA DEL FLUSSO**************************
      ******************************************************************
               COPIE-DISPONIBILI DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               LUNGHEZZA-CODA DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               ALTA-RICHIESTA DELIMITED BY SIZE
               INTO OPAC-FEED-RECORD
           END-STRING
           WRITE OPAC-FEED-RECORD
           PERFORM REGISTRARIGAFEED.

      ******************************************************************
      **************REGISTRA LA RIGA APPENA SCRITTA*********************
      ******************************************************************
           REGISTRARIGAFEED.
           MOVE OPAC-FEED-RECORD TO WS-IFC-RIGA
           MOVE ZERO TO WS-IFC-IMPORTO
           CALL 'INTERFACCIA' USING 'r', WS-IFC-INVIO.

      ******************************************************************
      **************AGGIORNA LA FOTOGRAFIA DI UN TITOLO*****************
               UPDATE OPAC_STATO SET TITOLO = TRIM(:TITOLO),
               COPIE_DISPONIBILI = :COPIE-DISPONIBILI,
               LUNGHEZZA_CODA = :LUNGHEZZA-CODA,
               ALTA_RICHIESTA = :ALTA-RICHIESTA,
               ULTIMO_BATCH = :DB-NUMERO-BATCH
               WHERE ISBN = TRIM(:ISBN)
           END-EXEC
               EXEC SQL
                   INSERT INTO OPAC_STATO
                   (ISBN, TITOLO, COPIE_DISPONIBILI, LUNGHEZZA_CODA,
                   ALTA_RICHIESTA, ULTIMO_BATCH)
                   VALUES (TRIM(:ISBN), TRIM(:TITOLO),
                   :COPIE-DISPONIBILI, :LUNGHEZZA-CODA,
                   :ALTA-RICHIESTA, :DB-NUMERO-BATCH)
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME
           END-IF.
