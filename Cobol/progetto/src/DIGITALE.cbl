
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
      *    REGISTRO DEI FILE IN ENTRATA: IMPRONTA E DOPPIONI*********
           01 WS-INGRESSO.
               05 WS-ING-FILE          PIC X(20).
               05 WS-ING-CONTESTO      PIC X(20).
               05 WS-ING-OPERATORE     PIC X(50).
               05 WS-ING-ID            PIC 9(9).
               05 WS-ING-DIMENSIONE    PIC 9(9).
               05 WS-ING-NUMERO-RECORD PIC 9(7).
               05 WS-ING-IMPRONTA      PIC X(32).
               05 WS-ING-APPLICATI     PIC 9(7).
               05 WS-ING-SALTATI       PIC 9(7).
               05 WS-ING-SCARTATI      PIC 9(7).
               05 WS-ING-ESITO         PIC X(1).
           01 WS-FINE-FILE PIC X(1) VALUE 'N'.
           01 WS-CONTEGGIO-ESPORTATI PIC 9(7) VALUE ZERO.
           01 WS-CONTEGGIO-IMPORTATI PIC 9(7) VALUE ZERO.
           EXPORTABILITATI.
           MOVE ZERO TO WS-CONTEGGIO-ESPORTATI
           OPEN OUTPUT MLOL-EXPORT-FILE
           MOVE 'MLOLEXPORT' TO WS-IFC-INTERFACCIA
           MOVE 'S' TO WS-IFC-CON-TRAILER
           CALL 'INTERFACCIA' USING 'a', WS-IFC-INVIO
           EXEC SQL
               DECLARE ABILITATI_CURSOR CURSOR FOR
               SELECT USERNAME, COALESCE(EMAIL, ' '),
                   INTO MLOL-EXPORT-RECORD
               END-STRING
               WRITE MLOL-EXPORT-RECORD
               MOVE MLOL-EXPORT-RECORD TO WS-IFC-RIGA
               MOVE ZERO TO WS-IFC-IMPORTO
               CALL 'INTERFACCIA' USING 'r', WS-IFC-INVIO
               ADD 1 TO WS-CONTEGGIO-ESPORTATI
               EXEC SQL
                   FETCH ABILITATI_CURSOR INTO :USERNAME, :DB-EMAIL,
           EXEC SQL
           CLOSE ABILITATI_CURSOR
           END-EXEC
           CALL 'INTERFACCIA' USING 'c', WS-IFC-INVIO
           MOVE WS-IFC-TRAILER TO MLOL-EXPORT-RECORD
           WRITE MLOL-EXPORT-RECORD
           CLOSE MLOL-EXPORT-FILE
           DISPLAY "PATRON ABILITATI ESPORTATI SU MLOLEXPORT: "
               WS-CONTEGGIO-ESPORTATI
           MOVE ZERO TO WS-CONTEGGIO-IMPORTATI
           MOVE ZERO TO WS-CONTEGGIO-SCARTATI
           MOVE 'N' TO WS-FINE-FILE
           MOVE SPACE TO WS-INGRESSO
           MOVE 'MLOLEVENTI' TO WS-ING-FILE
           MOVE SPACE TO WS-ING-CONTESTO
           MOVE 'DIGITALE' TO WS-ING-OPERATORE
           CALL 'INGRESSO' USING 'c', WS-INGRESSO
           IF WS-ING-ESITO NOT = 'S'
               EXIT PROGRAM
           END-IF
           MOVE ZERO TO WS-ING-SALTATI
           OPEN INPUT MLOL-EVENTI-FILE
           READ MLOL-EVENTI-FILE
               AT END MOVE 'S' TO WS-FINE-FILE
           DISPLAY "PRESTITI DIGITALI IMPORTATI: "
               WS-CONTEGGIO-IMPORTATI
           DISPLAY "RIGHE SCARTATE: " WS-CONTEGGIO-SCARTATI
           MOVE WS-CONTEGGIO-IMPORTATI TO WS-ING-APPLICATI
           MOVE WS-CONTEGGIO-SCARTATI TO WS-ING-SCARTATI
           CALL 'INGRESSO' USING 'e', WS-INGRESSO
           EXIT PROGRAM.

           IMPORTAUNEVENTO.
               ADD 1 TO WS-CONTEGGIO-SCARTATI
               EXIT PARAGRAPH
           END-IF
      *    LO STESSO EVENTO (PATRON, TITOLO, GIORNO) GIA' IN STORICO**
      *    VIENE DA UNA CONSEGNA GIA' CARICATA: SI SALTA****************
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE
               FROM STORICO_PRENOTAZIONI
               WHERE USERNAME = TRIM(:USERNAME)
               AND ISBN = TRIM(:ISBN)
               AND DATA_PRENOTAZIONE = TRIM(:DATA-EVENTO)
               AND ESITO = 'DIGITALE'
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF VALUESTABLE NOT = ZERO
               DISPLAY "RIGA GIA' APPLICATA, SALTATA: "
                   MLOL-EVENTI-RECORD
               ADD 1 TO WS-ING-SALTATI
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               INSERT INTO STORICO_PRENOTAZIONI
               (ISBN, USERNAME, DATA_PRENOTAZIONE,
