
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
           01 WS-MULTE-EDIT PIC ZZZZZZ9.99.

      *****************************************************************
               INTO DB-MESE-RIFERIMENTO
           END-STRING
           OPEN OUTPUT CONVENZIONI-EXPORT-FILE
           MOVE 'CONVENZIONIEXPORT' TO WS-IFC-INTERFACCIA
           MOVE 'S' TO WS-IFC-CON-TRAILER
           CALL 'INTERFACCIA' USING 'a', WS-IFC-INVIO
           MOVE SPACE TO CONVENZIONI-EXPORT-RECORD
           STRING
               "CONGUAGLIO CONVENZIONE - MESE " DELIMITED BY SIZE
               INTO CONVENZIONI-EXPORT-RECORD
           END-STRING
           WRITE CONVENZIONI-EXPORT-RECORD
           MOVE CONVENZIONI-EXPORT-RECORD TO WS-IFC-RIGA
           MOVE ZERO TO WS-IFC-IMPORTO
           CALL 'INTERFACCIA' USING 'r', WS-IFC-INVIO
           EXEC SQL
               DECLARE CONGUAGLIO_CURSOR CURSOR FOR
               SELECT U.BIBLIOTECA_PARTNER,
                   INTO CONVENZIONI-EXPORT-RECORD
               END-STRING
               WRITE CONVENZIONI-EXPORT-RECORD
               MOVE CONVENZIONI-EXPORT-RECORD TO WS-IFC-RIGA
               MOVE MULTE-MESE TO WS-IFC-IMPORTO
               CALL 'INTERFACCIA' USING 'r', WS-IFC-INVIO
               EXEC SQL
                   FETCH CONGUAGLIO_CURSOR INTO :PARTNER-CONV,
                   :PRESTITI-MESE, :MULTE-MESE
           EXEC SQL
           CLOSE CONGUAGLIO_CURSOR
           END-EXEC
           CALL 'INTERFACCIA' USING 'c', WS-IFC-INVIO
           MOVE WS-IFC-TRAILER TO CONVENZIONI-EXPORT-RECORD
           WRITE CONVENZIONI-EXPORT-RECORD
           CLOSE CONVENZIONI-EXPORT-FILE
           DISPLAY "CONGUAGLIO SCRITTO SU CONVENZIONIEXPORT PER IL "
               "MESE " DB-MESE-RIFERIMENTO
