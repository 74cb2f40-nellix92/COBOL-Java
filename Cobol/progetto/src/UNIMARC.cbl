
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
           01 WS-CONTEGGIO-ESPORTATI PIC 9(7) VALUE ZERO.
           01 WS-CONTEGGIO-SCARTATI  PIC 9(7) VALUE ZERO.
           01 WS-MOTIVO-SCARTO PIC X(60) VALUE SPACE.
           MOVE ZERO TO WS-CONTEGGIO-ESPORTATI
           MOVE ZERO TO WS-CONTEGGIO-SCARTATI
           OPEN OUTPUT UNIMARC-EXPORT-FILE
           MOVE 'UNIMARCEXPORT' TO WS-IFC-INTERFACCIA
           MOVE 'S' TO WS-IFC-CON-TRAILER
           CALL 'INTERFACCIA' USING 'a', WS-IFC-INVIO
           OPEN OUTPUT UNIMARC-SCARTI-FILE
           MOVE "RAPPORTO DI CONTROLLO ESPORTAZIONE UNIMARC - "
               TO UNIMARC-SCARTI-RECORD
               INTO UNIMARC-SCARTI-RECORD
           END-STRING
           WRITE UNIMARC-SCARTI-RECORD
           CALL 'INTERFACCIA' USING 'c', WS-IFC-INVIO
           MOVE WS-IFC-TRAILER TO UNIMARC-EXPORT-RECORD
           WRITE UNIMARC-EXPORT-RECORD
           CLOSE UNIMARC-EXPORT-FILE
           CLOSE UNIMARC-SCARTI-FILE
           DISPLAY "ESPORTAZIONE UNIMARC COMPLETATA: "
               INTO UNIMARC-EXPORT-RECORD
           END-STRING
           WRITE UNIMARC-EXPORT-RECORD
           PERFORM REGISTRARIGAUNIMARC
           MOVE SPACE TO UNIMARC-EXPORT-RECORD
           STRING
               "010 $a" DELIMITED BY SIZE
               INTO UNIMARC-EXPORT-RECORD
           END-STRING
           WRITE UNIMARC-EXPORT-RECORD
           PERFORM REGISTRARIGAUNIMARC
           MOVE SPACE TO UNIMARC-EXPORT-RECORD
           STRING
               "200 $a" DELIMITED BY SIZE
               INTO UNIMARC-EXPORT-RECORD
           END-STRING
           WRITE UNIMARC-EXPORT-RECORD
           PERFORM REGISTRARIGAUNIMARC
           IF DB-NOME-CASA NOT = SPACE
               MOVE SPACE TO UNIMARC-EXPORT-RECORD
               STRING
                   INTO UNIMARC-EXPORT-RECORD
               END-STRING
               WRITE UNIMARC-EXPORT-RECORD
               PERFORM REGISTRARIGAUNIMARC
           END-IF
           IF GENERE NOT = SPACE
               MOVE SPACE TO UNIMARC-EXPORT-RECORD
                   INTO UNIMARC-EXPORT-RECORD
               END-STRING
               WRITE UNIMARC-EXPORT-RECORD
               PERFORM REGISTRARIGAUNIMARC
           END-IF
           PERFORM ESPORTAAUTORIAUTHORITY
           PERFORM ESPORTACONSISTENZA
           MOVE ALL "*" TO UNIMARC-EXPORT-RECORD(1:25)
           WRITE UNIMARC-EXPORT-RECORD
           PERFORM REGISTRARIGAUNIMARC
           MOVE SPACE TO UNIMARC-EXPORT-RECORD.

      ******************************************************************
                   INTO UNIMARC-EXPORT-RECORD
               END-STRING
               WRITE UNIMARC-EXPORT-RECORD
               PERFORM REGISTRARIGAUNIMARC
               EXEC SQL
                   FETCH AUTORI_700_CURSOR INTO :DB-NOME-AUTORE
               END-EXEC
                   INTO UNIMARC-EXPORT-RECORD
               END-STRING
               WRITE UNIMARC-EXPORT-RECORD
               PERFORM REGISTRARIGAUNIMARC
               EXEC SQL
                   FETCH COPIE_950_CURSOR INTO :DB-NUMERO-INVENTARIO,
                   :DB-CODICE-BARRE, :DB-COLLOCAZIONE,
               MOVE 'N' TO WS-ISBN-VALIDO
           END-IF.

      ******************************************************************
      **************REGISTRA LA RIGA APPENA SCRITTA*********************
      ******************************************************************
           REGISTRARIGAUNIMARC.
           MOVE UNIMARC-EXPORT-RECORD TO WS-IFC-RIGA
           MOVE ZERO TO WS-IFC-IMPORTO
           CALL 'INTERFACCIA' USING 'r', WS-IFC-INVIO.

      ******************************************************************
      **************GESTIONE ERRORI************************************
      ******************************************************************
