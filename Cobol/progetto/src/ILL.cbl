
           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.
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

      *****************************************************************
      ***********IMPORTAZIONE RISPOSTE DEI PARTNER**********************
           MOVE ZERO TO WS-CONTEGGIO-AGGIORNATE
           MOVE ZERO TO WS-CONTEGGIO-SCARTATE
           MOVE 'N' TO WS-FINE-RISPOSTE
           MOVE SPACE TO WS-INGRESSO
           MOVE 'ILLRISPOSTE' TO WS-ING-FILE
           MOVE SPACE TO WS-ING-CONTESTO
           MOVE LS-USERNAME TO WS-ING-OPERATORE
           CALL 'INGRESSO' USING 'c', WS-INGRESSO
           IF WS-ING-ESITO NOT = 'S'
               EXIT PROGRAM
           END-IF
           MOVE ZERO TO WS-ING-SALTATI
           OPEN INPUT ILL-RISPOSTE-FILE
           READ ILL-RISPOSTE-FILE
               AT END MOVE 'S' TO WS-FINE-RISPOSTE
           CLOSE ILL-RISPOSTE-FILE
           DISPLAY "RISPOSTE ILL APPLICATE: " WS-CONTEGGIO-AGGIORNATE
           DISPLAY "RISPOSTE ILL SCARTATE: " WS-CONTEGGIO-SCARTATE
           MOVE WS-CONTEGGIO-AGGIORNATE TO WS-ING-APPLICATI
           MOVE WS-CONTEGGIO-SCARTATE TO WS-ING-SCARTATI
           CALL 'INGRESSO' USING 'e', WS-INGRESSO
           EXIT PROGRAM.

      ******************************************************************
      **************AGGIORNA LO STATO DI UNA RICHIESTA******************
      ******************************************************************
           AGGIORNASTATORICHIESTA.
      *    LA RICHIESTA GIA' IN QUELLO STATO E' UNA RIGA GIA'*********
      *    APPLICATA DA UNA CONSEGNA PRECEDENTE: NON SI RIPETE NE'****
      *    L'AGGIORNAMENTO NE' L'AVVISO DI ARRIVO AL PATRON************
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE FROM RICHIESTA_ILL
               WHERE ID = :ID-RICHIESTA AND STATO = TRIM(:STATO)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF VALUESTABLE NOT = ZERO
               DISPLAY "RIGA GIA' APPLICATA, SALTATA: " ID-RICHIESTA
                   " " STATO
               ADD 1 TO WS-ING-SALTATI
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE RICHIESTA_ILL SET STATO = TRIM(:STATO),
               DATA_AGGIORNAMENTO = CURRENT_TIMESTAMP
           MOVE ZERO TO WS-CONTEGGIO-ACCOLTE
           MOVE ZERO TO WS-CONTEGGIO-RIFIUTATE
           MOVE 'N' TO WS-FINE-RICHIESTE-IN
           MOVE SPACE TO WS-INGRESSO
           MOVE 'ILLRICHIESTEIN' TO WS-ING-FILE
           MOVE SPACE TO WS-ING-CONTESTO
           MOVE LS-USERNAME TO WS-ING-OPERATORE
           CALL 'INGRESSO' USING 'c', WS-INGRESSO
           IF WS-ING-ESITO NOT = 'S'
               EXIT PROGRAM
           END-IF
           MOVE ZERO TO WS-ING-SALTATI
           OPEN INPUT ILL-RICHIESTE-IN-FILE
           READ ILL-RICHIESTE-IN-FILE
               AT END MOVE 'S' TO WS-FINE-RICHIESTE-IN
           DISPLAY "RICHIESTE PARTNER ACCOLTE: " WS-CONTEGGIO-ACCOLTE
           DISPLAY "RICHIESTE PARTNER RIFIUTATE: "
               WS-CONTEGGIO-RIFIUTATE
           MOVE WS-CONTEGGIO-ACCOLTE TO WS-ING-APPLICATI
           MOVE WS-CONTEGGIO-RIFIUTATE TO WS-ING-SCARTATI
           CALL 'INGRESSO' USING 'e', WS-INGRESSO
           EXIT PROGRAM.

      ******************************************************************
           END-IF
           MOVE WS-PARTNER-RIGA TO PARTNER-ILL
           MOVE WS-ISBN-RIGA TO ISBN-PRESTITO
      *    UN PRESTITO ANCORA APERTO PER LO STESSO PARTNER E ISBN E'***
      *    LA STESSA RICHIESTA GIA' IMPORTATA: SI SALTA*****************
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE FROM PRESTITO_ILL
               WHERE BIBLIOTECA_PARTNER = TRIM(:PARTNER-ILL)
               AND ISBN = TRIM(:ISBN-PRESTITO)
               AND STATO IN ('RICHIESTO', 'SPEDITO')
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF VALUESTABLE NOT = ZERO
               DISPLAY "RIGA GIA' APPLICATA, SALTATA: "
                   ILL-RICHIESTE-IN-RECORD
               ADD 1 TO WS-ING-SALTATI
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE FROM LIBRO
