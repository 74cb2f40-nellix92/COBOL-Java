      **GIA' NOTO AL CATALOGO NAZIONALE, GLI ISBN SCONOSCIUTI VANNO****
      **SUL FILE DI RICHIESTA LOOKUPREQ; IL SERVIZIO BIBLIOGRAFICO*****
      **RISPONDE SU LOOKUPRISP (ISBN;TITOLO;AUTORE;GENERE;EDITORE)*****
      **SEGUITI, PER I VOLUMI DI UNA COLLANA, DA NOME DELLA COLLANA****
      **E NUMERO DEL VOLUME (;COLLANA;NUMERO), CHE ANNUNCIANO IL*******
      **VOLUME ALLA COLLANA E LO ORDINANO SE E' IN ABBONAMENTO*********
      **E LE SCHEDE IMPORTATE RESTANO PRONTE IN SCHEDA_PRECOMPILATA:***
      **LA CATALOGAZIONE LE CONFERMA CON UN TASTO, CON RIPIEGO*********
      **SULL'INSERIMENTO MANUALE QUANDO NON ARRIVA NESSUNA SCHEDA******
           01 VALUESTABLE PIC  9(5) VALUE ZERO.
           01 WS-FINE-RISPOSTE PIC X(1) VALUE 'N'.
           01 WS-CONTEGGIO-IMPORTATE PIC 9(5) VALUE ZERO.
           01 WS-CONTEGGIO-SCARTATE PIC 9(5) VALUE ZERO.
           01 WS-ISBN-RIGA PIC X(13) VALUE SPACE.
           01 WS-TITOLO-RIGA PIC X(100) VALUE SPACE.
           01 WS-AUTORE-RIGA PIC X(50) VALUE SPACE.
           01 WS-GENERE-RIGA PIC X(50) VALUE SPACE.
           01 WS-EDITORE-RIGA PIC X(100) VALUE SPACE.
           01 WS-COLLANA-RIGA PIC X(100) VALUE SPACE.
           01 WS-VOLUME-RIGA PIC X(5) VALUE SPACE.
           01 WS-VOLUME-RIGA-LUNG PIC 9(2) VALUE ZERO.
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
      ***********RECORD NEL TRACCIATO DI COLLANA************************
      *****************************************************************
           01 WS-COLLANA.
               05 WS-COL-ID-COLLANA     PIC 9(9).
               05 WS-COL-NOME           PIC X(100).
               05 WS-COL-CODICE-CASA    PIC 9(5).
               05 WS-COL-ABBONAMENTO    PIC X(1).
               05 WS-COL-ID-FONDO       PIC 9(9).
               05 WS-COL-QUANTITA       PIC 9(5).
               05 WS-COL-ISBN           PIC X(13).
               05 WS-COL-TITOLO         PIC X(100).
               05 WS-COL-NUMERO-VOLUME  PIC 9(5).
               05 WS-COL-PREZZO         PIC 9(6)V99.
               05 WS-COL-ESITO          PIC X(1).

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
      ******************************************************************
           IMPORTARISPOSTE.
           MOVE ZERO TO WS-CONTEGGIO-IMPORTATE
           MOVE ZERO TO WS-CONTEGGIO-SCARTATE
           MOVE 'N' TO WS-FINE-RISPOSTE
           MOVE SPACE TO WS-INGRESSO
           MOVE 'LOOKUPRISP' TO WS-ING-FILE
           MOVE SPACE TO WS-ING-CONTESTO
           MOVE 'COPYCAT' TO WS-ING-OPERATORE
           CALL 'INGRESSO' USING 'c', WS-INGRESSO
           IF WS-ING-ESITO NOT = 'S'
               EXIT PROGRAM
           END-IF
           MOVE ZERO TO WS-ING-SALTATI
           OPEN INPUT LOOKUP-RISP-FILE
           READ LOOKUP-RISP-FILE
               AT END MOVE 'S' TO WS-FINE-RISPOSTE
           CLOSE LOOKUP-RISP-FILE
           DISPLAY "SCHEDE PRECOMPILATE IMPORTATE: "
               WS-CONTEGGIO-IMPORTATE
           MOVE WS-CONTEGGIO-IMPORTATE TO WS-ING-APPLICATI
           MOVE WS-CONTEGGIO-SCARTATE TO WS-ING-SCARTATI
           CALL 'INGRESSO' USING 'e', WS-INGRESSO
           EXIT PROGRAM.

           IMPORTAUNASCHEDA.
           MOVE SPACE TO WS-AUTORE-RIGA
           MOVE SPACE TO WS-GENERE-RIGA
           MOVE SPACE TO WS-EDITORE-RIGA
           MOVE SPACE TO WS-COLLANA-RIGA
           MOVE SPACE TO WS-VOLUME-RIGA
           MOVE ZERO TO WS-VOLUME-RIGA-LUNG
           UNSTRING LOOKUP-RISP-RECORD DELIMITED BY ';'
               INTO WS-ISBN-RIGA, WS-TITOLO-RIGA, WS-AUTORE-RIGA,
               WS-GENERE-RIGA, WS-EDITORE-RIGA, WS-COLLANA-RIGA,
               WS-VOLUME-RIGA COUNT IN WS-VOLUME-RIGA-LUNG
           END-UNSTRING
           IF WS-ISBN-RIGA = SPACE OR WS-TITOLO-RIGA = SPACE
               DISPLAY "RIGA SCARTATA, FORMATO NON VALIDO: "
                   LOOKUP-RISP-RECORD
               ADD 1 TO WS-CONTEGGIO-SCARTATE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ISBN-RIGA TO ISBN
           MOVE WS-AUTORE-RIGA TO AUTORE
           MOVE WS-GENERE-RIGA TO GENERE
           MOVE WS-EDITORE-RIGA TO EDITORE
      *    LA STESSA SCHEDA GIA' RICEVUTA (O GIA' USATA IN************
      *    CATALOGAZIONE) NON SI RIMETTE A 'RICEVUTA' E IL VOLUME*****
      *    NON SI RIANNUNCIA ALLA COLLANA: SI SALTA********************
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE
               FROM SCHEDA_PRECOMPILATA
               WHERE ISBN = TRIM(:ISBN)
               AND TITOLO = TRIM(:TITOLO)
               AND COALESCE(AUTORE, '') = TRIM(:AUTORE)
               AND COALESCE(GENERE, '') = TRIM(:GENERE)
               AND COALESCE(EDITORE, '') = TRIM(:EDITORE)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF VALUESTABLE NOT = ZERO
               DISPLAY "RIGA GIA' APPLICATA, SALTATA: " WS-ISBN-RIGA
               ADD 1 TO WS-ING-SALTATI
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE SCHEDA_PRECOMPILATA SET
               TITOLO = TRIM(:TITOLO), AUTORE = TRIM(:AUTORE),
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME
           END-IF
           ADD 1 TO WS-CONTEGGIO-IMPORTATE
           IF WS-COLLANA-RIGA NOT = SPACE
               PERFORM ANNUNCIAVOLUMECOLLANA
           END-IF.

      *    IL VOLUME DI UNA COLLANA VA ANNUNCIATO ALLA COLLANA: SE LA**
      *    COLLANA E' IN ABBONAMENTO, COLLANA LO METTE IN ORDINE******
           ANNUNCIAVOLUMECOLLANA.
           MOVE SPACE TO WS-COLLANA
           MOVE ZERO TO WS-COL-ID-COLLANA
           MOVE ZERO TO WS-COL-CODICE-CASA
           MOVE ZERO TO WS-COL-ID-FONDO
           MOVE ZERO TO WS-COL-QUANTITA
           MOVE ZERO TO WS-COL-NUMERO-VOLUME
           MOVE ZERO TO WS-COL-PREZZO
           IF WS-VOLUME-RIGA-LUNG > ZERO AND WS-VOLUME-RIGA-LUNG < 6
               IF WS-VOLUME-RIGA(1:WS-VOLUME-RIGA-LUNG) IS NUMERIC
                   MOVE WS-VOLUME-RIGA(1:WS-VOLUME-RIGA-LUNG)
                       TO WS-COL-NUMERO-VOLUME
               END-IF
           END-IF
           MOVE WS-COLLANA-RIGA TO WS-COL-NOME
           MOVE WS-ISBN-RIGA TO WS-COL-ISBN
           MOVE WS-TITOLO-RIGA TO WS-COL-TITOLO
           CALL 'COLLANA' USING 'a', WS-COLLANA.

      ******************************************************************
      **************PRELEVA LA SCHEDA PER LA CATALOGAZIONE**************
