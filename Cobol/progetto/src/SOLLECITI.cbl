      **NOTIFICA AL PATRON E LA LETTERA STAMPABILE SU SOLLECITIPRINT.**
      **I CASI CHE ESAURISCONO LA SCALA ESCONO SUL FILE*****************
      **RECUPEROCREDITI PER L'UFFICIO RISCOSSIONI DEL COMUNE, NEL******
      **TRACCIATO CONCORDATO DEL MASTRO MULTE.*************************
      **LA CORSA CONSOLIDA OGNI INTERVALLO-CHECKPOINT SOLLECITI E******
      **ANNOTA L'ULTIMO PRESTITO FATTO (VEDI CHECKPOINT): DOPO UN******
      **ABEND RIPARTE DA LI'. LE LETTERE ASPETTANO IN MEMORIA IL*******
      **PUNTO DI CONSOLIDAMENTO E SOLO ALLORA VANNO IN CODA A**********
      **SOLLECITIPRINT, COSI' UNA RIPRESA NON LE STAMPA DUE VOLTE******
       AUTHOR. ANOIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FD SOLLECITI-PRINT-FILE.
           01 SOLLECITI-PRINT-RECORD PIC X(250).
           FD RECUPERO-CREDITI-FILE.
           01 RECUPERO-CREDITI-RECORD PIC X(96).

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
           01 WS-FINE-CORSA PIC X(1) VALUE 'N'.
           01 WS-CONTEGGIO-EMESSI PIC 9(5) VALUE ZERO.
           01 WS-PREZZO-EDIT PIC ZZZZZ9.99.
           01 WS-NUMERO-EDIT PIC Z(6)9.
      *    PUNTO DI RIPRESA DELLA CORSA (VEDI CHECKPOINT)*************
           01 WS-CHECKPOINT.
               05 WS-CKP-JOB         PIC X(40).
               05 WS-CKP-CHIAVE      PIC X(100).
               05 WS-CKP-ELABORATI   PIC 9(7).
               05 WS-CKP-CONFERMATI  PIC 9(7).
               05 WS-CKP-RESIDUI     PIC 9(7).
               05 WS-CKP-INTERVALLO  PIC 9(5).
               05 WS-CKP-RIPRESA     PIC X(1).
               05 WS-CKP-ESITO       PIC X(1).
           01 WS-DAL-PUNTO PIC 9(5) VALUE ZERO.
           01 WS-CORSA-APERTA PIC X(1) VALUE 'N'.
      *    LETTERE IN ATTESA DEL PROSSIMO PUNTO DI CONSOLIDAMENTO*****
           01 WS-BUFFER-STAMPA.
               05 WS-BUF-RIGHE       PIC 9(3) VALUE ZERO.
               05 WS-BUF-RIGA        PIC X(250) OCCURS 500 TIMES.
           01 WS-BUF-IND PIC 9(3) VALUE ZERO.
           01 WS-PARAMETRO-CONFIG.
               05 WS-CONFIG-CHIAVE PIC X(40).
               05 WS-CONFIG-VALORE PIC X(100).
      **  POS 22-51  USERNAME******************************************
      **  POS 52-61  IMPORTO (9999999.99)******************************
      **  POS 62-80  RIFERIMENTO (ISBN)********************************
      **  POS 81-96  CODICE FISCALE DEL DEBITORE (SOLO DETTAGLIO)******
      **IN CODA IL TRAILER 'EOF' DEL REGISTRO INTERFACCE (VEDI*********
      **INTERFACCIA) CON PROGRESSIVO, RECORD E TOTALE DEI DETTAGLI*****
           01  RECUPERO-RIGA.
               05 REC-TIPO-RIGA     PIC X(1).
               05 REC-DATA          PIC X(10).
               05 REC-USERNAME      PIC X(30).
               05 REC-IMPORTO       PIC 9(7).99.
               05 REC-RIFERIMENTO   PIC X(19).
               05 REC-CODICE-FISCALE PIC X(16).
           01  WS-TOTALE-RECUPERO   PIC 9(9)V99 VALUE ZERO.

      *****************************************************************
           01 DB-MESSAGGIO-NOTIFICA PIC X(200) VALUE SPACE.
           01 DB-DATA-SCADENZA      PIC X(10) VALUE SPACE.
           01 DB-DATA-SOLLECITO     PIC X(10) VALUE SPACE.
           01 DB-CODICE-FISCALE     PIC X(16) VALUE SPACE.
           01 DB-RIPRESA-ISBN       PIC X(13) VALUE SPACE.
           01 DB-RIPRESA-USERNAME   PIC X(50) VALUE SPACE.
           01 DB-RESIDUI            PIC 9(7) VALUE ZERO.
           01 DB-CODICE-SQL-ORIGINALE PIC S9(9) VALUE ZERO.
           01 DB-ERR-MESSAGGIO PIC X(200) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.
           END-IF
           MOVE ZERO TO WS-CONTEGGIO-EMESSI
           MOVE 'N' TO WS-FINE-CORSA
      *    I PRESTITI SI SCORRONO IN ORDINE DI ISBN E PATRON: UNA*****
      *    CORSA RIPRESA RIPARTE DALL'ULTIMO CONSOLIDATO, CHE PUO'****
      *    ANCORA SALIRE DI GRADINO, E SALTA QUELLI PRIMA**************
           MOVE SPACE TO WS-CHECKPOINT
           MOVE 'CORSA SOLLECITI' TO WS-CKP-JOB
           CALL 'CHECKPOINT' USING 'a', WS-CHECKPOINT
           IF WS-CKP-ESITO NOT = 'S'
               EXIT PROGRAM
           END-IF
           MOVE WS-CKP-CHIAVE(1:13) TO DB-RIPRESA-ISBN
           MOVE WS-CKP-CHIAVE(14:50) TO DB-RIPRESA-USERNAME
           MOVE ZERO TO WS-DAL-PUNTO
           MOVE ZERO TO WS-BUF-RIGHE
           OPEN EXTEND SOLLECITI-PRINT-FILE
           MOVE 'S' TO WS-CORSA-APERTA
           PERFORM TROVAPRESTITODASOLLECITARE
               UNTIL WS-FINE-CORSA = 'S'
           PERFORM SCARICASTAMPA
           MOVE ZERO TO WS-CKP-RESIDUI
           CALL 'CHECKPOINT' USING 'c', WS-CHECKPOINT
           CLOSE SOLLECITI-PRINT-FILE
           MOVE 'N' TO WS-CORSA-APERTA
           DISPLAY "SOLLECITI EMESSI IN QUESTA CORSA: "
               WS-CONTEGGIO-EMESSI
           IF WS-CKP-RIPRESA = 'S'
               MOVE WS-CKP-CONFERMATI TO WS-NUMERO-EDIT
               DISPLAY "SOLLECITI DELLA GIORNATA, CORSE INTERROTTE "
                   "COMPRESE: " WS-NUMERO-EDIT
           END-IF
           EXIT PROGRAM.

      ******************************************************************
      **************PUNTO DI CONSOLIDAMENTO DELLA CORSA*****************
      ******************************************************************
      **LE LETTERE IN MEMORIA VANNO SU SOLLECITIPRINT, POI IL***********
      **CHECKPOINT ANNOTA L'ULTIMO PRESTITO E CONSOLIDA TUTTO***********
           PUNTOSOLLECITI.
           MOVE SPACE TO WS-CKP-CHIAVE
           MOVE DB-RIPRESA-ISBN TO WS-CKP-CHIAVE(1:13)
           MOVE DB-RIPRESA-USERNAME TO WS-CKP-CHIAVE(14:50)
           MOVE ZERO TO DB-RESIDUI
           EXEC SQL
               SELECT COUNT(*) INTO :DB-RESIDUI
               FROM PRENOTAZIONE P
               WHERE P.STATO = 'PRENOTATO'
               AND P.DATA_SCADENZA IS NOT NULL
               AND P.DATA_CONTESTAZIONE IS NULL
               AND TO_DATE(P.DATA_SCADENZA, 'DD-MM-YYYY')
                   < CURRENT_DATE
               AND (P.ISBN > TRIM(:DB-RIPRESA-ISBN)
                 OR (P.ISBN = TRIM(:DB-RIPRESA-ISBN)
                 AND P.USERNAME > TRIM(:DB-RIPRESA-USERNAME)))
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE DB-RESIDUI TO WS-CKP-RESIDUI
           PERFORM SCARICASTAMPA
           CALL 'CHECKPOINT' USING 'p', WS-CHECKPOINT
           MOVE ZERO TO WS-DAL-PUNTO.

      *    LA LETTERA ASPETTA IN MEMORIA IL PUNTO DI CONSOLIDAMENTO***
           ACCODASTAMPA.
           ADD 1 TO WS-BUF-RIGHE
           MOVE SOLLECITI-PRINT-RECORD TO WS-BUF-RIGA(WS-BUF-RIGHE).

           SCARICASTAMPA.
           PERFORM VARYING WS-BUF-IND FROM 1 BY 1
               UNTIL WS-BUF-IND > WS-BUF-RIGHE
               MOVE WS-BUF-RIGA(WS-BUF-IND) TO SOLLECITI-PRINT-RECORD
               WRITE SOLLECITI-PRINT-RECORD
           END-PERFORM
           MOVE ZERO TO WS-BUF-RIGHE.

      ******************************************************************
      **************TROVA IL PROSSIMO PRESTITO DA SOLLECITARE***********
      ******************************************************************
               FROM PRENOTAZIONE P
               WHERE P.STATO = 'PRENOTATO'
               AND P.DATA_SCADENZA IS NOT NULL
      *        UN PRESTITO CONTESTATO NON SALE DI GRADINO*************
               AND P.DATA_CONTESTAZIONE IS NULL
               AND TO_DATE(P.DATA_SCADENZA, 'DD-MM-YYYY')
                   < CURRENT_DATE
               AND ((COALESCE((SELECT MAX(S2.LIVELLO) FROM SOLLECITO
                     AND S4.STATO = 'APERTO'), 0) = 2
                     AND TO_DATE(P.DATA_SCADENZA, 'DD-MM-YYYY')
                     < CURRENT_DATE - :DB-GIORNI-SOLLECITO-3))
               AND (P.ISBN > TRIM(:DB-RIPRESA-ISBN)
                 OR (P.ISBN = TRIM(:DB-RIPRESA-ISBN)
                 AND P.USERNAME >= TRIM(:DB-RIPRESA-USERNAME)))
               ORDER BY P.ISBN, P.USERNAME
               LIMIT 1
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE DB-LIVELLO-ATTUALE TO LIVELLO
               PERFORM EMETTISOLLECITO
               ADD 1 TO WS-CONTEGGIO-EMESSI
               ADD 1 TO WS-CKP-ELABORATI
               ADD 1 TO WS-DAL-PUNTO
               MOVE ISBN TO DB-RIPRESA-ISBN
               MOVE USERNAME TO DB-RIPRESA-USERNAME
               IF WS-DAL-PUNTO NOT < WS-CKP-INTERVALLO
                   PERFORM PUNTOSOLLECITI
               END-IF
           END-IF.

      ******************************************************************
                       INTO SOLLECITI-PRINT-RECORD
                   END-STRING
           END-EVALUATE
           PERFORM ACCODASTAMPA
      *    E UNA NOTIFICA PARTE VERSO IL PATRON************************
           MOVE SPACE TO DB-EMAIL-UTENTE
           EXEC SQL
           MOVE ZERO TO WS-TOTALE-RECUPERO
           MOVE ZERO TO VALUESTABLE
           OPEN OUTPUT RECUPERO-CREDITI-FILE
           MOVE 'RECUPEROCREDITI' TO WS-IFC-INTERFACCIA
           MOVE 'S' TO WS-IFC-CON-TRAILER
           CALL 'INTERFACCIA' USING 'a', WS-IFC-INVIO
           EXEC SQL
               DECLARE RECUPERO_CURSOR CURSOR FOR
               SELECT S.ISBN, S.USERNAME,
               TO_CHAR(S.DATA_SOLLECITO, 'YYYY-MM-DD'),
               COALESCE(L.PREZZO, 0), COALESCE(U.CODICE_FISCALE, ' ')
               FROM SOLLECITO S
               LEFT JOIN LIBRO L ON L.ISBN = S.ISBN
               LEFT JOIN UTENTE U ON U.USERNAME = S.USERNAME
               WHERE S.LIVELLO = 3 AND S.STATO = 'APERTO'
               AND S.DATA_SOLLECITO < CURRENT_DATE - 30
               AND EXISTS (SELECT 1 FROM PRENOTAZIONE P
                   WHERE P.ISBN = S.ISBN
                   AND P.USERNAME = S.USERNAME
                   AND P.STATO = 'PRENOTATO'
                   AND P.DATA_CONTESTAZIONE IS NULL)
               ORDER BY S.DATA_SOLLECITO
           END-EXEC
           EXEC SQL

           EXEC SQL
               FETCH RECUPERO_CURSOR INTO :ISBN, :USERNAME,
               :DB-DATA-SOLLECITO, :DB-PREZZO-RIMPIAZZO,
               :DB-CODICE-FISCALE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE SPACE TO RECUPERO-RIGA
               MOVE USERNAME TO REC-USERNAME
               MOVE DB-PREZZO-RIMPIAZZO TO REC-IMPORTO
               MOVE ISBN TO REC-RIFERIMENTO
               MOVE DB-CODICE-FISCALE TO REC-CODICE-FISCALE
               MOVE RECUPERO-RIGA TO RECUPERO-CREDITI-RECORD
               WRITE RECUPERO-CREDITI-RECORD
               MOVE RECUPERO-CREDITI-RECORD TO WS-IFC-RIGA
               MOVE DB-PREZZO-RIMPIAZZO TO WS-IFC-IMPORTO
               CALL 'INTERFACCIA' USING 'r', WS-IFC-INVIO
               ADD DB-PREZZO-RIMPIAZZO TO WS-TOTALE-RECUPERO
               ADD 1 TO VALUESTABLE
               EXEC SQL
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME
               EXEC SQL
                   FETCH RECUPERO_CURSOR INTO :ISBN, :USERNAME,
                   :DB-DATA-SOLLECITO, :DB-PREZZO-RIMPIAZZO,
                   :DB-CODICE-FISCALE
               END-EXEC
           END-PERFORM

           MOVE WS-TOTALE-RECUPERO TO REC-IMPORTO
           MOVE RECUPERO-RIGA TO RECUPERO-CREDITI-RECORD
           WRITE RECUPERO-CREDITI-RECORD
           MOVE RECUPERO-CREDITI-RECORD TO WS-IFC-RIGA
           MOVE ZERO TO WS-IFC-IMPORTO
           CALL 'INTERFACCIA' USING 'r', WS-IFC-INVIO
           CALL 'INTERFACCIA' USING 'c', WS-IFC-INVIO
           MOVE WS-IFC-TRAILER TO RECUPERO-CREDITI-RECORD
           WRITE RECUPERO-CREDITI-RECORD
           CLOSE RECUPERO-CREDITI-FILE
           DISPLAY "CASI PASSATI ALL'UFFICIO RISCOSSIONI: "
               VALUESTABLE " SU RECUPEROCREDITI"
                   VALUES ('SOLLECITI', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    A CORSA APERTA LE LETTERE GIA' PRONTE SEGUONO I SOLLECITI**
      *    CHE IL CHIAMANTE CONSOLIDERA' E IL RACCOGLITORE SI CHIUDE**
               IF WS-CORSA-APERTA = 'S'
                   PERFORM SCARICASTAMPA
                   CLOSE SOLLECITI-PRINT-FILE
                   MOVE 'N' TO WS-CORSA-APERTA
               END-IF
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
