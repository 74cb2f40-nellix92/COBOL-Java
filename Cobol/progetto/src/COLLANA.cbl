       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLANA.
      ******************************************************************
      **************LIBRERIA PER OPERAZIONE TABELLA*********************
      ********************COLLANA / COLLANA_VOLUME**********************
      ******************************************************************
      **COLLANE DELLE CASE EDITRICI (STORIA LOCALE, GUIDE ANNUALI,*****
      **SERIE PER RAGAZZI) CON I VOLUMI NUMERATI, LEGATI AI TITOLI*****
      **DI LIBRO PER ISBN. UNA COLLANA IN ABBONAMENTO ORDINA DA SE'*****
      **OGNI VOLUME NUOVO, ANNUNCIATO DAL SERVIZIO DI CATALOGAZIONE****
      **DERIVATA O INSERITO DAL PERSONALE, SULL'ORDINE APERTO DI*******
      **ABBONAMENTO DELLA CASA EDITRICE E SUL FONDO SCELTO. IL REPORT**
      **DELLE LACUNE ELENCA I NUMERI MANCANTI NELLE COLLANE POSSEDUTE**
       AUTHOR. ANOIR.
       DATA DIVISION.

           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.
           01 WS-STATO-VOLUME PIC X(14) VALUE SPACE.
           01 WS-COLLANA-PRECEDENTE PIC 9(9) VALUE ZERO.
      *    ALLINEAMENTO DELL'INDICE PER PAROLE DEL CATALOGO**********
           01 WS-PAROLE-CHIAVE.
               05 WS-PCH-ISBN          PIC X(13).
               05 WS-PCH-ID-AUTORE     PIC 9(9).
               05 WS-PCH-GENERE        PIC X(50).
               05 WS-PCH-TESTO         PIC X(100).
               05 WS-PCH-PAROLE        PIC X(200).
               05 WS-PCH-NUMERO-PAROLE PIC 9(2).
               05 WS-PCH-OPERATORE     PIC X(50).
               05 WS-PCH-ESITO         PIC X(1).

      *****************************************************************
      ***********RECORD NEL TRACCIATO DI ORDINE*************************
      *****************************************************************
      **L'ORDINE DI ABBONAMENTO E LE SUE RIGHE PASSANO DA ORDINE, COSI'*
      **L'IMPEGNO SUL FONDO E' QUELLO DI OGNI ALTRA RIGA D'ORDINE******
           01 WS-ORDINE.
               05 WS-ORD-ID-ORDINE      PIC 9(9).
               05 WS-ORD-ISBN           PIC X(13).
               05 WS-ORD-TITOLO         PIC X(100).
               05 WS-ORD-QUANTITA       PIC 9(5).
               05 WS-ORD-PREZZO         PIC 9(6)V99.
               05 WS-ORD-CODICE-CASA    PIC 9(5).
               05 WS-ORD-GENERE         PIC X(50).
               05 WS-ORD-CODICE-SEDE    PIC 9(5).
               05 WS-ORD-RICHIESTO-DA   PIC X(50).
               05 WS-ORD-ESITO          PIC X(1).
               05 WS-ORD-ID-FONDO       PIC 9(9).

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
      *****************************************************************
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01 DBNAME                PIC X(30) VALUE SPACE.

           01 RECORDCOLLANA.
               05 ID-COLLANA        PIC 9(9).
               05 NOME              PIC X(100).
               05 CODICE-CASA       PIC 9(5).
               05 ABBONAMENTO       PIC X(1).
               05 ID-FONDO          PIC 9(9).
               05 QUANTITA          PIC 9(5).
           01 RECORDVOLUME.
               05 NUMERO-VOLUME     PIC 9(5).
               05 ISBN              PIC X(13).
               05 TITOLO            PIC X(100).
               05 PREZZO            PIC 9(6)V99.
               05 ID-ORDINE         PIC 9(9).
           01 DB-COPIE-DISPONIBILI  PIC 9(5) VALUE ZERO.
           01 DB-POSSEDUTO          PIC X(1) VALUE SPACE.
           01 DB-NOME-CASA          PIC X(100) VALUE SPACE.
           01 DB-NUMERO-MANCANTE    PIC 9(5) VALUE ZERO.
           01 DB-CODICE-SQL-ORIGINALE PIC S9(9) VALUE ZERO.
           01 DB-ERR-MESSAGGIO PIC X(200) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.
      *****************************************************************
      ********************INCLUDO SQLCA********************************
      *****************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.

           LINKAGE SECTION.
           01 LS-TYPE PIC X(1).
           01 LS-RECORD.
               05 LS-ID-COLLANA      PIC 9(9).
               05 LS-NOME            PIC X(100).
               05 LS-CODICE-CASA     PIC 9(5).
               05 LS-ABBONAMENTO     PIC X(1).
               05 LS-ID-FONDO        PIC 9(9).
               05 LS-QUANTITA        PIC 9(5).
               05 LS-ISBN            PIC X(13).
               05 LS-TITOLO          PIC X(100).
               05 LS-NUMERO-VOLUME   PIC 9(5).
               05 LS-PREZZO          PIC 9(6)V99.
               05 LS-ESITO           PIC X(1).

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
               EVALUATE LS-TYPE
                   WHEN 'i'
                       PERFORM CREACOLLANA
                   WHEN 'u'
                       PERFORM AGGIORNAABBONAMENTO
                   WHEN 'a'
                       PERFORM ANNUNCIAVOLUME
                   WHEN 'l'
                       PERFORM ELENCOVOLUMI
                   WHEN 'd'
                       PERFORM DISPLAYCOLLANE
                   WHEN 'g'
                       PERFORM REPORTLACUNE
               END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      **************CREA UNA COLLANA************************************
      ******************************************************************
      **LA COLLANA APPARTIENE A UNA CASA EDITRICE ESISTENTE; IL FONDO**
      **SERVE SOLO SE LA COLLANA E' IN ABBONAMENTO**********************
           CREACOLLANA.
           MOVE 'N' TO LS-ESITO
           MOVE LS-NOME TO NOME
           MOVE LS-CODICE-CASA TO CODICE-CASA
           MOVE LS-ABBONAMENTO TO ABBONAMENTO
           MOVE LS-ID-FONDO TO ID-FONDO
           MOVE LS-QUANTITA TO QUANTITA
           IF NOME = SPACE
               DISPLAY "NOME DELLA COLLANA OBBLIGATORIO"
               EXIT PROGRAM
           END-IF
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE FROM CASAEDITRICE
               WHERE CODICE_CASA = :CODICE-CASA
           END-EXEC
           IF VALUESTABLE = ZERO
               DISPLAY "CASA EDITRICE SCONOSCIUTA, COLLANA NON CREATA"
               EXIT PROGRAM
           END-IF
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE FROM COLLANA
               WHERE UPPER(TRIM(NOME)) = UPPER(TRIM(:NOME))
               AND CODICE_CASA = :CODICE-CASA
           END-EXEC
           IF VALUESTABLE NOT = ZERO
               DISPLAY "COLLANA GIA' PRESENTE PER QUESTA CASA EDITRICE"
               EXIT PROGRAM
           END-IF
           PERFORM CONTROLLAABBONAMENTO
           IF LS-ESITO = 'X'
               MOVE 'N' TO LS-ESITO
               EXIT PROGRAM
           END-IF
           EXEC SQL
               INSERT INTO COLLANA
               (NOME, CODICE_CASA, ABBONAMENTO, ID_FONDO, QUANTITA)
               VALUES (TRIM(:NOME), :CODICE-CASA, :ABBONAMENTO,
               NULLIF(:ID-FONDO, 0), :QUANTITA)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               SELECT CURRVAL('collana_id_seq') INTO :ID-COLLANA
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE ID-COLLANA TO LS-ID-COLLANA
           MOVE 'S' TO LS-ESITO
           DISPLAY "COLLANA CREATA, CODICE: " ID-COLLANA
           EXIT PROGRAM.

      *    ABBONAMENTO S/N, ALMENO UNA COPIA PER VOLUME E, SE IN*******
      *    ABBONAMENTO, UN FONDO ESISTENTE SU CUI IMPEGNARE************
           CONTROLLAABBONAMENTO.
           IF ABBONAMENTO NOT = 'S'
               MOVE 'N' TO ABBONAMENTO
           END-IF
           IF QUANTITA = ZERO
               MOVE 1 TO QUANTITA
           END-IF
           IF ABBONAMENTO = 'S'
               MOVE ZERO TO VALUESTABLE
               EXEC SQL
                   SELECT COUNT(*) INTO :VALUESTABLE FROM FONDO
                   WHERE ID = :ID-FONDO
               END-EXEC
               IF VALUESTABLE = ZERO
                   DISPLAY "UNA COLLANA IN ABBONAMENTO RICHIEDE UN "
                   "FONDO DI BILANCIO ESISTENTE"
                   MOVE 'X' TO LS-ESITO
               END-IF
           END-IF.

      ******************************************************************
      **************AGGIORNA L'ABBONAMENTO DI UNA COLLANA***************
      ******************************************************************
           AGGIORNAABBONAMENTO.
           MOVE 'N' TO LS-ESITO
           MOVE LS-ID-COLLANA TO ID-COLLANA
           MOVE LS-ABBONAMENTO TO ABBONAMENTO
           MOVE LS-ID-FONDO TO ID-FONDO
           MOVE LS-QUANTITA TO QUANTITA
           PERFORM CONTROLLAABBONAMENTO
           IF LS-ESITO = 'X'
               MOVE 'N' TO LS-ESITO
               EXIT PROGRAM
           END-IF
           EXEC SQL
               UPDATE COLLANA SET ABBONAMENTO = :ABBONAMENTO,
               ID_FONDO = NULLIF(:ID-FONDO, 0),
               QUANTITA = :QUANTITA
               WHERE ID = :ID-COLLANA
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLERRD(3) = ZERO
               DISPLAY "NESSUNA COLLANA CON QUESTO CODICE"
               EXIT PROGRAM
           END-IF
           MOVE 'S' TO LS-ESITO
           DISPLAY "ABBONAMENTO AGGIORNATO PER LA COLLANA " ID-COLLANA
           EXIT PROGRAM.

      ******************************************************************
      **************ANNUNCIA UN VOLUME DELLA COLLANA********************
      ******************************************************************
      **LA COLLANA SI INDICA PER CODICE O, DAL SERVIZIO DI************
      **CATALOGAZIONE DERIVATA, PER NOME. UN VOLUME GIA' A CATALOGO***
      **VIENE SOLO LEGATO ALLA COLLANA; UNO NUOVO DI UNA COLLANA IN****
      **ABBONAMENTO FINISCE SULL'ORDINE APERTO DI ABBONAMENTO DELLA****
      **CASA EDITRICE, CREATO SE NON C'E'*******************************
           ANNUNCIAVOLUME.
           MOVE 'N' TO LS-ESITO
           MOVE LS-ID-COLLANA TO ID-COLLANA
           MOVE LS-NOME TO NOME
           MOVE LS-ISBN TO ISBN
           MOVE LS-TITOLO TO TITOLO
           MOVE LS-NUMERO-VOLUME TO NUMERO-VOLUME
           MOVE LS-PREZZO TO PREZZO
           IF ISBN = SPACE
               DISPLAY "VOLUME RIFIUTATO: ISBN OBBLIGATORIO"
               EXIT PROGRAM
           END-IF
           IF ID-COLLANA = ZERO
               EXEC SQL
                   SELECT ID INTO :ID-COLLANA FROM COLLANA
                   WHERE UPPER(TRIM(NOME)) = UPPER(TRIM(:NOME))
                   ORDER BY ID
                   LIMIT 1
               END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY "COLLANA NON CENSITA: " NOME
                   EXIT PROGRAM
               END-IF
           END-IF
           MOVE SPACE TO ABBONAMENTO
           EXEC SQL
               SELECT CODICE_CASA, ABBONAMENTO, COALESCE(ID_FONDO, 0),
               QUANTITA
               INTO :CODICE-CASA, :ABBONAMENTO, :ID-FONDO, :QUANTITA
               FROM COLLANA WHERE ID = :ID-COLLANA
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY "NESSUNA COLLANA CON QUESTO CODICE"
               EXIT PROGRAM
           END-IF
      *    LO STESSO VOLUME ANNUNCIATO DUE VOLTE NON SI RIORDINA*******
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE FROM COLLANA_VOLUME
               WHERE ID_COLLANA = :ID-COLLANA AND ISBN = TRIM(:ISBN)
           END-EXEC
           IF VALUESTABLE NOT = ZERO
               DISPLAY "VOLUME GIA' PRESENTE NELLA COLLANA"
               EXIT PROGRAM
           END-IF
           EXEC SQL
               INSERT INTO COLLANA_VOLUME
               (ID_COLLANA, NUMERO_VOLUME, ISBN, TITOLO)
               VALUES (:ID-COLLANA, :NUMERO-VOLUME, TRIM(:ISBN),
               TRIM(:TITOLO))
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE ISBN TO WS-PCH-ISBN
           CALL 'PAROLECHIAVE' USING 'i', WS-PAROLE-CHIAVE
           MOVE 'S' TO LS-ESITO
           DISPLAY "VOLUME " NUMERO-VOLUME " LEGATO ALLA COLLANA "
               ID-COLLANA
           IF ABBONAMENTO NOT = 'S'
               EXIT PROGRAM
           END-IF
      *    GIA' A CATALOGO O GIA' SU UN ORDINE APERTO: NIENTE ORDINE***
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE FROM LIBRO
               WHERE ISBN = TRIM(:ISBN)
           END-EXEC
           IF VALUESTABLE NOT = ZERO
               EXIT PROGRAM
           END-IF
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE
               FROM ORDINE_RIGA R JOIN ORDINE O ON O.ID = R.ID_ORDINE
               WHERE R.ISBN = TRIM(:ISBN) AND O.STATO = 'APERTO'
           END-EXEC
           IF VALUESTABLE NOT = ZERO
               DISPLAY "VOLUME GIA' IN ORDINE, NESSUNA NUOVA RIGA"
               EXIT PROGRAM
           END-IF
           PERFORM ORDINAVOLUME
           EXIT PROGRAM.

      *    L'ORDINE DI ABBONAMENTO E' UNO PER CASA EDITRICE E FONDO:***
      *    I VOLUMI ANNUNCIATI SI ACCODANO FINCHE' L'ORDINE E' APERTO**
           ORDINAVOLUME.
           MOVE ZERO TO ID-ORDINE
           EXEC SQL
               SELECT ID INTO :ID-ORDINE FROM ORDINE
               WHERE CODICE_CASA = :CODICE-CASA
               AND COALESCE(ID_FONDO, 0) = :ID-FONDO
               AND STATO = 'APERTO'
               AND RICHIESTO_DA = 'ABBONAMENTO COLLANE'
               ORDER BY ID
               LIMIT 1
           END-EXEC
           MOVE SPACE TO WS-ORDINE
           MOVE ZERO TO WS-ORD-QUANTITA
           MOVE ZERO TO WS-ORD-PREZZO
           MOVE ZERO TO WS-ORD-CODICE-SEDE
           IF SQLCODE NOT = ZERO
               MOVE ZERO TO WS-ORD-ID-ORDINE
               MOVE CODICE-CASA TO WS-ORD-CODICE-CASA
               MOVE ID-FONDO TO WS-ORD-ID-FONDO
               MOVE 'ABBONAMENTO COLLANE' TO WS-ORD-RICHIESTO-DA
               CALL 'ORDINE' USING 'i', WS-ORDINE
               IF WS-ORD-ESITO NOT = 'S'
                   DISPLAY "ORDINE DI ABBONAMENTO NON CREATO: VOLUME "
                   "DA ORDINARE A MANO"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ORD-ID-ORDINE TO ID-ORDINE
           END-IF
           MOVE ID-ORDINE TO WS-ORD-ID-ORDINE
           MOVE ISBN TO WS-ORD-ISBN
           MOVE TITOLO TO WS-ORD-TITOLO
           MOVE QUANTITA TO WS-ORD-QUANTITA
           MOVE PREZZO TO WS-ORD-PREZZO
           MOVE CODICE-CASA TO WS-ORD-CODICE-CASA
           MOVE ID-FONDO TO WS-ORD-ID-FONDO
           CALL 'ORDINE' USING 'r', WS-ORDINE
           IF WS-ORD-ESITO NOT = 'S'
               DISPLAY "RIGA D'ORDINE NON ACCETTATA: VOLUME DA "
               "ORDINARE A MANO"
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE COLLANA_VOLUME SET ID_ORDINE = :ID-ORDINE
               WHERE ID_COLLANA = :ID-COLLANA AND ISBN = TRIM(:ISBN)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           DISPLAY "VOLUME ORDINATO IN ABBONAMENTO SULL'ORDINE "
               ID-ORDINE.

      ******************************************************************
      **************ELENCO DEI VOLUMI DI UNA COLLANA********************
      ******************************************************************
      **PER CODICE O PER PARTE DEL NOME, I VOLUMI IN ORDINE DI*********
      **NUMERO CON LE COPIE DISPONIBILI; QUELLI NON ANCORA A CATALOGO**
      **RISULTANO IN ARRIVO (ORDINATI) O NON POSSEDUTI******************
           ELENCOVOLUMI.
           MOVE LS-ID-COLLANA TO ID-COLLANA
           MOVE LS-NOME TO NOME
           MOVE ZERO TO WS-COLLANA-PRECEDENTE
           EXEC SQL
               DECLARE VOLUMI_CURSOR CURSOR FOR
               SELECT C.ID, C.NOME, V.NUMERO_VOLUME, V.ISBN,
               COALESCE(L.TITOLO, V.TITOLO, ' '),
               CASE WHEN L.ISBN IS NULL THEN 'N' ELSE 'S' END,
               COALESCE(L.COPIE_DISPONIBILI, 0),
               COALESCE(V.ID_ORDINE, 0)
               FROM COLLANA C
               JOIN COLLANA_VOLUME V ON V.ID_COLLANA = C.ID
               LEFT JOIN LIBRO L ON L.ISBN = V.ISBN
               WHERE (:ID-COLLANA > 0 AND C.ID = :ID-COLLANA)
               OR (:ID-COLLANA = 0 AND UPPER(C.NOME) LIKE
                   '%' || UPPER(TRIM(:NOME)) || '%')
               ORDER BY C.NOME, C.ID, V.NUMERO_VOLUME, V.ISBN
           END-EXEC
           EXEC SQL
           OPEN VOLUMI_CURSOR
           END-EXEC

           EXEC SQL
               FETCH VOLUMI_CURSOR INTO :ID-COLLANA, :NOME,
               :NUMERO-VOLUME, :ISBN, :TITOLO, :DB-POSSEDUTO,
               :DB-COPIE-DISPONIBILI, :ID-ORDINE
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "NESSUNA COLLANA TROVATA"
           END-IF
           PERFORM UNTIL SQLCODE NOT = 0
               IF ID-COLLANA NOT = WS-COLLANA-PRECEDENTE
                   DISPLAY "COLLANA " ID-COLLANA ": " NOME
                   DISPLAY "  (VOL. / ISBN / TITOLO / DISPONIBILITA')"
                   MOVE ID-COLLANA TO WS-COLLANA-PRECEDENTE
               END-IF
               EVALUATE TRUE
                   WHEN DB-POSSEDUTO = 'S'
                       DISPLAY "  " NUMERO-VOLUME " / " ISBN " / "
                           TITOLO " / COPIE DISPONIBILI "
                           DB-COPIE-DISPONIBILI
                   WHEN ID-ORDINE NOT = ZERO
                       DISPLAY "  " NUMERO-VOLUME " / " ISBN " / "
                           TITOLO " / IN ARRIVO"
                   WHEN OTHER
                       DISPLAY "  " NUMERO-VOLUME " / " ISBN " / "
                           TITOLO " / NON POSSEDUTO"
               END-EVALUATE
               EXEC SQL
                   FETCH VOLUMI_CURSOR INTO :ID-COLLANA, :NOME,
                   :NUMERO-VOLUME, :ISBN, :TITOLO, :DB-POSSEDUTO,
                   :DB-COPIE-DISPONIBILI, :ID-ORDINE
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE VOLUMI_CURSOR
           END-EXEC
           EXIT PROGRAM.

      ******************************************************************
      **************ELENCO DELLE COLLANE********************************
      ******************************************************************
           DISPLAYCOLLANE.
           DISPLAY "COLLANE (CODICE / NOME / CASA EDITRICE / "
               "ABBONAMENTO / FONDO / COPIE):"
           EXEC SQL
               DECLARE COLLANE_CURSOR CURSOR FOR
               SELECT C.ID, C.NOME, COALESCE(E.NOME, ' '),
               C.ABBONAMENTO, COALESCE(C.ID_FONDO, 0), C.QUANTITA
               FROM COLLANA C
               LEFT JOIN CASAEDITRICE E ON E.CODICE_CASA = C.CODICE_CASA
               ORDER BY C.NOME
           END-EXEC
           EXEC SQL
           OPEN COLLANE_CURSOR
           END-EXEC

           EXEC SQL
               FETCH COLLANE_CURSOR INTO :ID-COLLANA, :NOME,
               :DB-NOME-CASA, :ABBONAMENTO, :ID-FONDO, :QUANTITA
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "  " ID-COLLANA " / " NOME
               DISPLAY "      " DB-NOME-CASA " / " ABBONAMENTO " / "
                   ID-FONDO " / " QUANTITA
               EXEC SQL
                   FETCH COLLANE_CURSOR INTO :ID-COLLANA, :NOME,
                   :DB-NOME-CASA, :ABBONAMENTO, :ID-FONDO, :QUANTITA
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE COLLANE_CURSOR
           END-EXEC
           EXIT PROGRAM.

      ******************************************************************
      **************REPORT DELLE LACUNE NELLE COLLANE*******************
      ******************************************************************
      **PER OGNI COLLANA DI CUI POSSEDIAMO ALMENO UN VOLUME, I NUMERI***
      **DA 1 AL PIU' ALTO POSSEDUTO CHE NON SONO A CATALOGO, CON LO****
      **STATO: ORDINATO, ANNUNCIATO (ISBN NOTO) O SCONOSCIUTO***********
           REPORTLACUNE.
           MOVE ZERO TO WS-COLLANA-PRECEDENTE
           DISPLAY "LACUNE NELLE COLLANE POSSEDUTE (COLLANA / VOL. "
               "MANCANTE / STATO / ISBN):"
           EXEC SQL
               DECLARE LACUNE_CURSOR CURSOR FOR
               SELECT C.ID, C.NOME, G.N,
               CASE WHEN MAX(V.ID_ORDINE) IS NOT NULL THEN 'O'
                    WHEN MAX(V.ISBN) IS NOT NULL THEN 'A'
                    ELSE 'X' END,
               COALESCE(MAX(V.ISBN), ' ')
               FROM COLLANA C
               CROSS JOIN LATERAL GENERATE_SERIES(1,
                   (SELECT MAX(P.NUMERO_VOLUME) FROM COLLANA_VOLUME P
                   JOIN LIBRO L ON L.ISBN = P.ISBN
                   WHERE P.ID_COLLANA = C.ID)) AS G(N)
               LEFT JOIN COLLANA_VOLUME V
               ON V.ID_COLLANA = C.ID AND V.NUMERO_VOLUME = G.N
               WHERE NOT EXISTS (SELECT 1 FROM COLLANA_VOLUME H
                   JOIN LIBRO L2 ON L2.ISBN = H.ISBN
                   WHERE H.ID_COLLANA = C.ID
                   AND H.NUMERO_VOLUME = G.N)
               GROUP BY C.ID, C.NOME, G.N
               ORDER BY C.NOME, C.ID, G.N
           END-EXEC
           EXEC SQL
           OPEN LACUNE_CURSOR
           END-EXEC

           EXEC SQL
               FETCH LACUNE_CURSOR INTO :ID-COLLANA, :NOME,
               :DB-NUMERO-MANCANTE, :DB-POSSEDUTO, :ISBN
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "NESSUNA LACUNA NELLE COLLANE POSSEDUTE"
           END-IF
           PERFORM UNTIL SQLCODE NOT = 0
               IF ID-COLLANA NOT = WS-COLLANA-PRECEDENTE
                   DISPLAY "COLLANA " ID-COLLANA ": " NOME
                   MOVE ID-COLLANA TO WS-COLLANA-PRECEDENTE
               END-IF
               EVALUATE DB-POSSEDUTO
                   WHEN 'O'
                       MOVE 'ORDINATO' TO WS-STATO-VOLUME
                   WHEN 'A'
                       MOVE 'ANNUNCIATO' TO WS-STATO-VOLUME
                   WHEN OTHER
                       MOVE 'SCONOSCIUTO' TO WS-STATO-VOLUME
               END-EVALUATE
               DISPLAY "  VOL. " DB-NUMERO-MANCANTE " / "
                   WS-STATO-VOLUME " / " ISBN
               EXEC SQL
                   FETCH LACUNE_CURSOR INTO :ID-COLLANA, :NOME,
                   :DB-NUMERO-MANCANTE, :DB-POSSEDUTO, :ISBN
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE LACUNE_CURSOR
           END-EXEC
           EXIT PROGRAM.

      ******************************************************************
      **************GESTIONE ERRORI************************************
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
                   VALUES ('COLLANA', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
                   STOP RUN
               END-IF
               EXIT PROGRAM.
