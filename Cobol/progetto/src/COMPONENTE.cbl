       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPONENTE.
      ******************************************************************
      **************COMPONENTI DEI MATERIALI IN PIU' PARTI**************
      ******************************************************************
      **CORSI DI LINGUA (LIBRO PIU' CD), GIOCHI DA TAVOLO E COFANETTI**
      **DVD CIRCOLANO CON PIU' PEZZI: QUI SI CENSISCONO I COMPONENTI***
      **DI UN TITOLO (O DI UNA SINGOLA COPIA CHE FA ECCEZIONE) E SI****
      **RACCOGLIE IL CONTEGGIO CHE IL BANCO O IL CHIOSCO CONFERMANO AL*
      **PRESTITO E ALLA RESTITUZIONE. IL CONTEGGIO RESTA IN SOSPESO****
      **QUI FINCHE' PRENOTAZIONE NON LO RITIRA ('v'), COME FA LA*******
      **SESSIONE DI POSTAZIONE. LE COPIE RESE INCOMPLETE RESTANO IN****
      **STATO INCOMPLETO, FUORI SCAFFALE, FINO AL RITROVAMENTO DEI*****
      **PEZZI***********************************************************
       AUTHOR. ANOIR.

       DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.
           01 WS-CONTEGGIO-RIGHE PIC 9(5) VALUE ZERO.

      *****************************************************************
      ***********CONTEGGIO DICHIARATO IN ATTESA DEL MOVIMENTO**********
      *****************************************************************
           01 WS-CONTEGGIO-SOSPESO.
               05 WS-SOS-ISBN        PIC X(13) VALUE SPACE.
               05 WS-SOS-USERNAME    PIC X(50) VALUE SPACE.
               05 WS-SOS-ATTESI      PIC 9(3) VALUE ZERO.
               05 WS-SOS-CONTATI     PIC 9(3) VALUE ZERO.

           01 WS-STORIA-COPIA.
               05 WS-STC-NUMERO-INVENTARIO PIC 9(9).
               05 WS-STC-STATO-A           PIC X(20).
               05 WS-STC-STATO-DA          PIC X(20).
               05 WS-STC-MOTIVO            PIC X(100).
               05 WS-STC-OPERATORE         PIC X(50).
               05 WS-STC-DATA-DA           PIC X(10).
               05 WS-STC-DATA-A            PIC X(10).
               05 WS-STC-ESITO             PIC X(1).

           01 WS-ED-QUANTITA PIC ZZ9.
           01 WS-ED-IMPORTO PIC ZZZZZ9.99.
           01 WS-LINE PIC X(120) VALUE ALL '-'.
           01 WS-HEADER-ATTESA.
               05 FILLER PIC X(11) VALUE 'INVENTARIO'.
               05 FILLER PIC X(14) VALUE 'ISBN'.
               05 FILLER PIC X(31) VALUE 'TITOLO'.
               05 FILLER PIC X(9) VALUE 'MANCANTI'.
               05 FILLER PIC X(21) VALUE 'ULTIMO PATRON'.
               05 FILLER PIC X(11) VALUE 'RILEVATA'.
               05 FILLER PIC X(7) VALUE ' GIORNI'.
               05 FILLER PIC X(10) VALUE ' ADDEBITO'.
           01 WS-COLUMNS-ATTESA.
               05 WS-COLUMN-INVENTARIO PIC 9(9).
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-COLUMN-ISBN PIC X(14).
               05 WS-COLUMN-TITOLO PIC X(31).
               05 WS-COLUMN-MANCANTI PIC X(9).
               05 WS-COLUMN-USERNAME PIC X(21).
               05 WS-COLUMN-DATA PIC X(11).
               05 WS-COLUMN-GIORNI PIC X(7).
               05 WS-COLUMN-IMPORTO PIC X(10).

           01  WS-SCRITTURA-REPORT.
               05 RW-TITOLO PIC X(60).
               05 RW-OPERATORE PIC X(50).
               05 RW-INTESTAZIONE PIC X(200).
               05 RW-RIGA PIC X(200).
               05 RW-TOTALE PIC X(60).

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
      *****************************************************************
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01 DBNAME                PIC X(30) VALUE SPACE.

           01 RECORDCOMPONENTE.
               05 ISBN              PIC X(13).
               05 NUMERO-INVENTARIO PIC 9(9).
               05 DESCRIZIONE       PIC X(60).
               05 QUANTITA          PIC 9(3).
           01 DB-USERNAME           PIC X(50) VALUE SPACE.
           01 DB-TITOLO             PIC X(30) VALUE SPACE.
           01 DB-ATTESI             PIC 9(3) VALUE ZERO.
           01 DB-CONTATI            PIC 9(3) VALUE ZERO.
           01 DB-MANCANTI           PIC 9(3) VALUE ZERO.
           01 DB-IMPORTO            PIC 9(6)V99 VALUE ZERO.
           01 DB-TRATTENUTA         PIC X(1) VALUE 'N'.
           01 DB-OPERATORE          PIC X(50) VALUE SPACE.
           01 DB-DATA-RILEVATA      PIC X(10) VALUE SPACE.
           01 DB-GIORNI-ATTESA      PIC 9(5) VALUE ZERO.
           01 DB-LIVELLO            PIC X(6) VALUE SPACE.
           01 DB-CODICE-SQL-ORIGINALE PIC S9(9) VALUE ZERO.
           01 DB-ERR-MESSAGGIO PIC X(200) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.
      *****************************************************************
      ********************INCLUDO SQLCA********************************
      *****************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.

           LINKAGE SECTION.
           01 LS-TYPE PIC X(1).
      **'a' CENSISCE UN COMPONENTE (INVENTARIO A ZERO = TUTTE LE*******
      **COPIE DEL TITOLO, QUANTITA' A ZERO LO TOGLIE); 'd' ELENCO DEI**
      **COMPONENTI DI UN TITOLO; 'k' CHIEDE AL BANCO IL CONTEGGIO******
      **(LS-MODO 'P' PRESTITO, 'R' RESTITUZIONE); 'v' RITIRA IL********
      **CONTEGGIO IN SOSPESO PER ISBN/USERNAME; 'm' REGISTRA I PEZZI***
      **MANCANTI DI UNA RESTITUZIONE; 'w' COPIE IN ATTESA DI PEZZI;****
      **'r' COPIA RICOMPLETATA, TORNA A SCAFFALE************************
           01 LS-RECORD.
               05 LS-ISBN              PIC X(13).
               05 LS-NUMERO-INVENTARIO PIC 9(9).
               05 LS-USERNAME          PIC X(50).
               05 LS-DESCRIZIONE       PIC X(60).
               05 LS-QUANTITA          PIC 9(3).
               05 LS-MODO              PIC X(1).
               05 LS-ATTESI            PIC 9(3).
               05 LS-CONTATI           PIC 9(3).
               05 LS-IMPORTO           PIC 9(6)V99.
               05 LS-OPERATORE         PIC X(50).
               05 LS-ESITO             PIC X(1).

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
               EVALUATE LS-TYPE
                   WHEN 'a'
                       PERFORM CENSISCICOMPONENTE
                   WHEN 'd'
                       PERFORM DISPLAYCOMPONENTI
                   WHEN 'k'
                       PERFORM CHIEDICONTEGGIO
                   WHEN 'v'
                       PERFORM RITIRACONTEGGIO
                   WHEN 'm'
                       PERFORM REGISTRAMANCANTI
                   WHEN 'w'
                       PERFORM REPORTINATTESA
                   WHEN 'r'
                       PERFORM COPIARICOMPLETATA
               END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      **************CENSISCE O TOGLIE UN COMPONENTE*********************
      ******************************************************************
      **LE RIGHE DI UNA COPIA PRECISA SOSTITUISCONO IN BLOCCO QUELLE***
      **DEL TITOLO PER QUELLA COPIA (COFANETTO CON UN DISCO IN MENO****
      **DALL'ACQUISTO, EDIZIONE CON LIBRETTO IN PIU')*******************
           CENSISCICOMPONENTE.
           MOVE 'N' TO LS-ESITO
           MOVE LS-ISBN TO ISBN
           MOVE LS-NUMERO-INVENTARIO TO NUMERO-INVENTARIO
           MOVE LS-DESCRIZIONE TO DESCRIZIONE
           MOVE LS-QUANTITA TO QUANTITA
           IF DESCRIZIONE = SPACE
               DISPLAY "DESCRIZIONE DEL COMPONENTE OBBLIGATORIA"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE FROM LIBRO
               WHERE ISBN = TRIM(:ISBN)
           END-EXEC
           IF VALUESTABLE = ZERO
               DISPLAY "ISBN NON PRESENTE A CATALOGO"
               EXIT PARAGRAPH
           END-IF
           IF NUMERO-INVENTARIO > ZERO
               MOVE ZERO TO VALUESTABLE
               EXEC SQL
                   SELECT COUNT(*) INTO :VALUESTABLE FROM ESEMPLARE
                   WHERE NUMERO_INVENTARIO = :NUMERO-INVENTARIO
                   AND ISBN = TRIM(:ISBN)
               END-EXEC
               IF VALUESTABLE = ZERO
                   DISPLAY "LA COPIA " NUMERO-INVENTARIO
                       " NON E' DI QUESTO TITOLO"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF QUANTITA = ZERO
               EXEC SQL
                   DELETE FROM COMPONENTE
                   WHERE ISBN = TRIM(:ISBN)
                   AND COALESCE(NUMERO_INVENTARIO, 0)
                       = :NUMERO-INVENTARIO
                   AND UPPER(DESCRIZIONE) = UPPER(TRIM(:DESCRIZIONE))
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM ERROR-RUNTIME
               END-IF
               CALL 'DBUTIL' USING BY CONTENT 'k'
               MOVE 'S' TO LS-ESITO
               DISPLAY "COMPONENTE TOLTO: " DESCRIZIONE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE COMPONENTE SET QUANTITA = :QUANTITA
               WHERE ISBN = TRIM(:ISBN)
               AND COALESCE(NUMERO_INVENTARIO, 0) = :NUMERO-INVENTARIO
               AND UPPER(DESCRIZIONE) = UPPER(TRIM(:DESCRIZIONE))
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLCODE = 100 OR SQLERRD(3) = ZERO
               EXEC SQL
                   INSERT INTO COMPONENTE
                   (ISBN, NUMERO_INVENTARIO, DESCRIZIONE, QUANTITA)
                   VALUES (TRIM(:ISBN), NULLIF(:NUMERO-INVENTARIO, 0),
                   UPPER(TRIM(:DESCRIZIONE)), :QUANTITA)
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME
           END-IF
           CALL 'DBUTIL' USING BY CONTENT 'k'
           MOVE 'S' TO LS-ESITO
           DISPLAY "COMPONENTE REGISTRATO: " QUANTITA " X "
               DESCRIZIONE.

      ******************************************************************
      **************ELENCO DEI COMPONENTI DI UN TITOLO******************
      ******************************************************************
           DISPLAYCOMPONENTI.
           MOVE LS-ISBN TO ISBN
           DISPLAY "COMPONENTI DEL TITOLO " ISBN
               " (COPIA 000000000 = TUTTE LE COPIE)"
           EXEC SQL
               DECLARE COMPONENTI_CURSOR CURSOR FOR
               SELECT COALESCE(NUMERO_INVENTARIO, 0), DESCRIZIONE,
               QUANTITA
               FROM COMPONENTE
               WHERE ISBN = TRIM(:ISBN)
               ORDER BY COALESCE(NUMERO_INVENTARIO, 0), DESCRIZIONE
           END-EXEC
           EXEC SQL
               OPEN COMPONENTI_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE ZERO TO WS-CONTEGGIO-RIGHE
           EXEC SQL
               FETCH COMPONENTI_CURSOR INTO :NUMERO-INVENTARIO,
               :DESCRIZIONE, :QUANTITA
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CONTEGGIO-RIGHE
               MOVE QUANTITA TO WS-ED-QUANTITA
               DISPLAY "  COPIA " NUMERO-INVENTARIO " / "
                   WS-ED-QUANTITA " X " DESCRIZIONE
               EXEC SQL
                   FETCH COMPONENTI_CURSOR INTO :NUMERO-INVENTARIO,
                   :DESCRIZIONE, :QUANTITA
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE COMPONENTI_CURSOR
           END-EXEC
           IF WS-CONTEGGIO-RIGHE = ZERO
               DISPLAY "  NESSUN COMPONENTE: TITOLO IN UN PEZZO SOLO"
           END-IF.

      ******************************************************************
      **************CONTEGGIO DEI COMPONENTI AL BANCO O AL CHIOSCO******
      ******************************************************************
      **ALLA RESTITUZIONE LA COPIA E' QUELLA DEL PRESTITO APERTO E I***
      **PEZZI ATTESI SONO QUELLI USCITI (SE IL PRESTITO LI HA**********
      **ANNOTATI); AL PRESTITO VALE LA COPIA INDICATA O IL TITOLO. UN***
      **TITOLO SENZA COMPONENTI NON CHIEDE NULLA (ESITO 'N')************
           CHIEDICONTEGGIO.
           MOVE 'N' TO LS-ESITO
           MOVE SPACE TO WS-CONTEGGIO-SOSPESO
           MOVE ZERO TO WS-SOS-ATTESI WS-SOS-CONTATI
           MOVE LS-ISBN TO ISBN
           MOVE LS-USERNAME TO DB-USERNAME
           MOVE LS-NUMERO-INVENTARIO TO NUMERO-INVENTARIO
           MOVE ZERO TO DB-CONTATI
           IF LS-MODO = 'R'
               EXEC SQL
                   SELECT COALESCE(NUMERO_INVENTARIO, 0),
                   COALESCE(COMPONENTI_USCITA, 0)
                   INTO :NUMERO-INVENTARIO, :DB-CONTATI
                   FROM PRENOTAZIONE
                   WHERE ISBN = TRIM(:ISBN)
                   AND USERNAME = TRIM(:DB-USERNAME)
                   AND STATO = 'PRENOTATO'
                   LIMIT 1
               END-EXEC
               IF SQLCODE NOT = ZERO
                   MOVE ZERO TO NUMERO-INVENTARIO
                   MOVE ZERO TO DB-CONTATI
               END-IF
           END-IF
           PERFORM CALCOLAATTESI
           IF DB-ATTESI = ZERO
               EXIT PARAGRAPH
           END-IF
      *    I PEZZI GIA' MANCANTI ALL'USCITA NON SI CHIEDONO INDIETRO***
           IF DB-CONTATI > ZERO AND DB-CONTATI < DB-ATTESI
               MOVE DB-CONTATI TO DB-ATTESI
           END-IF
           DISPLAY "MATERIALE IN PIU' PARTI: CONTROLLARE I COMPONENTI"
           PERFORM ELENCAATTESI
           MOVE DB-ATTESI TO WS-ED-QUANTITA
           DISPLAY "COMPONENTI ATTESI: " WS-ED-QUANTITA
               " - QUANTI NE CONTI? " WITH NO ADVANCING
           MOVE ZERO TO LS-CONTATI
           ACCEPT LS-CONTATI
           IF LS-CONTATI > DB-ATTESI
               MOVE DB-ATTESI TO LS-CONTATI
           END-IF
           MOVE LS-ISBN TO WS-SOS-ISBN
           MOVE LS-USERNAME TO WS-SOS-USERNAME
           MOVE DB-ATTESI TO WS-SOS-ATTESI
           MOVE LS-CONTATI TO WS-SOS-CONTATI
           MOVE DB-ATTESI TO LS-ATTESI
           MOVE NUMERO-INVENTARIO TO LS-NUMERO-INVENTARIO
           MOVE 'S' TO LS-ESITO
           IF LS-CONTATI < DB-ATTESI
               COMPUTE DB-MANCANTI = DB-ATTESI - LS-CONTATI
               DISPLAY "MANCANO " DB-MANCANTI " COMPONENTI"
           END-IF.

      *    PEZZI ATTESI: QUELLI DELLA COPIA SE NE HA DI PROPRI,*******
      *    ALTRIMENTI QUELLI DEL TITOLO*********************************
           CALCOLAATTESI.
           MOVE ZERO TO DB-ATTESI
           MOVE 'TITOLO' TO DB-LIVELLO
           IF NUMERO-INVENTARIO > ZERO
               EXEC SQL
                   SELECT COALESCE(SUM(QUANTITA), 0) INTO :DB-ATTESI
                   FROM COMPONENTE
                   WHERE NUMERO_INVENTARIO = :NUMERO-INVENTARIO
               END-EXEC
               IF DB-ATTESI > ZERO
                   MOVE 'COPIA' TO DB-LIVELLO
               END-IF
           END-IF
           IF DB-ATTESI = ZERO
               EXEC SQL
                   SELECT COALESCE(SUM(QUANTITA), 0) INTO :DB-ATTESI
                   FROM COMPONENTE
                   WHERE ISBN = TRIM(:ISBN)
                   AND NUMERO_INVENTARIO IS NULL
               END-EXEC
           END-IF.

           ELENCAATTESI.
           EXEC SQL
               DECLARE ATTESI_CURSOR CURSOR FOR
               SELECT DESCRIZIONE, QUANTITA FROM COMPONENTE
               WHERE ISBN = TRIM(:ISBN)
               AND ((:DB-LIVELLO = 'COPIA'
                     AND NUMERO_INVENTARIO = :NUMERO-INVENTARIO)
                 OR (:DB-LIVELLO = 'TITOLO'
                     AND NUMERO_INVENTARIO IS NULL))
               ORDER BY DESCRIZIONE
           END-EXEC
           EXEC SQL
               OPEN ATTESI_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               FETCH ATTESI_CURSOR INTO :DESCRIZIONE, :QUANTITA
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE QUANTITA TO WS-ED-QUANTITA
               DISPLAY "  " WS-ED-QUANTITA " X " DESCRIZIONE
               EXEC SQL
                   FETCH ATTESI_CURSOR INTO :DESCRIZIONE, :QUANTITA
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE ATTESI_CURSOR
           END-EXEC.

      ******************************************************************
      **************RITIRA IL CONTEGGIO IN SOSPESO**********************
      ******************************************************************
      **UN SOLO USO: IL CONTEGGIO VALE PER IL MOVIMENTO CHE LO SEGUE***
      **E SOLO SE ISBN E PATRON COINCIDONO; I MOVIMENTI SENZA**********
      **CONTEGGIO (BATCH, GIORNALE, DOMICILIO) TROVANO ESITO 'N'********
           RITIRACONTEGGIO.
           MOVE 'N' TO LS-ESITO
           MOVE ZERO TO LS-ATTESI LS-CONTATI
           IF WS-SOS-ISBN = SPACE
               EXIT PARAGRAPH
           END-IF
           IF WS-SOS-ISBN NOT = LS-ISBN
               OR WS-SOS-USERNAME NOT = LS-USERNAME
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SOS-ATTESI TO LS-ATTESI
           MOVE WS-SOS-CONTATI TO LS-CONTATI
           MOVE 'S' TO LS-ESITO
           MOVE SPACE TO WS-CONTEGGIO-SOSPESO
           MOVE ZERO TO WS-SOS-ATTESI WS-SOS-CONTATI.

      ******************************************************************
      **************REGISTRA I PEZZI MANCANTI DI UNA RESTITUZIONE*******
      ******************************************************************
      **LS-MODO 'T' SE LA COPIA E' STATA TRATTENUTA IN STATO***********
      **INCOMPLETO (RESTA IN ATTESA DI PEZZI), ALTRIMENTI LA RIGA E'***
      **SOLO UNA SEGNALAZIONE (PRESTITO SENZA COPIA AGGANCIATA)*********
           REGISTRAMANCANTI.
           MOVE LS-ISBN TO ISBN
           MOVE LS-NUMERO-INVENTARIO TO NUMERO-INVENTARIO
           MOVE LS-USERNAME TO DB-USERNAME
           MOVE LS-ATTESI TO DB-ATTESI
           MOVE LS-CONTATI TO DB-CONTATI
           MOVE LS-IMPORTO TO DB-IMPORTO
           MOVE LS-OPERATORE TO DB-OPERATORE
           MOVE 'N' TO DB-TRATTENUTA
           IF LS-MODO = 'T'
               MOVE 'S' TO DB-TRATTENUTA
           END-IF
           EXEC SQL
               INSERT INTO COMPONENTE_MANCANTE
               (ISBN, NUMERO_INVENTARIO, USERNAME, ATTESI, CONTATI,
               IMPORTO_ADDEBITATO, STATO, OPERATORE)
               VALUES (TRIM(:ISBN), NULLIF(:NUMERO-INVENTARIO, 0),
               TRIM(:DB-USERNAME), :DB-ATTESI, :DB-CONTATI,
               :DB-IMPORTO,
               CASE WHEN :DB-TRATTENUTA = 'S' THEN 'IN_ATTESA'
               ELSE 'SEGNALATA' END,
               NULLIF(TRIM(:DB-OPERATORE), ''))
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE 'S' TO LS-ESITO.

      ******************************************************************
      **************COPIE INCOMPLETE IN ATTESA DEI PEZZI****************
      ******************************************************************
           REPORTINATTESA.
           EXEC SQL
               DECLARE INATTESA_CURSOR CURSOR FOR
               SELECT M.NUMERO_INVENTARIO, M.ISBN,
               COALESCE(SUBSTR(L.TITOLO, 1, 30), ' '),
               M.ATTESI - M.CONTATI, M.USERNAME,
               TO_CHAR(M.DATA_RILEVAZIONE, 'DD-MM-YYYY'),
               CURRENT_DATE - M.DATA_RILEVAZIONE,
               COALESCE(M.IMPORTO_ADDEBITATO, 0)
               FROM COMPONENTE_MANCANTE M
               JOIN ESEMPLARE E
               ON E.NUMERO_INVENTARIO = M.NUMERO_INVENTARIO
               LEFT JOIN LIBRO L ON L.ISBN = M.ISBN
               WHERE M.STATO = 'IN_ATTESA'
               AND E.STATO = 'INCOMPLETO'
               ORDER BY M.DATA_RILEVAZIONE, M.NUMERO_INVENTARIO
           END-EXEC

           MOVE SPACE TO WS-SCRITTURA-REPORT
           MOVE "COPIE INCOMPLETE IN ATTESA DI PEZZI" TO RW-TITOLO
           MOVE LS-OPERATORE TO RW-OPERATORE
           MOVE WS-HEADER-ATTESA TO RW-INTESTAZIONE
           CALL 'REPORTWRITER' USING 'i', WS-SCRITTURA-REPORT
           DISPLAY WS-LINE
           DISPLAY WS-HEADER-ATTESA
           DISPLAY WS-LINE

           MOVE ZERO TO WS-CONTEGGIO-RIGHE
           EXEC SQL
               OPEN INATTESA_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
               CALL 'REPORTWRITER' USING 'f', WS-SCRITTURA-REPORT
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               FETCH INATTESA_CURSOR INTO :NUMERO-INVENTARIO, :ISBN,
               :DB-TITOLO, :DB-MANCANTI, :DB-USERNAME,
               :DB-DATA-RILEVATA, :DB-GIORNI-ATTESA, :DB-IMPORTO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM SCRIVIRIGAATTESA
               EXEC SQL
                   FETCH INATTESA_CURSOR INTO :NUMERO-INVENTARIO,
                   :ISBN, :DB-TITOLO, :DB-MANCANTI, :DB-USERNAME,
                   :DB-DATA-RILEVATA, :DB-GIORNI-ATTESA, :DB-IMPORTO
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE INATTESA_CURSOR
           END-EXEC
           DISPLAY WS-LINE
           MOVE SPACE TO RW-TOTALE
           STRING
               "COPIE IN ATTESA DI PEZZI: " DELIMITED BY SIZE
               WS-CONTEGGIO-RIGHE DELIMITED BY SIZE
               INTO RW-TOTALE
           END-STRING
           DISPLAY RW-TOTALE
           CALL 'REPORTWRITER' USING 'f', WS-SCRITTURA-REPORT.

           SCRIVIRIGAATTESA.
           ADD 1 TO WS-CONTEGGIO-RIGHE
           MOVE SPACE TO WS-COLUMNS-ATTESA
           MOVE NUMERO-INVENTARIO TO WS-COLUMN-INVENTARIO
           MOVE ISBN TO WS-COLUMN-ISBN
           MOVE DB-TITOLO TO WS-COLUMN-TITOLO
           MOVE DB-MANCANTI TO WS-ED-QUANTITA
           MOVE WS-ED-QUANTITA TO WS-COLUMN-MANCANTI(4:3)
           MOVE DB-USERNAME TO WS-COLUMN-USERNAME
           MOVE DB-DATA-RILEVATA TO WS-COLUMN-DATA
           MOVE DB-GIORNI-ATTESA TO WS-COLUMN-GIORNI(3:5)
           MOVE DB-IMPORTO TO WS-ED-IMPORTO
           MOVE WS-ED-IMPORTO TO WS-COLUMN-IMPORTO(2:9)
           DISPLAY WS-COLUMNS-ATTESA
           MOVE WS-COLUMNS-ATTESA TO RW-RIGA
           CALL 'REPORTWRITER' USING 'w', WS-SCRITTURA-REPORT.

      ******************************************************************
      **************COPIA RICOMPLETATA: TORNA A SCAFFALE****************
      ******************************************************************
      **COME AL RIENTRO DALLA LEGATORIA LA COPIA TORNA DISPONIBILE*****
      **E CHIUDE LE SEGNALAZIONI IN ATTESA******************************
           COPIARICOMPLETATA.
           MOVE 'N' TO LS-ESITO
           MOVE LS-NUMERO-INVENTARIO TO NUMERO-INVENTARIO
           MOVE SPACE TO ISBN
           EXEC SQL
               SELECT ISBN INTO :ISBN FROM ESEMPLARE
               WHERE NUMERO_INVENTARIO = :NUMERO-INVENTARIO
               AND STATO = 'INCOMPLETO'
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY "LA COPIA " NUMERO-INVENTARIO
                   " NON E' IN STATO INCOMPLETO"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-STORIA-COPIA
           MOVE NUMERO-INVENTARIO TO WS-STC-NUMERO-INVENTARIO
           MOVE 'SCAFFALE' TO WS-STC-STATO-A
           MOVE 'COMPONENTI RITROVATI O SOSTITUITI' TO WS-STC-MOTIVO
           MOVE LS-OPERATORE TO WS-STC-OPERATORE
           CALL 'STORIACOPIA' USING 'c', WS-STORIA-COPIA
           IF WS-STC-ESITO NOT = 'S'
               DISPLAY "RIMESSA A SCAFFALE ANNULLATA"
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE ESEMPLARE SET STATO = 'SCAFFALE'
               WHERE NUMERO_INVENTARIO = :NUMERO-INVENTARIO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               UPDATE LIBRO SET
               COPIE_DISPONIBILI = COPIE_DISPONIBILI + 1
               WHERE ISBN = TRIM(:ISBN)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               UPDATE COMPONENTE_MANCANTE SET STATO = 'RICOMPLETATA',
               DATA_CHIUSURA = CURRENT_DATE
               WHERE NUMERO_INVENTARIO = :NUMERO-INVENTARIO
               AND STATO = 'IN_ATTESA'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           CALL 'DBUTIL' USING BY CONTENT 'k'
           MOVE ISBN TO LS-ISBN
           MOVE 'S' TO LS-ESITO
           DISPLAY "COPIA " NUMERO-INVENTARIO
               " RICOMPLETATA E RIMESSA A SCAFFALE".

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
                   VALUES ('COMPONENTE', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
                   STOP RUN
               END-IF
               EXIT PROGRAM.
