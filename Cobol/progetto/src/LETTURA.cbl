       IDENTIFICATION DIVISION.
       PROGRAM-ID. LETTURA.
      ******************************************************************
      **************SFIDA DI LETTURA ESTIVA PER RAGAZZI*****************
      ******************************************************************
      **LA SFIDA CHE LA SEZIONE RAGAZZI FA D'ESTATE CON LE SCUOLE NON**
      **PASSA PIU' DALLE SCHEDE DI CARTA. UN PROGRAMMA HA DATA DI******
      **INIZIO E DI FINE E UN OBIETTIVO IN LIBRI PER FASCIA DI ETA';***
      **SI ISCRIVONO SOLO PATRON MINORE O STUDENTE, CON SCUOLA E*******
      **CLASSE. I LIBRI LETTI SONO I PRESTITI RESTITUITI DENTRO IL*****
      **PERIODO (DISTINTI PER ISBN), CONTATI DA SOLI DALL'ARCHIVIO*****
      **E DAI PRESTITI RESTITUITI NON ANCORA ARCHIVIATI. IL RAGAZZO****
      **DA' UN VOTO A OGNI LIBRO LETTO. A OGNI TAPPA E AL TRAGUARDO****
      **PARTE UNA NOTIFICA AL TUTORE, O AL RAGAZZO SE NON NE HA UNO.***
      **ALLA FINE GLI ATTESTATI VANNO SU LETTURAPRINT E LE SCUOLE******
      **RICEVONO SOLO I NUMERI PER CLASSE, MAI I TITOLI LETTI**********
       AUTHOR. ANOIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LETTURA-PRINT-FILE ASSIGN TO "LETTURAPRINT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD LETTURA-PRINT-FILE.
           01 LETTURA-PRINT-RECORD PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-CONTEGGIO-RIGHE PIC 9(5) VALUE ZERO.
           01 WS-CONTEGGIO-AVVISI PIC 9(5) VALUE ZERO.
           01 WS-CONTEGGIO-ATTESTATI PIC 9(5) VALUE ZERO.
           01 WS-OBIETTIVO-DEFAULT PIC 9(3) VALUE 10.
           01 WS-TAPPA PIC 9(3) VALUE 5.
           01 WS-TAPPA-RAGGIUNTA PIC 9(3) VALUE ZERO.
           01 WS-NUMERO-EDIT PIC ZZ9.
           01 WS-NUMERO-EDIT-2 PIC ZZ9.
           01 WS-TOTALE-ISCRITTI PIC 9(5) VALUE ZERO.
           01 WS-TOTALE-ATTIVI PIC 9(5) VALUE ZERO.
           01 WS-TOTALE-TRAGUARDI PIC 9(5) VALUE ZERO.
           01 WS-TOTALE-LIBRI PIC 9(7) VALUE ZERO.
           01 WS-PARAMETRO-CONFIG.
               05 WS-CONFIG-CHIAVE PIC X(40).
               05 WS-CONFIG-VALORE PIC X(100).
               05 WS-CONFIG-VALORE-NUM PIC 9(7)V99.
               05 WS-CONFIG-ESITO PIC X(1).
      *    MODELLI DI MESSAGGIO DELLE TAPPE E DEL TRAGUARDO***********
           01 WS-RICHIESTA-MODELLO.
               05 WS-MOD-CODICE      PIC X(30).
               05 WS-MOD-LINGUA      PIC X(2).
               05 WS-MOD-TESTO       PIC X(200).
               05 WS-MOD-USERNAME    PIC X(50).
               05 WS-MOD-TITOLO      PIC X(100).
               05 WS-MOD-DATA        PIC X(10).
               05 WS-MOD-SEDE        PIC X(10).
               05 WS-MOD-IMPORTO     PIC X(10).
               05 WS-MOD-MESSAGGIO   PIC X(200).
               05 WS-MOD-ESITO       PIC X(1).

           01 WS-LINE PIC X(132) VALUE ALL '-'.
           01 WS-HEADER-PROGRAMMI.
               05 FILLER PIC X(11) VALUE 'CODICE'.
               05 FILLER PIC X(41) VALUE 'PROGRAMMA'.
               05 FILLER PIC X(11) VALUE 'INIZIO'.
               05 FILLER PIC X(11) VALUE 'FINE'.
               05 FILLER PIC X(7) VALUE 'SEDE'.
               05 FILLER PIC X(9) VALUE 'STATO'.
               05 FILLER PIC X(9) VALUE 'ISCRITTI'.
           01 WS-COLUMNS-PROGRAMMI.
               05 WS-COLUMN-ID PIC 9(9).
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-COLUMN-NOME PIC X(41).
               05 WS-COLUMN-INIZIO PIC X(11).
               05 WS-COLUMN-FINE PIC X(11).
               05 WS-COLUMN-SEDE PIC 9(5).
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-COLUMN-STATO PIC X(9).
               05 WS-COLUMN-ISCRITTI PIC ZZZZ9.

           01 WS-HEADER-SCUOLE.
               05 FILLER PIC X(41) VALUE 'SCUOLA'.
               05 FILLER PIC X(11) VALUE 'CLASSE'.
               05 FILLER PIC X(10) VALUE '  ISCRITTI'.
               05 FILLER PIC X(10) VALUE '    ATTIVI'.
               05 FILLER PIC X(11) VALUE ' TRAGUARDO'.
               05 FILLER PIC X(12) VALUE ' LIBRI LETTI'.
           01 WS-COLUMNS-SCUOLE.
               05 WS-COLUMN-SCUOLA PIC X(41).
               05 WS-COLUMN-CLASSE PIC X(11).
               05 FILLER PIC X(5) VALUE SPACE.
               05 WS-COLUMN-ISCRITTI-SC PIC ZZZZ9.
               05 FILLER PIC X(5) VALUE SPACE.
               05 WS-COLUMN-ATTIVI PIC ZZZZ9.
               05 FILLER PIC X(6) VALUE SPACE.
               05 WS-COLUMN-TRAGUARDI PIC ZZZZ9.
               05 FILLER PIC X(5) VALUE SPACE.
               05 WS-COLUMN-LIBRI PIC ZZZZZZ9.

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

           01 RECORDPROGRAMMA.
               05 ID-PROGRAMMA        PIC 9(9).
               05 NOME-PROGRAMMA      PIC X(60).
               05 DATA-INIZIO         PIC X(10).
               05 DATA-FINE           PIC X(10).
               05 CODICE-SEDE         PIC 9(5).
               05 STATO-PROGRAMMA     PIC X(10).
           01 RECORDISCRIZIONE.
               05 ID-ISCRIZIONE       PIC 9(9).
               05 USERNAME            PIC X(50).
               05 SCUOLA              PIC X(60).
               05 CLASSE              PIC X(10).
               05 LIBRI-OBIETTIVO     PIC 9(3).
               05 LIBRI-LETTI         PIC 9(3).
               05 ULTIMA-TAPPA        PIC 9(3).
               05 TRAGUARDO           PIC X(1).
           01 DB-CONTEGGIO          PIC 9(5) VALUE ZERO.
           01 DB-ETA-DA             PIC 9(2) VALUE ZERO.
           01 DB-ETA-A              PIC 9(2) VALUE ZERO.
           01 DB-OBIETTIVO-DEFAULT  PIC 9(3) VALUE ZERO.
           01 DB-TAPPA              PIC 9(3) VALUE ZERO.
           01 DB-DATE-VALIDE        PIC X(1) VALUE SPACE.
           01 DB-NOME               PIC X(50) VALUE SPACE.
           01 DB-COGNOME            PIC X(50) VALUE SPACE.
           01 DB-CATEGORIA          PIC X(10) VALUE SPACE.
           01 DB-DESTINATARIO       PIC X(50) VALUE SPACE.
           01 DB-EMAIL              PIC X(100) VALUE SPACE.
           01 DB-ISBN               PIC X(13) VALUE SPACE.
           01 DB-TITOLO             PIC X(100) VALUE SPACE.
           01 DB-DATA-RESTITUZIONE  PIC X(10) VALUE SPACE.
           01 DB-VOTO               PIC 9(1) VALUE ZERO.
           01 DB-COMMENTO           PIC X(100) VALUE SPACE.
           01 DB-ISCRITTI           PIC 9(5) VALUE ZERO.
           01 DB-ATTIVI             PIC 9(5) VALUE ZERO.
           01 DB-TRAGUARDI          PIC 9(5) VALUE ZERO.
           01 DB-LIBRI-TOTALE       PIC 9(7) VALUE ZERO.
           01 DB-OPERATORE          PIC X(50) VALUE SPACE.
           01 DB-MESSAGGIO-NOTIFICA PIC X(200) VALUE SPACE.
           01 DB-CODICE-SQL-ORIGINALE PIC S9(9) VALUE ZERO.
           01 DB-ERR-MESSAGGIO PIC X(200) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.
      *****************************************************************
      ********************INCLUDO SQLCA********************************
      *****************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.

           LINKAGE SECTION.
           01 LS-TYPE PIC X(1).
      **BANCO: 'p' CREA UN PROGRAMMA; 'o' OBIETTIVO DI UNA FASCIA DI***
      **ETA'; 'i' ISCRIVE UN PATRON; 'c' CONTA I LIBRI LETTI E MANDA***
      **GLI AVVISI (GIRO SERALE); 'r' REPORT PER SCUOLA E CLASSE;******
      **'a' ATTESTATI E CHIUSURA; 'l' ELENCO DEI PROGRAMMI.************
      **PATRON: 'm' I MIEI PROGRESSI; 'v' VOTO A UN LIBRO LETTO********
           01 LS-RECORD.
               05 LS-ID-PROGRAMMA      PIC 9(9).
               05 LS-NOME              PIC X(60).
               05 LS-DATA-INIZIO       PIC X(10).
               05 LS-DATA-FINE         PIC X(10).
               05 LS-CODICE-SEDE       PIC 9(5).
               05 LS-ETA-DA            PIC 9(2).
               05 LS-ETA-A             PIC 9(2).
               05 LS-LIBRI             PIC 9(3).
               05 LS-USERNAME          PIC X(50).
               05 LS-SCUOLA            PIC X(60).
               05 LS-CLASSE            PIC X(10).
               05 LS-ISBN              PIC X(13).
               05 LS-VOTO              PIC 9(1).
               05 LS-COMMENTO          PIC X(100).
               05 LS-OPERATORE         PIC X(50).
               05 LS-ESITO             PIC X(1).

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
               PERFORM CARICACONFIG
               EVALUATE LS-TYPE
                   WHEN 'p'
                       PERFORM CREAPROGRAMMA
                   WHEN 'o'
                       PERFORM OBIETTIVOFASCIA
                   WHEN 'i'
                       PERFORM ISCRIVIPATRON
                   WHEN 'c'
                       PERFORM CONTALETTURE
                   WHEN 'r'
                       PERFORM REPORTSCUOLE
                   WHEN 'a'
                       PERFORM STAMPAATTESTATI
                   WHEN 'l'
                       PERFORM LISTAPROGRAMMI
                   WHEN 'm'
                       PERFORM MIEIPROGRESSI
                   WHEN 'v'
                       PERFORM VALUTALIBRO
               END-EVALUATE.
           EXIT PROGRAM.

           CARICACONFIG.
           MOVE 'LIBRI-OBIETTIVO-LETTURA' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-VALORE-NUM NOT = ZERO
               MOVE WS-CONFIG-VALORE-NUM TO WS-OBIETTIVO-DEFAULT
           END-IF
           MOVE 'TAPPA-LIBRI-LETTURA' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-VALORE-NUM NOT = ZERO
               MOVE WS-CONFIG-VALORE-NUM TO WS-TAPPA
           END-IF.

      ******************************************************************
      **************CREA UN PROGRAMMA DI LETTURA************************
      ******************************************************************
           CREAPROGRAMMA.
           MOVE 'N' TO LS-ESITO
           IF LS-NOME = SPACE OR LS-DATA-INIZIO = SPACE
               OR LS-DATA-FINE = SPACE
               DISPLAY "NOME E DATE DEL PROGRAMMA SONO OBBLIGATORI"
               EXIT PARAGRAPH
           END-IF
           MOVE LS-NOME TO NOME-PROGRAMMA
           MOVE LS-DATA-INIZIO TO DATA-INIZIO
           MOVE LS-DATA-FINE TO DATA-FINE
           MOVE LS-CODICE-SEDE TO CODICE-SEDE
           MOVE LS-OPERATORE TO DB-OPERATORE
           EXEC SQL
               SELECT CASE WHEN TO_DATE(:DATA-FINE, 'DD-MM-YYYY') >=
                   TO_DATE(:DATA-INIZIO, 'DD-MM-YYYY')
                   THEN 'S' ELSE 'N' END
               INTO :DB-DATE-VALIDE
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF DB-DATE-VALIDE NOT = 'S'
               DISPLAY "LA FINE DEL PROGRAMMA PRECEDE L'INIZIO"
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               INSERT INTO PROGRAMMA_LETTURA (NOME, DATA_INIZIO,
               DATA_FINE, CODICE_SEDE, OPERATORE)
               VALUES (TRIM(:NOME-PROGRAMMA),
               TO_DATE(:DATA-INIZIO, 'DD-MM-YYYY'),
               TO_DATE(:DATA-FINE, 'DD-MM-YYYY'), :CODICE-SEDE,
               TRIM(:DB-OPERATORE))
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               SELECT CURRVAL('programma_lettura_id_seq')
               INTO :ID-PROGRAMMA
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           CALL 'DBUTIL' USING BY CONTENT 'k'
           MOVE ID-PROGRAMMA TO LS-ID-PROGRAMMA
           MOVE 'S' TO LS-ESITO
           DISPLAY "PROGRAMMA CREATO CON CODICE " ID-PROGRAMMA.

      ******************************************************************
      **************OBIETTIVO IN LIBRI PER FASCIA DI ETA'***************
      ******************************************************************
      **LA STESSA FASCIA RIPETUTA AGGIORNA L'OBIETTIVO. VALE PER LE****
      **ISCRIZIONI SUCCESSIVE: CHI E' GIA' ISCRITTO TIENE IL SUO*******
           OBIETTIVOFASCIA.
           MOVE 'N' TO LS-ESITO
           MOVE LS-ID-PROGRAMMA TO ID-PROGRAMMA
           MOVE LS-ETA-DA TO DB-ETA-DA
           MOVE LS-ETA-A TO DB-ETA-A
           MOVE LS-LIBRI TO LIBRI-OBIETTIVO
           IF DB-ETA-A < DB-ETA-DA OR LIBRI-OBIETTIVO = ZERO
               DISPLAY "FASCIA DI ETA' O NUMERO DI LIBRI NON VALIDO"
               EXIT PARAGRAPH
           END-IF
           PERFORM LEGGIPROGRAMMA
           IF SQLCODE = 100
               DISPLAY "PROGRAMMA INESISTENTE"
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :DB-CONTEGGIO
               FROM FASCIA_LETTURA
               WHERE ID_PROGRAMMA = :ID-PROGRAMMA
               AND ETA_DA = :DB-ETA-DA AND ETA_A = :DB-ETA-A
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF DB-CONTEGGIO = ZERO
               EXEC SQL
                   INSERT INTO FASCIA_LETTURA (ID_PROGRAMMA, ETA_DA,
                   ETA_A, LIBRI_OBIETTIVO)
                   VALUES (:ID-PROGRAMMA, :DB-ETA-DA, :DB-ETA-A,
                   :LIBRI-OBIETTIVO)
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE FASCIA_LETTURA
                   SET LIBRI_OBIETTIVO = :LIBRI-OBIETTIVO
                   WHERE ID_PROGRAMMA = :ID-PROGRAMMA
                   AND ETA_DA = :DB-ETA-DA AND ETA_A = :DB-ETA-A
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           CALL 'DBUTIL' USING BY CONTENT 'k'
           MOVE 'S' TO LS-ESITO
           DISPLAY "OBIETTIVO DA " DB-ETA-DA " A " DB-ETA-A
               " ANNI: " LIBRI-OBIETTIVO " LIBRI".

      *    LEGGE IL PROGRAMMA RICHIESTO; SQLCODE 100 SE NON C'E'*******
           LEGGIPROGRAMMA.
           EXEC SQL
               SELECT NOME, TO_CHAR(DATA_INIZIO, 'DD-MM-YYYY'),
               TO_CHAR(DATA_FINE, 'DD-MM-YYYY'), CODICE_SEDE, STATO
               INTO :NOME-PROGRAMMA, :DATA-INIZIO, :DATA-FINE,
               :CODICE-SEDE, :STATO-PROGRAMMA
               FROM PROGRAMMA_LETTURA
               WHERE ID = :ID-PROGRAMMA
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF.

      ******************************************************************
      **************ISCRIZIONE DI UN PATRON*****************************
      ******************************************************************
      **SOLO CATEGORIA MINORE O STUDENTE. L'OBIETTIVO E' QUELLO DELLA***
      **FASCIA CHE CONTIENE L'ETA' ALL'INIZIO DEL PROGRAMMA; SENZA******
      **DATA DI NASCITA O SENZA FASCIA VALE LIBRI-OBIETTIVO-LETTURA*****
           ISCRIVIPATRON.
           MOVE 'N' TO LS-ESITO
           MOVE LS-ID-PROGRAMMA TO ID-PROGRAMMA
           MOVE LS-USERNAME TO USERNAME
           MOVE LS-SCUOLA TO SCUOLA
           MOVE LS-CLASSE TO CLASSE
           MOVE WS-OBIETTIVO-DEFAULT TO DB-OBIETTIVO-DEFAULT
           PERFORM LEGGIPROGRAMMA
           IF SQLCODE = 100
               DISPLAY "PROGRAMMA INESISTENTE"
               EXIT PARAGRAPH
           END-IF
           IF STATO-PROGRAMMA NOT = 'APERTO'
               DISPLAY "IL PROGRAMMA E' CHIUSO"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO DB-CATEGORIA
           EXEC SQL
               SELECT COALESCE(CATEGORIA, 'ADULTO')
               INTO :DB-CATEGORIA
               FROM UTENTE
               WHERE USERNAME = TRIM(:USERNAME)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLCODE = 100
               DISPLAY "UTENTE INESISTENTE"
               EXIT PARAGRAPH
           END-IF
           IF DB-CATEGORIA NOT = 'MINORE'
               AND DB-CATEGORIA NOT = 'STUDENTE'
               DISPLAY "SI ISCRIVONO SOLO PATRON MINORE O STUDENTE"
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :DB-CONTEGGIO
               FROM ISCRIZIONE_LETTURA
               WHERE ID_PROGRAMMA = :ID-PROGRAMMA
               AND USERNAME = TRIM(:USERNAME)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF DB-CONTEGGIO NOT = ZERO
               DISPLAY "PATRON GIA' ISCRITTO AL PROGRAMMA"
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COALESCE((SELECT F.LIBRI_OBIETTIVO
                   FROM FASCIA_LETTURA F
                   WHERE F.ID_PROGRAMMA = P.ID
                   AND DATE_PART('year',
                       AGE(P.DATA_INIZIO, U.DATA_NASCITA))
                       BETWEEN F.ETA_DA AND F.ETA_A
                   ORDER BY F.ETA_DA DESC LIMIT 1),
                   CAST(:DB-OBIETTIVO-DEFAULT AS INT))
               INTO :LIBRI-OBIETTIVO
               FROM PROGRAMMA_LETTURA P, UTENTE U
               WHERE P.ID = :ID-PROGRAMMA
               AND U.USERNAME = TRIM(:USERNAME)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               INSERT INTO ISCRIZIONE_LETTURA (ID_PROGRAMMA, USERNAME,
               SCUOLA, CLASSE, LIBRI_OBIETTIVO)
               VALUES (:ID-PROGRAMMA, TRIM(:USERNAME),
               NULLIF(TRIM(:SCUOLA), ''), NULLIF(TRIM(:CLASSE), ''),
               :LIBRI-OBIETTIVO)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           CALL 'DBUTIL' USING BY CONTENT 'k'
           MOVE 'S' TO LS-ESITO
           DISPLAY "ISCRITTO A " NOME-PROGRAMMA
           DISPLAY "OBIETTIVO: " LIBRI-OBIETTIVO " LIBRI ENTRO IL "
               DATA-FINE.

      ******************************************************************
      **************CONTEGGIO DEI LIBRI LETTI E AVVISI*****************
      ******************************************************************
      **GIRO SERALE: RICONTA I LIBRI DI TUTTI GLI ISCRITTI AI**********
      **PROGRAMMI APERTI, POI MANDA UN AVVISO A OGNI NUOVA TAPPA*******
      **(OGNI TAPPA-LIBRI-LETTURA LIBRI) E UNO SOLO AL TRAGUARDO*******
           CONTALETTURE.
           MOVE 'N' TO LS-ESITO
           MOVE SPACE TO USERNAME
           MOVE ZERO TO WS-CONTEGGIO-AVVISI
           PERFORM RICONTALIBRI
           MOVE WS-TAPPA TO DB-TAPPA
           EXEC SQL
               DECLARE TAPPE_CURSOR CURSOR FOR
               SELECT I.ID, I.USERNAME, I.LIBRI_OBIETTIVO,
               I.LIBRI_LETTI, I.ULTIMA_TAPPA,
               CASE WHEN I.LIBRI_OBIETTIVO > 0
                    AND I.LIBRI_LETTI >= I.LIBRI_OBIETTIVO
                    AND I.DATA_TRAGUARDO IS NULL
                    THEN 'S' ELSE 'N' END,
               TO_CHAR(P.DATA_FINE, 'DD-MM-YYYY'),
               COALESCE(U.NOME, I.USERNAME),
               COALESCE(T.USERNAME, U.USERNAME),
               COALESCE(T.EMAIL, U.EMAIL, ' ')
               FROM ISCRIZIONE_LETTURA I
               JOIN PROGRAMMA_LETTURA P ON P.ID = I.ID_PROGRAMMA
               JOIN UTENTE U ON U.USERNAME = I.USERNAME
               LEFT JOIN UTENTE T ON T.USERNAME = U.TUTORE
               WHERE P.STATO = 'APERTO'
               AND ((I.LIBRI_OBIETTIVO > 0
                     AND I.LIBRI_LETTI >= I.LIBRI_OBIETTIVO
                     AND I.DATA_TRAGUARDO IS NULL)
                OR (I.LIBRI_LETTI / CAST(:DB-TAPPA AS INT))
                     * CAST(:DB-TAPPA AS INT) > I.ULTIMA_TAPPA)
               ORDER BY I.ID
           END-EXEC
           EXEC SQL
               OPEN TAPPE_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               FETCH TAPPE_CURSOR INTO :ID-ISCRIZIONE, :USERNAME,
               :LIBRI-OBIETTIVO, :LIBRI-LETTI, :ULTIMA-TAPPA,
               :TRAGUARDO, :DATA-FINE, :DB-NOME, :DB-DESTINATARIO,
               :DB-EMAIL
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM AVVISOTAPPA
               EXEC SQL
                   FETCH TAPPE_CURSOR INTO :ID-ISCRIZIONE, :USERNAME,
                   :LIBRI-OBIETTIVO, :LIBRI-LETTI, :ULTIMA-TAPPA,
                   :TRAGUARDO, :DATA-FINE, :DB-NOME,
                   :DB-DESTINATARIO, :DB-EMAIL
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE TAPPE_CURSOR
           END-EXEC
           CALL 'DBUTIL' USING BY CONTENT 'k'
           MOVE 'S' TO LS-ESITO
           DISPLAY "SFIDA DI LETTURA: AVVISI DI TAPPA E TRAGUARDO "
               WS-CONTEGGIO-AVVISI.

      *    LIBRI LETTI = ISBN DISTINTI RESTITUITI NEL PERIODO DEL******
      *    PROGRAMMA, DALL'ARCHIVIO E DAI PRESTITI RESTITUITI CHE******
      *    IL GIRO MENSILE NON HA ANCORA ARCHIVIATO. USERNAME VUOTO****
      *    RICONTA TUTTI GLI ISCRITTI AI PROGRAMMI APERTI**************
           RICONTALIBRI.
           EXEC SQL
               UPDATE ISCRIZIONE_LETTURA I
               SET LIBRI_LETTI = (SELECT COUNT(*) FROM
                   (SELECT R.ISBN FROM PRENOTAZIONE R
                    WHERE R.USERNAME = I.USERNAME
                    AND R.STATO = 'RESTITUITO'
                    AND TO_DATE(NULLIF(TRIM(R.DATA_RESTITUZIONE), ''),
                        'DD-MM-YYYY')
                        BETWEEN P.DATA_INIZIO AND P.DATA_FINE
                    UNION
                    SELECT H.ISBN FROM STORICO_PRENOTAZIONI H
                    WHERE H.USERNAME = I.USERNAME
                    AND H.ESITO = 'RESTITUITO'
                    AND TO_DATE(NULLIF(TRIM(H.DATA_RESTITUZIONE), ''),
                        'DD-MM-YYYY')
                        BETWEEN P.DATA_INIZIO AND P.DATA_FINE) L)
               FROM PROGRAMMA_LETTURA P
               WHERE P.ID = I.ID_PROGRAMMA
               AND P.STATO = 'APERTO'
               AND (TRIM(:USERNAME) = ''
                OR I.USERNAME = TRIM(:USERNAME))
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF.

      *    UN SOLO AVVISO PER GIRO: IL TRAGUARDO ASSORBE LA TAPPA******
      *    DELLO STESSO GIORNO. AL TUTORE SE C'E', ALTRIMENTI AL*******
      *    RAGAZZO******************************************************
           AVVISOTAPPA.
           DIVIDE LIBRI-LETTI BY WS-TAPPA GIVING WS-TAPPA-RAGGIUNTA
           MULTIPLY WS-TAPPA BY WS-TAPPA-RAGGIUNTA
           MOVE SPACE TO WS-RICHIESTA-MODELLO
           MOVE DB-DESTINATARIO TO WS-MOD-USERNAME
           MOVE DB-NOME TO WS-MOD-TITOLO
           MOVE DATA-FINE TO WS-MOD-DATA
           IF TRAGUARDO = 'S'
               MOVE LIBRI-OBIETTIVO TO WS-NUMERO-EDIT
               MOVE 'TRAGUARDO-LETTURA' TO WS-MOD-CODICE
           ELSE
               MOVE WS-TAPPA-RAGGIUNTA TO WS-NUMERO-EDIT
               MOVE 'TAPPA-LETTURA' TO WS-MOD-CODICE
           END-IF
           MOVE WS-NUMERO-EDIT TO WS-MOD-IMPORTO
           CALL 'MODELLO' USING 'f', WS-RICHIESTA-MODELLO
           MOVE SPACE TO DB-MESSAGGIO-NOTIFICA
           IF WS-MOD-ESITO = 'S'
               MOVE WS-MOD-MESSAGGIO TO DB-MESSAGGIO-NOTIFICA
           ELSE
               IF TRAGUARDO = 'S'
                   STRING "SFIDA DI LETTURA: " DELIMITED BY SIZE
                       DB-NOME DELIMITED BY "  "
                       " HA RAGGIUNTO IL TRAGUARDO DI "
                       DELIMITED BY SIZE
                       WS-NUMERO-EDIT DELIMITED BY SIZE
                       " LIBRI! L'ATTESTATO SI RITIRA IN SEDE DOPO IL "
                       DELIMITED BY SIZE
                       DATA-FINE DELIMITED BY SIZE
                       INTO DB-MESSAGGIO-NOTIFICA
                   END-STRING
               ELSE
                   STRING "SFIDA DI LETTURA: " DELIMITED BY SIZE
                       DB-NOME DELIMITED BY "  "
                       " HA GIA' LETTO " DELIMITED BY SIZE
                       WS-NUMERO-EDIT DELIMITED BY SIZE
                       " LIBRI. CONTINUA COSI'!" DELIMITED BY SIZE
                       INTO DB-MESSAGGIO-NOTIFICA
                   END-STRING
               END-IF
           END-IF
           EXEC SQL
               INSERT INTO NOTIFICA (USERNAME, EMAIL, MESSAGGIO)
               VALUES (TRIM(:DB-DESTINATARIO), TRIM(:DB-EMAIL),
               TRIM(:DB-MESSAGGIO-NOTIFICA))
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE WS-TAPPA-RAGGIUNTA TO ULTIMA-TAPPA
           IF TRAGUARDO = 'S'
               EXEC SQL
                   UPDATE ISCRIZIONE_LETTURA
                   SET ULTIMA_TAPPA = :ULTIMA-TAPPA,
                   DATA_TRAGUARDO = CURRENT_DATE
                   WHERE ID = :ID-ISCRIZIONE
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE ISCRIZIONE_LETTURA
                   SET ULTIMA_TAPPA = :ULTIMA-TAPPA
                   WHERE ID = :ID-ISCRIZIONE
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           ADD 1 TO WS-CONTEGGIO-AVVISI.

      ******************************************************************
      **************REPORT PER SCUOLA E CLASSE**************************
      ******************************************************************
      **PER GLI INSEGNANTI: SOLO NUMERI PER CLASSE (ISCRITTI, CHI HA***
      **LETTO ALMENO UN LIBRO, CHI HA RAGGIUNTO L'OBIETTIVO, LIBRI IN**
      **TOTALE). NESSUN NOME E NESSUN TITOLO ESCE DALLA BIBLIOTECA*****
           REPORTSCUOLE.
           MOVE 'N' TO LS-ESITO
           MOVE LS-ID-PROGRAMMA TO ID-PROGRAMMA
           PERFORM LEGGIPROGRAMMA
           IF SQLCODE = 100
               DISPLAY "PROGRAMMA INESISTENTE"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO USERNAME
           IF STATO-PROGRAMMA = 'APERTO'
               PERFORM RICONTALIBRI
               CALL 'DBUTIL' USING BY CONTENT 'k'
           END-IF
           MOVE ZERO TO WS-TOTALE-ISCRITTI
           MOVE ZERO TO WS-TOTALE-ATTIVI
           MOVE ZERO TO WS-TOTALE-TRAGUARDI
           MOVE ZERO TO WS-TOTALE-LIBRI
           EXEC SQL
               DECLARE SCUOLE_CURSOR CURSOR FOR
               SELECT COALESCE(SCUOLA, 'SENZA SCUOLA'),
               COALESCE(CLASSE, ' '), COUNT(*),
               SUM(CASE WHEN LIBRI_LETTI > 0 THEN 1 ELSE 0 END),
               SUM(CASE WHEN LIBRI_OBIETTIVO > 0
                   AND LIBRI_LETTI >= LIBRI_OBIETTIVO
                   THEN 1 ELSE 0 END),
               SUM(LIBRI_LETTI)
               FROM ISCRIZIONE_LETTURA
               WHERE ID_PROGRAMMA = :ID-PROGRAMMA
               GROUP BY 1, 2
               ORDER BY 1, 2
           END-EXEC

           MOVE SPACE TO WS-SCRITTURA-REPORT
           MOVE SPACE TO RW-TITOLO
           STRING "SFIDA DI LETTURA - " DELIMITED BY SIZE
               NOME-PROGRAMMA DELIMITED BY SIZE
               INTO RW-TITOLO
           END-STRING
           MOVE LS-OPERATORE TO RW-OPERATORE
           MOVE WS-HEADER-SCUOLE TO RW-INTESTAZIONE
           CALL 'REPORTWRITER' USING 'i', WS-SCRITTURA-REPORT
           DISPLAY RW-TITOLO
           DISPLAY WS-LINE
           DISPLAY WS-HEADER-SCUOLE
           DISPLAY WS-LINE

           EXEC SQL
               OPEN SCUOLE_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
               CALL 'REPORTWRITER' USING 'f', WS-SCRITTURA-REPORT
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               FETCH SCUOLE_CURSOR INTO :SCUOLA, :CLASSE,
               :DB-ISCRITTI, :DB-ATTIVI, :DB-TRAGUARDI,
               :DB-LIBRI-TOTALE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM SCRIVIRIGASCUOLA
               EXEC SQL
                   FETCH SCUOLE_CURSOR INTO :SCUOLA, :CLASSE,
                   :DB-ISCRITTI, :DB-ATTIVI, :DB-TRAGUARDI,
                   :DB-LIBRI-TOTALE
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE SCUOLE_CURSOR
           END-EXEC
           DISPLAY WS-LINE
           MOVE "TOTALE PROGRAMMA" TO SCUOLA
           MOVE SPACE TO CLASSE
           MOVE WS-TOTALE-ISCRITTI TO DB-ISCRITTI
           MOVE WS-TOTALE-ATTIVI TO DB-ATTIVI
           MOVE WS-TOTALE-TRAGUARDI TO DB-TRAGUARDI
           MOVE WS-TOTALE-LIBRI TO DB-LIBRI-TOTALE
           MOVE SPACE TO WS-COLUMNS-SCUOLE
           PERFORM COLONNESCUOLA
           DISPLAY WS-COLUMNS-SCUOLE
           MOVE WS-COLUMNS-SCUOLE TO RW-RIGA
           CALL 'REPORTWRITER' USING 'w', WS-SCRITTURA-REPORT
           MOVE SPACE TO RW-TOTALE
           STRING "PERIODO " DELIMITED BY SIZE
               DATA-INIZIO DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               DATA-FINE DELIMITED BY SIZE
               INTO RW-TOTALE
           END-STRING
           DISPLAY RW-TOTALE
           CALL 'REPORTWRITER' USING 'f', WS-SCRITTURA-REPORT
           MOVE 'S' TO LS-ESITO.

           SCRIVIRIGASCUOLA.
           ADD DB-ISCRITTI TO WS-TOTALE-ISCRITTI
           ADD DB-ATTIVI TO WS-TOTALE-ATTIVI
           ADD DB-TRAGUARDI TO WS-TOTALE-TRAGUARDI
           ADD DB-LIBRI-TOTALE TO WS-TOTALE-LIBRI
           MOVE SPACE TO WS-COLUMNS-SCUOLE
           PERFORM COLONNESCUOLA
           DISPLAY WS-COLUMNS-SCUOLE
           MOVE WS-COLUMNS-SCUOLE TO RW-RIGA
           CALL 'REPORTWRITER' USING 'w', WS-SCRITTURA-REPORT.

           COLONNESCUOLA.
           MOVE SCUOLA TO WS-COLUMN-SCUOLA
           MOVE CLASSE TO WS-COLUMN-CLASSE
           MOVE DB-ISCRITTI TO WS-COLUMN-ISCRITTI-SC
           MOVE DB-ATTIVI TO WS-COLUMN-ATTIVI
           MOVE DB-TRAGUARDI TO WS-COLUMN-TRAGUARDI
           MOVE DB-LIBRI-TOTALE TO WS-COLUMN-LIBRI.

      ******************************************************************
      **************ATTESTATI E CHIUSURA DEL PROGRAMMA******************
      ******************************************************************
      **A FINE PROGRAMMA UN ATTESTATO PER OGNI ISCRITTO CHE HA LETTO***
      **ALMENO UN LIBRO: DI TRAGUARDO SE HA RAGGIUNTO L'OBIETTIVO, DI**
      **PARTECIPAZIONE ALTRIMENTI. L'ULTIMO CONTEGGIO PRECEDE LA*******
      **CHIUSURA; DA CHIUSO IL PROGRAMMA NON SI RICONTA PIU'************
           STAMPAATTESTATI.
           MOVE 'N' TO LS-ESITO
           MOVE LS-ID-PROGRAMMA TO ID-PROGRAMMA
           PERFORM LEGGIPROGRAMMA
           IF SQLCODE = 100
               DISPLAY "PROGRAMMA INESISTENTE"
               EXIT PARAGRAPH
           END-IF
           IF STATO-PROGRAMMA NOT = 'APERTO'
               DISPLAY "ATTESTATI GIA' STAMPATI: PROGRAMMA CHIUSO"
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT CASE WHEN DATA_FINE < CURRENT_DATE
                   THEN 'S' ELSE 'N' END
               INTO :DB-DATE-VALIDE
               FROM PROGRAMMA_LETTURA
               WHERE ID = :ID-PROGRAMMA
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF DB-DATE-VALIDE NOT = 'S'
               DISPLAY "IL PROGRAMMA FINISCE IL " DATA-FINE
                   ": ATTESTATI DAL GIORNO DOPO"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO USERNAME
           PERFORM RICONTALIBRI
           MOVE ZERO TO WS-CONTEGGIO-ATTESTATI
           EXEC SQL
               DECLARE ATTESTATI_CURSOR CURSOR FOR
               SELECT I.ID, I.USERNAME, COALESCE(I.SCUOLA, ' '),
               COALESCE(I.CLASSE, ' '), I.LIBRI_OBIETTIVO,
               I.LIBRI_LETTI,
               CASE WHEN I.LIBRI_OBIETTIVO > 0
                    AND I.LIBRI_LETTI >= I.LIBRI_OBIETTIVO
                    THEN 'S' ELSE 'N' END,
               COALESCE(U.NOME, ' '), COALESCE(U.COGNOME, ' ')
               FROM ISCRIZIONE_LETTURA I
               JOIN UTENTE U ON U.USERNAME = I.USERNAME
               WHERE I.ID_PROGRAMMA = :ID-PROGRAMMA
               AND I.LIBRI_LETTI > 0
               ORDER BY I.SCUOLA, I.CLASSE, U.COGNOME, U.NOME
           END-EXEC
           OPEN EXTEND LETTURA-PRINT-FILE
           EXEC SQL
               OPEN ATTESTATI_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
               CLOSE LETTURA-PRINT-FILE
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               FETCH ATTESTATI_CURSOR INTO :ID-ISCRIZIONE, :USERNAME,
               :SCUOLA, :CLASSE, :LIBRI-OBIETTIVO, :LIBRI-LETTI,
               :TRAGUARDO, :DB-NOME, :DB-COGNOME
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM STAMPAATTESTATO
               EXEC SQL
                   FETCH ATTESTATI_CURSOR INTO :ID-ISCRIZIONE,
                   :USERNAME, :SCUOLA, :CLASSE, :LIBRI-OBIETTIVO,
                   :LIBRI-LETTI, :TRAGUARDO, :DB-NOME, :DB-COGNOME
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE ATTESTATI_CURSOR
           END-EXEC
           CLOSE LETTURA-PRINT-FILE
           EXEC SQL
               UPDATE ISCRIZIONE_LETTURA SET ATTESTATO = 'S'
               WHERE ID_PROGRAMMA = :ID-PROGRAMMA
               AND LIBRI_LETTI > 0
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               UPDATE PROGRAMMA_LETTURA SET STATO = 'CHIUSO'
               WHERE ID = :ID-PROGRAMMA
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           CALL 'DBUTIL' USING BY CONTENT 'k'
           MOVE 'S' TO LS-ESITO
           DISPLAY "ATTESTATI SU LETTURAPRINT: " WS-CONTEGGIO-ATTESTATI
           DISPLAY "PROGRAMMA CHIUSO".

           STAMPAATTESTATO.
           ADD 1 TO WS-CONTEGGIO-ATTESTATI
           MOVE ALL '=' TO LETTURA-PRINT-RECORD
           WRITE LETTURA-PRINT-RECORD
           MOVE SPACE TO LETTURA-PRINT-RECORD
           IF TRAGUARDO = 'S'
               MOVE "ATTESTATO DI TRAGUARDO" TO LETTURA-PRINT-RECORD
           ELSE
               MOVE "ATTESTATO DI PARTECIPAZIONE"
                   TO LETTURA-PRINT-RECORD
           END-IF
           WRITE LETTURA-PRINT-RECORD
           MOVE SPACE TO LETTURA-PRINT-RECORD
           STRING NOME-PROGRAMMA DELIMITED BY "  "
               " (" DELIMITED BY SIZE
               DATA-INIZIO DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               DATA-FINE DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO LETTURA-PRINT-RECORD
           END-STRING
           WRITE LETTURA-PRINT-RECORD
           MOVE SPACE TO LETTURA-PRINT-RECORD
           WRITE LETTURA-PRINT-RECORD
           MOVE SPACE TO LETTURA-PRINT-RECORD
           STRING "SI ATTESTA CHE " DELIMITED BY SIZE
               DB-NOME DELIMITED BY "  "
               " " DELIMITED BY SIZE
               DB-COGNOME DELIMITED BY "  "
               INTO LETTURA-PRINT-RECORD
           END-STRING
           WRITE LETTURA-PRINT-RECORD
           MOVE SPACE TO LETTURA-PRINT-RECORD
           STRING "SCUOLA " DELIMITED BY SIZE
               SCUOLA DELIMITED BY "  "
               " - CLASSE " DELIMITED BY SIZE
               CLASSE DELIMITED BY "  "
               INTO LETTURA-PRINT-RECORD
           END-STRING
           WRITE LETTURA-PRINT-RECORD
           MOVE LIBRI-LETTI TO WS-NUMERO-EDIT
           MOVE LIBRI-OBIETTIVO TO WS-NUMERO-EDIT-2
           MOVE SPACE TO LETTURA-PRINT-RECORD
           IF TRAGUARDO = 'S'
               STRING "HA LETTO " DELIMITED BY SIZE
                   WS-NUMERO-EDIT DELIMITED BY SIZE
                   " LIBRI, RAGGIUNGENDO IL TRAGUARDO DI "
                   DELIMITED BY SIZE
                   WS-NUMERO-EDIT-2 DELIMITED BY SIZE
                   ". COMPLIMENTI!" DELIMITED BY SIZE
                   INTO LETTURA-PRINT-RECORD
               END-STRING
           ELSE
               STRING "HA PARTECIPATO ALLA SFIDA LEGGENDO "
                   DELIMITED BY SIZE
                   WS-NUMERO-EDIT DELIMITED BY SIZE
                   " LIBRI. GRAZIE!" DELIMITED BY SIZE
                   INTO LETTURA-PRINT-RECORD
               END-STRING
           END-IF
           WRITE LETTURA-PRINT-RECORD
           MOVE SPACE TO LETTURA-PRINT-RECORD
           WRITE LETTURA-PRINT-RECORD
           MOVE "LA BIBLIOTECA ______________________________"
               TO LETTURA-PRINT-RECORD
           WRITE LETTURA-PRINT-RECORD
           DISPLAY "  ATTESTATO: " USERNAME " " TRAGUARDO.

      ******************************************************************
      **************ELENCO DEI PROGRAMMI********************************
      ******************************************************************
           LISTAPROGRAMMI.
           EXEC SQL
               DECLARE PROGRAMMI_CURSOR CURSOR FOR
               SELECT P.ID, P.NOME,
               TO_CHAR(P.DATA_INIZIO, 'DD-MM-YYYY'),
               TO_CHAR(P.DATA_FINE, 'DD-MM-YYYY'),
               COALESCE(P.CODICE_SEDE, 0), P.STATO,
               (SELECT COUNT(*) FROM ISCRIZIONE_LETTURA I
                WHERE I.ID_PROGRAMMA = P.ID)
               FROM PROGRAMMA_LETTURA P
               ORDER BY P.DATA_INIZIO DESC, P.ID DESC
           END-EXEC
           EXEC SQL
               OPEN PROGRAMMI_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           DISPLAY WS-LINE
           DISPLAY WS-HEADER-PROGRAMMI
           DISPLAY WS-LINE
           EXEC SQL
               FETCH PROGRAMMI_CURSOR INTO :ID-PROGRAMMA,
               :NOME-PROGRAMMA, :DATA-INIZIO, :DATA-FINE,
               :CODICE-SEDE, :STATO-PROGRAMMA, :DB-ISCRITTI
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE ID-PROGRAMMA TO WS-COLUMN-ID
               MOVE NOME-PROGRAMMA TO WS-COLUMN-NOME
               MOVE DATA-INIZIO TO WS-COLUMN-INIZIO
               MOVE DATA-FINE TO WS-COLUMN-FINE
               MOVE CODICE-SEDE TO WS-COLUMN-SEDE
               MOVE STATO-PROGRAMMA TO WS-COLUMN-STATO
               MOVE DB-ISCRITTI TO WS-COLUMN-ISCRITTI
               DISPLAY WS-COLUMNS-PROGRAMMI
               EXEC SQL
                   FETCH PROGRAMMI_CURSOR INTO :ID-PROGRAMMA,
                   :NOME-PROGRAMMA, :DATA-INIZIO, :DATA-FINE,
                   :CODICE-SEDE, :STATO-PROGRAMMA, :DB-ISCRITTI
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE PROGRAMMI_CURSOR
           END-EXEC
           DISPLAY WS-LINE.

      ******************************************************************
      **************I MIEI PROGRESSI (PATRON)***************************
      ******************************************************************
      **IL PROGRAMMA APERTO PIU' RECENTE A CUI IL PATRON E' ISCRITTO:**
      **CONTEGGIO AGGIORNATO ALL'ISTANTE, LIBRI LETTI E VOTI DATI******
           MIEIPROGRESSI.
           MOVE 'N' TO LS-ESITO
           MOVE LS-USERNAME TO USERNAME
           PERFORM LEGGIISCRIZIONE
           IF SQLCODE = 100
               DISPLAY "NON SEI ISCRITTO A UNA SFIDA DI LETTURA APERTA"
               EXIT PARAGRAPH
           END-IF
           PERFORM RICONTALIBRI
           CALL 'DBUTIL' USING BY CONTENT 'k'
           PERFORM LEGGIISCRIZIONE
           DISPLAY WS-LINE
           DISPLAY NOME-PROGRAMMA
           DISPLAY "DAL " DATA-INIZIO " AL " DATA-FINE
           MOVE LIBRI-LETTI TO WS-NUMERO-EDIT
           MOVE LIBRI-OBIETTIVO TO WS-NUMERO-EDIT-2
           DISPLAY "LIBRI LETTI: " WS-NUMERO-EDIT " SU "
               WS-NUMERO-EDIT-2
           IF LIBRI-LETTI >= LIBRI-OBIETTIVO
               DISPLAY "TRAGUARDO RAGGIUNTO!"
           END-IF
           DISPLAY WS-LINE
           EXEC SQL
               DECLARE LETTI_CURSOR CURSOR FOR
               SELECT L.ISBN, COALESCE(B.TITOLO, ' '),
               TO_CHAR(MAX(L.DATA_LETTURA), 'DD-MM-YYYY'),
               COALESCE(MAX(V.VOTO), 0), COALESCE(MAX(V.COMMENTO), ' ')
               FROM (SELECT R.ISBN,
                     TO_DATE(NULLIF(TRIM(R.DATA_RESTITUZIONE), ''),
                         'DD-MM-YYYY') AS DATA_LETTURA
                     FROM PRENOTAZIONE R
                     WHERE R.USERNAME = TRIM(:USERNAME)
                     AND R.STATO = 'RESTITUITO'
                     UNION ALL
                     SELECT H.ISBN,
                     TO_DATE(NULLIF(TRIM(H.DATA_RESTITUZIONE), ''),
                         'DD-MM-YYYY')
                     FROM STORICO_PRENOTAZIONI H
                     WHERE H.USERNAME = TRIM(:USERNAME)
                     AND H.ESITO = 'RESTITUITO') L
               LEFT JOIN LIBRO B ON B.ISBN = L.ISBN
               LEFT JOIN VALUTAZIONE_LETTURA V
                   ON V.ID_ISCRIZIONE = :ID-ISCRIZIONE
                   AND V.ISBN = L.ISBN
               WHERE L.DATA_LETTURA BETWEEN
                   TO_DATE(:DATA-INIZIO, 'DD-MM-YYYY')
                   AND TO_DATE(:DATA-FINE, 'DD-MM-YYYY')
               GROUP BY L.ISBN, B.TITOLO
               ORDER BY MAX(L.DATA_LETTURA)
           END-EXEC
           EXEC SQL
               OPEN LETTI_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               FETCH LETTI_CURSOR INTO :DB-ISBN, :DB-TITOLO,
               :DB-DATA-RESTITUZIONE, :DB-VOTO, :DB-COMMENTO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "  " DB-ISBN " " DB-TITOLO
               IF DB-VOTO = ZERO
                   DISPLAY "      LETTO IL " DB-DATA-RESTITUZIONE
                       " - NESSUN VOTO"
               ELSE
                   DISPLAY "      LETTO IL " DB-DATA-RESTITUZIONE
                       " - VOTO " DB-VOTO "/5 " DB-COMMENTO
               END-IF
               EXEC SQL
                   FETCH LETTI_CURSOR INTO :DB-ISBN, :DB-TITOLO,
                   :DB-DATA-RESTITUZIONE, :DB-VOTO, :DB-COMMENTO
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE LETTI_CURSOR
           END-EXEC
           DISPLAY WS-LINE
           MOVE 'S' TO LS-ESITO.

      *    ISCRIZIONE DEL PATRON AL PROGRAMMA APERTO PIU' RECENTE;*****
      *    SQLCODE 100 SE NON E' ISCRITTO A NESSUNO********************
           LEGGIISCRIZIONE.
           EXEC SQL
               SELECT I.ID, P.ID, P.NOME,
               TO_CHAR(P.DATA_INIZIO, 'DD-MM-YYYY'),
               TO_CHAR(P.DATA_FINE, 'DD-MM-YYYY'),
               I.LIBRI_OBIETTIVO, I.LIBRI_LETTI
               INTO :ID-ISCRIZIONE, :ID-PROGRAMMA, :NOME-PROGRAMMA,
               :DATA-INIZIO, :DATA-FINE, :LIBRI-OBIETTIVO,
               :LIBRI-LETTI
               FROM ISCRIZIONE_LETTURA I
               JOIN PROGRAMMA_LETTURA P ON P.ID = I.ID_PROGRAMMA
               WHERE I.USERNAME = TRIM(:USERNAME)
               AND P.STATO = 'APERTO'
               ORDER BY P.DATA_INIZIO DESC, P.ID DESC
               LIMIT 1
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF.

      ******************************************************************
      **************VOTO A UN LIBRO LETTO (PATRON)**********************
      ******************************************************************
      **SI VOTA DA 1 A 5 SOLO UN LIBRO RESTITUITO NEL PERIODO DELLA****
      **SFIDA; UN NUOVO VOTO SULLO STESSO LIBRO SOSTITUISCE IL VECCHIO*
           VALUTALIBRO.
           MOVE 'N' TO LS-ESITO
           MOVE LS-USERNAME TO USERNAME
           MOVE LS-ISBN TO DB-ISBN
           MOVE LS-VOTO TO DB-VOTO
           MOVE LS-COMMENTO TO DB-COMMENTO
           IF DB-VOTO < 1 OR DB-VOTO > 5
               DISPLAY "IL VOTO VA DA 1 A 5"
               EXIT PARAGRAPH
           END-IF
           PERFORM LEGGIISCRIZIONE
           IF SQLCODE = 100
               DISPLAY "NON SEI ISCRITTO A UNA SFIDA DI LETTURA APERTA"
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :DB-CONTEGGIO
               FROM (SELECT R.ISBN, R.DATA_RESTITUZIONE
                     FROM PRENOTAZIONE R
                     WHERE R.USERNAME = TRIM(:USERNAME)
                     AND R.STATO = 'RESTITUITO'
                     UNION ALL
                     SELECT H.ISBN, H.DATA_RESTITUZIONE
                     FROM STORICO_PRENOTAZIONI H
                     WHERE H.USERNAME = TRIM(:USERNAME)
                     AND H.ESITO = 'RESTITUITO') L
               WHERE L.ISBN = TRIM(:DB-ISBN)
               AND TO_DATE(NULLIF(TRIM(L.DATA_RESTITUZIONE), ''),
                   'DD-MM-YYYY')
                   BETWEEN TO_DATE(:DATA-INIZIO, 'DD-MM-YYYY')
                   AND TO_DATE(:DATA-FINE, 'DD-MM-YYYY')
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF DB-CONTEGGIO = ZERO
               DISPLAY "LIBRO NON LETTO DURANTE LA SFIDA"
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :DB-CONTEGGIO
               FROM VALUTAZIONE_LETTURA
               WHERE ID_ISCRIZIONE = :ID-ISCRIZIONE
               AND ISBN = TRIM(:DB-ISBN)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF DB-CONTEGGIO = ZERO
               EXEC SQL
                   INSERT INTO VALUTAZIONE_LETTURA (ID_ISCRIZIONE,
                   ISBN, VOTO, COMMENTO)
                   VALUES (:ID-ISCRIZIONE, TRIM(:DB-ISBN), :DB-VOTO,
                   NULLIF(TRIM(:DB-COMMENTO), ''))
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE VALUTAZIONE_LETTURA
                   SET VOTO = :DB-VOTO,
                   COMMENTO = NULLIF(TRIM(:DB-COMMENTO), ''),
                   DATA_VALUTAZIONE = CURRENT_DATE
                   WHERE ID_ISCRIZIONE = :ID-ISCRIZIONE
                   AND ISBN = TRIM(:DB-ISBN)
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           CALL 'DBUTIL' USING BY CONTENT 'k'
           MOVE 'S' TO LS-ESITO
           DISPLAY "VOTO REGISTRATO, GRAZIE!".

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
                   VALUES ('LETTURA', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
                   STOP RUN
               END-IF
               EXIT PROGRAM.
