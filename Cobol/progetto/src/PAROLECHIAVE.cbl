       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAROLECHIAVE.
      ******************************************************************
      **************INDICE PER PAROLE DEL CATALOGO**********************
      ******************************************************************
      **OGNI TITOLO E' SCOMPOSTO NELLE PAROLE DEL TITOLO, DEGLI AUTORI**
      **(TESTO LIBERO E AUTHORITY FILE), DELLE COLLANE E DEL GENERE,****
      **IN MAIUSCOLO E CON LE LETTERE ACCENTATE RIPORTATE ALLA LETTERA**
      **SEMPLICE; ARTICOLI, PREPOSIZIONI E CONGIUNZIONI DI PAROLA_VUOTA*
      **NON ENTRANO NELL'INDICE. L'INDICE E' TENUTO ALLINEATO DA OGNI***
      **PROGRAMMA CHE TOCCA QUESTI DATI E SI RICOSTRUISCE PER INTERO****
      **DAL MENU O DAL PIANIFICATORE. LA RICERCA NORMALIZZA ALLO STESSO*
      **MODO LE PAROLE DIGITATE E LE CERCA TUTTE, IN QUALSIASI ORDINE***
       AUTHOR. ANOIR.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 WS-NUMERO-EDIT PIC Z(8)9.
      *    LETTERE ACCENTATE (UTF-8) MAIUSCOLE E MINUSCOLE E LETTERE****
      *    SEMPLICI CORRISPONDENTI, NELLO STESSO ORDINE*****************
           01 WS-PCH-ACCENTATE.
               05 FILLER PIC X(12) VALUE X'C380C381C382C383C384C388'.
               05 FILLER PIC X(12) VALUE X'C389C38AC38BC38CC38DC38E'.
               05 FILLER PIC X(12) VALUE X'C38FC392C393C394C395C396'.
               05 FILLER PIC X(12) VALUE X'C399C39AC39BC39CC387C391'.
               05 FILLER PIC X(12) VALUE X'C3A0C3A1C3A2C3A3C3A4C3A8'.
               05 FILLER PIC X(12) VALUE X'C3A9C3AAC3ABC3ACC3ADC3AE'.
               05 FILLER PIC X(12) VALUE X'C3AFC3B2C3B3C3B4C3B5C3B6'.
               05 FILLER PIC X(12) VALUE X'C3B9C3BAC3BBC3BCC3A7C3B1'.
           01 WS-PCH-SEMPLICI.
               05 FILLER PIC X(24) VALUE 'AAAAAEEEEIIIIOOOOOUUUUCN'.
               05 FILLER PIC X(24) VALUE 'AAAAAEEEEIIIIOOOOOUUUUCN'.

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
      *****************************************************************
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01 DBNAME                PIC X(30) VALUE SPACE.

           01 DB-AMBITO             PIC X(1) VALUE SPACE.
           01 DB-ISBN               PIC X(13) VALUE SPACE.
           01 DB-ID-AUTORE          PIC 9(9) VALUE ZERO.
           01 DB-GENERE             PIC X(50) VALUE SPACE.
           01 DB-TESTO              PIC X(100) VALUE SPACE.
           01 DB-PAROLE             PIC X(200) VALUE SPACE.
           01 DB-NUMERO-PAROLE      PIC 9(2) VALUE ZERO.
           01 DB-ACCENTATE          PIC X(96) VALUE SPACE.
           01 DB-SEMPLICI           PIC X(48) VALUE SPACE.
           01 DB-CONTEGGIO          PIC 9(9) VALUE ZERO.
           01 DB-CONTEGGIO-TITOLI   PIC 9(9) VALUE ZERO.
           01 DB-CODICE-SQL-ORIGINALE PIC S9(9) VALUE ZERO.
           01 DB-ERR-MESSAGGIO PIC X(200) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.
      *****************************************************************
      ********************INCLUDO SQLCA********************************
      *****************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.

           LINKAGE SECTION.
           01 LS-TYPE PIC X(1).
      **'i' REINDICIZZA UN TITOLO; 'c' TOGLIE UN TITOLO DALL'INDICE;***
      **'a' REINDICIZZA I TITOLI DI UN AUTORE DELL'AUTHORITY FILE;******
      **'g' REINDICIZZA I TITOLI DI UN GENERE; 'r' RICOSTRUISCE TUTTO***
      **L'INDICE; 'n' NORMALIZZA IL TESTO DI UNA RICERCA NELLE PAROLE***
      **DISTINTE DA CERCARE, SEPARATE DA UNO SPAZIO, E NE DA' IL NUMERO*
           01 LS-RECORD.
               05 LS-ISBN              PIC X(13).
               05 LS-ID-AUTORE         PIC 9(9).
               05 LS-GENERE            PIC X(50).
               05 LS-TESTO             PIC X(100).
               05 LS-PAROLE            PIC X(200).
               05 LS-NUMERO-PAROLE     PIC 9(2).
               05 LS-OPERATORE         PIC X(50).
               05 LS-ESITO             PIC X(1).

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
               MOVE WS-PCH-ACCENTATE TO DB-ACCENTATE
               MOVE WS-PCH-SEMPLICI TO DB-SEMPLICI
               MOVE 'N' TO LS-ESITO
               EVALUATE LS-TYPE
                   WHEN 'i'
                       MOVE 'I' TO DB-AMBITO
                       MOVE LS-ISBN TO DB-ISBN
                       PERFORM INDICIZZA
                   WHEN 'c'
                       PERFORM TOGLITITOLO
                   WHEN 'a'
                       MOVE 'A' TO DB-AMBITO
                       MOVE LS-ID-AUTORE TO DB-ID-AUTORE
                       PERFORM INDICIZZA
                   WHEN 'g'
                       MOVE 'G' TO DB-AMBITO
                       MOVE LS-GENERE TO DB-GENERE
                       PERFORM INDICIZZA
                   WHEN 'r'
                       PERFORM RICOSTRUISCI
                   WHEN 'n'
                       PERFORM NORMALIZZA
               END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      **************REINDICIZZAZIONE DI UN AMBITO***********************
      ******************************************************************
      **AMBITO I = UN TITOLO, A = I TITOLI DI UN AUTORE, G = I TITOLI***
      **DI UN GENERE, T = TUTTO IL CATALOGO. TOGLIE LE PAROLE VECCHIE***
      **E REINSERISCE QUELLE ATTUALI; NON FA COMMIT: L'AGGIORNAMENTO****
      **VIAGGIA CON QUELLO DEL CHIAMANTE*******************************
           INDICIZZA.
           EXEC SQL
               DELETE FROM PAROLA_CHIAVE K
               WHERE :DB-AMBITO = 'T'
               OR (:DB-AMBITO = 'I' AND K.ISBN = :DB-ISBN)
               OR K.ISBN IN (SELECT L.ISBN FROM LIBRO L
                   WHERE (:DB-AMBITO = 'A' AND L.ISBN IN
                       (SELECT LA.ISBN FROM LIBRO_AUTORE LA
                        WHERE LA.ID_AUTORE = :DB-ID-AUTORE))
                   OR (:DB-AMBITO = 'G' AND UPPER(TRIM(L.GENERE)) =
                       UPPER(TRIM(:DB-GENERE))))
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               INSERT INTO PAROLA_CHIAVE (PAROLA, ISBN, FONTE)
               SELECT DISTINCT LEFT(W.PAROLA, 40), T.ISBN, T.FONTE
               FROM (SELECT L.ISBN FROM LIBRO L
                     WHERE :DB-AMBITO = 'T'
                     OR (:DB-AMBITO = 'I' AND L.ISBN = :DB-ISBN)
                     OR (:DB-AMBITO = 'A' AND L.ISBN IN
                         (SELECT LA.ISBN FROM LIBRO_AUTORE LA
                          WHERE LA.ID_AUTORE = :DB-ID-AUTORE))
                     OR (:DB-AMBITO = 'G' AND UPPER(TRIM(L.GENERE)) =
                         UPPER(TRIM(:DB-GENERE)))) B
               JOIN (SELECT ISBN, 'T' AS FONTE, TITOLO AS TESTO
                     FROM LIBRO
                     UNION ALL
                     SELECT ISBN, 'A', AUTORE FROM LIBRO
                     UNION ALL
                     SELECT LA.ISBN, 'A', A.NOME
                     FROM LIBRO_AUTORE LA
                     JOIN AUTORE A ON A.ID = LA.ID_AUTORE
                     UNION ALL
                     SELECT CV.ISBN, 'C', C.NOME
                     FROM COLLANA_VOLUME CV
                     JOIN COLLANA C ON C.ID = CV.ID_COLLANA
                     UNION ALL
                     SELECT ISBN, 'G', GENERE FROM LIBRO) T
               ON T.ISBN = B.ISBN
               CROSS JOIN LATERAL REGEXP_SPLIT_TO_TABLE(
                   UPPER(TRANSLATE(COALESCE(T.TESTO, ''),
                   :DB-ACCENTATE, :DB-SEMPLICI)), '[^A-Z0-9]+')
                   AS W(PAROLA)
               WHERE W.PAROLA <> ''
               AND W.PAROLA NOT IN (SELECT PAROLA FROM PAROLA_VUOTA)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           MOVE 'S' TO LS-ESITO.

      ******************************************************************
      **************USCITA DI UN TITOLO DALL'INDICE*********************
      ******************************************************************
           TOGLITITOLO.
           MOVE LS-ISBN TO DB-ISBN
           EXEC SQL
               DELETE FROM PAROLA_CHIAVE WHERE ISBN = :DB-ISBN
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           MOVE 'S' TO LS-ESITO.

      ******************************************************************
      **************RICOSTRUZIONE DELL'INTERO INDICE********************
      ******************************************************************
           RICOSTRUISCI.
           MOVE 'T' TO DB-AMBITO
           PERFORM INDICIZZA
           CALL 'DBUTIL' USING BY CONTENT 'k'
           EXEC SQL
               SELECT COUNT(*), COUNT(DISTINCT ISBN)
               INTO :DB-CONTEGGIO, :DB-CONTEGGIO-TITOLI
               FROM PAROLA_CHIAVE
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           DISPLAY "INDICE PER PAROLE RICOSTRUITO"
           MOVE DB-CONTEGGIO-TITOLI TO WS-NUMERO-EDIT
           DISPLAY "TITOLI INDICIZZATI: " WS-NUMERO-EDIT
           MOVE DB-CONTEGGIO TO WS-NUMERO-EDIT
           DISPLAY "VOCI DELL'INDICE:   " WS-NUMERO-EDIT
           MOVE 'S' TO LS-ESITO.

      ******************************************************************
      **************NORMALIZZAZIONE DEL TESTO DI UNA RICERCA************
      ******************************************************************
      **STESSE REGOLE DELL'INDICE: SE RESTANO ZERO PAROLE (SOLO PAROLE**
      **VUOTE O SEGNI) IL CHIAMANTE RICADE SULLA RICERCA PER SOTTOTESTO*
           NORMALIZZA.
           MOVE LS-TESTO TO DB-TESTO
           MOVE SPACE TO DB-PAROLE
           MOVE ZERO TO DB-NUMERO-PAROLE
           EXEC SQL
               SELECT COALESCE(STRING_AGG(X.PAROLA, ' '), ''),
                      COUNT(*)
               INTO :DB-PAROLE, :DB-NUMERO-PAROLE
               FROM (SELECT DISTINCT LEFT(W.PAROLA, 40) AS PAROLA
                     FROM REGEXP_SPLIT_TO_TABLE(
                         UPPER(TRANSLATE(TRIM(:DB-TESTO),
                         :DB-ACCENTATE, :DB-SEMPLICI)), '[^A-Z0-9]+')
                         AS W(PAROLA)
                     WHERE W.PAROLA <> ''
                     AND W.PAROLA NOT IN
                         (SELECT PAROLA FROM PAROLA_VUOTA)) X
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE DB-PAROLE TO LS-PAROLE
           MOVE DB-NUMERO-PAROLE TO LS-NUMERO-PAROLE
           MOVE 'S' TO LS-ESITO.

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
                   VALUES ('PAROLECHIAVE', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
                   STOP RUN
               END-IF
               EXIT PROGRAM.
