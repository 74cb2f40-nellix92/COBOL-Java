       IDENTIFICATION DIVISION.
       PROGRAM-ID. COSTOPRESTITO.
      ******************************************************************
      **************RESA DEGLI ACQUISTI: COSTO PER PRESTITO*************
      ******************************************************************
      **OGNI COPIA RICEVUTA DA UN ORDINE RISALE ALLA SUA RIGA (E DA****
      **LI' A FONDO, FORNITORE E PREZZO, PREFERENDO QUELLO FATTURATO)**
      **E SI CONTANO I SUOI PRESTITI: IN CORSO, ARCHIVIATI E, PER I****
      **TITOLI DIGITALI, QUELLI DELLA PIATTAFORMA. IL PROSPETTO DA'****
      **COSTO PER PRESTITO E QUOTA DI COPIE MAI PRESTATE A 6 E A 12****
      **MESI PER FONDO, GENERE, FORNITORE, SEDE E ORIGINE (SUGGERITE***
      **DAI LETTORI CON UN DESIDERATA O SCELTE DAL PERSONALE). DAGLI***
      **STESSI NUMERI LA PROPOSTA DI RIPARTIZIONE DEL BILANCIO PER LA**
      **COMMISSIONE ACQUISTI********************************************
       AUTHOR. ANOIR.
       DATA DIVISION.

           WORKING-STORAGE SECTION.
           01 WS-CONTEGGIO-RIGHE PIC 9(5) VALUE ZERO.
           01 WS-DIMENSIONE-PRECEDENTE PIC X(10) VALUE SPACE.
           01 WS-IMPORTO-EDIT PIC ZZZZZZZ9.99.
           01 WS-LINE PIC X(100) VALUE ALL '-'.

           01 WS-HEADER-RESA.
               05 FILLER PIC X(11) VALUE 'DIMENSIONE'.
               05 FILLER PIC X(31) VALUE 'VOCE'.
               05 FILLER PIC X(7) VALUE 'COPIE'.
               05 FILLER PIC X(13) VALUE 'SPESA'.
               05 FILLER PIC X(9) VALUE 'PRESTITI'.
               05 FILLER PIC X(11) VALUE 'EUR/PREST.'.
               05 FILLER PIC X(9) VALUE 'MAI 6M%'.
               05 FILLER PIC X(9) VALUE 'MAI 12M%'.
           01 WS-COLUMNS-RESA.
               05 WS-COLUMN-DIMENSIONE PIC X(10).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-COLUMN-VOCE PIC X(30).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-COLUMN-COPIE PIC ZZZZ9.
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-COLUMN-SPESA PIC ZZZZZZZ9.99.
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-COLUMN-PRESTITI PIC ZZZZZZ9.
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-COLUMN-COSTO PIC ZZZZZ9.99.
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-COLUMN-MAI-6 PIC ZZ9.9.
               05 FILLER PIC X(4) VALUE SPACE.
               05 WS-COLUMN-MAI-12 PIC ZZ9.9.

           01 WS-HEADER-BUDGET.
               05 FILLER PIC X(31) VALUE 'FONDO'.
               05 FILLER PIC X(7) VALUE 'COPIE'.
               05 FILLER PIC X(13) VALUE 'SPESA'.
               05 FILLER PIC X(9) VALUE 'PRESTITI'.
               05 FILLER PIC X(9) VALUE 'QUOTA %'.
               05 FILLER PIC X(13) VALUE 'PROPOSTA'.
           01 WS-COLUMNS-BUDGET.
               05 WS-COLUMN-FONDO PIC X(30).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-COLUMN-B-COPIE PIC ZZZZ9.
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-COLUMN-B-SPESA PIC ZZZZZZZ9.99.
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-COLUMN-B-PRESTITI PIC ZZZZZZ9.
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-COLUMN-QUOTA PIC ZZ9.99.
               05 FILLER PIC X(3) VALUE SPACE.
               05 WS-COLUMN-IMPORTO PIC ZZZZZZZ9.99.

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

           01 RECORDRESA.
               05 DIMENSIONE          PIC X(10).
               05 VOCE                PIC X(50).
               05 COPIE               PIC 9(7).
               05 SPESA               PIC 9(8)V99.
               05 PRESTITI            PIC 9(7).
               05 COSTO-PRESTITO      PIC 9(6)V99.
               05 MAI-6-MESI          PIC 9(3)V9.
               05 MAI-12-MESI         PIC 9(3)V9.
           01 RECORDBUDGET.
               05 NOME-FONDO          PIC X(50).
               05 QUOTA               PIC 9(3)V99.
               05 IMPORTO             PIC 9(8)V99.
           01 DB-ANNO               PIC 9(4) VALUE ZERO.
           01 DB-ANNO-BUDGET        PIC 9(4) VALUE ZERO.
           01 DB-DOTAZIONE          PIC 9(8)V99 VALUE ZERO.
           01 DB-TOTALE-PRESTITI    PIC 9(7) VALUE ZERO.
           01 DB-NUMERO-FONDI       PIC 9(5) VALUE ZERO.
           01 DB-OPERATORE          PIC X(50) VALUE SPACE.
           01 DB-CODICE-SQL-ORIGINALE PIC S9(9) VALUE ZERO.
           01 DB-ERR-MESSAGGIO PIC X(200) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.
      *****************************************************************
      ********************INCLUDO SQLCA********************************
      *****************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.

           LINKAGE SECTION.
           01 LS-TYPE PIC X(1).
      **'r' PROSPETTO DI RESA DEGLI ACQUISTI DELL'ANNO LS-ANNO (ZERO***
      **= TUTTI GLI ACQUISTI); 'b' PROPOSTA DI RIPARTIZIONE DELLA******
      **DOTAZIONE LS-DOTAZIONE PER L'ESERCIZIO LS-ANNO-BUDGET (ZERO****
      **= PROSSIMO) SUI PRESTITI DEGLI ACQUISTI DI LS-ANNO*************
           01 LS-RECORD.
               05 LS-ANNO              PIC 9(4).
               05 LS-ANNO-BUDGET       PIC 9(4).
               05 LS-DOTAZIONE         PIC 9(8)V99.
               05 LS-OPERATORE         PIC X(50).
               05 LS-ESITO             PIC X(1).

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
               EVALUATE LS-TYPE
                   WHEN 'r'
                       PERFORM RICALCOLARESA
                       PERFORM PROSPETTORESA
                   WHEN 'b'
                       PERFORM RICALCOLARESA
                       PERFORM RIPARTIZIONEBUDGET
               END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      **************RICALCOLO DELLA FOTOGRAFIA RESA_ACQUISTO************
      ******************************************************************
      **UN PRESTITO E' UNA RIGA CON LA COPIA ASSEGNATA, IN CORSO O*****
      **ARCHIVIATA; LA DATA E' QUELLA DI EVASIONE O, PER LE RIGHE******
      **PIU' VECCHIE, QUELLA DI PRENOTAZIONE. I PRESTITI DIGITALI DEL**
      **TITOLO SI CONTANO UNA VOLTA SOLA, SULLA PRIMA COPIA ACQUISTATA*
           RICALCOLARESA.
           EXEC SQL
               DELETE FROM RESA_ACQUISTO
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               INSERT INTO RESA_ACQUISTO (NUMERO_INVENTARIO,
               ID_ORDINE_RIGA, ISBN, ID_FONDO, NOME_FONDO, GENERE,
               CODICE_CASA, CODICE_SEDE, COSTO, DATA_ACQUISIZIONE,
               DESIDERATA)
               SELECT E.NUMERO_INVENTARIO, R.ID, E.ISBN, O.ID_FONDO,
               COALESCE(F.NOME, 'SENZA FONDO'),
               COALESCE(NULLIF(TRIM(L.GENERE), ''), 'NON INDICATO'),
               O.CODICE_CASA, COALESCE(L.CODICE_SEDE, 0),
               COALESCE((SELECT MAX(FR.PREZZO) FROM FATTURA_RIGA FR
                   JOIN FATTURA FT ON FT.ID = FR.ID_FATTURA
                   WHERE FT.ID_ORDINE = O.ID AND FR.ISBN = R.ISBN),
                   R.PREZZO, 0),
               COALESCE(E.DATA_ACQUISIZIONE, CURRENT_DATE),
               CASE WHEN EXISTS (SELECT 1 FROM DESIDERATA D
                   WHERE D.ISBN = E.ISBN
                   AND D.STATO IN ('ACCETTATO', 'ORDINATO', 'EVASO'))
                   THEN 'S' ELSE 'N' END
               FROM ESEMPLARE E
               JOIN ORDINE_RIGA R ON R.ID = E.ID_ORDINE_RIGA
               JOIN ORDINE O ON O.ID = R.ID_ORDINE
               LEFT JOIN FONDO F ON F.ID = O.ID_FONDO
               LEFT JOIN LIBRO L ON L.ISBN = E.ISBN
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               UPDATE RESA_ACQUISTO A
               SET PRESTITI = (SELECT COUNT(*) FROM
                   (SELECT P.ID FROM PRENOTAZIONE P
                    WHERE P.NUMERO_INVENTARIO = A.NUMERO_INVENTARIO
                    UNION ALL
                    SELECT H.ID FROM STORICO_PRENOTAZIONI H
                    WHERE H.NUMERO_INVENTARIO = A.NUMERO_INVENTARIO)
                   X),
               PRIMO_PRESTITO = (SELECT MIN(X.DATA_PRESTITO) FROM
                   (SELECT TO_DATE(NULLIF(TRIM(COALESCE(
                        P.DATA_EVASIONE, P.DATA_PRENOTAZIONE)), ''),
                        'DD-MM-YYYY') AS DATA_PRESTITO
                    FROM PRENOTAZIONE P
                    WHERE P.NUMERO_INVENTARIO = A.NUMERO_INVENTARIO
                    UNION ALL
                    SELECT TO_DATE(NULLIF(TRIM(COALESCE(
                        H.DATA_EVASIONE, H.DATA_PRENOTAZIONE)), ''),
                        'DD-MM-YYYY')
                    FROM STORICO_PRENOTAZIONI H
                    WHERE H.NUMERO_INVENTARIO = A.NUMERO_INVENTARIO)
                   X)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               UPDATE RESA_ACQUISTO A
               SET PRESTITI_DIGITALI = (SELECT COUNT(*)
                   FROM STORICO_PRENOTAZIONI H
                   WHERE H.ISBN = A.ISBN AND H.ESITO = 'DIGITALE'
                   AND TO_DATE(NULLIF(TRIM(H.DATA_PRENOTAZIONE), ''),
                       'DD-MM-YYYY') >= A.DATA_ACQUISIZIONE),
               PRIMO_PRESTITO = LEAST(A.PRIMO_PRESTITO,
                   (SELECT MIN(TO_DATE(NULLIF(TRIM(
                        H.DATA_PRENOTAZIONE), ''), 'DD-MM-YYYY'))
                    FROM STORICO_PRENOTAZIONI H
                    WHERE H.ISBN = A.ISBN AND H.ESITO = 'DIGITALE'
                    AND TO_DATE(NULLIF(TRIM(H.DATA_PRENOTAZIONE), ''),
                        'DD-MM-YYYY') >= A.DATA_ACQUISIZIONE))
               WHERE NOT EXISTS (SELECT 1 FROM RESA_ACQUISTO B
                   WHERE B.ISBN = A.ISBN
                   AND B.NUMERO_INVENTARIO < A.NUMERO_INVENTARIO)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
      *    UNA COPIA ENTRATA DA MENO DI 6 (12) MESI NON SI GIUDICA*****
           EXEC SQL
               UPDATE RESA_ACQUISTO
               SET MAI_6_MESI = CASE
                   WHEN DATA_ACQUISIZIONE
                       > CURRENT_DATE - INTERVAL '6 months' THEN NULL
                   WHEN PRIMO_PRESTITO IS NULL OR PRIMO_PRESTITO
                       > DATA_ACQUISIZIONE + INTERVAL '6 months'
                       THEN 1 ELSE 0 END,
               MAI_12_MESI = CASE
                   WHEN DATA_ACQUISIZIONE
                       > CURRENT_DATE - INTERVAL '12 months' THEN NULL
                   WHEN PRIMO_PRESTITO IS NULL OR PRIMO_PRESTITO
                       > DATA_ACQUISIZIONE + INTERVAL '12 months'
                       THEN 1 ELSE 0 END,
               DATA_CALCOLO = CURRENT_DATE
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           CALL 'DBUTIL' USING BY CONTENT 'k'.

      ******************************************************************
      **************PROSPETTO DI RESA DEGLI ACQUISTI********************
      ******************************************************************
      **UNA SEZIONE PER DIMENSIONE (FONDO, GENERE, FORNITORE, SEDE,****
      **ORIGINE) E IN CHIUSURA IL TOTALE DEGLI ACQUISTI DEL PERIODO*****
           PROSPETTORESA.
           MOVE 'N' TO LS-ESITO
           MOVE LS-ANNO TO DB-ANNO
           EXEC SQL
               DECLARE RESA_CURSOR CURSOR FOR
               SELECT V.DIMENSIONE, V.VOCE, COUNT(*),
               COALESCE(SUM(A.COSTO), 0),
               COALESCE(SUM(A.PRESTITI + A.PRESTITI_DIGITALI), 0),
               CASE WHEN SUM(A.PRESTITI + A.PRESTITI_DIGITALI) > 0
                   THEN ROUND(SUM(A.COSTO) /
                       SUM(A.PRESTITI + A.PRESTITI_DIGITALI), 2)
                   ELSE 0 END,
               COALESCE(ROUND(100.0 * SUM(A.MAI_6_MESI) /
                   NULLIF(COUNT(A.MAI_6_MESI), 0), 1), 0),
               COALESCE(ROUND(100.0 * SUM(A.MAI_12_MESI) /
                   NULLIF(COUNT(A.MAI_12_MESI), 0), 1), 0)
               FROM RESA_ACQUISTO A
               LEFT JOIN CASAEDITRICE C
                   ON C.CODICE_CASA = A.CODICE_CASA
               LEFT JOIN SEDE S ON S.CODICE_SEDE = A.CODICE_SEDE
               CROSS JOIN LATERAL (VALUES
                   (1, 'FONDO', A.NOME_FONDO),
                   (2, 'GENERE', A.GENERE),
                   (3, 'FORNITORE',
                       COALESCE(C.NOME, 'CASA ' || A.CODICE_CASA)),
                   (4, 'SEDE', COALESCE(S.NOME, 'SENZA SEDE')),
                   (5, 'ORIGINE', CASE WHEN A.DESIDERATA = 'S'
                       THEN 'SUGGERITI DAI LETTORI'
                       ELSE 'SCELTI DAL PERSONALE' END),
                   (6, 'TOTALE', 'TUTTI GLI ACQUISTI'))
                   AS V(ORDINE, DIMENSIONE, VOCE)
               WHERE CAST(:DB-ANNO AS INT) = 0
               OR EXTRACT(YEAR FROM A.DATA_ACQUISIZIONE) =
                   CAST(:DB-ANNO AS INT)
               GROUP BY V.ORDINE, V.DIMENSIONE, V.VOCE
               ORDER BY V.ORDINE, V.VOCE
           END-EXEC

           MOVE SPACE TO WS-SCRITTURA-REPORT
           IF DB-ANNO = ZERO
               MOVE "RESA DEGLI ACQUISTI - TUTTI GLI ESERCIZI"
                   TO RW-TITOLO
           ELSE
               STRING "RESA DEGLI ACQUISTI - COPIE ENTRATE NEL "
                   DELIMITED BY SIZE
                   DB-ANNO DELIMITED BY SIZE
                   INTO RW-TITOLO
               END-STRING
           END-IF
           MOVE LS-OPERATORE TO RW-OPERATORE
           MOVE WS-HEADER-RESA TO RW-INTESTAZIONE
           CALL 'REPORTWRITER' USING 'i', WS-SCRITTURA-REPORT
           DISPLAY RW-TITOLO
           DISPLAY WS-LINE
           DISPLAY WS-HEADER-RESA
           DISPLAY WS-LINE
           MOVE ZERO TO WS-CONTEGGIO-RIGHE
           MOVE SPACE TO WS-DIMENSIONE-PRECEDENTE
           EXEC SQL
               OPEN RESA_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
               CALL 'REPORTWRITER' USING 'f', WS-SCRITTURA-REPORT
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               FETCH RESA_CURSOR INTO :DIMENSIONE, :VOCE, :COPIE,
               :SPESA, :PRESTITI, :COSTO-PRESTITO, :MAI-6-MESI,
               :MAI-12-MESI
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM RIGARESA
               EXEC SQL
                   FETCH RESA_CURSOR INTO :DIMENSIONE, :VOCE, :COPIE,
                   :SPESA, :PRESTITI, :COSTO-PRESTITO, :MAI-6-MESI,
                   :MAI-12-MESI
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE RESA_CURSOR
           END-EXEC
           DISPLAY WS-LINE
           MOVE SPACE TO RW-TOTALE
           IF WS-CONTEGGIO-RIGHE = ZERO
               MOVE "NESSUNA COPIA ACQUISTATA NEL PERIODO" TO RW-TOTALE
           ELSE
               MOVE "MAI 6M/12M: % DELLE COPIE A REGISTRO DA ALMENO 6/12
      -            " MESI" TO RW-TOTALE
           END-IF
           DISPLAY RW-TOTALE
           CALL 'REPORTWRITER' USING 'f', WS-SCRITTURA-REPORT
           MOVE 'S' TO LS-ESITO.

      *    LA DIMENSIONE SI STAMPA SOLO SULLA PRIMA RIGA DELLA SEZIONE*
           RIGARESA.
           ADD 1 TO WS-CONTEGGIO-RIGHE
           IF DIMENSIONE NOT = WS-DIMENSIONE-PRECEDENTE
               MOVE DIMENSIONE TO WS-COLUMN-DIMENSIONE
               MOVE DIMENSIONE TO WS-DIMENSIONE-PRECEDENTE
           ELSE
               MOVE SPACE TO WS-COLUMN-DIMENSIONE
           END-IF
           MOVE VOCE TO WS-COLUMN-VOCE
           MOVE COPIE TO WS-COLUMN-COPIE
           MOVE SPESA TO WS-COLUMN-SPESA
           MOVE PRESTITI TO WS-COLUMN-PRESTITI
           MOVE COSTO-PRESTITO TO WS-COLUMN-COSTO
           MOVE MAI-6-MESI TO WS-COLUMN-MAI-6
           MOVE MAI-12-MESI TO WS-COLUMN-MAI-12
           DISPLAY WS-COLUMNS-RESA
           MOVE WS-COLUMNS-RESA TO RW-RIGA
           CALL 'REPORTWRITER' USING 'w', WS-SCRITTURA-REPORT.

      ******************************************************************
      **************PROPOSTA DI RIPARTIZIONE DEL BILANCIO***************
      ******************************************************************
      **LA DOTAZIONE DELL'ESERCIZIO SI DIVIDE TRA I FONDI (PER NOME)***
      **IN PROPORZIONE AI PRESTITI FATTI DALLE COPIE CHE HANNO*********
      **PAGATO; SENZA PRESTITI IN PROPORZIONE ALLA SPESA. GLI ORDINI***
      **SENZA FONDO NON ENTRANO. LA PROPOSTA RESTA IN******************
      **RIPARTIZIONE_BUDGET E LA DECIDE LA COMMISSIONE******************
           RIPARTIZIONEBUDGET.
           MOVE 'N' TO LS-ESITO
           MOVE LS-ANNO TO DB-ANNO
           MOVE LS-ANNO-BUDGET TO DB-ANNO-BUDGET
           MOVE LS-DOTAZIONE TO DB-DOTAZIONE
           MOVE LS-OPERATORE TO DB-OPERATORE
           IF DB-DOTAZIONE = ZERO
               DISPLAY "DOTAZIONE DA RIPARTIRE OBBLIGATORIA"
               EXIT PARAGRAPH
           END-IF
           IF DB-ANNO-BUDGET = ZERO
               EXEC SQL
                   SELECT CAST(EXTRACT(YEAR FROM CURRENT_DATE) AS INT)
                   + 1 INTO :DB-ANNO-BUDGET
               END-EXEC
           END-IF
           EXEC SQL
               DELETE FROM RIPARTIZIONE_BUDGET
               WHERE ANNO = :DB-ANNO-BUDGET
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               INSERT INTO RIPARTIZIONE_BUDGET (ANNO, NOME_FONDO,
               COPIE, SPESA, PRESTITI, OPERATORE)
               SELECT :DB-ANNO-BUDGET, NOME_FONDO, COUNT(*),
               COALESCE(SUM(COSTO), 0),
               COALESCE(SUM(PRESTITI + PRESTITI_DIGITALI), 0),
               TRIM(:DB-OPERATORE)
               FROM RESA_ACQUISTO
               WHERE ID_FONDO IS NOT NULL
               AND (CAST(:DB-ANNO AS INT) = 0
                OR EXTRACT(YEAR FROM DATA_ACQUISIZIONE) =
                   CAST(:DB-ANNO AS INT))
               GROUP BY NOME_FONDO
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               SELECT COALESCE(SUM(PRESTITI), 0), COUNT(*)
               INTO :DB-TOTALE-PRESTITI, :DB-NUMERO-FONDI
               FROM RIPARTIZIONE_BUDGET WHERE ANNO = :DB-ANNO-BUDGET
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF DB-NUMERO-FONDI = ZERO
               DISPLAY "NESSUN ACQUISTO SU FONDO NEL PERIODO"
               EXIT PARAGRAPH
           END-IF
           IF DB-TOTALE-PRESTITI > ZERO
               EXEC SQL
                   UPDATE RIPARTIZIONE_BUDGET
                   SET QUOTA = ROUND(100.0 * PRESTITI /
                       :DB-TOTALE-PRESTITI, 2),
                   IMPORTO = ROUND(:DB-DOTAZIONE * PRESTITI /
                       :DB-TOTALE-PRESTITI, 2)
                   WHERE ANNO = :DB-ANNO-BUDGET
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE RIPARTIZIONE_BUDGET B
                   SET QUOTA = ROUND(100.0 * B.SPESA / NULLIF(
                       (SELECT SUM(T.SPESA) FROM RIPARTIZIONE_BUDGET T
                        WHERE T.ANNO = B.ANNO), 0), 2),
                   IMPORTO = ROUND(:DB-DOTAZIONE * B.SPESA / NULLIF(
                       (SELECT SUM(T.SPESA) FROM RIPARTIZIONE_BUDGET T
                        WHERE T.ANNO = B.ANNO), 0), 2)
                   WHERE B.ANNO = :DB-ANNO-BUDGET
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           CALL 'DBUTIL' USING BY CONTENT 'k'

           EXEC SQL
               DECLARE BUDGET_CURSOR CURSOR FOR
               SELECT NOME_FONDO, COPIE, SPESA, PRESTITI,
               COALESCE(QUOTA, 0), COALESCE(IMPORTO, 0)
               FROM RIPARTIZIONE_BUDGET
               WHERE ANNO = :DB-ANNO-BUDGET
               ORDER BY IMPORTO DESC, NOME_FONDO
           END-EXEC
           MOVE SPACE TO WS-SCRITTURA-REPORT
           STRING "PROPOSTA DI RIPARTIZIONE ACQUISTI ESERCIZIO "
               DELIMITED BY SIZE
               DB-ANNO-BUDGET DELIMITED BY SIZE
               INTO RW-TITOLO
           END-STRING
           MOVE LS-OPERATORE TO RW-OPERATORE
           MOVE WS-HEADER-BUDGET TO RW-INTESTAZIONE
           CALL 'REPORTWRITER' USING 'i', WS-SCRITTURA-REPORT
           DISPLAY RW-TITOLO
           DISPLAY WS-LINE
           DISPLAY WS-HEADER-BUDGET
           DISPLAY WS-LINE
           EXEC SQL
               OPEN BUDGET_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
               CALL 'REPORTWRITER' USING 'f', WS-SCRITTURA-REPORT
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               FETCH BUDGET_CURSOR INTO :NOME-FONDO, :COPIE, :SPESA,
               :PRESTITI, :QUOTA, :IMPORTO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE NOME-FONDO TO WS-COLUMN-FONDO
               MOVE COPIE TO WS-COLUMN-B-COPIE
               MOVE SPESA TO WS-COLUMN-B-SPESA
               MOVE PRESTITI TO WS-COLUMN-B-PRESTITI
               MOVE QUOTA TO WS-COLUMN-QUOTA
               MOVE IMPORTO TO WS-COLUMN-IMPORTO
               DISPLAY WS-COLUMNS-BUDGET
               MOVE WS-COLUMNS-BUDGET TO RW-RIGA
               CALL 'REPORTWRITER' USING 'w', WS-SCRITTURA-REPORT
               EXEC SQL
                   FETCH BUDGET_CURSOR INTO :NOME-FONDO, :COPIE,
                   :SPESA, :PRESTITI, :QUOTA, :IMPORTO
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE BUDGET_CURSOR
           END-EXEC
           DISPLAY WS-LINE
           MOVE DB-DOTAZIONE TO WS-IMPORTO-EDIT
           MOVE SPACE TO RW-TOTALE
           STRING "DOTAZIONE RIPARTITA: " DELIMITED BY SIZE
               WS-IMPORTO-EDIT DELIMITED BY SIZE
               INTO RW-TOTALE
           END-STRING
           DISPLAY RW-TOTALE
           CALL 'REPORTWRITER' USING 'f', WS-SCRITTURA-REPORT
           MOVE DB-ANNO-BUDGET TO LS-ANNO-BUDGET
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
                   VALUES ('COSTOPRESTITO', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
                   STOP RUN
               END-IF
               EXIT PROGRAM.
