       IDENTIFICATION DIVISION.
       PROGRAM-ID. RICERCA.
      ******************************************************************
      **************RICERCHE A SCAFFALE: CONTESTATE E MANCANTI**********
      ******************************************************************
      **DUE CASI FINORA SENZA PROCEDURA. IL PATRON GIURA DI AVER*******
      **RESO UN LIBRO CHE RISULTA ANCORA IN PRESTITO: LA CONTESTAZIONE*
      **CONGELA MULTA E SOLLECITI DAL GIORNO IN CUI VIENE REGISTRATA E**
      **LA COPIA PASSA IN STATO CONTESTATO. UNA COPIA DELLA LISTA******
      **RITIRI O DELLO SCAFFALE RITIRI NON SI TROVA: PASSA IN STATO****
      **MANCANTE E LA PRENOTAZIONE CHE L'ASPETTAVA SI SPOSTA SU UN'****
      **ALTRA COPIA O TORNA IN TESTA ALLA CODA. IN ENTRAMBI I CASI LA***
      **COPIA VA SULLA LISTA DELLE RICERCHE DELLA SEDE: IL PERSONALE***
      **LA RICONTROLLA FINO A RICERCHE-COPIA-MASSIME VOLTE E ALL'******
      **ULTIMA A VUOTO LA COPIA E' PERSA, PER LA STRADA DI SEMPRE******
      **(SMARRIMENTO DEL PRESTITO O SCARICO IN RITIRO_COPIA)************
       AUTHOR. ANOIR.

       DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.
           01 WS-CONTEGGIO-RIGHE PIC 9(5) VALUE ZERO.
           01 WS-RICERCHE-MASSIME PIC 9(3) VALUE 3.
           01 WS-SOGLIA-CONTESTAZIONI PIC 9(3) VALUE 2.
           01 WS-PARAMETRO-CONFIG.
               05 WS-CONFIG-CHIAVE PIC X(40).
               05 WS-CONFIG-VALORE PIC X(100).
               05 WS-CONFIG-VALORE-NUM PIC 9(7)V99.
               05 WS-CONFIG-ESITO PIC X(1).

           01 WS-STORIA-COPIA.
               05 WS-STC-NUMERO-INVENTARIO PIC 9(9).
               05 WS-STC-STATO-A           PIC X(20).
               05 WS-STC-STATO-DA          PIC X(20).
               05 WS-STC-MOTIVO            PIC X(100).
               05 WS-STC-OPERATORE         PIC X(50).
               05 WS-STC-DATA-DA           PIC X(10).
               05 WS-STC-DATA-A            PIC X(10).
               05 WS-STC-ESITO             PIC X(1).

      *    TRACCIATO DI PRENOTAZIONE PER CHIUDERE IL PRESTITO**********
      *    CONTESTATO (RESO O SMARRITO) E PER SERVIRE LA CODA**********
           01 WS-PRENOTAZIONE.
               05 WS-PRE-ISBN             PIC X(13).
               05 WS-PRE-USERNAME         PIC X(50).
               05 WS-PRE-DATA             PIC X(10).
               05 WS-PRE-STATO            PIC X(20).
               05 WS-PRE-DATA-REST        PIC X(10).
               05 WS-PRE-CONTEGGIO        PIC 9(5).
               05 WS-PRE-POSIZIONE        PIC 9(5).
               05 WS-PRE-RINNOVI          PIC 9(5).
               05 WS-PRE-SEDE-RITIRO      PIC 9(5).
               05 WS-PRE-QUANTITA         PIC 9(5).

           01 WS-ED-CONTEGGIO PIC ZZZZ9.
           01 WS-LINE PIC X(120) VALUE ALL '-'.
           01 WS-HEADER-RICERCHE.
               05 FILLER PIC X(10) VALUE 'RICERCA'.
               05 FILLER PIC X(6) VALUE 'SEDE'.
               05 FILLER PIC X(11) VALUE 'TIPO'.
               05 FILLER PIC X(11) VALUE 'INVENTARIO'.
               05 FILLER PIC X(14) VALUE 'ISBN'.
               05 FILLER PIC X(26) VALUE 'TITOLO'.
               05 FILLER PIC X(21) VALUE 'COLLOCAZIONE'.
               05 FILLER PIC X(11) VALUE 'APERTA IL'.
               05 FILLER PIC X(8) VALUE 'FATTE'.
           01 WS-COLUMNS-RICERCHE.
               05 WS-COLUMN-ID PIC 9(9).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-COLUMN-SEDE PIC 9(5).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-COLUMN-TIPO PIC X(11).
               05 WS-COLUMN-INVENTARIO PIC 9(9).
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-COLUMN-ISBN PIC X(14).
               05 WS-COLUMN-TITOLO PIC X(26).
               05 WS-COLUMN-COLLOCAZIONE PIC X(21).
               05 WS-COLUMN-DATA PIC X(11).
               05 WS-COLUMN-FATTE PIC X(8).
           01 WS-HEADER-CONTESTAZIONI.
               05 FILLER PIC X(31) VALUE 'PATRON'.
               05 FILLER PIC X(8) VALUE ' TOTALE'.
               05 FILLER PIC X(8) VALUE ' APERTE'.
               05 FILLER PIC X(8) VALUE ' TROVATE'.
               05 FILLER PIC X(8) VALUE '  PERSE'.
               05 FILLER PIC X(13) VALUE '  ULTIMA'.
               05 FILLER PIC X(10) VALUE 'SEGNALATO'.
           01 WS-COLUMNS-CONTESTAZIONI.
               05 WS-COLUMN-USERNAME PIC X(31).
               05 WS-COLUMN-TOTALE PIC X(8).
               05 WS-COLUMN-APERTE PIC X(8).
               05 WS-COLUMN-RITROVATE PIC X(8).
               05 WS-COLUMN-PERSE PIC X(8).
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-COLUMN-ULTIMA PIC X(11).
               05 WS-COLUMN-RIPETUTO PIC X(10).

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

           01 RECORDRICERCA.
               05 ID-RICERCA        PIC 9(9).
               05 TIPO              PIC X(10).
               05 NUMERO-INVENTARIO PIC 9(9).
               05 ISBN              PIC X(13).
               05 USERNAME          PIC X(50).
               05 CODICE-SEDE       PIC 9(5).
               05 RICERCHE-ESEGUITE PIC 9(3).
           01 DB-OPERATORE          PIC X(50) VALUE SPACE.
           01 DB-STATO-ESEMPLARE    PIC X(20) VALUE SPACE.
           01 DB-STATO-CHIUSURA     PIC X(10) VALUE SPACE.
           01 DB-PATRON-PRENOTAZIONE PIC X(50) VALUE SPACE.
           01 DB-NUOVO-INVENTARIO   PIC 9(9) VALUE ZERO.
           01 DB-COLLOCAZIONE       PIC X(20) VALUE SPACE.
           01 DB-TITOLO             PIC X(25) VALUE SPACE.
           01 DB-DATA-OGGI          PIC X(10) VALUE SPACE.
           01 DB-DATA-APERTURA      PIC X(10) VALUE SPACE.
           01 DB-EMAIL-UTENTE       PIC X(50) VALUE SPACE.
           01 DB-MESSAGGIO-NOTIFICA PIC X(200) VALUE SPACE.
           01 DB-SEDE-FILTRO        PIC 9(5) VALUE ZERO.
           01 DB-TOTALE             PIC 9(5) VALUE ZERO.
           01 DB-APERTE             PIC 9(5) VALUE ZERO.
           01 DB-RITROVATE          PIC 9(5) VALUE ZERO.
           01 DB-PERSE              PIC 9(5) VALUE ZERO.
           01 DB-SOGLIA             PIC 9(3) VALUE ZERO.
           01 DB-CODICE-SQL-ORIGINALE PIC S9(9) VALUE ZERO.
           01 DB-ERR-MESSAGGIO PIC X(200) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.
      *****************************************************************
      ********************INCLUDO SQLCA********************************
      *****************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.

           LINKAGE SECTION.
           01 LS-TYPE PIC X(1).
      **'c' CONTESTAZIONE DI UN PRESTITO (ISBN/USERNAME); 'm' COPIA****
      **NON TROVATA A SCAFFALE O PER UNA PRENOTAZIONE (INVENTARIO);****
      **'l' LISTA DELLE RICERCHE APERTE DI UNA SEDE (ZERO = TUTTE);****
      **'e' ESITO DI UNA RICERCA (LS-TROVATA 'S' O 'N'); 'r' REPORT****
      **DELLE CONTESTAZIONI PER PATRON**********************************
           01 LS-RECORD.
               05 LS-ID-RICERCA        PIC 9(9).
               05 LS-ISBN              PIC X(13).
               05 LS-USERNAME          PIC X(50).
               05 LS-NUMERO-INVENTARIO PIC 9(9).
               05 LS-CODICE-SEDE       PIC 9(5).
               05 LS-TROVATA           PIC X(1).
               05 LS-OPERATORE         PIC X(50).
               05 LS-ESITO             PIC X(1).

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
               PERFORM CARICACONFIG
               EVALUATE LS-TYPE
                   WHEN 'c'
                       PERFORM APRICONTESTAZIONE
                   WHEN 'm'
                       PERFORM SEGNALAMANCANTE
                   WHEN 'l'
                       PERFORM LISTARICERCHE
                   WHEN 'e'
                       PERFORM ESITORICERCA
                   WHEN 'r'
                       PERFORM REPORTCONTESTAZIONI
               END-EVALUATE.
           EXIT PROGRAM.

           CARICACONFIG.
           MOVE 'RICERCHE-COPIA-MASSIME' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-VALORE-NUM NOT = ZERO
               MOVE WS-CONFIG-VALORE-NUM TO WS-RICERCHE-MASSIME
           END-IF
           MOVE 'SOGLIA-CONTESTAZIONI' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-VALORE-NUM NOT = ZERO
               MOVE WS-CONFIG-VALORE-NUM TO WS-SOGLIA-CONTESTAZIONI
           END-IF.

      ******************************************************************
      **************IL PATRON DICHIARA DI AVER RESO IL LIBRO************
      ******************************************************************
      **IL PRESTITO RESTA APERTO MA CON LA DATA DI CONTESTAZIONE: DA***
      **QUEL GIORNO IL RITARDO NON MATURA MULTA E LA SCALA DEI*********
      **SOLLECITI SI FERMA. LA COPIA AGGANCIATA PASSA IN CONTESTATO****
           APRICONTESTAZIONE.
           MOVE 'N' TO LS-ESITO
           MOVE LS-ISBN TO ISBN
           MOVE LS-USERNAME TO USERNAME
           MOVE LS-OPERATORE TO DB-OPERATORE
           MOVE ZERO TO NUMERO-INVENTARIO
           EXEC SQL
               SELECT COALESCE(NUMERO_INVENTARIO, 0)
               INTO :NUMERO-INVENTARIO
               FROM PRENOTAZIONE
               WHERE ISBN = TRIM(:ISBN) AND USERNAME = TRIM(:USERNAME)
               AND STATO = 'PRENOTATO'
               AND DATA_CONTESTAZIONE IS NULL
               LIMIT 1
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY "NESSUN PRESTITO APERTO E NON GIA' CONTESTATO "
                   "PER QUESTO LIBRO E UTENTE"
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE PRENOTAZIONE SET
               DATA_CONTESTAZIONE = TO_CHAR(CURRENT_DATE, 'DD-MM-YYYY')
               WHERE ISBN = TRIM(:ISBN) AND USERNAME = TRIM(:USERNAME)
               AND STATO = 'PRENOTATO'
               AND DATA_CONTESTAZIONE IS NULL
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
      *    SENZA PASSAGGIO AMMESSO LA COPIA RESTA IN PRESTITO: LA******
      *    RICERCA PARTE COMUNQUE E LA CHIUSURA LA TRATTA DA LI'*******
           IF NUMERO-INVENTARIO > ZERO
               MOVE SPACE TO WS-STORIA-COPIA
               MOVE NUMERO-INVENTARIO TO WS-STC-NUMERO-INVENTARIO
               MOVE 'CONTESTATO' TO WS-STC-STATO-A
               MOVE 'IL PATRON DICHIARA DI AVERLA RESA'
                   TO WS-STC-MOTIVO
               MOVE DB-OPERATORE TO WS-STC-OPERATORE
               CALL 'STORIACOPIA' USING 'c', WS-STORIA-COPIA
               IF WS-STC-ESITO = 'S'
                   EXEC SQL
                       UPDATE ESEMPLARE SET STATO = 'CONTESTATO'
                       WHERE NUMERO_INVENTARIO = :NUMERO-INVENTARIO
                       AND STATO = 'PRESTITO'
                   END-EXEC
                   IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                       PERFORM ERROR-RUNTIME
                   END-IF
               END-IF
           END-IF
           MOVE 'CONTESTATO' TO TIPO
           MOVE ZERO TO CODICE-SEDE
           EXEC SQL
               SELECT COALESCE(CODICE_SEDE, 0) INTO :CODICE-SEDE
               FROM LIBRO WHERE ISBN = TRIM(:ISBN)
           END-EXEC
           PERFORM INSERISCIRICERCA
           CALL 'DBUTIL' USING BY CONTENT 'k'
           MOVE ID-RICERCA TO LS-ID-RICERCA
           MOVE 'S' TO LS-ESITO
           DISPLAY "CONTESTAZIONE REGISTRATA: MULTA E SOLLECITI "
               "CONGELATI, RICERCA N. " ID-RICERCA.

      ******************************************************************
      **************COPIA NON TROVATA SULLO SCAFFALE********************
      ******************************************************************
      **UNA COPIA A SCAFFALE ESCE DALLE DISPONIBILI; UNA COPIA GIA'*****
      **AGGANCIATA A UNA PRENOTAZIONE DA PREPARARE O PRONTA AL RITIRO**
      **LASCIA LA PRENOTAZIONE, CHE PASSA A UN'ALTRA COPIA O TORNA IN**
      **TESTA ALLA CODA. UNA COPIA IN MANO A UN PATRON NON E'**********
      **MANCANTE: PER QUELLA C'E' LA CONTESTAZIONE**********************
           SEGNALAMANCANTE.
           MOVE 'N' TO LS-ESITO
           MOVE LS-NUMERO-INVENTARIO TO NUMERO-INVENTARIO
           MOVE LS-OPERATORE TO DB-OPERATORE
           MOVE SPACE TO ISBN
           MOVE SPACE TO DB-STATO-ESEMPLARE
           EXEC SQL
               SELECT ISBN, STATO INTO :ISBN, :DB-STATO-ESEMPLARE
               FROM ESEMPLARE
               WHERE NUMERO_INVENTARIO = :NUMERO-INVENTARIO
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY "COPIA " NUMERO-INVENTARIO " NON TROVATA"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE FROM RICERCA_COPIA
               WHERE NUMERO_INVENTARIO = :NUMERO-INVENTARIO
               AND STATO = 'APERTA'
           END-EXEC
           IF VALUESTABLE NOT = ZERO
               DISPLAY "LA COPIA " NUMERO-INVENTARIO
                   " E' GIA' SULLA LISTA DELLE RICERCHE"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO CODICE-SEDE
           EXEC SQL
               SELECT COALESCE(CODICE_SEDE, 0) INTO :CODICE-SEDE
               FROM LIBRO WHERE ISBN = TRIM(:ISBN)
           END-EXEC
           MOVE SPACE TO DB-PATRON-PRENOTAZIONE
           EVALUATE DB-STATO-ESEMPLARE
               WHEN 'SCAFFALE'
                   CONTINUE
               WHEN 'PRESTITO'
                   EXEC SQL
                       SELECT USERNAME, COALESCE(SEDE_RITIRO, 0)
                       INTO :DB-PATRON-PRENOTAZIONE, :DB-SEDE-FILTRO
                       FROM PRENOTAZIONE
                       WHERE NUMERO_INVENTARIO = :NUMERO-INVENTARIO
                       AND (STATO = 'PRONTO_AL_RITIRO'
                        OR (STATO = 'PRENOTATO'
                        AND SEDE_RITIRO IS NOT NULL
                        AND DATA_CONTESTAZIONE IS NULL))
                       LIMIT 1
                   END-EXEC
                   IF SQLCODE NOT = ZERO
                       DISPLAY "LA COPIA E' IN PRESTITO A UN PATRON: "
                           "USARE LA CONTESTAZIONE DI RESTITUZIONE"
                       EXIT PARAGRAPH
                   END-IF
      *            LA RICERCA SI FA DOVE LA COPIA ERA ATTESA***********
                   IF DB-SEDE-FILTRO > ZERO
                       MOVE DB-SEDE-FILTRO TO CODICE-SEDE
                   END-IF
               WHEN OTHER
                   DISPLAY "COPIA IN STATO " DB-STATO-ESEMPLARE
                       ": NON SI PUO' SEGNALARE MANCANTE"
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE SPACE TO WS-STORIA-COPIA
           MOVE NUMERO-INVENTARIO TO WS-STC-NUMERO-INVENTARIO
           MOVE 'MANCANTE' TO WS-STC-STATO-A
           MOVE 'NON TROVATA A SCAFFALE' TO WS-STC-MOTIVO
           MOVE DB-OPERATORE TO WS-STC-OPERATORE
           CALL 'STORIACOPIA' USING 'c', WS-STORIA-COPIA
           IF WS-STC-ESITO NOT = 'S'
               DISPLAY "SEGNALAZIONE ANNULLATA"
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE ESEMPLARE SET STATO = 'MANCANTE'
               WHERE NUMERO_INVENTARIO = :NUMERO-INVENTARIO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
      *    LA COPIA A SCAFFALE ERA TRA LE DISPONIBILI; QUELLA DI UNA***
      *    PRENOTAZIONE NE ERA GIA' USCITA******************************
           IF DB-STATO-ESEMPLARE = 'SCAFFALE'
               EXEC SQL
                   UPDATE LIBRO SET
                   COPIE_DISPONIBILI = COPIE_DISPONIBILI - 1
                   WHERE ISBN = TRIM(:ISBN) AND COPIE_DISPONIBILI > 0
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM ERROR-RUNTIME
               END-IF
           ELSE
               PERFORM SPOSTAPRENOTAZIONE
           END-IF
           MOVE 'MANCANTE' TO TIPO
           MOVE SPACE TO USERNAME
           PERFORM INSERISCIRICERCA
           CALL 'DBUTIL' USING BY CONTENT 'k'
           MOVE ID-RICERCA TO LS-ID-RICERCA
           MOVE 'S' TO LS-ESITO
           DISPLAY "COPIA " NUMERO-INVENTARIO
               " MANCANTE, IN LISTA PER LA SEDE " CODICE-SEDE
               " (RICERCA N. " ID-RICERCA ")".

      *    LA PRENOTAZIONE CHE ASPETTAVA LA COPIA MANCANTE PRENDE LA***
      *    PRIMA ALTRA COPIA A SCAFFALE; SE NON CE NE SONO TORNA IN****
      *    TESTA ALLA CODA E LA SERVIRA' IL PROSSIMO RIENTRO************
           SPOSTAPRENOTAZIONE.
           MOVE ZERO TO DB-NUOVO-INVENTARIO
           EXEC SQL
               SELECT COALESCE(MIN(NUMERO_INVENTARIO), 0)
               INTO :DB-NUOVO-INVENTARIO
               FROM ESEMPLARE
               WHERE ISBN = TRIM(:ISBN) AND STATO = 'SCAFFALE'
           END-EXEC
           MOVE 'N' TO WS-STC-ESITO
           IF DB-NUOVO-INVENTARIO > ZERO
               MOVE SPACE TO WS-STORIA-COPIA
               MOVE DB-NUOVO-INVENTARIO TO WS-STC-NUMERO-INVENTARIO
               MOVE 'PRESTITO' TO WS-STC-STATO-A
               MOVE 'SOSTITUISCE UNA COPIA MANCANTE' TO WS-STC-MOTIVO
               MOVE DB-OPERATORE TO WS-STC-OPERATORE
               CALL 'STORIACOPIA' USING 'c', WS-STORIA-COPIA
           END-IF
           IF WS-STC-ESITO = 'S'
               EXEC SQL
                   UPDATE ESEMPLARE SET STATO = 'PRESTITO'
                   WHERE NUMERO_INVENTARIO = :DB-NUOVO-INVENTARIO
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME
               EXEC SQL
                   UPDATE PRENOTAZIONE
                   SET NUMERO_INVENTARIO = :DB-NUOVO-INVENTARIO
                   WHERE NUMERO_INVENTARIO = :NUMERO-INVENTARIO
                   AND USERNAME = TRIM(:DB-PATRON-PRENOTAZIONE)
                   AND STATO IN ('PRONTO_AL_RITIRO', 'PRENOTATO')
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME
               EXEC SQL
                   UPDATE LIBRO SET
                   COPIE_DISPONIBILI = COPIE_DISPONIBILI - 1
                   WHERE ISBN = TRIM(:ISBN) AND COPIE_DISPONIBILI > 0
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM ERROR-RUNTIME
               END-IF
               MOVE SPACE TO DB-COLLOCAZIONE
               EXEC SQL
                   SELECT COALESCE(COLLOCAZIONE, '(SENZA)')
                   INTO :DB-COLLOCAZIONE FROM ESEMPLARE
                   WHERE NUMERO_INVENTARIO = :DB-NUOVO-INVENTARIO
               END-EXEC
               DISPLAY "PRENOTAZIONE DI " DB-PATRON-PRENOTAZIONE
               DISPLAY "SPOSTATA SULLA COPIA N. " DB-NUOVO-INVENTARIO
                   " - COLLOCAZIONE " DB-COLLOCAZIONE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE PRENOTAZIONE SET STATO = 'IN_CODA',
               POSIZIONE_CODA = 0, NUMERO_INVENTARIO = NULL,
               DATA_SCADENZA = NULL, DATA_RITIRO_ENTRO = NULL
               WHERE NUMERO_INVENTARIO = :NUMERO-INVENTARIO
               AND USERNAME = TRIM(:DB-PATRON-PRENOTAZIONE)
               AND STATO IN ('PRONTO_AL_RITIRO', 'PRENOTATO')
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE SPACE TO DB-EMAIL-UTENTE
           EXEC SQL
               SELECT EMAIL INTO :DB-EMAIL-UTENTE FROM UTENTE
               WHERE USERNAME = TRIM(:DB-PATRON-PRENOTAZIONE)
           END-EXEC
           MOVE SPACE TO DB-MESSAGGIO-NOTIFICA
           STRING
               "LA COPIA DEL LIBRO " DELIMITED BY SIZE
               ISBN DELIMITED BY SPACE
               " PRENOTATA PER TE NON E' DISPONIBILE: LA PRENOTAZIONE"
               DELIMITED BY SIZE
               " TORNA IN TESTA ALLA CODA" DELIMITED BY SIZE
               INTO DB-MESSAGGIO-NOTIFICA
           END-STRING
           EXEC SQL
               INSERT INTO NOTIFICA (USERNAME, EMAIL, MESSAGGIO)
               VALUES (TRIM(:DB-PATRON-PRENOTAZIONE),
               TRIM(:DB-EMAIL-UTENTE), TRIM(:DB-MESSAGGIO-NOTIFICA))
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           DISPLAY "NESSUN'ALTRA COPIA A SCAFFALE: LA PRENOTAZIONE DI "
               DB-PATRON-PRENOTAZIONE
           DISPLAY "TORNA IN TESTA ALLA CODA".

      *    NUOVA RIGA SULLA LISTA DELLE RICERCHE (TIPO, COPIA, ISBN,****
      *    PATRON CONTESTANTE E SEDE GIA' VALORIZZATI)******************
           INSERISCIRICERCA.
           EXEC SQL
               INSERT INTO RICERCA_COPIA
               (TIPO, NUMERO_INVENTARIO, ISBN, USERNAME, CODICE_SEDE,
               OPERATORE)
               VALUES (TRIM(:TIPO), NULLIF(:NUMERO-INVENTARIO, 0),
               TRIM(:ISBN), NULLIF(TRIM(:USERNAME), ''),
               NULLIF(:CODICE-SEDE, 0),
               NULLIF(TRIM(:DB-OPERATORE), ''))
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               SELECT CURRVAL('ricerca_copia_id_seq') INTO :ID-RICERCA
           END-EXEC.

      ******************************************************************
      **************LISTA DELLE RICERCHE APERTE DI UNA SEDE*************
      ******************************************************************
      **IL GIRO DI CONTROLLO DEL PERSONALE: OGNI COPIA DA CERCARE CON**
      **LA COLLOCAZIONE E LE RICERCHE GIA' FATTE SU QUELLE PREVISTE****
           LISTARICERCHE.
           MOVE LS-CODICE-SEDE TO DB-SEDE-FILTRO
           EXEC SQL
               DECLARE RICERCHE_CURSOR CURSOR FOR
               SELECT R.ID, COALESCE(R.CODICE_SEDE, 0), R.TIPO,
               COALESCE(R.NUMERO_INVENTARIO, 0), R.ISBN,
               COALESCE(SUBSTR(L.TITOLO, 1, 25), ' '),
               COALESCE(E.COLLOCAZIONE, '(SENZA)'),
               TO_CHAR(R.DATA_APERTURA, 'DD-MM-YYYY'),
               R.RICERCHE_ESEGUITE
               FROM RICERCA_COPIA R
               LEFT JOIN ESEMPLARE E
               ON E.NUMERO_INVENTARIO = R.NUMERO_INVENTARIO
               LEFT JOIN LIBRO L ON L.ISBN = R.ISBN
               WHERE R.STATO = 'APERTA'
               AND (:DB-SEDE-FILTRO = 0
                OR R.CODICE_SEDE = :DB-SEDE-FILTRO)
               ORDER BY R.CODICE_SEDE, E.COLLOCAZIONE, R.ID
           END-EXEC

           MOVE SPACE TO WS-SCRITTURA-REPORT
           MOVE "COPIE DA CERCARE A SCAFFALE" TO RW-TITOLO
           MOVE LS-OPERATORE TO RW-OPERATORE
           MOVE WS-HEADER-RICERCHE TO RW-INTESTAZIONE
           CALL 'REPORTWRITER' USING 'i', WS-SCRITTURA-REPORT
           DISPLAY WS-LINE
           DISPLAY WS-HEADER-RICERCHE
           DISPLAY WS-LINE

           MOVE ZERO TO WS-CONTEGGIO-RIGHE
           EXEC SQL
               OPEN RICERCHE_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
               CALL 'REPORTWRITER' USING 'f', WS-SCRITTURA-REPORT
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               FETCH RICERCHE_CURSOR INTO :ID-RICERCA, :CODICE-SEDE,
               :TIPO, :NUMERO-INVENTARIO, :ISBN, :DB-TITOLO,
               :DB-COLLOCAZIONE, :DB-DATA-APERTURA,
               :RICERCHE-ESEGUITE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM SCRIVIRIGARICERCA
               EXEC SQL
                   FETCH RICERCHE_CURSOR INTO :ID-RICERCA,
                   :CODICE-SEDE, :TIPO, :NUMERO-INVENTARIO, :ISBN,
                   :DB-TITOLO, :DB-COLLOCAZIONE, :DB-DATA-APERTURA,
                   :RICERCHE-ESEGUITE
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE RICERCHE_CURSOR
           END-EXEC
           DISPLAY WS-LINE
           MOVE SPACE TO RW-TOTALE
           STRING
               "COPIE DA CERCARE: " DELIMITED BY SIZE
               WS-CONTEGGIO-RIGHE DELIMITED BY SIZE
               INTO RW-TOTALE
           END-STRING
           DISPLAY RW-TOTALE
           CALL 'REPORTWRITER' USING 'f', WS-SCRITTURA-REPORT.

           SCRIVIRIGARICERCA.
           ADD 1 TO WS-CONTEGGIO-RIGHE
           MOVE SPACE TO WS-COLUMNS-RICERCHE
           MOVE ID-RICERCA TO WS-COLUMN-ID
           MOVE CODICE-SEDE TO WS-COLUMN-SEDE
           MOVE TIPO TO WS-COLUMN-TIPO
           MOVE NUMERO-INVENTARIO TO WS-COLUMN-INVENTARIO
           MOVE ISBN TO WS-COLUMN-ISBN
           MOVE DB-TITOLO TO WS-COLUMN-TITOLO
           MOVE DB-COLLOCAZIONE TO WS-COLUMN-COLLOCAZIONE
           MOVE DB-DATA-APERTURA TO WS-COLUMN-DATA
           STRING
               RICERCHE-ESEGUITE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-RICERCHE-MASSIME DELIMITED BY SIZE
               INTO WS-COLUMN-FATTE
           END-STRING
           DISPLAY WS-COLUMNS-RICERCHE
           MOVE WS-COLUMNS-RICERCHE TO RW-RIGA
           CALL 'REPORTWRITER' USING 'w', WS-SCRITTURA-REPORT.

      ******************************************************************
      **************ESITO DI UNA RICERCA A SCAFFALE*********************
      ******************************************************************
      **COPIA TROVATA: IL PRESTITO CONTESTATO SI CHIUDE COME RESO******
      **(MULTA FERMA AL GIORNO DELLA CONTESTAZIONE), LA COPIA MANCANTE*
      **TORNA A SCAFFALE E SERVE LA CODA. RICERCA A VUOTO: SI CONTA E**
      **ALL'ULTIMA PREVISTA LA COPIA E' PERSA***************************
           ESITORICERCA.
           MOVE 'N' TO LS-ESITO
           MOVE LS-ID-RICERCA TO ID-RICERCA
           MOVE LS-OPERATORE TO DB-OPERATORE
           EXEC SQL
               SELECT TIPO, COALESCE(NUMERO_INVENTARIO, 0), ISBN,
               COALESCE(USERNAME, ' '), RICERCHE_ESEGUITE
               INTO :TIPO, :NUMERO-INVENTARIO, :ISBN, :USERNAME,
               :RICERCHE-ESEGUITE
               FROM RICERCA_COPIA
               WHERE ID = :ID-RICERCA AND STATO = 'APERTA'
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY "NESSUNA RICERCA APERTA CON NUMERO " ID-RICERCA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RICERCHE-ESEGUITE
           MOVE SPACE TO DB-STATO-CHIUSURA
           IF LS-TROVATA = 'S'
               PERFORM COPIARITROVATA
               MOVE 'RITROVATA' TO DB-STATO-CHIUSURA
           ELSE
               IF RICERCHE-ESEGUITE NOT < WS-RICERCHE-MASSIME
                   PERFORM COPIAPERSA
                   MOVE 'PERSA' TO DB-STATO-CHIUSURA
               ELSE
                   DISPLAY "RICERCA A VUOTO N. " RICERCHE-ESEGUITE
                       " DI " WS-RICERCHE-MASSIME
               END-IF
           END-IF
           EXEC SQL
               UPDATE RICERCA_COPIA SET
               RICERCHE_ESEGUITE = :RICERCHE-ESEGUITE,
               DATA_ULTIMA_RICERCA = CURRENT_DATE,
               STATO = COALESCE(NULLIF(TRIM(:DB-STATO-CHIUSURA), ''),
               STATO),
               DATA_CHIUSURA = CASE
                   WHEN TRIM(:DB-STATO-CHIUSURA) = '' THEN NULL
                   ELSE CURRENT_DATE END,
               OPERATORE = COALESCE(NULLIF(TRIM(:DB-OPERATORE), ''),
               OPERATORE)
               WHERE ID = :ID-RICERCA
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           CALL 'DBUTIL' USING BY CONTENT 'k'
           MOVE 'S' TO LS-ESITO.

      ******************************************************************
      **************PREPARA LA CHIAMATA A PRENOTAZIONE******************
      ******************************************************************
      **LA RESTITUZIONE E LO SMARRIMENTO DI PRENOTAZIONE VOGLIONO******
      **ISBN, PATRON E LA DATA ODIERNA; IL RESTO DEL RECORD SI AZZERA**
           PREPARAPRENOTAZIONE.
           MOVE SPACE TO WS-PRENOTAZIONE
           MOVE ZERO TO WS-PRE-CONTEGGIO WS-PRE-POSIZIONE
               WS-PRE-RINNOVI WS-PRE-SEDE-RITIRO WS-PRE-QUANTITA
           MOVE ISBN TO WS-PRE-ISBN
           MOVE USERNAME TO WS-PRE-USERNAME
           EXEC SQL
               SELECT TO_CHAR(CURRENT_DATE, 'DD-MM-YYYY')
               INTO :DB-DATA-OGGI
           END-EXEC
           MOVE DB-DATA-OGGI TO WS-PRE-DATA-REST.

      ******************************************************************
      **************COPIA RITROVATA DALLA RICERCA***********************
      ******************************************************************
      **IL PRESTITO CONTESTATO SI CHIUDE COME RESO; LA COPIA MANCANTE**
      **TORNA A SCAFFALE (STORIA, STATO E DISPONIBILI) E SERVE LA******
      **PRIMA PRENOTAZIONE IN CODA**************************************
           COPIARITROVATA.
           IF TIPO = 'CONTESTATO'
               PERFORM PREPARAPRENOTAZIONE
               CALL 'PRENOTAZIONE' USING 'c', WS-PRENOTAZIONE
               DISPLAY "COPIA CONTESTATA RITROVATA: PRESTITO CHIUSO "
                   "COME RESO"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-STORIA-COPIA
           MOVE NUMERO-INVENTARIO TO WS-STC-NUMERO-INVENTARIO
           MOVE 'SCAFFALE' TO WS-STC-STATO-A
           MOVE 'RITROVATA DOPO LA RICERCA' TO WS-STC-MOTIVO
           MOVE DB-OPERATORE TO WS-STC-OPERATORE
           CALL 'STORIACOPIA' USING 'c', WS-STORIA-COPIA
           IF WS-STC-ESITO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE ESEMPLARE SET STATO = 'SCAFFALE'
               WHERE NUMERO_INVENTARIO = :NUMERO-INVENTARIO
               AND STATO = 'MANCANTE'
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               UPDATE LIBRO SET
               COPIE_DISPONIBILI = COPIE_DISPONIBILI + 1
               WHERE ISBN = TRIM(:ISBN)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           DISPLAY "COPIA " NUMERO-INVENTARIO
               " RITROVATA E RIMESSA A SCAFFALE"
           MOVE SPACE TO USERNAME
           PERFORM PREPARAPRENOTAZIONE
           CALL 'PRENOTAZIONE' USING 'a', WS-PRENOTAZIONE.

      ******************************************************************
      **************COPIA PERSA DOPO L'ULTIMA RICERCA*******************
      ******************************************************************
      **IL PRESTITO CONTESTATO SI CHIUDE COME SMARRITO (COSTO DI*******
      **RIMPIAZZO E RITIRO_COPIA); LA COPIA MANCANTE ESCE DAL**********
      **PATRIMONIO COME OGNI COPIA PERSA, SENZA ADDEBITO A NESSUNO******
           COPIAPERSA.
           IF TIPO = 'CONTESTATO'
               PERFORM PREPARAPRENOTAZIONE
               CALL 'PRENOTAZIONE' USING 'l', WS-PRENOTAZIONE
               DISPLAY "ULTIMA RICERCA A VUOTO: COPIA CONTESTATA "
                   "DATA PER PERSA"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-STORIA-COPIA
           MOVE NUMERO-INVENTARIO TO WS-STC-NUMERO-INVENTARIO
           MOVE 'PERSO' TO WS-STC-STATO-A
           MOVE 'NON RITROVATA DOPO LE RICERCHE' TO WS-STC-MOTIVO
           MOVE DB-OPERATORE TO WS-STC-OPERATORE
           CALL 'STORIACOPIA' USING 'c', WS-STORIA-COPIA
           IF WS-STC-ESITO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE ESEMPLARE SET STATO = 'PERSO'
               WHERE NUMERO_INVENTARIO = :NUMERO-INVENTARIO
               AND STATO = 'MANCANTE'
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               UPDATE LIBRO SET TOTALE_COPIE = TOTALE_COPIE - 1
               WHERE ISBN = TRIM(:ISBN) AND TOTALE_COPIE > 0
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               INSERT INTO RITIRO_COPIA
               (ISBN, NUMERO_INVENTARIO, MOTIVO, IMPORTO_ADDEBITATO)
               VALUES (TRIM(:ISBN), :NUMERO-INVENTARIO, 'SMARRITO', 0)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           DISPLAY "ULTIMA RICERCA A VUOTO: COPIA " NUMERO-INVENTARIO
               " DATA PER PERSA E SCARICATA".

      ******************************************************************
      **************CONTESTAZIONI PER PATRON****************************
      ******************************************************************
      **CHI CONTESTA SPESSO SALTA ALL'OCCHIO: OLTRE LA SOGLIA DI*******
      **CONFIG IL PATRON VIENE SEGNALATO COME CONTESTATORE RIPETUTO*****
           REPORTCONTESTAZIONI.
           MOVE WS-SOGLIA-CONTESTAZIONI TO DB-SOGLIA
           EXEC SQL
               DECLARE CONTESTAZIONI_CURSOR CURSOR FOR
               SELECT USERNAME, COUNT(*),
               COUNT(*) FILTER (WHERE STATO = 'APERTA'),
               COUNT(*) FILTER (WHERE STATO = 'RITROVATA'),
               COUNT(*) FILTER (WHERE STATO = 'PERSA'),
               TO_CHAR(MAX(DATA_APERTURA), 'DD-MM-YYYY')
               FROM RICERCA_COPIA
               WHERE TIPO = 'CONTESTATO' AND USERNAME IS NOT NULL
               GROUP BY USERNAME
               ORDER BY COUNT(*) DESC, USERNAME
           END-EXEC

           MOVE SPACE TO WS-SCRITTURA-REPORT
           MOVE "CONTESTAZIONI DI RESTITUZIONE PER PATRON" TO RW-TITOLO
           MOVE LS-OPERATORE TO RW-OPERATORE
           MOVE WS-HEADER-CONTESTAZIONI TO RW-INTESTAZIONE
           CALL 'REPORTWRITER' USING 'i', WS-SCRITTURA-REPORT
           DISPLAY WS-LINE
           DISPLAY WS-HEADER-CONTESTAZIONI
           DISPLAY WS-LINE

           MOVE ZERO TO WS-CONTEGGIO-RIGHE
           EXEC SQL
               OPEN CONTESTAZIONI_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
               CALL 'REPORTWRITER' USING 'f', WS-SCRITTURA-REPORT
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               FETCH CONTESTAZIONI_CURSOR INTO :USERNAME, :DB-TOTALE,
               :DB-APERTE, :DB-RITROVATE, :DB-PERSE,
               :DB-DATA-APERTURA
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM SCRIVIRIGACONTESTAZIONE
               EXEC SQL
                   FETCH CONTESTAZIONI_CURSOR INTO :USERNAME,
                   :DB-TOTALE, :DB-APERTE, :DB-RITROVATE, :DB-PERSE,
                   :DB-DATA-APERTURA
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE CONTESTAZIONI_CURSOR
           END-EXEC
           DISPLAY WS-LINE
           MOVE SPACE TO RW-TOTALE
           STRING
               "PATRON CON CONTESTAZIONI: " DELIMITED BY SIZE
               WS-CONTEGGIO-RIGHE DELIMITED BY SIZE
               INTO RW-TOTALE
           END-STRING
           DISPLAY RW-TOTALE
           CALL 'REPORTWRITER' USING 'f', WS-SCRITTURA-REPORT.

           SCRIVIRIGACONTESTAZIONE.
           ADD 1 TO WS-CONTEGGIO-RIGHE
           MOVE SPACE TO WS-COLUMNS-CONTESTAZIONI
           MOVE USERNAME TO WS-COLUMN-USERNAME
           MOVE DB-TOTALE TO WS-ED-CONTEGGIO
           MOVE WS-ED-CONTEGGIO TO WS-COLUMN-TOTALE(3:5)
           MOVE DB-APERTE TO WS-ED-CONTEGGIO
           MOVE WS-ED-CONTEGGIO TO WS-COLUMN-APERTE(3:5)
           MOVE DB-RITROVATE TO WS-ED-CONTEGGIO
           MOVE WS-ED-CONTEGGIO TO WS-COLUMN-RITROVATE(3:5)
           MOVE DB-PERSE TO WS-ED-CONTEGGIO
           MOVE WS-ED-CONTEGGIO TO WS-COLUMN-PERSE(3:5)
           MOVE DB-DATA-APERTURA TO WS-COLUMN-ULTIMA
           IF DB-TOTALE NOT < DB-SOGLIA
               MOVE 'RIPETUTO' TO WS-COLUMN-RIPETUTO
           END-IF
           DISPLAY WS-COLUMNS-CONTESTAZIONI
           MOVE WS-COLUMNS-CONTESTAZIONI TO RW-RIGA
           CALL 'REPORTWRITER' USING 'w', WS-SCRITTURA-REPORT.

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
                   VALUES ('RICERCA', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
                   STOP RUN
               END-IF
               EXIT PROGRAM.
