       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDITA.
      ******************************************************************
      **************LIBRERIA PER OPERAZIONE TABELLA*********************
      ********************TARIFFA_BANCO / VENDITA***********************
      ******************************************************************
      **IL BANCO NON INCASSA SOLO MULTE: FOTOCOPIE, STAMPE, DUPLICATI**
      **TESSERA, BORSE E LIBRI USATI FINISCONO NELLO STESSO CASSETTO.**
      **IL CATALOGO TARIFFA_BANCO DA' A OGNI VOCE PREZZO IVA COMPRESA,*
      **REGIME IVA E CODICE DI ENTRATA; OGNI VENDITA, CON O SENZA******
      **PATRON, LASCIA UNA RIGA IN VENDITA, STAMPA LA RICEVUTA SU******
      **RICEVUTEPRINT E, SE IN CONTANTI, ENTRA NELL'ATTESO DELLA*******
      **SESSIONE DI CASSA E NEL LIBRO MASTRO PER LA RAGIONERIA*********
       AUTHOR. ANOIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RICEVUTA-PRINT-FILE ASSIGN TO "RICEVUTEPRINT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD RICEVUTA-PRINT-FILE.
           01 RICEVUTA-PRINT-RECORD PIC X(200).

           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.
           01 WS-IMPORTO-STAMPA PIC ZZZZZ9.99.
           01 WS-IVA-STAMPA PIC ZZZZZ9.99.
           01 WS-ALIQUOTA-STAMPA PIC ZZ9.99.
           01 WS-QUANTITA-STAMPA PIC ZZZZ9.
           01 WS-TOTALE-GIORNO PIC 9(7)V99 VALUE ZERO.
      *    SESSIONE DI POSTAZIONE: SEDE E TERMINALE DEL MOVIMENTO****
           01 WS-SESSIONE-POSTAZIONE.
               05 WS-SP-CODICE-POSTAZIONE PIC X(20).
               05 WS-SP-CODICE-SEDE       PIC 9(5).
               05 WS-SP-DESCRIZIONE       PIC X(100).
               05 WS-SP-ATTIVA            PIC X(1).
               05 WS-SP-USERNAME          PIC X(50).
               05 WS-SP-RUOLO             PIC X(30).
               05 WS-SP-DATA-DA           PIC X(10).
               05 WS-SP-DATA-A            PIC X(10).
               05 WS-SP-ESITO             PIC X(1).

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
      *****************************************************************
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01 DBNAME                PIC X(30) VALUE SPACE.

           01 RECORDTARIFFA.
               05 CODICE-TARIFFA    PIC X(12).
               05 DESCRIZIONE       PIC X(100).
               05 PREZZO            PIC 9(6)V99.
               05 REGIME-IVA        PIC X(10).
               05 ALIQUOTA-IVA      PIC 9(3)V99.
               05 CODICE-ENTRATA    PIC X(10).
               05 ATTIVA            PIC X(1).
           01 RECORDVENDITA.
               05 QUANTITA          PIC 9(5).
               05 USERNAME          PIC X(50).
               05 METODO            PIC X(20).
               05 OPERATORE-BANCO   PIC X(50).
           01 DB-NUMERO-RICEVUTA    PIC 9(10) VALUE ZERO.
           01 DB-PREZZO-UNITARIO    PIC 9(6)V99 VALUE ZERO.
           01 DB-IMPORTO            PIC 9(6)V99 VALUE ZERO.
           01 DB-IMPONIBILE         PIC 9(6)V99 VALUE ZERO.
           01 DB-IVA                PIC 9(6)V99 VALUE ZERO.
           01 DB-DATA-GIORNO        PIC X(10) VALUE SPACE.
           01 DB-TOTALE-IMPORTO     PIC 9(7)V99 VALUE ZERO.
           01 DB-TOTALE-IMPONIBILE  PIC 9(7)V99 VALUE ZERO.
           01 DB-TOTALE-IVA         PIC 9(7)V99 VALUE ZERO.
           01 DB-NUMERO-VENDITE     PIC 9(5) VALUE ZERO.
           01 DB-SEDE-OPERAZIONE PIC 9(5) VALUE ZERO.
           01 DB-POSTAZIONE PIC X(20) VALUE SPACE.
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
               05 LS-CODICE-TARIFFA  PIC X(12).
               05 LS-DESCRIZIONE     PIC X(100).
               05 LS-PREZZO          PIC 9(6)V99.
               05 LS-REGIME-IVA      PIC X(10).
               05 LS-ALIQUOTA-IVA    PIC 9(3)V99.
               05 LS-CODICE-ENTRATA  PIC X(10).
               05 LS-ATTIVA          PIC X(1).
               05 LS-QUANTITA        PIC 9(5).
               05 LS-USERNAME        PIC X(50).
               05 LS-METODO          PIC X(20).
               05 LS-OPERATORE       PIC X(50).
               05 LS-DATA            PIC X(10).
               05 LS-ESITO           PIC X(1).

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
               PERFORM LEGGIPOSTAZIONE
               EVALUATE LS-TYPE
                   WHEN 't'
                       PERFORM SALVATARIFFA
                   WHEN 'l'
                       PERFORM DISPLAYTARIFFE
                   WHEN 'v'
                       PERFORM REGISTRAVENDITA
                   WHEN 'g'
                       PERFORM RIEPILOGOGIORNO
               END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      **************SEDE E POSTAZIONE DELLA SESSIONE IN CORSO***********
      ******************************************************************
      **FUORI DA UNA SESSIONE DI BANCO (BATCH) RESTANO A ZERO E SPAZI**
      **E IL MOVIMENTO NON VIENE TIMBRATO*******************************
           LEGGIPOSTAZIONE.
           MOVE SPACE TO WS-SESSIONE-POSTAZIONE
           CALL 'POSTAZIONE' USING 'g', WS-SESSIONE-POSTAZIONE
           MOVE WS-SP-CODICE-SEDE TO DB-SEDE-OPERAZIONE
           MOVE WS-SP-CODICE-POSTAZIONE TO DB-POSTAZIONE.

      ******************************************************************
      **************INSERISCE O AGGIORNA UNA VOCE DEL CATALOGO**********
      ******************************************************************
      **REGIME IVA: IMPONIBILE (CON ALIQUOTA), ESENTE O ESCLUSA (FUORI**
      **CAMPO, ES. DUPLICATO TESSERA). LA VOCE NON SI CANCELLA MAI:****
      **LE VENDITE PASSATE LA RICHIAMANO; SI DISATTIVA CON ATTIVA = N***
           SALVATARIFFA.
           MOVE 'N' TO LS-ESITO
           MOVE LS-CODICE-TARIFFA TO CODICE-TARIFFA
           MOVE LS-DESCRIZIONE TO DESCRIZIONE
           MOVE LS-PREZZO TO PREZZO
           MOVE LS-REGIME-IVA TO REGIME-IVA
           MOVE LS-ALIQUOTA-IVA TO ALIQUOTA-IVA
           MOVE LS-CODICE-ENTRATA TO CODICE-ENTRATA
           MOVE LS-ATTIVA TO ATTIVA
           IF CODICE-TARIFFA = SPACE
               DISPLAY "CODICE VOCE OBBLIGATORIO"
               EXIT PROGRAM
           END-IF
           IF REGIME-IVA NOT = 'IMPONIBILE' AND
              REGIME-IVA NOT = 'ESENTE' AND
              REGIME-IVA NOT = 'ESCLUSA'
               DISPLAY "REGIME IVA NON VALIDO (IMPONIBILE/ESENTE/"
               "ESCLUSA)"
               EXIT PROGRAM
           END-IF
           IF REGIME-IVA = 'IMPONIBILE' AND ALIQUOTA-IVA = ZERO
               DISPLAY "UNA VOCE IMPONIBILE RICHIEDE L'ALIQUOTA IVA"
               EXIT PROGRAM
           END-IF
           IF REGIME-IVA NOT = 'IMPONIBILE'
               MOVE ZERO TO ALIQUOTA-IVA
           END-IF
           IF CODICE-ENTRATA = SPACE
               DISPLAY "CODICE DI ENTRATA OBBLIGATORIO: SENZA, LA "
               "RAGIONERIA NON SA DOVE IMPUTARE L'INCASSO"
               EXIT PROGRAM
           END-IF
           IF ATTIVA NOT = 'N'
               MOVE 'S' TO ATTIVA
           END-IF
           EXEC SQL
               UPDATE TARIFFA_BANCO SET
               DESCRIZIONE = TRIM(:DESCRIZIONE), PREZZO = :PREZZO,
               REGIME_IVA = TRIM(:REGIME-IVA),
               ALIQUOTA_IVA = :ALIQUOTA-IVA,
               CODICE_ENTRATA = TRIM(:CODICE-ENTRATA),
               ATTIVA = :ATTIVA
               WHERE CODICE = TRIM(:CODICE-TARIFFA)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLERRD(3) = ZERO
               EXEC SQL
                   INSERT INTO TARIFFA_BANCO
                   (CODICE, DESCRIZIONE, PREZZO, REGIME_IVA,
                   ALIQUOTA_IVA, CODICE_ENTRATA, ATTIVA)
                   VALUES (TRIM(:CODICE-TARIFFA), TRIM(:DESCRIZIONE),
                   :PREZZO, TRIM(:REGIME-IVA), :ALIQUOTA-IVA,
                   TRIM(:CODICE-ENTRATA), :ATTIVA)
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME
               DISPLAY "VOCE INSERITA NEL CATALOGO: " CODICE-TARIFFA
           ELSE
               DISPLAY "VOCE AGGIORNATA: " CODICE-TARIFFA
           END-IF
           MOVE 'S' TO LS-ESITO
           EXIT PROGRAM.

      ******************************************************************
      **************ELENCO DEL CATALOGO DEL BANCO***********************
      ******************************************************************
           DISPLAYTARIFFE.
           DISPLAY "CATALOGO DEL BANCO (CODICE / DESCRIZIONE / PREZZO "
               "/ REGIME IVA / ALIQUOTA / ENTRATA / ATTIVA):"
           EXEC SQL
               DECLARE TARIFFE_CURSOR CURSOR FOR
               SELECT CODICE, COALESCE(DESCRIZIONE, ' '), PREZZO,
               REGIME_IVA, COALESCE(ALIQUOTA_IVA, 0),
               COALESCE(CODICE_ENTRATA, ' '), ATTIVA
               FROM TARIFFA_BANCO
               ORDER BY CODICE
           END-EXEC
           EXEC SQL
           OPEN TARIFFE_CURSOR
           END-EXEC

           EXEC SQL
               FETCH TARIFFE_CURSOR INTO :CODICE-TARIFFA,
               :DESCRIZIONE, :PREZZO, :REGIME-IVA, :ALIQUOTA-IVA,
               :CODICE-ENTRATA, :ATTIVA
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE PREZZO TO WS-IMPORTO-STAMPA
               MOVE ALIQUOTA-IVA TO WS-ALIQUOTA-STAMPA
               DISPLAY "  " CODICE-TARIFFA " / " DESCRIZIONE
               IF PREZZO = ZERO
                   DISPLAY "      PREZZO AL BANCO / " REGIME-IVA " / "
                       WS-ALIQUOTA-STAMPA " / " CODICE-ENTRATA " / "
                       ATTIVA
               ELSE
                   DISPLAY "      " WS-IMPORTO-STAMPA " / "
                       REGIME-IVA " / " WS-ALIQUOTA-STAMPA " / "
                       CODICE-ENTRATA " / " ATTIVA
               END-IF
               EXEC SQL
                   FETCH TARIFFE_CURSOR INTO :CODICE-TARIFFA,
                   :DESCRIZIONE, :PREZZO, :REGIME-IVA, :ALIQUOTA-IVA,
                   :CODICE-ENTRATA, :ATTIVA
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE TARIFFE_CURSOR
           END-EXEC
           EXIT PROGRAM.

      ******************************************************************
      **************REGISTRA UNA VENDITA AL BANCO***********************
      ******************************************************************
      **IL PREZZO E' QUELLO DEL CATALOGO, IVA COMPRESA; LE VOCI A******
      **PREZZO ZERO (LIBRI USATI) PRENDONO IL PREZZO DIGITATO. IL******
      **PATRON E' FACOLTATIVO: SE INDICATO DEVE ESISTERE. LO SCORPORO**
      **DELL'IVA SI FA SULLA RIGA E RESTA AGLI ATTI CON L'ALIQUOTA*****
      **IN VIGORE AL MOMENTO DELLA VENDITA******************************
           REGISTRAVENDITA.
           MOVE 'N' TO LS-ESITO
           MOVE LS-CODICE-TARIFFA TO CODICE-TARIFFA
           MOVE LS-QUANTITA TO QUANTITA
           MOVE LS-USERNAME TO USERNAME
           MOVE LS-METODO TO METODO
           MOVE LS-OPERATORE TO OPERATORE-BANCO
           MOVE SPACE TO ATTIVA
           EXEC SQL
               SELECT COALESCE(DESCRIZIONE, ' '), PREZZO, REGIME_IVA,
               COALESCE(ALIQUOTA_IVA, 0), CODICE_ENTRATA, ATTIVA
               INTO :DESCRIZIONE, :PREZZO, :REGIME-IVA, :ALIQUOTA-IVA,
               :CODICE-ENTRATA, :ATTIVA
               FROM TARIFFA_BANCO
               WHERE CODICE = TRIM(:CODICE-TARIFFA)
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY "VOCE NON PRESENTE NEL CATALOGO, VENDITA "
               "ANNULLATA"
               EXIT PROGRAM
           END-IF
           IF ATTIVA NOT = 'S'
               DISPLAY "VOCE NON PIU' IN VENDITA, VENDITA ANNULLATA"
               EXIT PROGRAM
           END-IF
           IF QUANTITA = ZERO
               MOVE 1 TO QUANTITA
           END-IF
           IF PREZZO = ZERO
               MOVE LS-PREZZO TO DB-PREZZO-UNITARIO
           ELSE
               MOVE PREZZO TO DB-PREZZO-UNITARIO
           END-IF
           IF DB-PREZZO-UNITARIO = ZERO
               DISPLAY "PREZZO NULLO, VENDITA ANNULLATA"
               EXIT PROGRAM
           END-IF
           IF METODO = SPACE
               MOVE 'CONTANTI' TO METODO
           END-IF
           IF METODO NOT = 'CONTANTI' AND METODO NOT = 'POS'
               DISPLAY "METODO DI PAGAMENTO NON VALIDO (CONTANTI/POS)"
               EXIT PROGRAM
           END-IF
           IF USERNAME NOT = SPACE
               MOVE ZERO TO VALUESTABLE
               EXEC SQL
                   SELECT COUNT(*) INTO :VALUESTABLE FROM UTENTE
                   WHERE USERNAME = TRIM(:USERNAME)
               END-EXEC
               IF VALUESTABLE = ZERO
                   DISPLAY "UTENTE NON TROVATO, VENDITA ANNULLATA"
                   EXIT PROGRAM
               END-IF
           END-IF
           COMPUTE DB-IMPORTO = QUANTITA * DB-PREZZO-UNITARIO
           IF REGIME-IVA = 'IMPONIBILE'
               COMPUTE DB-IMPONIBILE ROUNDED =
                   DB-IMPORTO * 100 / (100 + ALIQUOTA-IVA)
               COMPUTE DB-IVA = DB-IMPORTO - DB-IMPONIBILE
           ELSE
               MOVE DB-IMPORTO TO DB-IMPONIBILE
               MOVE ZERO TO DB-IVA
           END-IF
           EXEC SQL
               INSERT INTO VENDITA
               (CODICE_TARIFFA, QUANTITA, PREZZO_UNITARIO, IMPORTO,
               IMPONIBILE, IVA, REGIME_IVA, ALIQUOTA_IVA,
               CODICE_ENTRATA, USERNAME, METODO, OPERATORE,
               SEDE_OPERAZIONE, POSTAZIONE)
               VALUES (TRIM(:CODICE-TARIFFA), :QUANTITA,
               :DB-PREZZO-UNITARIO, :DB-IMPORTO, :DB-IMPONIBILE,
               :DB-IVA, TRIM(:REGIME-IVA), :ALIQUOTA-IVA,
               TRIM(:CODICE-ENTRATA), NULLIF(TRIM(:USERNAME), ''),
               TRIM(:METODO), TRIM(:OPERATORE-BANCO),
               NULLIF(:DB-SEDE-OPERAZIONE, 0),
               NULLIF(TRIM(:DB-POSTAZIONE), ''))
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
      *    IL NUMERO DI RICEVUTA E' L'ID PROGRESSIVO DELLA VENDITA,****
      *    STAMPATO CON IL PREFISSO V PER NON CONFONDERLO CON QUELLO**
      *    DEI PAGAMENTI DELLE MULTE***********************************
           EXEC SQL
               SELECT CURRVAL('vendita_id_seq')
               INTO :DB-NUMERO-RICEVUTA
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           PERFORM STAMPARICEVUTA
      *    COME PER LE MULTE, UN INCASSO IN CONTANTI FUORI SESSIONE****
      *    NON SI BLOCCA MA SI SEGNALA*********************************
           IF METODO = 'CONTANTI'
               MOVE ZERO TO VALUESTABLE
               EXEC SQL
                   SELECT COUNT(*) INTO :VALUESTABLE
                   FROM CASSA_SESSIONE
                   WHERE OPERATORE = TRIM(:OPERATORE-BANCO)
                   AND STATO = 'APERTA'
               END-EXEC
               IF VALUESTABLE = ZERO
                   DISPLAY "ATTENZIONE: NESSUNA SESSIONE DI CASSA "
                   "APERTA PER QUESTO OPERATORE"
               END-IF
           END-IF
           MOVE 'S' TO LS-ESITO
           MOVE DB-IMPORTO TO WS-IMPORTO-STAMPA
           DISPLAY "VENDITA REGISTRATA, RICEVUTA N. V"
               DB-NUMERO-RICEVUTA " - IMPORTO: " WS-IMPORTO-STAMPA
           EXIT PROGRAM.

      ******************************************************************
      **************STAMPA LA RICEVUTA DELLA VENDITA********************
      ******************************************************************
           STAMPARICEVUTA.
           MOVE DB-IMPORTO TO WS-IMPORTO-STAMPA
           MOVE DB-IVA TO WS-IVA-STAMPA
           MOVE ALIQUOTA-IVA TO WS-ALIQUOTA-STAMPA
           MOVE QUANTITA TO WS-QUANTITA-STAMPA
           OPEN EXTEND RICEVUTA-PRINT-FILE
           MOVE SPACE TO RICEVUTA-PRINT-RECORD
           IF REGIME-IVA = 'IMPONIBILE'
               STRING
                   "RICEVUTA N. V" DELIMITED BY SIZE
                   DB-NUMERO-RICEVUTA DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   CODICE-TARIFFA DELIMITED BY SPACE
                   " X" DELIMITED BY SIZE
                   WS-QUANTITA-STAMPA DELIMITED BY SIZE
                   " - IMPORTO: " DELIMITED BY SIZE
                   WS-IMPORTO-STAMPA DELIMITED BY SIZE
                   " DI CUI IVA " DELIMITED BY SIZE
                   WS-ALIQUOTA-STAMPA DELIMITED BY SIZE
                   "%: " DELIMITED BY SIZE
                   WS-IVA-STAMPA DELIMITED BY SIZE
                   " - METODO: " DELIMITED BY SIZE
                   METODO DELIMITED BY SPACE
                   " - UTENTE: " DELIMITED BY SIZE
                   USERNAME DELIMITED BY SPACE
                   " - OPERATORE: " DELIMITED BY SIZE
                   OPERATORE-BANCO DELIMITED BY SPACE
                   INTO RICEVUTA-PRINT-RECORD
               END-STRING
           ELSE
               STRING
                   "RICEVUTA N. V" DELIMITED BY SIZE
                   DB-NUMERO-RICEVUTA DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   CODICE-TARIFFA DELIMITED BY SPACE
                   " X" DELIMITED BY SIZE
                   WS-QUANTITA-STAMPA DELIMITED BY SIZE
                   " - IMPORTO: " DELIMITED BY SIZE
                   WS-IMPORTO-STAMPA DELIMITED BY SIZE
                   " IVA " DELIMITED BY SIZE
                   REGIME-IVA DELIMITED BY SPACE
                   " - METODO: " DELIMITED BY SIZE
                   METODO DELIMITED BY SPACE
                   " - UTENTE: " DELIMITED BY SIZE
                   USERNAME DELIMITED BY SPACE
                   " - OPERATORE: " DELIMITED BY SIZE
                   OPERATORE-BANCO DELIMITED BY SPACE
                   INTO RICEVUTA-PRINT-RECORD
               END-STRING
           END-IF
           WRITE RICEVUTA-PRINT-RECORD
           CLOSE RICEVUTA-PRINT-FILE.

      ******************************************************************
      **************RIEPILOGO DEGLI INCASSI DI UNA GIORNATA*************
      ******************************************************************
      **PER CODICE DI ENTRATA E METODO, CON IMPONIBILE E IVA: IL*******
      **FOGLIO CHE ACCOMPAGNA IL VERSAMENTO IN TESORERIA****************
           RIEPILOGOGIORNO.
           MOVE LS-DATA TO DB-DATA-GIORNO
           IF DB-DATA-GIORNO = SPACE
               EXEC SQL
                   SELECT TO_CHAR(CURRENT_DATE, 'DD-MM-YYYY')
                   INTO :DB-DATA-GIORNO
               END-EXEC
           END-IF
           MOVE ZERO TO WS-TOTALE-GIORNO
           DISPLAY "VENDITE AL BANCO DEL " DB-DATA-GIORNO
           DISPLAY "(ENTRATA / METODO / N. / IMPORTO / IMPONIBILE / "
               "IVA):"
           EXEC SQL
               DECLARE GIORNO_CURSOR CURSOR FOR
               SELECT CODICE_ENTRATA, METODO, COUNT(*),
               SUM(IMPORTO), SUM(IMPONIBILE), SUM(IVA)
               FROM VENDITA
               WHERE CAST(DATA_VENDITA AS DATE) =
                   TO_DATE(:DB-DATA-GIORNO, 'DD-MM-YYYY')
               GROUP BY CODICE_ENTRATA, METODO
               ORDER BY CODICE_ENTRATA, METODO
           END-EXEC
           EXEC SQL
           OPEN GIORNO_CURSOR
           END-EXEC

           EXEC SQL
               FETCH GIORNO_CURSOR INTO :CODICE-ENTRATA, :METODO,
               :DB-NUMERO-VENDITE, :DB-TOTALE-IMPORTO,
               :DB-TOTALE-IMPONIBILE, :DB-TOTALE-IVA
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "  " CODICE-ENTRATA " / " METODO " / "
                   DB-NUMERO-VENDITE " / " DB-TOTALE-IMPORTO " / "
                   DB-TOTALE-IMPONIBILE " / " DB-TOTALE-IVA
               ADD DB-TOTALE-IMPORTO TO WS-TOTALE-GIORNO
               EXEC SQL
                   FETCH GIORNO_CURSOR INTO :CODICE-ENTRATA, :METODO,
                   :DB-NUMERO-VENDITE, :DB-TOTALE-IMPORTO,
                   :DB-TOTALE-IMPONIBILE, :DB-TOTALE-IVA
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE GIORNO_CURSOR
           END-EXEC
           MOVE WS-TOTALE-GIORNO TO WS-IMPORTO-STAMPA
           DISPLAY "TOTALE VENDITE DELLA GIORNATA: " WS-IMPORTO-STAMPA
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
                   VALUES ('VENDITA', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
                   STOP RUN
               END-IF
               EXIT PROGRAM.
