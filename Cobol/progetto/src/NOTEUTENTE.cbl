       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTEUTENTE.
      ******************************************************************
      **************LIBRERIA PER OPERAZIONE TABELLA*********************
      ************NOTA_UTENTE / BLOCCO_MANUALE / MOTIVO_BLOCCO**********
      ******************************************************************
      **NOTE DEL PERSONALE SUL PATRON ("INDIRIZZO DA VERIFICARE",*****
      **"RESO CON DANNI DA ACQUA, CONTROLLARE AL PROSSIMO RIENTRO")****
      **E BLOCCHI MANUALI. ACCANTO AI BLOCCHI AUTOMATICI (TETTO MULTE,*
      **SOSPENSIONE, TESSERA SCADUTA, ACCOUNT BLOCCATO) IL PERSONALE***
      **PUO' FERMARE UN PATRON CON UN CODICE MOTIVO E UNA SCADENZA;****
      **SOLO AMMINISTRATORI E SUPERAMMINISTRATORI POSSONO TOGLIERLO.***
      **LE NOTE 'BANCO' COMPAIONO ALLA SCANSIONE DEL PATRON, QUELLE****
      **'RISERVATA' LE VEDE SOLO L'AMMINISTRAZIONE**********************
       AUTHOR. ANOIR.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.
           01 WS-CONTEGGIO-RIGHE PIC 9(5) VALUE ZERO.

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
      *****************************************************************
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01 DBNAME                PIC X(30) VALUE SPACE.

           01 RECORDNOTA.
               05 ID-NOTA           PIC 9(9).
               05 USERNAME          PIC X(50).
               05 CATEGORIA         PIC X(20).
               05 TESTO             PIC X(200).
               05 VISIBILITA        PIC X(12).
               05 AUTORE            PIC X(50).
           01 RECORDBLOCCO.
               05 ID-BLOCCO         PIC 9(9).
               05 CODICE-MOTIVO     PIC X(20).
               05 SCADENZA          PIC X(10).
               05 STATO-BLOCCO      PIC X(10).
               05 INSERITO-DA       PIC X(50).
               05 RIMOSSO-DA        PIC X(50).
           01 DB-OPERATORE          PIC X(50) VALUE SPACE.
           01 DB-RUOLO-OPERATORE    PIC X(30) VALUE SPACE.
           01 DB-RESPONSABILE       PIC X(1) VALUE 'N'.
           01 DB-DATA-ORA           PIC X(16) VALUE SPACE.
           01 DB-DESCRIZIONE-MOTIVO PIC X(100) VALUE SPACE.
           01 DB-IDENTITA-MANCANTE  PIC X(1) VALUE SPACE.
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
               05 LS-USERNAME        PIC X(50).
               05 LS-CATEGORIA       PIC X(20).
               05 LS-TESTO           PIC X(200).
               05 LS-VISIBILITA      PIC X(12).
               05 LS-CODICE-MOTIVO   PIC X(20).
      *    DD-MM-YYYY; VUOTA = BLOCCO FINO A RIMOZIONE****************
               05 LS-SCADENZA        PIC X(10).
      *    ID DELLA NOTA DA ARCHIVIARE O DEL BLOCCO DA RIMUOVERE*******
               05 LS-ID              PIC 9(9).
      *    CHI OPERA: AUTORE DELLA NOTA, DEL BLOCCO O DELLA RIMOZIONE*
               05 LS-OPERATORE       PIC X(50).
               05 LS-ESITO           PIC X(1).

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
               EVALUATE LS-TYPE
                   WHEN 'n'
                       PERFORM AGGIUNGINOTA
                   WHEN 'x'
                       PERFORM ARCHIVIANOTA
                   WHEN 'l'
                       PERFORM DISPLAYNOTEUTENTE
                   WHEN 'b'
                       PERFORM INSERISCIBLOCCO
                   WHEN 'r'
                       PERFORM RIMUOVIBLOCCO
                   WHEN 'v'
                       PERFORM VERIFICABLOCCO
                   WHEN 'a'
                       PERFORM AVVISISCANSIONE
                   WHEN 'm'
                       PERFORM DISPLAYMOTIVIBLOCCO
                   WHEN 'e'
                       PERFORM REPORTBLOCCHIATTIVI
               END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      **************RUOLO DI CHI OPERA**********************************
      ******************************************************************
      **NOTE E BLOCCHI SONO ROBA DEL PERSONALE: UN PATRON NON NE******
      **SCRIVE E NON NE LEGGE. DB-RESPONSABILE = 'S' PER****************
      **AMMINISTRATORE E SUPERAMMINISTRATORE****************************
           CARICARUOLOOPERATORE.
           MOVE LS-OPERATORE TO DB-OPERATORE
           MOVE SPACE TO DB-RUOLO-OPERATORE
           MOVE 'N' TO DB-RESPONSABILE
           EXEC SQL
               SELECT RUOLO INTO :DB-RUOLO-OPERATORE FROM UTENTE
               WHERE USERNAME = TRIM(:DB-OPERATORE)
           END-EXEC
           IF DB-RUOLO-OPERATORE = 'AMMINISTRATORE'
               OR DB-RUOLO-OPERATORE = 'SUPERAMMINISTRATORE'
               MOVE 'S' TO DB-RESPONSABILE
           END-IF.

      ******************************************************************
      **************CONTROLLA CHE IL PATRON ESISTA**********************
      ******************************************************************
           CONTROLLAPATRON.
           MOVE LS-USERNAME TO USERNAME
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE FROM UTENTE
               WHERE USERNAME = TRIM(:USERNAME)
           END-EXEC.

      ******************************************************************
      **************AGGIUNGE UNA NOTA DEL PERSONALE*********************
      ******************************************************************
      **CATEGORIE: INDIRIZZO, DANNI, COMPORTAMENTO, AMMINISTRATIVA,****
      **ALTRO (DEFAULT). VISIBILITA': BANCO (DEFAULT) O RISERVATA******
           AGGIUNGINOTA.
           MOVE 'N' TO LS-ESITO
           PERFORM CARICARUOLOOPERATORE
           IF DB-RUOLO-OPERATORE = SPACE
               OR DB-RUOLO-OPERATORE = 'PATRON'
               DISPLAY "NOTE RISERVATE AL PERSONALE"
               EXIT PROGRAM
           END-IF
           PERFORM CONTROLLAPATRON
           IF VALUESTABLE = ZERO
               DISPLAY "USERNAME SCONOSCIUTO"
               EXIT PROGRAM
           END-IF
           MOVE LS-CATEGORIA TO CATEGORIA
           IF CATEGORIA = SPACE
               MOVE 'ALTRO' TO CATEGORIA
           END-IF
           IF CATEGORIA NOT = 'INDIRIZZO'
               AND CATEGORIA NOT = 'DANNI'
               AND CATEGORIA NOT = 'COMPORTAMENTO'
               AND CATEGORIA NOT = 'AMMINISTRATIVA'
               AND CATEGORIA NOT = 'ALTRO'
               DISPLAY "CATEGORIA NON VALIDA (INDIRIZZO/DANNI/"
               "COMPORTAMENTO/AMMINISTRATIVA/ALTRO)"
               EXIT PROGRAM
           END-IF
           MOVE LS-VISIBILITA TO VISIBILITA
           IF VISIBILITA = SPACE
               MOVE 'BANCO' TO VISIBILITA
           END-IF
           IF VISIBILITA NOT = 'BANCO' AND VISIBILITA NOT = 'RISERVATA'
               DISPLAY "VISIBILITA' NON VALIDA (BANCO/RISERVATA)"
               EXIT PROGRAM
           END-IF
           MOVE LS-TESTO TO TESTO
           IF TESTO = SPACE
               DISPLAY "TESTO DELLA NOTA MANCANTE"
               EXIT PROGRAM
           END-IF
           MOVE LS-OPERATORE TO AUTORE
           EXEC SQL
               INSERT INTO NOTA_UTENTE
               (USERNAME, CATEGORIA, TESTO, VISIBILITA, AUTORE)
               VALUES (TRIM(:USERNAME), TRIM(:CATEGORIA),
               TRIM(:TESTO), TRIM(:VISIBILITA), TRIM(:AUTORE))
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               SELECT CURRVAL('nota_utente_id_seq') INTO :ID-NOTA
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE ID-NOTA TO LS-ID
           MOVE 'S' TO LS-ESITO
           DISPLAY "NOTA REGISTRATA (ID " ID-NOTA ")"
           EXIT PROGRAM.

      ******************************************************************
      **************ARCHIVIA UNA NOTA NON PIU' ATTUALE******************
      ******************************************************************
      **LA NOTA NON COMPARE PIU' AL BANCO MA RESTA NELLA SCHEDA*********
           ARCHIVIANOTA.
           MOVE 'N' TO LS-ESITO
           PERFORM CARICARUOLOOPERATORE
           IF DB-RUOLO-OPERATORE = SPACE
               OR DB-RUOLO-OPERATORE = 'PATRON'
               DISPLAY "NOTE RISERVATE AL PERSONALE"
               EXIT PROGRAM
           END-IF
           MOVE LS-ID TO ID-NOTA
           EXEC SQL
               UPDATE NOTA_UTENTE SET ATTIVA = 'N'
               WHERE ID = :ID-NOTA AND ATTIVA = 'S'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLERRD(3) = ZERO
               DISPLAY "NESSUNA NOTA ATTIVA CON QUESTO ID"
           ELSE
               MOVE 'S' TO LS-ESITO
               DISPLAY "NOTA ARCHIVIATA"
           END-IF
           EXIT PROGRAM.

      ******************************************************************
      **************SCHEDA NOTE E BLOCCHI DI UN PATRON*****************
      ******************************************************************
      **TUTTE LE NOTE (ANCHE ARCHIVIATE) E TUTTI I BLOCCHI, COMPRESI***
      **QUELLI RIMOSSI O SCADUTI. LE RISERVATE SOLO AI RESPONSABILI****
           DISPLAYNOTEUTENTE.
           PERFORM CARICARUOLOOPERATORE
           IF DB-RUOLO-OPERATORE = SPACE
               OR DB-RUOLO-OPERATORE = 'PATRON'
               DISPLAY "NOTE RISERVATE AL PERSONALE"
               EXIT PROGRAM
           END-IF
           MOVE LS-USERNAME TO USERNAME
           DISPLAY "NOTE SU " USERNAME
           DISPLAY "(ID / DATA / CATEGORIA / VISIBILITA' / AUTORE / "
               "ATTIVA / TESTO):"
           EXEC SQL
               DECLARE NOTE_CURSOR CURSOR FOR
               SELECT ID, TO_CHAR(DATA_NOTA, 'DD-MM-YYYY HH24:MI'),
               CATEGORIA, VISIBILITA, COALESCE(AUTORE, ' '),
               ATTIVA, TESTO
               FROM NOTA_UTENTE
               WHERE USERNAME = TRIM(:USERNAME)
               AND (VISIBILITA = 'BANCO' OR :DB-RESPONSABILE = 'S')
               ORDER BY DATA_NOTA DESC, ID DESC
           END-EXEC
           EXEC SQL
           OPEN NOTE_CURSOR
           END-EXEC

           EXEC SQL
               FETCH NOTE_CURSOR INTO :ID-NOTA, :DB-DATA-ORA,
               :CATEGORIA, :VISIBILITA, :AUTORE, :STATO-BLOCCO,
               :TESTO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "  " ID-NOTA " / " DB-DATA-ORA " / " CATEGORIA
                   " / " VISIBILITA " / " AUTORE " / "
                   STATO-BLOCCO(1:1)
               DISPLAY "      " TESTO
               EXEC SQL
                   FETCH NOTE_CURSOR INTO :ID-NOTA, :DB-DATA-ORA,
                   :CATEGORIA, :VISIBILITA, :AUTORE, :STATO-BLOCCO,
                   :TESTO
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE NOTE_CURSOR
           END-EXEC
           DISPLAY "BLOCCHI MANUALI (ID / DAL / MOTIVO / SCADENZA / "
               "STATO / INSERITO DA / RIMOSSO DA):"
           EXEC SQL
               DECLARE BLOCCHI_UTENTE_CURSOR CURSOR FOR
               SELECT ID,
               TO_CHAR(DATA_INSERIMENTO, 'DD-MM-YYYY HH24:MI'),
               CODICE_MOTIVO,
               COALESCE(TO_CHAR(SCADENZA, 'DD-MM-YYYY'), 'NESSUNA'),
               CASE WHEN STATO = 'ATTIVO' AND SCADENZA < CURRENT_DATE
                   THEN 'SCADUTO' ELSE STATO END,
               COALESCE(INSERITO_DA, ' '), COALESCE(RIMOSSO_DA, ' '),
               COALESCE(NOTA, ' ')
               FROM BLOCCO_MANUALE
               WHERE USERNAME = TRIM(:USERNAME)
               ORDER BY DATA_INSERIMENTO DESC, ID DESC
           END-EXEC
           EXEC SQL
           OPEN BLOCCHI_UTENTE_CURSOR
           END-EXEC

           EXEC SQL
               FETCH BLOCCHI_UTENTE_CURSOR INTO :ID-BLOCCO,
               :DB-DATA-ORA, :CODICE-MOTIVO, :SCADENZA, :STATO-BLOCCO,
               :INSERITO-DA, :RIMOSSO-DA, :TESTO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "  " ID-BLOCCO " / " DB-DATA-ORA " / "
                   CODICE-MOTIVO " / " SCADENZA " / " STATO-BLOCCO
                   " / " INSERITO-DA " / " RIMOSSO-DA
               IF TESTO NOT = SPACE
                   DISPLAY "      " TESTO
               END-IF
               EXEC SQL
                   FETCH BLOCCHI_UTENTE_CURSOR INTO :ID-BLOCCO,
                   :DB-DATA-ORA, :CODICE-MOTIVO, :SCADENZA,
                   :STATO-BLOCCO, :INSERITO-DA, :RIMOSSO-DA, :TESTO
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE BLOCCHI_UTENTE_CURSOR
           END-EXEC
           EXIT PROGRAM.

      ******************************************************************
      **************INSERISCE UN BLOCCO MANUALE*************************
      ******************************************************************
      **IL CODICE MOTIVO DEVE ESSERE IN MOTIVO_BLOCCO; LA SCADENZA*****
      **SE INDICATA NON PUO' ESSERE PASSATA. IL TESTO VA IN NOTA*******
           INSERISCIBLOCCO.
           MOVE 'N' TO LS-ESITO
           PERFORM CARICARUOLOOPERATORE
           IF DB-RUOLO-OPERATORE = SPACE
               OR DB-RUOLO-OPERATORE = 'PATRON'
               DISPLAY "BLOCCHI RISERVATI AL PERSONALE"
               EXIT PROGRAM
           END-IF
           PERFORM CONTROLLAPATRON
           IF VALUESTABLE = ZERO
               DISPLAY "USERNAME SCONOSCIUTO"
               EXIT PROGRAM
           END-IF
           MOVE LS-CODICE-MOTIVO TO CODICE-MOTIVO
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE FROM MOTIVO_BLOCCO
               WHERE CODICE = TRIM(:CODICE-MOTIVO)
           END-EXEC
           IF VALUESTABLE = ZERO
               DISPLAY "CODICE MOTIVO SCONOSCIUTO"
               PERFORM DISPLAYMOTIVIBLOCCO
               EXIT PROGRAM
           END-IF
           MOVE LS-SCADENZA TO SCADENZA
           IF SCADENZA NOT = SPACE
               MOVE ZERO TO VALUESTABLE
               EXEC SQL
                   SELECT COUNT(*) INTO :VALUESTABLE
                   WHERE TO_DATE(:SCADENZA, 'DD-MM-YYYY')
                       < CURRENT_DATE
               END-EXEC
               IF VALUESTABLE NOT = ZERO
                   DISPLAY "SCADENZA GIA' PASSATA"
                   EXIT PROGRAM
               END-IF
           END-IF
           MOVE LS-TESTO TO TESTO
           MOVE LS-OPERATORE TO INSERITO-DA
           EXEC SQL
               INSERT INTO BLOCCO_MANUALE
               (USERNAME, CODICE_MOTIVO, NOTA, SCADENZA, INSERITO_DA)
               VALUES (TRIM(:USERNAME), TRIM(:CODICE-MOTIVO),
               NULLIF(TRIM(:TESTO), ''),
               TO_DATE(NULLIF(TRIM(:SCADENZA), ''), 'DD-MM-YYYY'),
               TRIM(:INSERITO-DA))
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               SELECT CURRVAL('blocco_manuale_id_seq') INTO :ID-BLOCCO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE ID-BLOCCO TO LS-ID
           MOVE 'S' TO LS-ESITO
           DISPLAY "BLOCCO MANUALE INSERITO (ID " ID-BLOCCO ")"
           EXIT PROGRAM.

      ******************************************************************
      **************RIMUOVE UN BLOCCO MANUALE***************************
      ******************************************************************
      **SOLO UN RESPONSABILE (AMMINISTRATORE O SUPERAMMINISTRATORE)****
      **PUO' TOGLIERE IL BLOCCO; IL CONTROLLO STA QUI E NON NEL MENU***
           RIMUOVIBLOCCO.
           MOVE 'N' TO LS-ESITO
           PERFORM CARICARUOLOOPERATORE
           IF DB-RESPONSABILE NOT = 'S'
               DISPLAY "LA RIMOZIONE DI UN BLOCCO SPETTA A UN "
               "RESPONSABILE"
               EXIT PROGRAM
           END-IF
           MOVE LS-ID TO ID-BLOCCO
           MOVE LS-OPERATORE TO RIMOSSO-DA
           EXEC SQL
               UPDATE BLOCCO_MANUALE SET STATO = 'RIMOSSO',
               RIMOSSO_DA = TRIM(:RIMOSSO-DA),
               DATA_RIMOZIONE = CURRENT_TIMESTAMP
               WHERE ID = :ID-BLOCCO AND STATO = 'ATTIVO'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLERRD(3) = ZERO
               DISPLAY "NESSUN BLOCCO ATTIVO CON QUESTO ID"
           ELSE
               MOVE 'S' TO LS-ESITO
               DISPLAY "BLOCCO RIMOSSO"
           END-IF
           EXIT PROGRAM.

      ******************************************************************
      **************CERCA IL BLOCCO IN VIGORE DI UN PATRON**************
      ******************************************************************
      **IN VIGORE = ATTIVO E NON SCADUTO. SE PIU' DI UNO, IL PIU'******
      **RECENTE. SQLCODE ZERO SE TROVATO********************************
           CERCABLOCCOATTIVO.
           MOVE LS-USERNAME TO USERNAME
           MOVE SPACE TO CODICE-MOTIVO
           MOVE SPACE TO SCADENZA
           MOVE SPACE TO DB-DESCRIZIONE-MOTIVO
           EXEC SQL
               SELECT B.ID, B.CODICE_MOTIVO,
               COALESCE(TO_CHAR(B.SCADENZA, 'DD-MM-YYYY'), ' '),
               COALESCE(M.DESCRIZIONE, ' ')
               INTO :ID-BLOCCO, :CODICE-MOTIVO, :SCADENZA,
               :DB-DESCRIZIONE-MOTIVO
               FROM BLOCCO_MANUALE B
               LEFT JOIN MOTIVO_BLOCCO M ON M.CODICE = B.CODICE_MOTIVO
               WHERE B.USERNAME = TRIM(:USERNAME)
               AND B.STATO = 'ATTIVO'
               AND (B.SCADENZA IS NULL OR B.SCADENZA >= CURRENT_DATE)
               ORDER BY B.ID DESC
               LIMIT 1
           END-EXEC.

      ******************************************************************
      **************VERIFICA SE IL PATRON E' BLOCCATO*******************
      ******************************************************************
      **ESITO 'S' = BLOCCATO, CON MOTIVO E SCADENZA NEL TRACCIATO******
           VERIFICABLOCCO.
           MOVE 'N' TO LS-ESITO
           PERFORM CERCABLOCCOATTIVO
           IF SQLCODE = ZERO
               MOVE 'S' TO LS-ESITO
               MOVE CODICE-MOTIVO TO LS-CODICE-MOTIVO
               MOVE SCADENZA TO LS-SCADENZA
               MOVE ID-BLOCCO TO LS-ID
           END-IF
           EXIT PROGRAM.

      ******************************************************************
      **************AVVISI ALLA SCANSIONE DEL PATRON********************
      ******************************************************************
      **IL BANCO VEDE SUBITO L'EVENTUALE BLOCCO E LE NOTE ATTIVE******
      **CON VISIBILITA' BANCO. ESITO 'S' SE IL PATRON E' BLOCCATO******
           AVVISISCANSIONE.
           MOVE 'N' TO LS-ESITO
           PERFORM CERCABLOCCOATTIVO
           IF SQLCODE = ZERO
               MOVE 'S' TO LS-ESITO
               MOVE CODICE-MOTIVO TO LS-CODICE-MOTIVO
               MOVE SCADENZA TO LS-SCADENZA
               DISPLAY "*******************************************"
               DISPLAY "*** BLOCCO MANUALE: " CODICE-MOTIVO
               DISPLAY "*** " DB-DESCRIZIONE-MOTIVO
               IF SCADENZA = SPACE
                   DISPLAY "*** FINO A RIMOZIONE DA PARTE DI UN "
                   "RESPONSABILE"
               ELSE
                   DISPLAY "*** FINO AL " SCADENZA
               END-IF
               DISPLAY "*******************************************"
           END-IF
           MOVE ZERO TO WS-CONTEGGIO-RIGHE
           EXEC SQL
               DECLARE AVVISI_CURSOR CURSOR FOR
               SELECT TO_CHAR(DATA_NOTA, 'DD-MM-YYYY'), CATEGORIA,
               COALESCE(AUTORE, ' '), TESTO
               FROM NOTA_UTENTE
               WHERE USERNAME = TRIM(:USERNAME)
               AND ATTIVA = 'S' AND VISIBILITA = 'BANCO'
               ORDER BY DATA_NOTA DESC, ID DESC
           END-EXEC
           EXEC SQL
           OPEN AVVISI_CURSOR
           END-EXEC

           EXEC SQL
               FETCH AVVISI_CURSOR INTO :DB-DATA-ORA, :CATEGORIA,
               :AUTORE, :TESTO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CONTEGGIO-RIGHE
               DISPLAY ">> NOTA " DB-DATA-ORA(1:10) " [" CATEGORIA
                   "] " AUTORE
               DISPLAY ">>   " TESTO
               EXEC SQL
                   FETCH AVVISI_CURSOR INTO :DB-DATA-ORA, :CATEGORIA,
                   :AUTORE, :TESTO
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE AVVISI_CURSOR
           END-EXEC
      *    ANAGRAFICA INCOMPLETA: SI CHIEDE AL PATRON GIA' AL BANCO***
           MOVE SPACE TO DB-IDENTITA-MANCANTE
           EXEC SQL
               SELECT CASE WHEN COALESCE(TRIM(CODICE_FISCALE), '') = ''
                   THEN 'S' ELSE 'N' END
               INTO :DB-IDENTITA-MANCANTE
               FROM UTENTE
               WHERE USERNAME = TRIM(:USERNAME)
               AND RUOLO = 'PATRON'
           END-EXEC
           IF SQLCODE = ZERO AND DB-IDENTITA-MANCANTE = 'S'
               DISPLAY ">> CODICE FISCALE DA COMPLETARE: CHIEDERLO "
                   "INSIEME A UN DOCUMENTO"
           END-IF
           EXIT PROGRAM.

      ******************************************************************
      **************CODICI MOTIVO DEI BLOCCHI***************************
      ******************************************************************
           DISPLAYMOTIVIBLOCCO.
           DISPLAY "CODICI MOTIVO AMMESSI:"
           EXEC SQL
               DECLARE MOTIVI_CURSOR CURSOR FOR
               SELECT CODICE, DESCRIZIONE FROM MOTIVO_BLOCCO
               ORDER BY CODICE
           END-EXEC
           EXEC SQL
           OPEN MOTIVI_CURSOR
           END-EXEC

           EXEC SQL
               FETCH MOTIVI_CURSOR INTO :CODICE-MOTIVO,
               :DB-DESCRIZIONE-MOTIVO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "  " CODICE-MOTIVO " " DB-DESCRIZIONE-MOTIVO
               EXEC SQL
                   FETCH MOTIVI_CURSOR INTO :CODICE-MOTIVO,
                   :DB-DESCRIZIONE-MOTIVO
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE MOTIVI_CURSOR
           END-EXEC.

      ******************************************************************
      **************BLOCCHI MANUALI IN VIGORE***************************
      ******************************************************************
      **PER LA REVISIONE OPERATIVA: CHI E' FERMO, PERCHE', DA QUANDO,**
      **FINO A QUANDO E CHI HA DECISO***********************************
           REPORTBLOCCHIATTIVI.
           MOVE ZERO TO WS-CONTEGGIO-RIGHE
           DISPLAY "BLOCCHI MANUALI IN VIGORE (ID / PATRON / MOTIVO / "
               "DAL / SCADENZA / INSERITO DA):"
           EXEC SQL
               DECLARE BLOCCHI_ATTIVI_CURSOR CURSOR FOR
               SELECT ID, USERNAME, CODICE_MOTIVO,
               TO_CHAR(DATA_INSERIMENTO, 'DD-MM-YYYY HH24:MI'),
               COALESCE(TO_CHAR(SCADENZA, 'DD-MM-YYYY'), 'NESSUNA'),
               COALESCE(INSERITO_DA, ' ')
               FROM BLOCCO_MANUALE
               WHERE STATO = 'ATTIVO'
               AND (SCADENZA IS NULL OR SCADENZA >= CURRENT_DATE)
               ORDER BY DATA_INSERIMENTO, ID
           END-EXEC
           EXEC SQL
           OPEN BLOCCHI_ATTIVI_CURSOR
           END-EXEC

           EXEC SQL
               FETCH BLOCCHI_ATTIVI_CURSOR INTO :ID-BLOCCO, :USERNAME,
               :CODICE-MOTIVO, :DB-DATA-ORA, :SCADENZA, :INSERITO-DA
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CONTEGGIO-RIGHE
               DISPLAY "  " ID-BLOCCO " / " USERNAME " / "
                   CODICE-MOTIVO " / " DB-DATA-ORA " / " SCADENZA
                   " / " INSERITO-DA
               EXEC SQL
                   FETCH BLOCCHI_ATTIVI_CURSOR INTO :ID-BLOCCO,
                   :USERNAME, :CODICE-MOTIVO, :DB-DATA-ORA,
                   :SCADENZA, :INSERITO-DA
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE BLOCCHI_ATTIVI_CURSOR
           END-EXEC
           DISPLAY "BLOCCHI IN VIGORE: " WS-CONTEGGIO-RIGHE
           EXIT PROGRAM.

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
                   VALUES ('NOTEUTENTE', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
                   STOP RUN
               END-IF
               EXIT PROGRAM.
