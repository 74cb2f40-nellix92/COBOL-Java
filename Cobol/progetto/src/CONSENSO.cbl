       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSENSO.
      ******************************************************************
      **************LIBRERIA PER OPERAZIONE TABELLA*********************
      ********INFORMATIVA_PRIVACY / CONSENSO / CONSENSO_EVENTO**********
      ******************************************************************
      **REGISTRO DEI CONSENSI: L'INFORMATIVA PRIVACY HA VERSIONI*******
      **DATATE E LA PIU' RECENTE E' QUELLA IN VIGORE; CHI NON HA*******
      **PRESO VISIONE DI QUELLA VERSIONE SE LA VEDE RIPROPORRE AL******
      **PRIMO ACCESSO. ACCANTO ALL'INFORMATIVA CI SONO I CONSENSI******
      **FACOLTATIVI: NEWSLETTER, FOTO AGLI EVENTI E PROFILAZIONE*******
      **(USO DELLO STORICO PRESTITI PER IL BOLLETTINO PERSONALE).******
      **OGNI ADESIONE O REVOCA LASCIA UNA RIGA IN CONSENSO_EVENTO******
      **CON LA VERSIONE IN VIGORE, IL CANALE E CHI L'HA RACCOLTA*******
       AUTHOR. ANOIR.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
      *****************************************************************
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01 DBNAME                PIC X(30) VALUE SPACE.

           01 RECORDINFORMATIVA.
               05 VERSIONE          PIC X(10).
               05 DESCRIZIONE       PIC X(100).
               05 DATA-PUBBLICAZIONE PIC X(10).
               05 PUBBLICATA-DA     PIC X(50).
           01 RECORDCONSENSO.
               05 USERNAME          PIC X(50).
               05 TIPO-CONSENSO     PIC X(12).
               05 STATO-CONSENSO    PIC X(1).
               05 VERSIONE-CONSENSO PIC X(10).
               05 CANALE            PIC X(12).
               05 OPERATORE         PIC X(50).
           01 DB-AZIONE             PIC X(10) VALUE SPACE.
           01 DB-STATO-PRECEDENTE   PIC X(1) VALUE SPACE.
           01 DB-VERSIONE-PRECEDENTE PIC X(10) VALUE SPACE.
           01 DB-DATA-ORA           PIC X(16) VALUE SPACE.
           01 DB-ADESIONI           PIC 9(7) VALUE ZERO.
           01 DB-REVOCHE            PIC 9(7) VALUE ZERO.
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
               05 LS-TIPO            PIC X(12).
               05 LS-STATO           PIC X(1).
               05 LS-CANALE          PIC X(12).
               05 LS-OPERATORE       PIC X(50).
               05 LS-VERSIONE        PIC X(10).
               05 LS-DESCRIZIONE     PIC X(100).
               05 LS-DATA            PIC X(10).
               05 LS-ESITO           PIC X(1).

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
               EVALUATE LS-TYPE
                   WHEN 'p'
                       PERFORM PUBBLICAINFORMATIVA
                   WHEN 'v'
                       PERFORM VERIFICAINFORMATIVA
                   WHEN 'a'
                       PERFORM REGISTRACONSENSO
                   WHEN 'm'
                       PERFORM DISPLAYCONSENSIUTENTE
                   WHEN 'r'
                       PERFORM REGISTROCONSENSI
                   WHEN 'g'
                       PERFORM RIEPILOGOCONSENSI
               END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      **************PUBBLICA UNA NUOVA VERSIONE DELL'INFORMATIVA********
      ******************************************************************
      **DA QUESTO MOMENTO E' LA VERSIONE IN VIGORE: OGNI UTENTE CHE****
      **NON L'HA ANCORA ACCETTATA SE LA VEDRA' RIPROPORRE AL LOGIN*****
           PUBBLICAINFORMATIVA.
           MOVE 'N' TO LS-ESITO
           MOVE LS-VERSIONE TO VERSIONE
           MOVE LS-DESCRIZIONE TO DESCRIZIONE
           MOVE LS-OPERATORE TO PUBBLICATA-DA
           IF VERSIONE = SPACE OR DESCRIZIONE = SPACE
               DISPLAY "VERSIONE E DESCRIZIONE SONO OBBLIGATORIE"
               EXIT PROGRAM
           END-IF
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE
               FROM INFORMATIVA_PRIVACY
               WHERE VERSIONE = TRIM(:VERSIONE)
           END-EXEC
           IF VALUESTABLE NOT = ZERO
               DISPLAY "VERSIONE GIA' PUBBLICATA: " VERSIONE
               EXIT PROGRAM
           END-IF
           EXEC SQL
               INSERT INTO INFORMATIVA_PRIVACY
               (VERSIONE, DESCRIZIONE, PUBBLICATA_DA)
               VALUES (TRIM(:VERSIONE), TRIM(:DESCRIZIONE),
               TRIM(:PUBBLICATA-DA))
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE
               FROM UTENTE
               WHERE COALESCE(ATTIVO, 'S') = 'S'
           END-EXEC
           MOVE 'S' TO LS-ESITO
           DISPLAY "INFORMATIVA " VERSIONE " PUBBLICATA: VERRA' "
               "RIPROPOSTA AL PROSSIMO ACCESSO A " VALUESTABLE
               " UTENTI ATTIVI"
           EXIT PROGRAM.

      ******************************************************************
      **************LEGGE LA VERSIONE IN VIGORE E L'ADESIONE************
      ******************************************************************
      **RESTITUISCE VERSIONE, DESCRIZIONE E DATA DELL'INFORMATIVA IN***
      **VIGORE; LS-ESITO = 'S' SE LS-USERNAME L'HA GIA' ACCETTATA,*****
      **'N' SE VA RIPROPOSTA, SPAZIO SE NON C'E' NESSUNA INFORMATIVA***
           VERIFICAINFORMATIVA.
           MOVE SPACE TO LS-ESITO
           PERFORM LEGGIINFORMATIVAINVIGORE
           IF SQLCODE NOT = ZERO
               EXIT PROGRAM
           END-IF
           MOVE VERSIONE TO LS-VERSIONE
           MOVE DESCRIZIONE TO LS-DESCRIZIONE
           MOVE DATA-PUBBLICAZIONE TO LS-DATA
           MOVE LS-USERNAME TO USERNAME
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE
               FROM CONSENSO
               WHERE USERNAME = TRIM(:USERNAME)
               AND TIPO = 'INFORMATIVA'
               AND STATO = 'S'
               AND VERSIONE = TRIM(:VERSIONE)
           END-EXEC
           IF VALUESTABLE = ZERO
               MOVE 'N' TO LS-ESITO
           ELSE
               MOVE 'S' TO LS-ESITO
           END-IF
           EXIT PROGRAM.

      ******************************************************************
      **************VERSIONE DELL'INFORMATIVA IN VIGORE*****************
      ******************************************************************
           LEGGIINFORMATIVAINVIGORE.
           MOVE SPACE TO VERSIONE
           MOVE SPACE TO DESCRIZIONE
           MOVE SPACE TO DATA-PUBBLICAZIONE
           EXEC SQL
               SELECT VERSIONE, DESCRIZIONE,
               TO_CHAR(DATA_PUBBLICAZIONE, 'DD-MM-YYYY')
               INTO :VERSIONE, :DESCRIZIONE, :DATA-PUBBLICAZIONE
               FROM INFORMATIVA_PRIVACY
               ORDER BY DATA_PUBBLICAZIONE DESC
               LIMIT 1
           END-EXEC.

      ******************************************************************
      **************REGISTRA UN'ADESIONE O UNA REVOCA*******************
      ******************************************************************
      **LS-TIPO: INFORMATIVA, NEWSLETTER, FOTO O PROFILAZIONE;*********
      **LS-STATO: S = ADESIONE, N = REVOCA (O RIFIUTO). SE LO STATO*****
      **NON CAMBIA NON SI SCRIVE NULLA; ALTRIMENTI SI AGGIORNA LO******
      **STATO ATTUALE E SI ACCODA L'EVENTO AL REGISTRO CON LA**********
      **VERSIONE DELL'INFORMATIVA IN VIGORE IN QUEL MOMENTO************
           REGISTRACONSENSO.
           MOVE 'N' TO LS-ESITO
           MOVE LS-USERNAME TO USERNAME
           MOVE LS-TIPO TO TIPO-CONSENSO
           MOVE LS-STATO TO STATO-CONSENSO
           MOVE LS-CANALE TO CANALE
           MOVE LS-OPERATORE TO OPERATORE
           IF USERNAME = SPACE
               DISPLAY "USERNAME OBBLIGATORIO"
               EXIT PROGRAM
           END-IF
           IF TIPO-CONSENSO NOT = 'INFORMATIVA' AND
              TIPO-CONSENSO NOT = 'NEWSLETTER' AND
              TIPO-CONSENSO NOT = 'FOTO' AND
              TIPO-CONSENSO NOT = 'PROFILAZIONE'
               DISPLAY "TIPO DI CONSENSO NON VALIDO (INFORMATIVA/"
               "NEWSLETTER/FOTO/PROFILAZIONE)"
               EXIT PROGRAM
           END-IF
           IF STATO-CONSENSO = 's'
               MOVE 'S' TO STATO-CONSENSO
           END-IF
           IF STATO-CONSENSO NOT = 'S'
               MOVE 'N' TO STATO-CONSENSO
           END-IF
           PERFORM LEGGIINFORMATIVAINVIGORE
           MOVE VERSIONE TO VERSIONE-CONSENSO
           MOVE SPACE TO DB-STATO-PRECEDENTE
           MOVE SPACE TO DB-VERSIONE-PRECEDENTE
           EXEC SQL
               SELECT STATO, COALESCE(VERSIONE, ' ')
               INTO :DB-STATO-PRECEDENTE, :DB-VERSIONE-PRECEDENTE
               FROM CONSENSO
               WHERE USERNAME = TRIM(:USERNAME)
               AND TIPO = TRIM(:TIPO-CONSENSO)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
      *    L'INFORMATIVA SI RIACCETTA AD OGNI NUOVA VERSIONE: PER*****
      *    LEI CONTA ANCHE IL CAMBIO DI VERSIONE, NON SOLO DI STATO****
           IF DB-STATO-PRECEDENTE = STATO-CONSENSO
               IF TIPO-CONSENSO NOT = 'INFORMATIVA' OR
                  DB-VERSIONE-PRECEDENTE = VERSIONE-CONSENSO
                   MOVE 'S' TO LS-ESITO
                   EXIT PROGRAM
               END-IF
           END-IF
      *    UN NO ALLA PRIMA DOMANDA E' UN RIFIUTO, NON UNA REVOCA*****
           IF STATO-CONSENSO = 'S'
               MOVE 'ADESIONE' TO DB-AZIONE
           ELSE
               IF DB-STATO-PRECEDENTE = SPACE
                   MOVE 'RIFIUTO' TO DB-AZIONE
               ELSE
                   MOVE 'REVOCA' TO DB-AZIONE
               END-IF
           END-IF
           EXEC SQL
               UPDATE CONSENSO SET STATO = :STATO-CONSENSO,
               VERSIONE = NULLIF(TRIM(:VERSIONE-CONSENSO), ''),
               CANALE = TRIM(:CANALE),
               DATA_ORA = CURRENT_TIMESTAMP
               WHERE USERNAME = TRIM(:USERNAME)
               AND TIPO = TRIM(:TIPO-CONSENSO)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLERRD(3) = ZERO
               EXEC SQL
                   INSERT INTO CONSENSO
                   (USERNAME, TIPO, STATO, VERSIONE, CANALE)
                   VALUES (TRIM(:USERNAME), TRIM(:TIPO-CONSENSO),
                   :STATO-CONSENSO,
                   NULLIF(TRIM(:VERSIONE-CONSENSO), ''),
                   TRIM(:CANALE))
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME END-IF
           END-IF
           EXEC SQL
               INSERT INTO CONSENSO_EVENTO
               (USERNAME, TIPO, AZIONE, VERSIONE, CANALE, OPERATORE)
               VALUES (TRIM(:USERNAME), TRIM(:TIPO-CONSENSO),
               TRIM(:DB-AZIONE), NULLIF(TRIM(:VERSIONE-CONSENSO), ''),
               TRIM(:CANALE), NULLIF(TRIM(:OPERATORE), ''))
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE 'S' TO LS-ESITO
           DISPLAY "CONSENSO " TIPO-CONSENSO " - " DB-AZIONE
               " REGISTRATA (INFORMATIVA " VERSIONE-CONSENSO ")"
           EXIT PROGRAM.

      ******************************************************************
      **************STATO ATTUALE DEI CONSENSI DI UN UTENTE*************
      ******************************************************************
      **SEMPRE I QUATTRO TIPI: UN CONSENSO MAI ESPRESSO VALE COME******
      **NON DATO********************************************************
           DISPLAYCONSENSIUTENTE.
           MOVE LS-USERNAME TO USERNAME
           PERFORM LEGGIINFORMATIVAINVIGORE
           DISPLAY "INFORMATIVA IN VIGORE: " VERSIONE " DEL "
               DATA-PUBBLICAZIONE
           DISPLAY "CONSENSI DI " USERNAME
           DISPLAY "(TIPO / STATO / VERSIONE / CANALE / DATA):"
           EXEC SQL
               DECLARE CONSENSI_UTENTE_CURSOR CURSOR FOR
               SELECT T.TIPO, COALESCE(C.STATO, 'N'),
               COALESCE(C.VERSIONE, ' '), COALESCE(C.CANALE, ' '),
               COALESCE(TO_CHAR(C.DATA_ORA, 'DD-MM-YYYY HH24:MI'),
               'MAI ESPRESSO')
               FROM (VALUES (1, 'INFORMATIVA'), (2, 'NEWSLETTER'),
                    (3, 'FOTO'), (4, 'PROFILAZIONE')) T (ORD, TIPO)
               LEFT JOIN CONSENSO C ON C.TIPO = T.TIPO
                AND C.USERNAME = TRIM(:USERNAME)
               ORDER BY T.ORD
           END-EXEC
           EXEC SQL
           OPEN CONSENSI_UTENTE_CURSOR
           END-EXEC

           EXEC SQL
               FETCH CONSENSI_UTENTE_CURSOR INTO :TIPO-CONSENSO,
               :STATO-CONSENSO, :VERSIONE-CONSENSO, :CANALE,
               :DB-DATA-ORA
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "  " TIPO-CONSENSO " / " STATO-CONSENSO " / "
                   VERSIONE-CONSENSO " / " CANALE " / " DB-DATA-ORA
               EXEC SQL
                   FETCH CONSENSI_UTENTE_CURSOR INTO :TIPO-CONSENSO,
                   :STATO-CONSENSO, :VERSIONE-CONSENSO, :CANALE,
                   :DB-DATA-ORA
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE CONSENSI_UTENTE_CURSOR
           END-EXEC
           EXIT PROGRAM.

      ******************************************************************
      **************REGISTRO DELLE ADESIONI E REVOCHE*******************
      ******************************************************************
      **TUTTI GLI EVENTI DI UN UTENTE, DAL PIU' VECCHIO: E' LA PROVA***
      **DA ESIBIRE SE L'INTERESSATO CONTESTA UN INVIO O UNA FOTO*******
           REGISTROCONSENSI.
           MOVE LS-USERNAME TO USERNAME
           DISPLAY "REGISTRO CONSENSI DI " USERNAME
           DISPLAY "(DATA / TIPO / AZIONE / VERSIONE / CANALE / "
               "RACCOLTO DA):"
           EXEC SQL
               DECLARE REGISTRO_CONSENSI_CURSOR CURSOR FOR
               SELECT TO_CHAR(DATA_ORA, 'DD-MM-YYYY HH24:MI'), TIPO,
               AZIONE, COALESCE(VERSIONE, ' '), COALESCE(CANALE, ' '),
               COALESCE(OPERATORE, ' ')
               FROM CONSENSO_EVENTO
               WHERE USERNAME = TRIM(:USERNAME)
               ORDER BY DATA_ORA, ID
           END-EXEC
           EXEC SQL
           OPEN REGISTRO_CONSENSI_CURSOR
           END-EXEC

           EXEC SQL
               FETCH REGISTRO_CONSENSI_CURSOR INTO :DB-DATA-ORA,
               :TIPO-CONSENSO, :DB-AZIONE, :VERSIONE-CONSENSO,
               :CANALE, :OPERATORE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "  " DB-DATA-ORA " / " TIPO-CONSENSO " / "
                   DB-AZIONE " / " VERSIONE-CONSENSO " / " CANALE
                   " / " OPERATORE
               EXEC SQL
                   FETCH REGISTRO_CONSENSI_CURSOR INTO :DB-DATA-ORA,
                   :TIPO-CONSENSO, :DB-AZIONE, :VERSIONE-CONSENSO,
                   :CANALE, :OPERATORE
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE REGISTRO_CONSENSI_CURSOR
           END-EXEC
           EXIT PROGRAM.

      ******************************************************************
      **************RIEPILOGO DEL REGISTRO******************************
      ******************************************************************
      **LE VERSIONI PUBBLICATE CON QUANTI UTENTI LE HANNO ACCETTATE,***
      **POI PER OGNI CONSENSO FACOLTATIVO GLI ADERENTI E I REVOCATI****
           RIEPILOGOCONSENSI.
           DISPLAY "VERSIONI DELL'INFORMATIVA (VERSIONE / DATA / "
               "ACCETTAZIONI ATTUALI / DESCRIZIONE):"
           EXEC SQL
               DECLARE VERSIONI_CURSOR CURSOR FOR
               SELECT I.VERSIONE,
               TO_CHAR(I.DATA_PUBBLICAZIONE, 'DD-MM-YYYY'),
               COUNT(C.USERNAME), I.DESCRIZIONE
               FROM INFORMATIVA_PRIVACY I
               LEFT JOIN CONSENSO C ON C.VERSIONE = I.VERSIONE
                AND C.TIPO = 'INFORMATIVA' AND C.STATO = 'S'
               GROUP BY I.VERSIONE, I.DATA_PUBBLICAZIONE,
               I.DESCRIZIONE
               ORDER BY I.DATA_PUBBLICAZIONE
           END-EXEC
           EXEC SQL
           OPEN VERSIONI_CURSOR
           END-EXEC

           EXEC SQL
               FETCH VERSIONI_CURSOR INTO :VERSIONE,
               :DATA-PUBBLICAZIONE, :DB-ADESIONI, :DESCRIZIONE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "  " VERSIONE " / " DATA-PUBBLICAZIONE " / "
                   DB-ADESIONI " / " DESCRIZIONE
               EXEC SQL
                   FETCH VERSIONI_CURSOR INTO :VERSIONE,
                   :DATA-PUBBLICAZIONE, :DB-ADESIONI, :DESCRIZIONE
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE VERSIONI_CURSOR
           END-EXEC
           DISPLAY "CONSENSI FACOLTATIVI (TIPO / ADERENTI / REVOCATI):"
           EXEC SQL
               DECLARE FACOLTATIVI_CURSOR CURSOR FOR
               SELECT TIPO,
               SUM(CASE WHEN STATO = 'S' THEN 1 ELSE 0 END),
               SUM(CASE WHEN STATO = 'S' THEN 0 ELSE 1 END)
               FROM CONSENSO
               WHERE TIPO <> 'INFORMATIVA'
               GROUP BY TIPO
               ORDER BY TIPO
           END-EXEC
           EXEC SQL
           OPEN FACOLTATIVI_CURSOR
           END-EXEC

           EXEC SQL
               FETCH FACOLTATIVI_CURSOR INTO :TIPO-CONSENSO,
               :DB-ADESIONI, :DB-REVOCHE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "  " TIPO-CONSENSO " / " DB-ADESIONI " / "
                   DB-REVOCHE
               EXEC SQL
                   FETCH FACOLTATIVI_CURSOR INTO :TIPO-CONSENSO,
                   :DB-ADESIONI, :DB-REVOCHE
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE FACOLTATIVI_CURSOR
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
                   VALUES ('CONSENSO', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
                   STOP RUN
               END-IF
               EXIT PROGRAM.
