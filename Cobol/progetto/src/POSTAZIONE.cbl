       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTAZIONE.
      ******************************************************************
      **************LIBRERIA PER OPERAZIONE TABELLA*********************
      ****************POSTAZIONE / UTENTE_SEDE**************************
      ******************************************************************
      **OGNI TERMINALE DI BANCO E' REGISTRATO SU UNA SEDE; IL**********
      **PERSONALE HA UNA SEDE DI CASA (UTENTE.SEDE_CASA) E L'ELENCO****
      **DELLE ALTRE SEDI IN CUI PUO' LAVORARE (UTENTE_SEDE). AL LOGIN**
      **SI APRE LA SESSIONE DI POSTAZIONE, CHE RESTA IN MEMORIA FINO***
      **ALL'USCITA: I MODULI DI CIRCOLAZIONE, CASSA E CONSULTAZIONE****
      **LA LEGGONO PER TIMBRARE SEDE E POSTAZIONE SUI MOVIMENTI.*******
      **UN ACCOUNT SENZA SEDE DI CASA NON HA VINCOLI DI SEDE***********
       AUTHOR. ANOIR.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.
           01 WS-IMPORTO-STAMPA PIC ZZZZZZ9.99.
           01 WS-IMPORTO-VENDITE-STAMPA PIC ZZZZZZ9.99.
      *    SESSIONE DI POSTAZIONE APERTA AL LOGIN: VIVE TRA UNA CALL***
      *    E L'ALTRA FINCHE' BIBLIOTECA NON LA CHIUDE ALL'USCITA*******
           01 WS-SESSIONE.
               05 WS-SES-USERNAME    PIC X(50) VALUE SPACE.
               05 WS-SES-RUOLO       PIC X(30) VALUE SPACE.
               05 WS-SES-POSTAZIONE  PIC X(20) VALUE SPACE.
               05 WS-SES-SEDE        PIC 9(5) VALUE ZERO.
               05 WS-SES-DESCRIZIONE PIC X(100) VALUE SPACE.
           01 WS-SEDE-AMMESSA PIC X(1) VALUE 'N'.

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
      *****************************************************************
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01 DBNAME                PIC X(30) VALUE SPACE.

           01 RECORDPOSTAZIONE.
               05 CODICE-POSTAZIONE PIC X(20).
               05 CODICE-SEDE       PIC 9(5).
               05 DESCRIZIONE       PIC X(100).
               05 ATTIVA            PIC X(1).
               05 USERNAME          PIC X(50).
           01 DB-NOME-SEDE          PIC X(100) VALUE SPACE.
           01 DB-SEDE-CASA          PIC 9(5) VALUE ZERO.
           01 DB-SEDE-VERIFICA      PIC 9(5) VALUE ZERO.
           01 DB-ULTIMO-ACCESSO     PIC X(16) VALUE SPACE.
           01 DB-ULTIMO-OPERATORE   PIC X(50) VALUE SPACE.
           01 DB-DATA-DA            PIC X(10) VALUE SPACE.
           01 DB-DATA-A             PIC X(10) VALUE SPACE.
           01 DB-PRESTITI           PIC 9(7) VALUE ZERO.
           01 DB-RESTITUZIONI       PIC 9(7) VALUE ZERO.
           01 DB-PAGAMENTI          PIC 9(7) VALUE ZERO.
           01 DB-IMPORTO-PAGAMENTI  PIC 9(7)V99 VALUE ZERO.
           01 DB-VENDITE            PIC 9(7) VALUE ZERO.
           01 DB-IMPORTO-VENDITE    PIC 9(7)V99 VALUE ZERO.
           01 DB-SESSIONI-CASSA     PIC 9(7) VALUE ZERO.
           01 DB-CONSULTAZIONI      PIC 9(7) VALUE ZERO.
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
               05 LS-CODICE-POSTAZIONE PIC X(20).
               05 LS-CODICE-SEDE       PIC 9(5).
               05 LS-DESCRIZIONE       PIC X(100).
               05 LS-ATTIVA            PIC X(1).
               05 LS-USERNAME          PIC X(50).
               05 LS-RUOLO             PIC X(30).
               05 LS-DATA-DA           PIC X(10).
               05 LS-DATA-A            PIC X(10).
               05 LS-ESITO             PIC X(1).

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
               EVALUATE LS-TYPE
                   WHEN 'r'
                       PERFORM REGISTRAPOSTAZIONE
                   WHEN 'd'
                       PERFORM DISPLAYPOSTAZIONI
                   WHEN 's'
                       PERFORM IMPOSTASEDECASA
                   WHEN 'a'
                       PERFORM AGGIUNGISEDEAMMESSA
                   WHEN 'x'
                       PERFORM RIMUOVISEDEAMMESSA
                   WHEN 'e'
                       PERFORM DISPLAYSEDIUTENTE
                   WHEN 'l'
                       PERFORM APRISESSIONE
                   WHEN 'g'
                       PERFORM LEGGISESSIONE
                   WHEN 'k'
                       PERFORM VERIFICASEDE
                   WHEN 'c'
                       PERFORM CHIUDISESSIONE
                   WHEN 'p'
                       PERFORM REPORTPOSTAZIONI
               END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      **************REGISTRA O AGGIORNA UNA POSTAZIONE******************
      ******************************************************************
      **IL CODICE E' QUELLO IMPOSTATO NELLA VARIABILE D'AMBIENTE*******
      **POSTAZIONE DEL TERMINALE; ATTIVA 'N' LA DISMETTE SENZA*********
      **PERDERE I MOVIMENTI GIA' TIMBRATI*******************************
           REGISTRAPOSTAZIONE.
           MOVE 'N' TO LS-ESITO
           MOVE LS-CODICE-POSTAZIONE TO CODICE-POSTAZIONE
           MOVE LS-CODICE-SEDE TO CODICE-SEDE
           MOVE LS-DESCRIZIONE TO DESCRIZIONE
           MOVE LS-ATTIVA TO ATTIVA
           IF CODICE-POSTAZIONE = SPACE
               DISPLAY "CODICE POSTAZIONE OBBLIGATORIO"
               EXIT PROGRAM
           END-IF
           IF ATTIVA = 'n'
               MOVE 'N' TO ATTIVA
           END-IF
           IF ATTIVA NOT = 'N'
               MOVE 'S' TO ATTIVA
           END-IF
           MOVE CODICE-SEDE TO DB-SEDE-VERIFICA
           PERFORM CONTROLLASEDEESISTE
           IF VALUESTABLE = ZERO
               DISPLAY "SEDE NON TROVATA: " CODICE-SEDE
               EXIT PROGRAM
           END-IF
           EXEC SQL
               UPDATE POSTAZIONE SET CODICE_SEDE = :CODICE-SEDE,
               DESCRIZIONE = TRIM(:DESCRIZIONE),
               ATTIVA = :ATTIVA
               WHERE CODICE = TRIM(:CODICE-POSTAZIONE)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLERRD(3) = ZERO
               EXEC SQL
                   INSERT INTO POSTAZIONE
                   (CODICE, CODICE_SEDE, DESCRIZIONE, ATTIVA)
                   VALUES (TRIM(:CODICE-POSTAZIONE), :CODICE-SEDE,
                   TRIM(:DESCRIZIONE), :ATTIVA)
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME END-IF
               DISPLAY "POSTAZIONE " CODICE-POSTAZIONE " REGISTRATA "
                   "SULLA SEDE " CODICE-SEDE
           ELSE
               DISPLAY "POSTAZIONE " CODICE-POSTAZIONE " AGGIORNATA "
                   "(SEDE " CODICE-SEDE ", ATTIVA " ATTIVA ")"
           END-IF
           MOVE 'S' TO LS-ESITO
           EXIT PROGRAM.

      ******************************************************************
      **************ELENCO DELLE POSTAZIONI REGISTRATE******************
      ******************************************************************
           DISPLAYPOSTAZIONI.
           DISPLAY "POSTAZIONI (CODICE / SEDE / ATTIVA / ULTIMO "
               "ACCESSO / OPERATORE / DESCRIZIONE):"
           EXEC SQL
               DECLARE POSTAZIONI_CURSOR CURSOR FOR
               SELECT P.CODICE, P.CODICE_SEDE, P.ATTIVA,
               COALESCE(TO_CHAR(P.ULTIMO_ACCESSO,
                   'DD-MM-YYYY HH24:MI'), ' '),
               COALESCE(P.ULTIMO_OPERATORE, ' '),
               COALESCE(P.DESCRIZIONE, ' ')
               FROM POSTAZIONE P
               ORDER BY P.CODICE_SEDE, P.CODICE
           END-EXEC
           EXEC SQL
           OPEN POSTAZIONI_CURSOR
           END-EXEC

           EXEC SQL
               FETCH POSTAZIONI_CURSOR INTO :CODICE-POSTAZIONE,
               :CODICE-SEDE, :ATTIVA, :DB-ULTIMO-ACCESSO,
               :DB-ULTIMO-OPERATORE, :DESCRIZIONE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "  " CODICE-POSTAZIONE " / " CODICE-SEDE " / "
                   ATTIVA " / " DB-ULTIMO-ACCESSO " / "
                   DB-ULTIMO-OPERATORE " / " DESCRIZIONE
               EXEC SQL
                   FETCH POSTAZIONI_CURSOR INTO :CODICE-POSTAZIONE,
                   :CODICE-SEDE, :ATTIVA, :DB-ULTIMO-ACCESSO,
                   :DB-ULTIMO-OPERATORE, :DESCRIZIONE
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE POSTAZIONI_CURSOR
           END-EXEC
           EXIT PROGRAM.

      ******************************************************************
      **************IMPOSTA LA SEDE DI CASA DI UN OPERATORE*************
      ******************************************************************
      **SEDE 0 TOGLIE IL VINCOLO: L'ACCOUNT TORNA A POTER LAVORARE*****
      **SU TUTTE LE SEDI************************************************
           IMPOSTASEDECASA.
           MOVE 'N' TO LS-ESITO
           MOVE LS-USERNAME TO USERNAME
           MOVE LS-CODICE-SEDE TO CODICE-SEDE
           PERFORM CONTROLLAUTENTEESISTE
           IF VALUESTABLE = ZERO
               DISPLAY "UTENTE NON TROVATO: " USERNAME
               EXIT PROGRAM
           END-IF
           IF CODICE-SEDE NOT = ZERO
               MOVE CODICE-SEDE TO DB-SEDE-VERIFICA
               PERFORM CONTROLLASEDEESISTE
               IF VALUESTABLE = ZERO
                   DISPLAY "SEDE NON TROVATA: " CODICE-SEDE
                   EXIT PROGRAM
               END-IF
           END-IF
           EXEC SQL
               UPDATE UTENTE SET SEDE_CASA = NULLIF(:CODICE-SEDE, 0)
               WHERE USERNAME = TRIM(:USERNAME)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE 'S' TO LS-ESITO
           IF CODICE-SEDE = ZERO
               DISPLAY "SEDE DI CASA RIMOSSA: " USERNAME
                   " PUO' LAVORARE SU TUTTE LE SEDI"
           ELSE
               DISPLAY "SEDE DI CASA DI " USERNAME ": " CODICE-SEDE
           END-IF
           EXIT PROGRAM.

      ******************************************************************
      **************ABILITA UN OPERATORE SU UN'ALTRA SEDE***************
      ******************************************************************
           AGGIUNGISEDEAMMESSA.
           MOVE 'N' TO LS-ESITO
           MOVE LS-USERNAME TO USERNAME
           MOVE LS-CODICE-SEDE TO CODICE-SEDE
           PERFORM CONTROLLAUTENTEESISTE
           IF VALUESTABLE = ZERO
               DISPLAY "UTENTE NON TROVATO: " USERNAME
               EXIT PROGRAM
           END-IF
           MOVE CODICE-SEDE TO DB-SEDE-VERIFICA
           PERFORM CONTROLLASEDEESISTE
           IF VALUESTABLE = ZERO
               DISPLAY "SEDE NON TROVATA: " CODICE-SEDE
               EXIT PROGRAM
           END-IF
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE FROM UTENTE_SEDE
               WHERE USERNAME = TRIM(:USERNAME)
               AND CODICE_SEDE = :CODICE-SEDE
           END-EXEC
           IF VALUESTABLE NOT = ZERO
               DISPLAY "SEDE GIA' ABILITATA PER " USERNAME
               MOVE 'S' TO LS-ESITO
               EXIT PROGRAM
           END-IF
           EXEC SQL
               INSERT INTO UTENTE_SEDE (USERNAME, CODICE_SEDE)
               VALUES (TRIM(:USERNAME), :CODICE-SEDE)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE 'S' TO LS-ESITO
           DISPLAY "SEDE " CODICE-SEDE " ABILITATA PER " USERNAME
           EXIT PROGRAM.

      ******************************************************************
      **************TOGLIE UNA SEDE TRA QUELLE ABILITATE****************
      ******************************************************************
           RIMUOVISEDEAMMESSA.
           MOVE 'N' TO LS-ESITO
           MOVE LS-USERNAME TO USERNAME
           MOVE LS-CODICE-SEDE TO CODICE-SEDE
           EXEC SQL
               DELETE FROM UTENTE_SEDE
               WHERE USERNAME = TRIM(:USERNAME)
               AND CODICE_SEDE = :CODICE-SEDE
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLERRD(3) = ZERO
               DISPLAY "SEDE " CODICE-SEDE " NON ABILITATA PER "
                   USERNAME
               EXIT PROGRAM
           END-IF
           MOVE 'S' TO LS-ESITO
           DISPLAY "SEDE " CODICE-SEDE " RIMOSSA PER " USERNAME
           EXIT PROGRAM.

      ******************************************************************
      **************SEDE DI CASA E SEDI ABILITATE DI UN OPERATORE*******
      ******************************************************************
           DISPLAYSEDIUTENTE.
           MOVE LS-USERNAME TO USERNAME
           MOVE ZERO TO DB-SEDE-CASA
           MOVE SPACE TO DB-NOME-SEDE
           EXEC SQL
               SELECT COALESCE(U.SEDE_CASA, 0), COALESCE(S.NOME, ' ')
               INTO :DB-SEDE-CASA, :DB-NOME-SEDE
               FROM UTENTE U
               LEFT JOIN SEDE S ON S.CODICE_SEDE = U.SEDE_CASA
               WHERE U.USERNAME = TRIM(:USERNAME)
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY "UTENTE NON TROVATO: " USERNAME
               EXIT PROGRAM
           END-IF
           IF DB-SEDE-CASA = ZERO
               DISPLAY USERNAME " NON HA SEDE DI CASA: NESSUN "
                   "VINCOLO DI SEDE"
               EXIT PROGRAM
           END-IF
           DISPLAY "SEDE DI CASA DI " USERNAME ": " DB-SEDE-CASA
               " - " DB-NOME-SEDE
           DISPLAY "ALTRE SEDI ABILITATE:"
           EXEC SQL
               DECLARE SEDI_UTENTE_CURSOR CURSOR FOR
               SELECT A.CODICE_SEDE, COALESCE(S.NOME, ' ')
               FROM UTENTE_SEDE A
               LEFT JOIN SEDE S ON S.CODICE_SEDE = A.CODICE_SEDE
               WHERE A.USERNAME = TRIM(:USERNAME)
               ORDER BY A.CODICE_SEDE
           END-EXEC
           EXEC SQL
           OPEN SEDI_UTENTE_CURSOR
           END-EXEC

           EXEC SQL
               FETCH SEDI_UTENTE_CURSOR INTO :CODICE-SEDE,
               :DB-NOME-SEDE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "  " CODICE-SEDE " - " DB-NOME-SEDE
               EXEC SQL
                   FETCH SEDI_UTENTE_CURSOR INTO :CODICE-SEDE,
                   :DB-NOME-SEDE
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE SEDI_UTENTE_CURSOR
           END-EXEC
           EXIT PROGRAM.

      ******************************************************************
      **************APRE LA SESSIONE DI POSTAZIONE AL LOGIN*************
      ******************************************************************
      **LA SESSIONE PRECEDENTE VIENE SEMPRE AZZERATA: UN PATRON CHE****
      **ENTRA DOPO UN OPERATORE NON NE EREDITA LA TIMBRATURA.**********
      **SENZA POSTAZIONE LA SEDE DI LAVORO E' LA SEDE DI CASA. LA******
      **POSTAZIONE DEVE ESSERE REGISTRATA E ATTIVA E, PER IL***********
      **PERSONALE, SU UNA SEDE ABILITATA; IL SUPERAMMINISTRATORE*******
      **PASSA SEMPRE, CON UN AVVISO. PER I PATRON (CHIOSCO) UNA********
      **POSTAZIONE SCONOSCIUTA NON BLOCCA: SI PROSEGUE SENZA************
           APRISESSIONE.
           PERFORM CHIUDISESSIONE
           MOVE 'N' TO LS-ESITO
           MOVE LS-USERNAME TO WS-SES-USERNAME
           MOVE LS-RUOLO TO WS-SES-RUOLO
           MOVE LS-USERNAME TO USERNAME
           PERFORM LEGGISEDECASA
           MOVE LS-CODICE-POSTAZIONE TO CODICE-POSTAZIONE
           IF CODICE-POSTAZIONE = SPACE
               IF WS-SES-RUOLO NOT = 'PATRON'
                   MOVE DB-SEDE-CASA TO WS-SES-SEDE
               END-IF
               MOVE WS-SES-SEDE TO LS-CODICE-SEDE
               MOVE 'S' TO LS-ESITO
               EXIT PROGRAM
           END-IF
           MOVE ZERO TO CODICE-SEDE
           MOVE SPACE TO DESCRIZIONE
           EXEC SQL
               SELECT CODICE_SEDE, COALESCE(DESCRIZIONE, ' ')
               INTO :CODICE-SEDE, :DESCRIZIONE
               FROM POSTAZIONE
               WHERE CODICE = TRIM(:CODICE-POSTAZIONE)
               AND ATTIVA = 'S'
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY "POSTAZIONE NON REGISTRATA O DISATTIVATA: "
                   CODICE-POSTAZIONE
               IF WS-SES-RUOLO = 'PATRON'
                   MOVE 'S' TO LS-ESITO
               ELSE
                   PERFORM CHIUDISESSIONE
               END-IF
               EXIT PROGRAM
           END-IF
           IF WS-SES-RUOLO NOT = 'PATRON'
               MOVE CODICE-SEDE TO DB-SEDE-VERIFICA
               PERFORM CONTROLLASEDEAMMESSA
               IF WS-SEDE-AMMESSA = 'N'
                   IF WS-SES-RUOLO = 'SUPERAMMINISTRATORE'
                       DISPLAY "ATTENZIONE: LA SEDE " CODICE-SEDE
                           " NON E' TRA LE SEDI ABILITATE DI "
                           USERNAME
                   ELSE
                       DISPLAY "LA POSTAZIONE " CODICE-POSTAZIONE
                           " E' SULLA SEDE " CODICE-SEDE
                           ", NON ABILITATA PER " USERNAME
                       PERFORM CHIUDISESSIONE
                       EXIT PROGRAM
                   END-IF
               END-IF
           END-IF
           EXEC SQL
               UPDATE POSTAZIONE SET
               ULTIMO_ACCESSO = CURRENT_TIMESTAMP,
               ULTIMO_OPERATORE = TRIM(:USERNAME)
               WHERE CODICE = TRIM(:CODICE-POSTAZIONE)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE CODICE-POSTAZIONE TO WS-SES-POSTAZIONE
           MOVE CODICE-SEDE TO WS-SES-SEDE
           MOVE DESCRIZIONE TO WS-SES-DESCRIZIONE
           MOVE WS-SES-SEDE TO LS-CODICE-SEDE
           MOVE WS-SES-DESCRIZIONE TO LS-DESCRIZIONE
           MOVE 'S' TO LS-ESITO
           DISPLAY "POSTAZIONE " WS-SES-POSTAZIONE " - SEDE "
               WS-SES-SEDE
           EXIT PROGRAM.

      ******************************************************************
      **************RESTITUISCE LA SESSIONE IN CORSO********************
      ******************************************************************
      **LS-ESITO = 'N' SE NESSUNO HA FATTO LOGIN (BATCH, GIORNALE)****
           LEGGISESSIONE.
           MOVE WS-SES-POSTAZIONE TO LS-CODICE-POSTAZIONE
           MOVE WS-SES-SEDE TO LS-CODICE-SEDE
           MOVE WS-SES-DESCRIZIONE TO LS-DESCRIZIONE
           MOVE WS-SES-USERNAME TO LS-USERNAME
           MOVE WS-SES-RUOLO TO LS-RUOLO
           IF WS-SES-USERNAME = SPACE
               MOVE 'N' TO LS-ESITO
           ELSE
               MOVE 'S' TO LS-ESITO
           END-IF
           EXIT PROGRAM.

      ******************************************************************
      **************VERIFICA LA SEDE SCELTA SU UNA SCHERMATA************
      ******************************************************************
      **SEDE 0 DIVENTA LA SEDE DELLA SESSIONE (QUELLA DELLA***********
      **POSTAZIONE O LA SEDE DI CASA); SE ANCHE QUELLA MANCA RESTA 0**
      **E VALE IL COMPORTAMENTO DI SEMPRE. UNA SEDE ESPLICITA DEVE*****
      **ESSERE ABILITATA PER L'OPERATORE COLLEGATO**********************
           VERIFICASEDE.
           MOVE 'S' TO LS-ESITO
           IF LS-CODICE-SEDE = ZERO
               MOVE WS-SES-SEDE TO LS-CODICE-SEDE
               EXIT PROGRAM
           END-IF
           IF WS-SES-USERNAME = SPACE OR
              WS-SES-RUOLO = 'SUPERAMMINISTRATORE'
               EXIT PROGRAM
           END-IF
           MOVE WS-SES-USERNAME TO USERNAME
           PERFORM LEGGISEDECASA
           MOVE LS-CODICE-SEDE TO DB-SEDE-VERIFICA
           PERFORM CONTROLLASEDEAMMESSA
           IF WS-SEDE-AMMESSA = 'N'
               MOVE 'N' TO LS-ESITO
               DISPLAY "SEDE " LS-CODICE-SEDE " NON ABILITATA PER "
                   WS-SES-USERNAME
           END-IF
           EXIT PROGRAM.

      ******************************************************************
      **************CHIUDE LA SESSIONE DI POSTAZIONE********************
      ******************************************************************
           CHIUDISESSIONE.
           MOVE SPACE TO WS-SES-USERNAME
           MOVE SPACE TO WS-SES-RUOLO
           MOVE SPACE TO WS-SES-POSTAZIONE
           MOVE ZERO TO WS-SES-SEDE
           MOVE SPACE TO WS-SES-DESCRIZIONE.

      ******************************************************************
      **************MOVIMENTI PER POSTAZIONE IN UN PERIODO**************
      ******************************************************************
      **PER OGNI POSTAZIONE: PRESTITI E PRENOTAZIONI FATTI AL BANCO,***
      **RESTITUZIONI RICEVUTE, PAGAMENTI E VENDITE CON IL TOTALE,******
      **SESSIONI DI CASSA APERTE E CONSULTAZIONI IN SEDE. I PRESTITI***
      **GIA' ARCHIVIATI NELLO STORICO CONTANO ANCORA. SENZA DATE IL****
      **PERIODO VA DALL'INIZIO DEL MESE A OGGI**************************
           REPORTPOSTAZIONI.
           MOVE LS-DATA-DA TO DB-DATA-DA
           MOVE LS-DATA-A TO DB-DATA-A
           EXEC SQL
               SELECT TO_CHAR(COALESCE(TO_DATE(
                   NULLIF(TRIM(:DB-DATA-DA), ''), 'DD-MM-YYYY'),
                   CAST(DATE_TRUNC('month', CURRENT_DATE) AS DATE)),
                   'DD-MM-YYYY'),
               TO_CHAR(COALESCE(TO_DATE(
                   NULLIF(TRIM(:DB-DATA-A), ''), 'DD-MM-YYYY'),
                   CURRENT_DATE), 'DD-MM-YYYY')
               INTO :DB-DATA-DA, :DB-DATA-A
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           DISPLAY "MOVIMENTI PER POSTAZIONE DAL " DB-DATA-DA
               " AL " DB-DATA-A
           DISPLAY "(POSTAZIONE / SEDE / PRESTITI / RESTITUZIONI / "
               "PAGAMENTI / INCASSATO / VENDITE / VENDUTO / "
               "CASSE / CONSULTAZIONI):"
           EXEC SQL
               DECLARE REPORT_POSTAZIONI_CURSOR CURSOR FOR
               SELECT P.CODICE, P.CODICE_SEDE,
               (SELECT COUNT(*) FROM PRENOTAZIONE R
                WHERE R.POSTAZIONE = P.CODICE
                AND TO_DATE(NULLIF(TRIM(R.DATA_PRENOTAZIONE), ''),
                    'DD-MM-YYYY')
                    BETWEEN TO_DATE(:DB-DATA-DA, 'DD-MM-YYYY')
                    AND TO_DATE(:DB-DATA-A, 'DD-MM-YYYY'))
               + (SELECT COUNT(*) FROM STORICO_PRENOTAZIONI H
                WHERE H.POSTAZIONE = P.CODICE
                AND TO_DATE(NULLIF(TRIM(H.DATA_PRENOTAZIONE), ''),
                    'DD-MM-YYYY')
                    BETWEEN TO_DATE(:DB-DATA-DA, 'DD-MM-YYYY')
                    AND TO_DATE(:DB-DATA-A, 'DD-MM-YYYY')),
               (SELECT COUNT(*) FROM PRENOTAZIONE R
                WHERE R.POSTAZIONE_RESTITUZIONE = P.CODICE
                AND TO_DATE(NULLIF(TRIM(R.DATA_RESTITUZIONE), ''),
                    'DD-MM-YYYY')
                    BETWEEN TO_DATE(:DB-DATA-DA, 'DD-MM-YYYY')
                    AND TO_DATE(:DB-DATA-A, 'DD-MM-YYYY'))
               + (SELECT COUNT(*) FROM STORICO_PRENOTAZIONI H
                WHERE H.POSTAZIONE_RESTITUZIONE = P.CODICE
                AND TO_DATE(NULLIF(TRIM(H.DATA_RESTITUZIONE), ''),
                    'DD-MM-YYYY')
                    BETWEEN TO_DATE(:DB-DATA-DA, 'DD-MM-YYYY')
                    AND TO_DATE(:DB-DATA-A, 'DD-MM-YYYY')),
               (SELECT COUNT(*) FROM PAGAMENTO G
                WHERE G.POSTAZIONE = P.CODICE
                AND CAST(G.DATA_PAGAMENTO AS DATE)
                    BETWEEN TO_DATE(:DB-DATA-DA, 'DD-MM-YYYY')
                    AND TO_DATE(:DB-DATA-A, 'DD-MM-YYYY')),
               (SELECT COALESCE(SUM(G.IMPORTO), 0) FROM PAGAMENTO G
                WHERE G.POSTAZIONE = P.CODICE
                AND CAST(G.DATA_PAGAMENTO AS DATE)
                    BETWEEN TO_DATE(:DB-DATA-DA, 'DD-MM-YYYY')
                    AND TO_DATE(:DB-DATA-A, 'DD-MM-YYYY')),
               (SELECT COUNT(*) FROM VENDITA V
                WHERE V.POSTAZIONE = P.CODICE
                AND CAST(V.DATA_VENDITA AS DATE)
                    BETWEEN TO_DATE(:DB-DATA-DA, 'DD-MM-YYYY')
                    AND TO_DATE(:DB-DATA-A, 'DD-MM-YYYY')),
               (SELECT COALESCE(SUM(V.IMPORTO), 0) FROM VENDITA V
                WHERE V.POSTAZIONE = P.CODICE
                AND CAST(V.DATA_VENDITA AS DATE)
                    BETWEEN TO_DATE(:DB-DATA-DA, 'DD-MM-YYYY')
                    AND TO_DATE(:DB-DATA-A, 'DD-MM-YYYY')),
               (SELECT COUNT(*) FROM CASSA_SESSIONE C
                WHERE C.POSTAZIONE = P.CODICE
                AND CAST(C.APERTURA AS DATE)
                    BETWEEN TO_DATE(:DB-DATA-DA, 'DD-MM-YYYY')
                    AND TO_DATE(:DB-DATA-A, 'DD-MM-YYYY')),
               (SELECT COUNT(*) FROM CONSULTAZIONE K
                WHERE K.POSTAZIONE = P.CODICE
                AND CAST(K.DATA_CONSEGNA AS DATE)
                    BETWEEN TO_DATE(:DB-DATA-DA, 'DD-MM-YYYY')
                    AND TO_DATE(:DB-DATA-A, 'DD-MM-YYYY'))
               FROM POSTAZIONE P
               ORDER BY P.CODICE_SEDE, P.CODICE
           END-EXEC
           EXEC SQL
           OPEN REPORT_POSTAZIONI_CURSOR
           END-EXEC

           EXEC SQL
               FETCH REPORT_POSTAZIONI_CURSOR INTO
               :CODICE-POSTAZIONE, :CODICE-SEDE, :DB-PRESTITI,
               :DB-RESTITUZIONI, :DB-PAGAMENTI,
               :DB-IMPORTO-PAGAMENTI, :DB-VENDITE,
               :DB-IMPORTO-VENDITE, :DB-SESSIONI-CASSA,
               :DB-CONSULTAZIONI
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE DB-IMPORTO-PAGAMENTI TO WS-IMPORTO-STAMPA
               MOVE DB-IMPORTO-VENDITE TO WS-IMPORTO-VENDITE-STAMPA
               DISPLAY "  " CODICE-POSTAZIONE " / " CODICE-SEDE
                   " / " DB-PRESTITI " / " DB-RESTITUZIONI " / "
                   DB-PAGAMENTI " / " WS-IMPORTO-STAMPA " / "
                   DB-VENDITE " / " WS-IMPORTO-VENDITE-STAMPA " / "
                   DB-SESSIONI-CASSA " / " DB-CONSULTAZIONI
               EXEC SQL
                   FETCH REPORT_POSTAZIONI_CURSOR INTO
                   :CODICE-POSTAZIONE, :CODICE-SEDE, :DB-PRESTITI,
                   :DB-RESTITUZIONI, :DB-PAGAMENTI,
                   :DB-IMPORTO-PAGAMENTI, :DB-VENDITE,
                   :DB-IMPORTO-VENDITE, :DB-SESSIONI-CASSA,
                   :DB-CONSULTAZIONI
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE REPORT_POSTAZIONI_CURSOR
           END-EXEC
           EXIT PROGRAM.

      ******************************************************************
      **************SEDE DI CASA DELL'UTENTE IN USERNAME****************
      ******************************************************************
           LEGGISEDECASA.
           MOVE ZERO TO DB-SEDE-CASA
           EXEC SQL
               SELECT COALESCE(SEDE_CASA, 0) INTO :DB-SEDE-CASA
               FROM UTENTE WHERE USERNAME = TRIM(:USERNAME)
           END-EXEC.

      ******************************************************************
      **************LA SEDE DB-SEDE-VERIFICA E' ABILITATA?**************
      ******************************************************************
      **SI' SE L'ACCOUNT NON HA SEDE DI CASA, SE E' LA SEDE DI CASA****
      **O SE E' TRA LE SEDI ABILITATE IN UTENTE_SEDE. RICHIEDE*********
      **LEGGISEDECASA GIA' ESEGUITA SULLO STESSO USERNAME***************
           CONTROLLASEDEAMMESSA.
           MOVE 'S' TO WS-SEDE-AMMESSA
           IF DB-SEDE-CASA = ZERO OR DB-SEDE-CASA = DB-SEDE-VERIFICA
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE FROM UTENTE_SEDE
               WHERE USERNAME = TRIM(:USERNAME)
               AND CODICE_SEDE = :DB-SEDE-VERIFICA
           END-EXEC
           IF VALUESTABLE = ZERO
               MOVE 'N' TO WS-SEDE-AMMESSA
           END-IF.

      ******************************************************************
      **************CONTROLLI DI ESISTENZA******************************
      ******************************************************************
           CONTROLLASEDEESISTE.
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE FROM SEDE
               WHERE CODICE_SEDE = :DB-SEDE-VERIFICA
           END-EXEC.

           CONTROLLAUTENTEESISTE.
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE FROM UTENTE
               WHERE USERNAME = TRIM(:USERNAME)
           END-EXEC.

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
                   VALUES ('POSTAZIONE', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
                   STOP RUN
               END-IF
               EXIT PROGRAM.
