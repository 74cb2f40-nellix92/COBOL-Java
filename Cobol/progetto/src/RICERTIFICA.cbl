       IDENTIFICATION DIVISION.
       PROGRAM-ID. RICERTIFICA.
      ******************************************************************
      **************RICERTIFICAZIONE TRIMESTRALE DEGLI ACCESSI**********
      ******************************************************************
      **OGNI TRIMESTRE SI APRE UNA CAMPAGNA CON TUTTI GLI ACCOUNT NON**
      **PATRON ATTIVI: RUOLO, FUNZIONI DEL RUOLO, ULTIMO ACCESSO E*****
      **SEDE DI CASA. OGNI RIGA VA AL RESPONSABILE DELL'ACCOUNT (IN****
      **MANCANZA A UN SUPERAMMINISTRATORE), CHE LA CONFERMA O LA*******
      **REVOCA DAL MENU. LA REVOCA DISATTIVA L'ACCOUNT SUBITO; ALLA****
      **SCADENZA LA CHIUSURA DI GIORNATA DISATTIVA QUELLI NON**********
      **CONFERMATI E CHIUDE LA CAMPAGNA. LE DECISIONI RESTANO IN*******
      **RICERTIFICA_ACCOUNT PER L'AUDIT INTERNO DEL COMUNE**************
       AUTHOR. ANOIR.
       DATA DIVISION.

           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.
           01 WS-GIORNI-RICERTIFICA PIC 9(3) VALUE 21.
           01 WS-CONTEGGIO-RIGHE PIC 9(5) VALUE ZERO.
           01 WS-PARAMETRO-CONFIG.
               05 WS-CONFIG-CHIAVE PIC X(40).
               05 WS-CONFIG-VALORE PIC X(100).
               05 WS-CONFIG-VALORE-NUM PIC 9(7)V99.
               05 WS-CONFIG-ESITO PIC X(1).
           01 WS-AUDITLOG.
               05 WS-AUDIT-TABELLA    PIC X(30).
               05 WS-AUDIT-OPERAZIONE PIC X(10).
               05 WS-AUDIT-CHIAVE     PIC X(100).
               05 WS-AUDIT-USERNAME   PIC X(50).

           01 WS-LINE PIC X(132) VALUE ALL '-'.
           01 WS-HEADER-RICERTIFICA.
               05 FILLER PIC X(21) VALUE 'USERNAME'.
               05 FILLER PIC X(16) VALUE 'RUOLO'.
               05 FILLER PIC X(31) VALUE 'FUNZIONI'.
               05 FILLER PIC X(17) VALUE 'ULTIMO ACCESSO'.
               05 FILLER PIC X(6) VALUE 'SEDE'.
               05 FILLER PIC X(21) VALUE 'RESPONSABILE'.
               05 FILLER PIC X(11) VALUE 'ESITO'.
           01 WS-COLUMNS-RICERTIFICA.
               05 WS-COLUMN-USERNAME PIC X(20).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-COLUMN-RUOLO PIC X(15).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-COLUMN-FUNZIONI PIC X(30).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-COLUMN-ACCESSO PIC X(16).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-COLUMN-SEDE PIC ZZZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-COLUMN-RESPONSABILE PIC X(20).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-COLUMN-ESITO PIC X(12).

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

           01 RECORDRICERTIFICA.
               05 ID-CAMPAGNA         PIC 9(9).
               05 TRIMESTRE           PIC X(7).
               05 SCADENZA            PIC X(10).
               05 USERNAME            PIC X(50).
               05 RUOLO               PIC X(30).
               05 FUNZIONI            PIC X(200).
               05 ULTIMO-ACCESSO      PIC X(16).
               05 SEDE-CASA           PIC 9(5).
               05 RESPONSABILE        PIC X(50).
               05 ESITO-ACCOUNT       PIC X(12).
               05 NOTE                PIC X(100).
           01 DB-OPERATORE          PIC X(50) VALUE SPACE.
           01 DB-RUOLO-OPERATORE    PIC X(30) VALUE SPACE.
           01 DB-GIORNI             PIC 9(3) VALUE ZERO.
           01 DB-CONTEGGIO          PIC 9(5) VALUE ZERO.
           01 DB-SCADUTI            PIC 9(5) VALUE ZERO.
           01 DB-STATO-CAMPAGNA     PIC X(10) VALUE SPACE.
           01 DB-CODICE-SQL-ORIGINALE PIC S9(9) VALUE ZERO.
           01 DB-ERR-MESSAGGIO PIC X(200) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.
      *****************************************************************
      ********************INCLUDO SQLCA********************************
      *****************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.

           LINKAGE SECTION.
           01 LS-TYPE PIC X(1).
      **'a' APRE LA CAMPAGNA DEL TRIMESTRE; 'n' PROSSIMO ACCOUNT IN****
      **ATTESA DEL RESPONSABILE LS-OPERATORE DOPO LS-USERNAME; 'd'*****
      **DECISIONE (LS-DECISIONE C = CONFERMA, R = REVOCA); 'l'*********
      **ELENCO DI UNA CAMPAGNA (ZERO = ULTIMA) SU CARTA; 'r' IMPOSTA***
      **IL RESPONSABILE DI UN ACCOUNT; 's' SCADENZE E APERTURA*********
      **AUTOMATICA DALLA CHIUSURA DI GIORNATA***************************
           01 LS-RECORD.
               05 LS-ID-CAMPAGNA       PIC 9(9).
               05 LS-USERNAME          PIC X(50).
               05 LS-RUOLO             PIC X(30).
               05 LS-FUNZIONI          PIC X(200).
               05 LS-ULTIMO-ACCESSO    PIC X(16).
               05 LS-SEDE-CASA         PIC 9(5).
               05 LS-RESPONSABILE      PIC X(50).
               05 LS-SCADENZA          PIC X(10).
               05 LS-DECISIONE         PIC X(1).
               05 LS-NOTE              PIC X(100).
               05 LS-OPERATORE         PIC X(50).
               05 LS-ESITO             PIC X(1).

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
               PERFORM CARICACONFIG
               EVALUATE LS-TYPE
                   WHEN 'a'
                       PERFORM APRICAMPAGNA
                   WHEN 'n'
                       PERFORM PROSSIMOACCOUNT
                   WHEN 'd'
                       PERFORM DECIDIACCOUNT
                   WHEN 'l'
                       PERFORM ELENCOCAMPAGNA
                   WHEN 'r'
                       PERFORM IMPOSTARESPONSABILE
                   WHEN 's'
                       PERFORM CHIUDISCADUTE
                       PERFORM APRICAMPAGNA
               END-EVALUATE.
           EXIT PROGRAM.

           CARICACONFIG.
           MOVE 'GIORNI-RICERTIFICA' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-VALORE-NUM NOT = ZERO
               MOVE WS-CONFIG-VALORE-NUM TO WS-GIORNI-RICERTIFICA
           END-IF.

      ******************************************************************
      **************APERTURA DELLA CAMPAGNA DEL TRIMESTRE***************
      ******************************************************************
      **UNA SOLA CAMPAGNA PER TRIMESTRE. IL RESPONSABILE DI UNA RIGA***
      **E' QUELLO DELL'ACCOUNT, MAI L'ACCOUNT STESSO; ALTRIMENTI UN*****
      **SUPERAMMINISTRATORE ATTIVO DIVERSO DALL'ACCOUNT. OGNI**********
      **RESPONSABILE RICEVE UN AVVISO CON IL NUMERO DI ACCOUNT DA******
      **CONFERMARE E LA SCADENZA****************************************
           APRICAMPAGNA.
           MOVE 'N' TO LS-ESITO
           MOVE LS-OPERATORE TO DB-OPERATORE
           MOVE WS-GIORNI-RICERTIFICA TO DB-GIORNI
           EXEC SQL
               SELECT TO_CHAR(CURRENT_DATE, 'YYYY') || '-Q' ||
               TO_CHAR(CURRENT_DATE, 'Q'),
               TO_CHAR(CURRENT_DATE + CAST(:DB-GIORNI AS INT),
                   'DD-MM-YYYY')
               INTO :TRIMESTRE, :SCADENZA
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               SELECT COUNT(*) INTO :DB-CONTEGGIO
               FROM CAMPAGNA_RICERTIFICA
               WHERE TRIMESTRE = :TRIMESTRE
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF DB-CONTEGGIO NOT = ZERO
               IF LS-TYPE = 'a'
                   DISPLAY "CAMPAGNA " TRIMESTRE " GIA' APERTA"
               END-IF
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               INSERT INTO CAMPAGNA_RICERTIFICA (TRIMESTRE, SCADENZA,
               OPERATORE)
               VALUES (:TRIMESTRE, TO_DATE(:SCADENZA, 'DD-MM-YYYY'),
               TRIM(:DB-OPERATORE))
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               SELECT CURRVAL('campagna_ricertifica_id_seq')
               INTO :ID-CAMPAGNA
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               INSERT INTO RICERTIFICA_ACCOUNT (ID_CAMPAGNA, USERNAME,
               RUOLO, FUNZIONI, ULTIMO_ACCESSO, SEDE_CASA,
               RESPONSABILE)
               SELECT :ID-CAMPAGNA, U.USERNAME, U.RUOLO,
               CASE WHEN U.RUOLO = 'SUPERAMMINISTRATORE'
                   THEN 'TUTTE'
                   ELSE COALESCE((SELECT STRING_AGG(TRIM(P.FUNZIONE),
                       ',' ORDER BY P.FUNZIONE) FROM PERMESSO P
                       WHERE P.RUOLO = U.RUOLO), 'NESSUNA') END,
               (SELECT MAX(A.DATA_ORA) FROM AUDITLOG A
                WHERE A.USERNAME = U.USERNAME
                AND A.OPERAZIONE = 'LOGIN'),
               U.SEDE_CASA,
               COALESCE(
                   (SELECT R.USERNAME FROM UTENTE R
                    WHERE R.USERNAME = U.RESPONSABILE
                    AND R.USERNAME <> U.USERNAME
                    AND COALESCE(R.ATTIVO, 'S') = 'S'),
                   (SELECT MIN(S.USERNAME) FROM UTENTE S
                    WHERE S.RUOLO = 'SUPERAMMINISTRATORE'
                    AND S.USERNAME <> U.USERNAME
                    AND COALESCE(S.ATTIVO, 'S') = 'S'))
               FROM UTENTE U
               WHERE U.RUOLO <> 'PATRON'
               AND COALESCE(U.ATTIVO, 'S') = 'S'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               INSERT INTO NOTIFICA (USERNAME, EMAIL, MESSAGGIO)
               SELECT R.RESPONSABILE, COALESCE(U.EMAIL, ' '),
               'RICERTIFICAZIONE ACCESSI ' || :TRIMESTRE || ': ' ||
               COUNT(*) || ' ACCOUNT DA CONFERMARE O REVOCARE ENTRO IL '
               || :SCADENZA || '. I NON CONFERMATI SARANNO DISATTIVATI.'
               FROM RICERTIFICA_ACCOUNT R
               LEFT JOIN UTENTE U ON U.USERNAME = R.RESPONSABILE
               WHERE R.ID_CAMPAGNA = :ID-CAMPAGNA
               AND R.RESPONSABILE IS NOT NULL
               GROUP BY R.RESPONSABILE, U.EMAIL
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :DB-CONTEGGIO
               FROM RICERTIFICA_ACCOUNT
               WHERE ID_CAMPAGNA = :ID-CAMPAGNA
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           CALL 'DBUTIL' USING BY CONTENT 'k'
           MOVE ID-CAMPAGNA TO LS-ID-CAMPAGNA
           MOVE SCADENZA TO LS-SCADENZA
           MOVE 'S' TO LS-ESITO
           DISPLAY "CAMPAGNA " TRIMESTRE " APERTA: " DB-CONTEGGIO
               " ACCOUNT DA RICERTIFICARE ENTRO IL " SCADENZA.

      ******************************************************************
      **************PROSSIMO ACCOUNT IN ATTESA DEL RESPONSABILE*********
      ******************************************************************
      **IN ORDINE DI USERNAME DOPO LS-USERNAME (VUOTO = DAL PRIMO),****
      **COSI' LO SCHERMO PUO' SALTARE UN ACCOUNT E PASSARE AL**********
      **SUCCESSIVO. UN SUPERAMMINISTRATORE VEDE ANCHE LE RIGHE SENZA***
      **RESPONSABILE, MAI LA PROPRIA************************************
           PROSSIMOACCOUNT.
           MOVE 'N' TO LS-ESITO
           MOVE LS-OPERATORE TO DB-OPERATORE
           MOVE LS-USERNAME TO USERNAME
           PERFORM RUOLOOPERATORE
           EXEC SQL
               SELECT R.ID_CAMPAGNA, C.TRIMESTRE,
               TO_CHAR(C.SCADENZA, 'DD-MM-YYYY'), R.USERNAME,
               COALESCE(R.RUOLO, ' '), COALESCE(R.FUNZIONI, ' '),
               COALESCE(TO_CHAR(R.ULTIMO_ACCESSO,
                   'DD-MM-YYYY HH24:MI'), 'MAI'),
               COALESCE(R.SEDE_CASA, 0),
               COALESCE(R.RESPONSABILE, ' ')
               INTO :ID-CAMPAGNA, :TRIMESTRE, :SCADENZA, :USERNAME,
               :RUOLO, :FUNZIONI, :ULTIMO-ACCESSO, :SEDE-CASA,
               :RESPONSABILE
               FROM RICERTIFICA_ACCOUNT R
               JOIN CAMPAGNA_RICERTIFICA C ON C.ID = R.ID_CAMPAGNA
               WHERE C.STATO = 'APERTA'
               AND R.ESITO = 'IN ATTESA'
               AND R.USERNAME > TRIM(:USERNAME)
               AND R.USERNAME <> TRIM(:DB-OPERATORE)
               AND (R.RESPONSABILE = TRIM(:DB-OPERATORE)
                OR (R.RESPONSABILE IS NULL
                    AND :DB-RUOLO-OPERATORE = 'SUPERAMMINISTRATORE'))
               ORDER BY R.USERNAME
               LIMIT 1
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLCODE = 100
               EXIT PARAGRAPH
           END-IF
           MOVE ID-CAMPAGNA TO LS-ID-CAMPAGNA
           MOVE USERNAME TO LS-USERNAME
           MOVE RUOLO TO LS-RUOLO
           MOVE FUNZIONI TO LS-FUNZIONI
           MOVE ULTIMO-ACCESSO TO LS-ULTIMO-ACCESSO
           MOVE SEDE-CASA TO LS-SEDE-CASA
           MOVE RESPONSABILE TO LS-RESPONSABILE
           MOVE SCADENZA TO LS-SCADENZA
           MOVE 'S' TO LS-ESITO.

           RUOLOOPERATORE.
           MOVE SPACE TO DB-RUOLO-OPERATORE
           EXEC SQL
               SELECT COALESCE(RUOLO, ' ') INTO :DB-RUOLO-OPERATORE
               FROM UTENTE WHERE USERNAME = TRIM(:DB-OPERATORE)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF.

      ******************************************************************
      **************CONFERMA O REVOCA DI UN ACCOUNT*********************
      ******************************************************************
      **DECIDE IL RESPONSABILE DELLA RIGA O UN SUPERAMMINISTRATORE,****
      **MAI L'INTERESSATO. LA REVOCA DISATTIVA L'ACCOUNT (SENZA********
      **CANCELLARLO): LO SI RIATTIVA DALLA GESTIONE UTENTI SE SERVE*****
           DECIDIACCOUNT.
           MOVE 'N' TO LS-ESITO
           MOVE LS-OPERATORE TO DB-OPERATORE
           MOVE LS-USERNAME TO USERNAME
           MOVE LS-NOTE TO NOTE
           IF LS-DECISIONE = 'c'
               MOVE 'C' TO LS-DECISIONE
           END-IF
           IF LS-DECISIONE = 'r'
               MOVE 'R' TO LS-DECISIONE
           END-IF
           EVALUATE LS-DECISIONE
               WHEN 'C'
                   MOVE 'CONFERMATO' TO ESITO-ACCOUNT
               WHEN 'R'
                   MOVE 'REVOCATO' TO ESITO-ACCOUNT
               WHEN OTHER
                   DISPLAY "DECISIONE NON VALIDA (C = CONFERMA, "
                       "R = REVOCA)"
                   EXIT PARAGRAPH
           END-EVALUATE
           IF USERNAME = DB-OPERATORE
               DISPLAY "NON SI PUO' RICERTIFICARE IL PROPRIO ACCOUNT"
               EXIT PARAGRAPH
           END-IF
           PERFORM RUOLOOPERATORE
           MOVE ZERO TO ID-CAMPAGNA
           MOVE SPACE TO RESPONSABILE
           EXEC SQL
               SELECT R.ID_CAMPAGNA, COALESCE(R.RESPONSABILE, ' ')
               INTO :ID-CAMPAGNA, :RESPONSABILE
               FROM RICERTIFICA_ACCOUNT R
               JOIN CAMPAGNA_RICERTIFICA C ON C.ID = R.ID_CAMPAGNA
               WHERE C.STATO = 'APERTA'
               AND R.USERNAME = TRIM(:USERNAME)
               AND R.ESITO = 'IN ATTESA'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLCODE = 100
               DISPLAY "NESSUNA RICERTIFICAZIONE IN ATTESA PER "
                   USERNAME
               EXIT PARAGRAPH
           END-IF
           IF RESPONSABILE NOT = DB-OPERATORE
               AND DB-RUOLO-OPERATORE NOT = 'SUPERAMMINISTRATORE'
               DISPLAY "L'ACCOUNT E' ASSEGNATO A " RESPONSABILE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE RICERTIFICA_ACCOUNT
               SET ESITO = :ESITO-ACCOUNT,
               DATA_DECISIONE = CURRENT_TIMESTAMP,
               DECISO_DA = TRIM(:DB-OPERATORE),
               NOTE = NULLIF(TRIM(:NOTE), '')
               WHERE ID_CAMPAGNA = :ID-CAMPAGNA
               AND USERNAME = TRIM(:USERNAME)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF LS-DECISIONE = 'R'
               EXEC SQL
                   UPDATE UTENTE SET ATTIVO = 'N'
                   WHERE USERNAME = TRIM(:USERNAME)
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME END-IF
           END-IF
           CALL 'DBUTIL' USING BY CONTENT 'k'
           MOVE 'S' TO LS-ESITO
           IF LS-DECISIONE = 'R'
               DISPLAY "ACCOUNT " USERNAME " REVOCATO E DISATTIVATO"
           ELSE
               DISPLAY "ACCOUNT " USERNAME " CONFERMATO"
           END-IF.

      ******************************************************************
      **************ELENCO DI UNA CAMPAGNA SU CARTA*********************
      ******************************************************************
      **LA LISTA PER IL RESPONSABILE (LS-RESPONSABILE) O L'INTERA******
      **CAMPAGNA CON GLI ESITI, COME PROVA PER L'AUDIT INTERNO**********
           ELENCOCAMPAGNA.
           MOVE 'N' TO LS-ESITO
           MOVE LS-ID-CAMPAGNA TO ID-CAMPAGNA
           MOVE LS-RESPONSABILE TO RESPONSABILE
           IF ID-CAMPAGNA = ZERO
               EXEC SQL
                   SELECT COALESCE(MAX(ID), 0) INTO :ID-CAMPAGNA
                   FROM CAMPAGNA_RICERTIFICA
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME END-IF
           END-IF
           EXEC SQL
               SELECT TRIMESTRE, TO_CHAR(SCADENZA, 'DD-MM-YYYY'), STATO
               INTO :TRIMESTRE, :SCADENZA, :DB-STATO-CAMPAGNA
               FROM CAMPAGNA_RICERTIFICA WHERE ID = :ID-CAMPAGNA
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLCODE = 100
               DISPLAY "NESSUNA CAMPAGNA DI RICERTIFICAZIONE"
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               DECLARE RICERTIFICA_CURSOR CURSOR FOR
               SELECT USERNAME, COALESCE(RUOLO, ' '),
               COALESCE(FUNZIONI, ' '),
               COALESCE(TO_CHAR(ULTIMO_ACCESSO, 'DD-MM-YYYY HH24:MI'),
                   'MAI'),
               COALESCE(SEDE_CASA, 0), COALESCE(RESPONSABILE, ' '),
               ESITO
               FROM RICERTIFICA_ACCOUNT
               WHERE ID_CAMPAGNA = :ID-CAMPAGNA
               AND (TRIM(:RESPONSABILE) = ''
                OR RESPONSABILE = TRIM(:RESPONSABILE))
               ORDER BY RESPONSABILE, USERNAME
           END-EXEC
           MOVE SPACE TO WS-SCRITTURA-REPORT
           STRING "RICERTIFICAZIONE ACCESSI " DELIMITED BY SIZE
               TRIMESTRE DELIMITED BY SIZE
               " - SCADENZA " DELIMITED BY SIZE
               SCADENZA DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               DB-STATO-CAMPAGNA DELIMITED BY SPACE
               INTO RW-TITOLO
           END-STRING
           MOVE LS-OPERATORE TO RW-OPERATORE
           MOVE WS-HEADER-RICERTIFICA TO RW-INTESTAZIONE
           CALL 'REPORTWRITER' USING 'i', WS-SCRITTURA-REPORT
           DISPLAY RW-TITOLO
           DISPLAY WS-LINE
           DISPLAY WS-HEADER-RICERTIFICA
           DISPLAY WS-LINE
           MOVE ZERO TO WS-CONTEGGIO-RIGHE
           EXEC SQL
               OPEN RICERTIFICA_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
               CALL 'REPORTWRITER' USING 'f', WS-SCRITTURA-REPORT
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               FETCH RICERTIFICA_CURSOR INTO :USERNAME, :RUOLO,
               :FUNZIONI, :ULTIMO-ACCESSO, :SEDE-CASA,
               :RESPONSABILE, :ESITO-ACCOUNT
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CONTEGGIO-RIGHE
               MOVE USERNAME TO WS-COLUMN-USERNAME
               MOVE RUOLO TO WS-COLUMN-RUOLO
               MOVE FUNZIONI TO WS-COLUMN-FUNZIONI
               MOVE ULTIMO-ACCESSO TO WS-COLUMN-ACCESSO
               MOVE SEDE-CASA TO WS-COLUMN-SEDE
               MOVE RESPONSABILE TO WS-COLUMN-RESPONSABILE
               MOVE ESITO-ACCOUNT TO WS-COLUMN-ESITO
               DISPLAY WS-COLUMNS-RICERTIFICA
               MOVE WS-COLUMNS-RICERTIFICA TO RW-RIGA
               CALL 'REPORTWRITER' USING 'w', WS-SCRITTURA-REPORT
               EXEC SQL
                   FETCH RICERTIFICA_CURSOR INTO :USERNAME, :RUOLO,
                   :FUNZIONI, :ULTIMO-ACCESSO, :SEDE-CASA,
                   :RESPONSABILE, :ESITO-ACCOUNT
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE RICERTIFICA_CURSOR
           END-EXEC
           DISPLAY WS-LINE
           MOVE SPACE TO RW-TOTALE
           STRING "ACCOUNT IN ELENCO: " DELIMITED BY SIZE
               WS-CONTEGGIO-RIGHE DELIMITED BY SIZE
               INTO RW-TOTALE
           END-STRING
           DISPLAY RW-TOTALE
           CALL 'REPORTWRITER' USING 'f', WS-SCRITTURA-REPORT
           MOVE 'S' TO LS-ESITO.

      ******************************************************************
      **************RESPONSABILE DI UN ACCOUNT DEL PERSONALE************
      ******************************************************************
      **VALE DALLA PROSSIMA CAMPAGNA; LE RIGHE ANCORA IN ATTESA DELLA***
      **CAMPAGNA APERTA PASSANO SUBITO AL NUOVO RESPONSABILE************
           IMPOSTARESPONSABILE.
           MOVE 'N' TO LS-ESITO
           MOVE LS-USERNAME TO USERNAME
           MOVE LS-RESPONSABILE TO RESPONSABILE
           IF USERNAME = RESPONSABILE
               DISPLAY "UN ACCOUNT NON PUO' ESSERE RESPONSABILE DI SE "
                   "STESSO"
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :DB-CONTEGGIO FROM UTENTE
               WHERE USERNAME = TRIM(:RESPONSABILE)
               AND RUOLO <> 'PATRON'
               AND COALESCE(ATTIVO, 'S') = 'S'
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF DB-CONTEGGIO = ZERO
               DISPLAY "IL RESPONSABILE DEVE ESSERE UN ACCOUNT DEL "
                   "PERSONALE ATTIVO"
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE UTENTE SET RESPONSABILE = TRIM(:RESPONSABILE)
               WHERE USERNAME = TRIM(:USERNAME)
               AND RUOLO <> 'PATRON'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLCODE = 100
               DISPLAY "ACCOUNT DEL PERSONALE INESISTENTE"
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE RICERTIFICA_ACCOUNT SET
               RESPONSABILE = TRIM(:RESPONSABILE)
               WHERE USERNAME = TRIM(:USERNAME)
               AND ESITO = 'IN ATTESA'
               AND ID_CAMPAGNA IN (SELECT ID FROM CAMPAGNA_RICERTIFICA
                   WHERE STATO = 'APERTA')
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           CALL 'DBUTIL' USING BY CONTENT 'k'
           MOVE 'S' TO LS-ESITO
           DISPLAY "RESPONSABILE DI " USERNAME ": " RESPONSABILE.

      ******************************************************************
      **************SCADENZA DELLE CAMPAGNE*****************************
      ******************************************************************
      **PASSATA LA SCADENZA GLI ACCOUNT ANCORA IN ATTESA SI************
      **DISATTIVANO (ESITO SCADUTO, DECISO DA SISTEMA) E LA CAMPAGNA***
      **SI CHIUDE. UN ACCOUNT NEL FRATTEMPO TORNATO PATRON NON SI******
      **TOCCA; OGNI DISATTIVAZIONE FINISCE NELL'AUDIT******************
           CHIUDISCADUTE.
           MOVE 'SISTEMA' TO LS-OPERATORE
           EXEC SQL
               SELECT COUNT(*) INTO :DB-SCADUTI
               FROM RICERTIFICA_ACCOUNT R
               JOIN CAMPAGNA_RICERTIFICA C ON C.ID = R.ID_CAMPAGNA
               WHERE C.STATO = 'APERTA' AND C.SCADENZA < CURRENT_DATE
               AND R.ESITO = 'IN ATTESA'
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               INSERT INTO AUDITLOG (TABELLA, OPERAZIONE, CHIAVE,
               USERNAME)
               SELECT 'UTENTE', 'RICERT_SCA', R.USERNAME, 'SISTEMA'
               FROM RICERTIFICA_ACCOUNT R
               JOIN CAMPAGNA_RICERTIFICA C ON C.ID = R.ID_CAMPAGNA
               JOIN UTENTE U ON U.USERNAME = R.USERNAME
               WHERE C.STATO = 'APERTA' AND C.SCADENZA < CURRENT_DATE
               AND R.ESITO = 'IN ATTESA'
               AND U.RUOLO <> 'PATRON'
               AND COALESCE(U.ATTIVO, 'S') = 'S'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               UPDATE UTENTE U SET ATTIVO = 'N'
               FROM RICERTIFICA_ACCOUNT R, CAMPAGNA_RICERTIFICA C
               WHERE C.ID = R.ID_CAMPAGNA
               AND R.USERNAME = U.USERNAME
               AND C.STATO = 'APERTA' AND C.SCADENZA < CURRENT_DATE
               AND R.ESITO = 'IN ATTESA'
               AND U.RUOLO <> 'PATRON'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               UPDATE RICERTIFICA_ACCOUNT R SET ESITO = 'SCADUTO',
               DATA_DECISIONE = CURRENT_TIMESTAMP,
               DECISO_DA = 'SISTEMA'
               FROM CAMPAGNA_RICERTIFICA C
               WHERE C.ID = R.ID_CAMPAGNA
               AND C.STATO = 'APERTA' AND C.SCADENZA < CURRENT_DATE
               AND R.ESITO = 'IN ATTESA'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               UPDATE CAMPAGNA_RICERTIFICA SET STATO = 'CHIUSA',
               DATA_CHIUSURA = CURRENT_DATE
               WHERE STATO = 'APERTA' AND SCADENZA < CURRENT_DATE
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           CALL 'DBUTIL' USING BY CONTENT 'k'
           DISPLAY "ACCOUNT DISATTIVATI PER MANCATA RICERTIFICAZIONE: "
               DB-SCADUTI.

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
                   VALUES ('RICERTIFICA', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
                   STOP RUN
               END-IF
               EXIT PROGRAM.
