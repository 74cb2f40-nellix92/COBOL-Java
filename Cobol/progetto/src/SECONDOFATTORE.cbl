       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECONDOFATTORE.
      ******************************************************************
      **************SECONDO FATTORE DI ACCESSO PER IL PERSONALE*********
      ******************************************************************
      **DOPO LA PASSWORD, I RUOLI CON RUOLO.SECONDO_FATTORE = 'S'*******
      **(DI SERIE SUPERAMMINISTRATORE E AMMINISTRATORE) ENTRANO SOLO***
      **CON UN CODICE DI SEI CIFRE MANDATO SUBITO PER EMAIL O SMS******
      **(NOTIFICA 'i'), VALIDO MINUTI-VALIDITA-CODICE-ACCESSO MINUTI E**
      **PER TENTATIVI-CODICE-ACCESSO TENTATIVI. SUL DATABASE VIVE SOLO**
      **L'IMPRONTA SALATA DEL CODICE, COME PER LE PASSWORD. OGNI*******
      **CODICE ERRATO FINISCE IN CODICE_ACCESSO_FALLITO (LO LEGGE IL****
      **REPORT OPERATIVO DEL MATTINO) E IL CHIAMANTE LO PASSA AL*******
      **CONTATORE DEI TENTATIVI FALLITI DI DBUTIL ('f'), CHE BLOCCA*****
      **L'ACCOUNT COME PER LE PASSWORD SBAGLIATE. UNA POSTAZIONE DI*****
      **BANCO REGISTRATA E ATTIVA PUO' ESSERE DICHIARATA FIDATA DAL*****
      **TITOLARE DOPO UN CODICE GIUSTO: PER GIORNI-POSTAZIONE-FIDATA***
      **GIORNI DA LI' IL CODICE NON SI CHIEDE (ZERO = MAI ESENZIONI)****
       AUTHOR. ANOIR.
       DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.
           01 WS-MINUTI-VALIDITA PIC 9(3) VALUE 5.
           01 WS-TENTATIVI-MASSIMI PIC 9(3) VALUE 3.
           01 WS-GIORNI-FIDATA PIC 9(3) VALUE 30.
      *    I MINUTI SENZA ZERI DAVANTI, PER IL TESTO DEL MESSAGGIO****
           01 WS-MINUTI-TESTO PIC X(3) VALUE SPACE.
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
      *    IMPRONTA SALATA DEL CODICE (PASSWORDUTIL)*****************
           01 WS-RICHIESTA-HASH.
               05 WS-HASH-PASSWORD PIC X(50).
               05 WS-HASH-SALE     PIC X(8).
               05 WS-HASH-IMPRONTA PIC X(100).
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
      *    INVIO IMMEDIATO: IN USCITA LS-EMAIL PORTA IL CANALE USATO**
           01 WS-NOTIFICA.
               05 WS-NOT-USERNAME    PIC X(50).
               05 WS-NOT-EMAIL       PIC X(50).
               05 WS-NOT-MESSAGGIO   PIC X(200).
               05 WS-NOT-CONTEGGIO   PIC 9(5).

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
      *****************************************************************
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01 DBNAME                PIC X(30) VALUE SPACE.

           01 DB-USERNAME           PIC X(50) VALUE SPACE.
           01 DB-RUOLO              PIC X(30) VALUE SPACE.
           01 DB-POSTAZIONE         PIC X(20) VALUE SPACE.
           01 DB-OPERATORE          PIC X(50) VALUE SPACE.
           01 DB-SECONDO-FATTORE    PIC X(1) VALUE SPACE.
           01 DB-CODICE             PIC X(6) VALUE SPACE.
           01 DB-IMPRONTA           PIC X(100) VALUE SPACE.
           01 DB-ID-CODICE          PIC 9(9) VALUE ZERO.
           01 DB-TENTATIVI          PIC 9(3) VALUE ZERO.
           01 DB-SCADUTO            PIC X(1) VALUE SPACE.
           01 DB-MINUTI             PIC 9(3) VALUE ZERO.
           01 DB-GIORNI             PIC 9(3) VALUE ZERO.
           01 DB-CANALE             PIC X(10) VALUE SPACE.
           01 DB-MOTIVO             PIC X(10) VALUE SPACE.
           01 DB-STATO              PIC X(10) VALUE SPACE.
           01 DB-DATA-ORA           PIC X(16) VALUE SPACE.
           01 DB-FIDATA-FINO        PIC X(10) VALUE SPACE.
           01 DB-CONTEGGIO          PIC 9(7) VALUE ZERO.
           01 DB-CODICE-SQL-ORIGINALE PIC S9(9) VALUE ZERO.
           01 DB-ERR-MESSAGGIO PIC X(200) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.
      *****************************************************************
      ********************INCLUDO SQLCA********************************
      *****************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.

           LINKAGE SECTION.
           01 LS-TYPE PIC X(1).
      *    'v' IL CODICE SERVE? ESITO 'S' SI', 'N' NO (RUOLO ESENTE),**
      *        'F' NO PERCHE' LA POSTAZIONE E' FIDATA*******************
      *    'g' GENERA E SPEDISCE IL CODICE: ESITO 'S' SPEDITO (CANALE***
      *        IN LS-CANALE, VALIDITA' IN LS-MINUTI), 'N' NESSUN CANALE*
      *    'c' CONTROLLA LS-CODICE: 'S' GIUSTO, 'N' ERRATO, 'X' ERRATO**
      *        E TENTATIVI ESAURITI, 'E' SCADUTO O NESSUN CODICE********
      *    'f' RENDE FIDATA LS-POSTAZIONE PER LS-USERNAME (LS-GIORNI)***
      *    'r' REVOCA LE POSTAZIONI FIDATE DI LS-USERNAME**************
      *    'm' IMPOSTA IL SECONDO FATTORE (LS-CODICE = S/N) DEL RUOLO***
      *    'd' ELENCO RUOLI, POSTAZIONI FIDATE E CODICI FALLITI********
           01 LS-RECORD.
               05 LS-USERNAME       PIC X(50).
               05 LS-RUOLO          PIC X(30).
               05 LS-POSTAZIONE     PIC X(20).
               05 LS-CODICE         PIC X(10).
               05 LS-CANALE         PIC X(10).
               05 LS-MINUTI         PIC 9(3).
               05 LS-GIORNI         PIC 9(3).
               05 LS-OPERATORE      PIC X(50).
               05 LS-ESITO          PIC X(1).

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
               EVALUATE LS-TYPE
                   WHEN 'v'
                       PERFORM VERIFICARICHIESTO
                   WHEN 'g'
                       PERFORM GENERACODICE
                   WHEN 'c'
                       PERFORM CONTROLLACODICE
                   WHEN 'f'
                       PERFORM RENDIFIDATA
                   WHEN 'r'
                       PERFORM REVOCAFIDATE
                   WHEN 'm'
                       PERFORM IMPOSTARUOLO
                   WHEN 'd'
                       PERFORM ELENCOSECONDOFATTORE
               END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      **************LEGGE I PARAMETRI DA CONFIG*************************
      ******************************************************************
           CARICAPARAMETRI.
           MOVE 'MINUTI-VALIDITA-CODICE-ACCESSO' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-VALORE-NUM NOT = ZERO
               MOVE WS-CONFIG-VALORE-NUM TO WS-MINUTI-VALIDITA
           END-IF
           MOVE 'TENTATIVI-CODICE-ACCESSO' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-VALORE-NUM NOT = ZERO
               MOVE WS-CONFIG-VALORE-NUM TO WS-TENTATIVI-MASSIMI
           END-IF
      *    QUI LO ZERO E' UN VALORE VALIDO: NESSUNA POSTAZIONE FIDATA**
           MOVE 'GIORNI-POSTAZIONE-FIDATA' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-VALORE NOT = SPACE
               MOVE WS-CONFIG-VALORE-NUM TO WS-GIORNI-FIDATA
           END-IF.

      ******************************************************************
      **************IL RUOLO RICHIEDE IL CODICE?************************
      ******************************************************************
      **LA POSTAZIONE CONTA SOLO SE E' NEL REGISTRO E ATTIVA: UN*******
      **TERMINALE DISATTIVATO PERDE SUBITO L'ESENZIONE*****************
           VERIFICARICHIESTO.
           MOVE 'N' TO LS-ESITO
           MOVE LS-USERNAME TO DB-USERNAME
           MOVE LS-RUOLO TO DB-RUOLO
           MOVE LS-POSTAZIONE TO DB-POSTAZIONE
           MOVE 'N' TO DB-SECONDO-FATTORE
           EXEC SQL
               SELECT COALESCE(SECONDO_FATTORE, 'N')
               INTO :DB-SECONDO-FATTORE
               FROM RUOLO WHERE RUOLO = TRIM(:DB-RUOLO)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF DB-SECONDO-FATTORE NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO LS-ESITO
           IF DB-POSTAZIONE = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO DB-CONTEGGIO
           EXEC SQL
               SELECT COUNT(*) INTO :DB-CONTEGGIO
               FROM POSTAZIONE_FIDATA F
               JOIN POSTAZIONE P ON P.CODICE = F.CODICE_POSTAZIONE
               WHERE F.USERNAME = TRIM(:DB-USERNAME)
               AND F.CODICE_POSTAZIONE = TRIM(:DB-POSTAZIONE)
               AND F.FIDATA_FINO >= CURRENT_DATE
               AND COALESCE(P.ATTIVA, 'S') = 'S'
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF DB-CONTEGGIO > 0
               MOVE 'F' TO LS-ESITO
           END-IF.

      ******************************************************************
      **************GENERA E SPEDISCE UN CODICE NUOVO*******************
      ******************************************************************
      **UN SOLO CODICE VALIDO PER VOLTA: I PRECEDENTI ANCORA IN ATTESA**
      **PASSANO A SOSTITUITO. DALL'AMBIENTE DI PROVA NON PARTE NULLA***
      **E IL CODICE SI MOSTRA A VIDEO**********************************
           GENERACODICE.
           MOVE 'N' TO LS-ESITO
           PERFORM CARICAPARAMETRI
           MOVE LS-USERNAME TO DB-USERNAME
           MOVE LS-POSTAZIONE TO DB-POSTAZIONE
           MOVE WS-MINUTI-VALIDITA TO DB-MINUTI
           EXEC SQL
               UPDATE CODICE_ACCESSO SET STATO = 'SOSTITUITO'
               WHERE USERNAME = TRIM(:DB-USERNAME)
               AND STATO = 'ATTESA'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               SELECT LPAD(CAST(CAST(FLOOR(RANDOM() * 1000000)
               AS INTEGER) AS TEXT), 6, '0')
               INTO :DB-CODICE
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE SPACE TO WS-RICHIESTA-HASH
           MOVE DB-CODICE TO WS-HASH-PASSWORD
           CALL 'PASSWORDUTIL' USING 'n', WS-RICHIESTA-HASH
           MOVE WS-HASH-IMPRONTA TO DB-IMPRONTA
           EXEC SQL
               INSERT INTO CODICE_ACCESSO
               (USERNAME, IMPRONTA, POSTAZIONE, SCADENZA)
               VALUES (TRIM(:DB-USERNAME), TRIM(:DB-IMPRONTA),
               NULLIF(TRIM(:DB-POSTAZIONE), ''),
               CURRENT_TIMESTAMP +
               (:DB-MINUTI * INTERVAL '1 MINUTE'))
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               SELECT CURRVAL('codice_accesso_id_seq')
               INTO :DB-ID-CODICE
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE WS-MINUTI-VALIDITA TO LS-MINUTI
           MOVE WS-GIORNI-FIDATA TO LS-GIORNI

           MOVE 'AMBIENTE' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-VALORE(1:5) = 'PROVA'
               DISPLAY "AMBIENTE DI PROVA: CODICE DI ACCESSO "
                   DB-CODICE
               MOVE 'VIDEO' TO DB-CANALE
           ELSE
               PERFORM SPEDISCICODICE
           END-IF
           IF DB-CANALE = SPACE
               EXEC SQL
                   UPDATE CODICE_ACCESSO SET STATO = 'NON_INVIATO'
                   WHERE ID = :DB-ID-CODICE
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM ERROR-RUNTIME
               END-IF
           ELSE
               EXEC SQL
                   UPDATE CODICE_ACCESSO SET CANALE = TRIM(:DB-CANALE)
                   WHERE ID = :DB-ID-CODICE
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM ERROR-RUNTIME
               END-IF
               MOVE DB-CANALE TO LS-CANALE
               MOVE 'S' TO LS-ESITO
           END-IF
           CALL 'DBUTIL' USING BY CONTENT 'k'.

      ******************************************************************
      **************TESTO DEL CODICE E INVIO IMMEDIATO******************
      ******************************************************************
      **IL TESTO ESCE DAL MODELLO CODICE-ACCESSO (%IMPORTO% = CODICE,**
      **%DATA% = MINUTI DI VALIDITA'); SE IL MODELLO MANCA SI USA IL***
      **TESTO CABLATO. DB-CANALE RESTA VUOTO SE NON SI E' SPEDITO******
           SPEDISCICODICE.
           MOVE SPACE TO DB-CANALE
           MOVE SPACE TO WS-RICHIESTA-MODELLO
           MOVE 'CODICE-ACCESSO' TO WS-MOD-CODICE
           MOVE DB-USERNAME TO WS-MOD-USERNAME
           MOVE DB-CODICE TO WS-MOD-IMPORTO
           MOVE SPACE TO WS-MINUTI-TESTO
           IF WS-MINUTI-VALIDITA < 10
               MOVE WS-MINUTI-VALIDITA(3:1) TO WS-MINUTI-TESTO
           ELSE
               IF WS-MINUTI-VALIDITA < 100
                   MOVE WS-MINUTI-VALIDITA(2:2) TO WS-MINUTI-TESTO
               ELSE
                   MOVE WS-MINUTI-VALIDITA TO WS-MINUTI-TESTO
               END-IF
           END-IF
           MOVE WS-MINUTI-TESTO TO WS-MOD-DATA
           CALL 'MODELLO' USING 'f', WS-RICHIESTA-MODELLO
           MOVE SPACE TO WS-NOTIFICA
           MOVE DB-USERNAME TO WS-NOT-USERNAME
           IF WS-MOD-ESITO = 'S'
               MOVE WS-MOD-MESSAGGIO TO WS-NOT-MESSAGGIO
           ELSE
               STRING
                   "CODICE DI ACCESSO: " DELIMITED BY SIZE
                   DB-CODICE DELIMITED BY SIZE
                   ", VALIDO " DELIMITED BY SIZE
                   WS-MINUTI-TESTO DELIMITED BY SPACE
                   " MINUTI. SE NON STAI ACCEDENDO TU, AVVISA SUBITO"
                   DELIMITED BY SIZE
                   " LA BIBLIOTECA" DELIMITED BY SIZE
                   INTO WS-NOT-MESSAGGIO
               END-STRING
           END-IF
           CALL 'NOTIFICA' USING 'i', WS-NOTIFICA
           IF WS-NOT-CONTEGGIO > 0
               MOVE WS-NOT-EMAIL TO DB-CANALE
           END-IF.

      ******************************************************************
      **************CONTROLLA IL CODICE DIGITATO************************
      ******************************************************************
      **SI CONFRONTA CON L'ULTIMO CODICE IN ATTESA DELL'UTENTE: OGNI***
      **ERRORE SI CONTA SUL CODICE E SI REGISTRA PER IL REPORT; AL*****
      **TENTATIVO MASSIMO IL CODICE SI ESAURISCE E NE SERVE UN ALTRO***
           CONTROLLACODICE.
           MOVE 'E' TO LS-ESITO
           PERFORM CARICAPARAMETRI
           MOVE LS-USERNAME TO DB-USERNAME
           MOVE LS-POSTAZIONE TO DB-POSTAZIONE
           MOVE ZERO TO DB-ID-CODICE
           EXEC SQL
               SELECT ID, IMPRONTA, TENTATIVI,
               CASE WHEN SCADENZA < CURRENT_TIMESTAMP
                   THEN 'S' ELSE 'N' END
               INTO :DB-ID-CODICE, :DB-IMPRONTA, :DB-TENTATIVI,
               :DB-SCADUTO
               FROM CODICE_ACCESSO
               WHERE USERNAME = TRIM(:DB-USERNAME)
               AND STATO = 'ATTESA'
               ORDER BY ID DESC
               LIMIT 1
           END-EXEC
           IF SQLCODE = 100
               EXIT PARAGRAPH
           END-IF
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF DB-SCADUTO = 'S'
               MOVE 'SCADUTO' TO DB-STATO
               MOVE 'SCADUTO' TO DB-MOTIVO
               PERFORM CHIUDICODICE
               PERFORM REGISTRAFALLITO
               CALL 'DBUTIL' USING BY CONTENT 'k'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-RICHIESTA-HASH
           MOVE LS-CODICE TO WS-HASH-PASSWORD
           MOVE DB-IMPRONTA(4:8) TO WS-HASH-SALE
           CALL 'PASSWORDUTIL' USING 'h', WS-RICHIESTA-HASH
           IF WS-HASH-IMPRONTA = DB-IMPRONTA
               MOVE 'USATO' TO DB-STATO
               PERFORM CHIUDICODICE
               MOVE 'S' TO LS-ESITO
               MOVE 'UTENTE' TO WS-AUDIT-TABELLA
               MOVE 'LOGIN_OTP' TO WS-AUDIT-OPERAZIONE
               MOVE DB-USERNAME TO WS-AUDIT-CHIAVE
               MOVE DB-USERNAME TO WS-AUDIT-USERNAME
               CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
               CALL 'DBUTIL' USING BY CONTENT 'k'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DB-TENTATIVI
           MOVE 'ERRATO' TO DB-MOTIVO
           MOVE 'N' TO LS-ESITO
           EXEC SQL
               UPDATE CODICE_ACCESSO SET TENTATIVI = :DB-TENTATIVI
               WHERE ID = :DB-ID-CODICE
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF DB-TENTATIVI NOT < WS-TENTATIVI-MASSIMI
               MOVE 'ESAURITO' TO DB-STATO
               PERFORM CHIUDICODICE
               MOVE 'X' TO LS-ESITO
           END-IF
           PERFORM REGISTRAFALLITO
           CALL 'DBUTIL' USING BY CONTENT 'k'.

      ******************************************************************
      **************CHIUDE IL CODICE NELLO STATO DB-STATO***************
      ******************************************************************
           CHIUDICODICE.
           EXEC SQL
               UPDATE CODICE_ACCESSO SET STATO = TRIM(:DB-STATO),
               CHIUSO = CURRENT_TIMESTAMP
               WHERE ID = :DB-ID-CODICE
           END-EXEC.
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.

      ******************************************************************
      **************REGISTRA UN TENTATIVO FALLITO PER IL REPORT*********
      ******************************************************************
           REGISTRAFALLITO.
           EXEC SQL
               INSERT INTO CODICE_ACCESSO_FALLITO
               (ID_CODICE, USERNAME, POSTAZIONE, MOTIVO)
               VALUES (:DB-ID-CODICE, TRIM(:DB-USERNAME),
               NULLIF(TRIM(:DB-POSTAZIONE), ''), TRIM(:DB-MOTIVO))
           END-EXEC.
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.

      ******************************************************************
      **************RENDE FIDATA UNA POSTAZIONE DI BANCO****************
      ******************************************************************
      **SOLO POSTAZIONI DEL REGISTRO E ATTIVE; UNA POSTAZIONE GIA'*****
      **FIDATA RIPARTE DA OGGI PER L'INTERO PERIODO********************
           RENDIFIDATA.
           MOVE 'N' TO LS-ESITO
           PERFORM CARICAPARAMETRI
           MOVE WS-GIORNI-FIDATA TO LS-GIORNI
           IF WS-GIORNI-FIDATA = ZERO OR LS-POSTAZIONE = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE LS-USERNAME TO DB-USERNAME
           MOVE LS-POSTAZIONE TO DB-POSTAZIONE
           MOVE WS-GIORNI-FIDATA TO DB-GIORNI
           MOVE ZERO TO DB-CONTEGGIO
           EXEC SQL
               SELECT COUNT(*) INTO :DB-CONTEGGIO FROM POSTAZIONE
               WHERE CODICE = TRIM(:DB-POSTAZIONE)
               AND COALESCE(ATTIVA, 'S') = 'S'
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF DB-CONTEGGIO = ZERO
               DISPLAY "POSTAZIONE NON REGISTRATA O NON ATTIVA: NON "
                   "PUO' ESSERE FIDATA"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO DB-CONTEGGIO
           EXEC SQL
               SELECT COUNT(*) INTO :DB-CONTEGGIO
               FROM POSTAZIONE_FIDATA
               WHERE USERNAME = TRIM(:DB-USERNAME)
               AND CODICE_POSTAZIONE = TRIM(:DB-POSTAZIONE)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF DB-CONTEGGIO = ZERO
               EXEC SQL
                   INSERT INTO POSTAZIONE_FIDATA
                   (USERNAME, CODICE_POSTAZIONE, FIDATA_FINO)
                   VALUES (TRIM(:DB-USERNAME), TRIM(:DB-POSTAZIONE),
                   CURRENT_DATE + CAST(:DB-GIORNI AS INTEGER))
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE POSTAZIONE_FIDATA
                   SET FIDATA_DAL = CURRENT_TIMESTAMP,
                   FIDATA_FINO = CURRENT_DATE
                       + CAST(:DB-GIORNI AS INTEGER)
                   WHERE USERNAME = TRIM(:DB-USERNAME)
                   AND CODICE_POSTAZIONE = TRIM(:DB-POSTAZIONE)
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE 'S' TO LS-ESITO
           MOVE 'POSTAZIONE_FIDATA' TO WS-AUDIT-TABELLA
           MOVE 'INSERT' TO WS-AUDIT-OPERAZIONE
           MOVE DB-POSTAZIONE TO WS-AUDIT-CHIAVE
           MOVE DB-USERNAME TO WS-AUDIT-USERNAME
           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
           CALL 'DBUTIL' USING BY CONTENT 'k'.

      ******************************************************************
      **************REVOCA LE POSTAZIONI FIDATE DI UN UTENTE************
      ******************************************************************
      **DA USARE SUBITO SE UN TERMINALE SI SOSPETTA COMPROMESSO O IL***
      **DIPENDENTE CAMBIA INCARICO: DAL PROSSIMO ACCESSO IL CODICE*****
      **TORNA A ESSERE CHIESTO OVUNQUE**********************************
           REVOCAFIDATE.
           MOVE 'N' TO LS-ESITO
           MOVE LS-USERNAME TO DB-USERNAME
           MOVE ZERO TO LS-GIORNI
           EXEC SQL
               DELETE FROM POSTAZIONE_FIDATA
               WHERE USERNAME = TRIM(:DB-USERNAME)
           END-EXEC
           IF SQLCODE = 100
               DISPLAY "NESSUNA POSTAZIONE FIDATA PER L'UTENTE"
               EXIT PARAGRAPH
           END-IF
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           DISPLAY "POSTAZIONI FIDATE REVOCATE: " SQLERRD(3)
           MOVE 'S' TO LS-ESITO
           MOVE 'POSTAZIONE_FIDATA' TO WS-AUDIT-TABELLA
           MOVE 'REVOCA' TO WS-AUDIT-OPERAZIONE
           MOVE DB-USERNAME TO WS-AUDIT-CHIAVE
           MOVE LS-OPERATORE TO WS-AUDIT-USERNAME
           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
           CALL 'DBUTIL' USING BY CONTENT 'k'.

      ******************************************************************
      **************ACCENDE O SPEGNE IL SECONDO FATTORE DI UN RUOLO*****
      ******************************************************************
           IMPOSTARUOLO.
           MOVE 'N' TO LS-ESITO
           MOVE LS-RUOLO TO DB-RUOLO
           MOVE LS-CODICE(1:1) TO DB-SECONDO-FATTORE
           IF DB-SECONDO-FATTORE NOT = 'S'
               AND DB-SECONDO-FATTORE NOT = 'N'
               DISPLAY "VALORE NON VALIDO: S OPPURE N"
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE RUOLO SET SECONDO_FATTORE = :DB-SECONDO-FATTORE
               WHERE RUOLO = TRIM(:DB-RUOLO)
           END-EXEC
           IF SQLCODE = 100
               DISPLAY "RUOLO INESISTENTE"
               EXIT PARAGRAPH
           END-IF
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE 'S' TO LS-ESITO
           MOVE 'RUOLO' TO WS-AUDIT-TABELLA
           IF DB-SECONDO-FATTORE = 'S'
               MOVE 'OTP_ON' TO WS-AUDIT-OPERAZIONE
           ELSE
               MOVE 'OTP_OFF' TO WS-AUDIT-OPERAZIONE
           END-IF
           MOVE DB-RUOLO TO WS-AUDIT-CHIAVE
           MOVE LS-OPERATORE TO WS-AUDIT-USERNAME
           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
           CALL 'DBUTIL' USING BY CONTENT 'k'.

      ******************************************************************
      **************ELENCO DELLA CONFIGURAZIONE E DEGLI ERRORI**********
      ******************************************************************
           ELENCOSECONDOFATTORE.
           DISPLAY "RUOLI (RUOLO / SECONDO FATTORE):"
           EXEC SQL
               DECLARE SFRUOLI_CURSOR CURSOR FOR
               SELECT RUOLO, COALESCE(SECONDO_FATTORE, 'N')
               FROM RUOLO
               ORDER BY RUOLO
           END-EXEC
           EXEC SQL
           OPEN SFRUOLI_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               FETCH SFRUOLI_CURSOR INTO :DB-RUOLO,
               :DB-SECONDO-FATTORE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "  " DB-RUOLO " " DB-SECONDO-FATTORE
               EXEC SQL
                   FETCH SFRUOLI_CURSOR INTO :DB-RUOLO,
                   :DB-SECONDO-FATTORE
               END-EXEC
           END-PERFORM
           EXEC SQL
           CLOSE SFRUOLI_CURSOR
           END-EXEC

           DISPLAY "POSTAZIONI FIDATE IN VIGORE (UTENTE / POSTAZIONE "
               "/ FINO AL):"
           EXEC SQL
               DECLARE SFFIDATE_CURSOR CURSOR FOR
               SELECT USERNAME, CODICE_POSTAZIONE,
               TO_CHAR(FIDATA_FINO, 'DD-MM-YYYY')
               FROM POSTAZIONE_FIDATA
               WHERE FIDATA_FINO >= CURRENT_DATE
               ORDER BY USERNAME, CODICE_POSTAZIONE
           END-EXEC
           EXEC SQL
           OPEN SFFIDATE_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               FETCH SFFIDATE_CURSOR INTO :DB-USERNAME,
               :DB-POSTAZIONE, :DB-FIDATA-FINO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "  " DB-USERNAME " " DB-POSTAZIONE " "
                   DB-FIDATA-FINO
               EXEC SQL
                   FETCH SFFIDATE_CURSOR INTO :DB-USERNAME,
                   :DB-POSTAZIONE, :DB-FIDATA-FINO
               END-EXEC
           END-PERFORM
           EXEC SQL
           CLOSE SFFIDATE_CURSOR
           END-EXEC

           DISPLAY "CODICI FALLITI DEGLI ULTIMI 7 GIORNI (DATA / "
               "UTENTE / POSTAZIONE / MOTIVO):"
           EXEC SQL
               DECLARE SFFALLITI_CURSOR CURSOR FOR
               SELECT TO_CHAR(DATA_ORA, 'YYYY-MM-DD HH24:MI'),
               USERNAME, COALESCE(POSTAZIONE, ' '), MOTIVO
               FROM CODICE_ACCESSO_FALLITO
               WHERE DATA_ORA > CURRENT_TIMESTAMP - INTERVAL '7 DAY'
               ORDER BY DATA_ORA DESC
           END-EXEC
           EXEC SQL
           OPEN SFFALLITI_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               FETCH SFFALLITI_CURSOR INTO :DB-DATA-ORA,
               :DB-USERNAME, :DB-POSTAZIONE, :DB-MOTIVO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "  " DB-DATA-ORA " " DB-USERNAME " "
                   DB-POSTAZIONE " " DB-MOTIVO
               EXEC SQL
                   FETCH SFFALLITI_CURSOR INTO :DB-DATA-ORA,
                   :DB-USERNAME, :DB-POSTAZIONE, :DB-MOTIVO
               END-EXEC
           END-PERFORM
           EXEC SQL
           CLOSE SFFALLITI_CURSOR
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
                   VALUES ('SECONDOFATTORE', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
                   STOP RUN
               END-IF
               EXIT PROGRAM.
