       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIMULAZIONE.
      ******************************************************************
      **************SIMULAZIONE DI TARIFFE MULTE E PERIODI DI PRESTITO**
      ******************************************************************
      **PER LA DISCUSSIONE IN CONSIGLIO: UNO SCENARIO E' UNA PROPOSTA***
      **DI PARAMETRI (TARIFFA GIORNALIERA, GIORNI DI TOLLERANZA, TETTO*
      **MULTE, FATTORE SENIOR, SOGLIA RITARDI PER LA SOSPENSIONE,******
      **DURATA STANDARD) CON LE SUE COPIE DI PERIODO_PRESTITO E DI*****
      **TIPO_MATERIALE DA RITOCCARE. LA CORSA RIGIOCA I PRESTITI*******
      **CHIUSI DEGLI ULTIMI DODICI MESI (ARCHIVIO E RESTITUITE NON*****
      **ANCORA ARCHIVIATE) CON I PARAMETRI PROPOSTI E LI METTE A*******
      **CONFRONTO CON QUANTO E' SUCCESSO DAVVERO: RITARDI, MULTE*******
      **ADDEBITATE (MULTA_EVENTO), PATRON OLTRE IL TETTO E PATRON******
      **ARRIVATI ALLA SOSPENSIONE, IN TOTALE, PER CATEGORIA E PER******
      **SEDE. CONFIG, PERIODO_PRESTITO E TIPO_MATERIALE NON VENGONO****
      **MAI TOCCATI. I RISULTATI RESTANO SALVATI CON LO SCENARIO PER****
      **STAMPARE DUE PROPOSTE AFFIANCATE PER LA COMMISSIONE*************
       AUTHOR. ANOIR.

       DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.
           01 WS-CONTEGGIO-RIGHE PIC 9(5) VALUE ZERO.
           01 WS-PARAMETRO-CONFIG.
               05 WS-CONFIG-CHIAVE PIC X(40).
               05 WS-CONFIG-VALORE PIC X(100).
               05 WS-CONFIG-VALORE-NUM PIC 9(7)V99.
               05 WS-CONFIG-ESITO PIC X(1).

      *****************************************************************
      ***********VALORI EDITATI PER VIDEO E RACCOGLITORE***************
      *****************************************************************
           01 WS-ED-CONTEGGIO PIC Z(6)9.
           01 WS-ED-PATRON PIC Z(4)9.
           01 WS-ED-IMPORTO PIC Z(8)9.99.
           01 WS-ED-TARIFFA PIC 9.99.
           01 WS-ED-TETTO PIC ZZZ9.99.
           01 WS-ED-GIORNI PIC ZZ9.
           01 WS-ED-FATTORE PIC 9.99.
           01 WS-PROPOSTA PIC X(1) VALUE SPACE.

           01 WS-LINE PIC X(130) VALUE ALL '-'.
      *    PROSPETTO DI UNO SCENARIO: SIMULATO CONTRO EFFETTIVO*******
           01 WS-HEADER-SCENARIO.
               05 FILLER PIC X(11) VALUE 'DIMENSIONE'.
               05 FILLER PIC X(21) VALUE 'VALORE'.
               05 FILLER PIC X(8) VALUE 'PRESTITI'.
               05 FILLER PIC X(8) VALUE ' RIT.SIM'.
               05 FILLER PIC X(8) VALUE ' RIT.EFF'.
               05 FILLER PIC X(13) VALUE '    MULTE SIM'.
               05 FILLER PIC X(13) VALUE '    MULTE EFF'.
               05 FILLER PIC X(6) VALUE ' TETTO'.
               05 FILLER PIC X(6) VALUE '  EFF.'.
               05 FILLER PIC X(6) VALUE '  SOSP'.
               05 FILLER PIC X(6) VALUE '  EFF.'.
           01 WS-COLUMNS-SCENARIO.
               05 WS-COLUMN-DIMENSIONE PIC X(11).
               05 WS-COLUMN-VALORE PIC X(21).
               05 WS-COLUMN-PRESTITI PIC X(8).
               05 WS-COLUMN-RITARDI-SIM PIC X(8).
               05 WS-COLUMN-RITARDI-EFF PIC X(8).
               05 WS-COLUMN-MULTE-SIM PIC X(13).
               05 WS-COLUMN-MULTE-EFF PIC X(13).
               05 WS-COLUMN-TETTO-SIM PIC X(6).
               05 WS-COLUMN-TETTO-EFF PIC X(6).
               05 WS-COLUMN-SOSPESI-SIM PIC X(6).
               05 WS-COLUMN-SOSPESI-EFF PIC X(6).
      *    PROSPETTO AFFIANCATO: PROPOSTA A, PROPOSTA B, EFFETTIVO****
           01 WS-HEADER-CONFRONTO.
               05 FILLER PIC X(11) VALUE 'DIMENSIONE'.
               05 FILLER PIC X(21) VALUE 'VALORE'.
               05 FILLER PIC X(8) VALUE 'PRESTITI'.
               05 FILLER PIC X(7) VALUE '  RIT.A'.
               05 FILLER PIC X(7) VALUE '  RIT.B'.
               05 FILLER PIC X(7) VALUE ' RIT.EF'.
               05 FILLER PIC X(13) VALUE '      MULTE A'.
               05 FILLER PIC X(13) VALUE '      MULTE B'.
               05 FILLER PIC X(13) VALUE '    MULTE EFF'.
               05 FILLER PIC X(6) VALUE ' TET.A'.
               05 FILLER PIC X(6) VALUE ' TET.B'.
               05 FILLER PIC X(6) VALUE ' SOS.A'.
               05 FILLER PIC X(6) VALUE ' SOS.B'.
           01 WS-COLUMNS-CONFRONTO.
               05 WS-COLUMN-C-DIMENSIONE PIC X(11).
               05 WS-COLUMN-C-VALORE PIC X(21).
               05 WS-COLUMN-C-PRESTITI PIC X(8).
               05 WS-COLUMN-C-RITARDI-A PIC X(7).
               05 WS-COLUMN-C-RITARDI-B PIC X(7).
               05 WS-COLUMN-C-RITARDI-EFF PIC X(7).
               05 WS-COLUMN-C-MULTE-A PIC X(13).
               05 WS-COLUMN-C-MULTE-B PIC X(13).
               05 WS-COLUMN-C-MULTE-EFF PIC X(13).
               05 WS-COLUMN-C-TETTO-A PIC X(6).
               05 WS-COLUMN-C-TETTO-B PIC X(6).
               05 WS-COLUMN-C-SOSPESI-A PIC X(6).
               05 WS-COLUMN-C-SOSPESI-B PIC X(6).

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

           01 RECORDSCENARIO.
               05 ID-SCENARIO       PIC 9(9).
               05 NOME-SCENARIO     PIC X(40).
               05 TARIFFA           PIC 9V99.
               05 GIORNI-TOLLERANZA PIC 9(3).
               05 MULTA-MASSIMA     PIC 9(4)V99.
               05 FATTORE-SENIOR    PIC 9V99.
               05 RITARDI-SOSPENSIONE PIC 9(2).
               05 GIORNI-PRESTITO   PIC 9(3).
               05 CREATO            PIC X(16).
               05 ESEGUITA          PIC X(16).
               05 OPERATORE         PIC X(50).
           01 DB-ID-CONFRONTO       PIC 9(9) VALUE ZERO.
           01 DB-NOME-CONFRONTO     PIC X(40) VALUE SPACE.
           01 DB-GENERE             PIC X(50) VALUE SPACE.
           01 DB-RUOLO              PIC X(20) VALUE SPACE.
           01 DB-TIPO               PIC X(12) VALUE SPACE.
           01 DB-GIORNI             PIC 9(3) VALUE ZERO.
           01 DB-TARIFFA-TIPO       PIC 9(4)V99 VALUE ZERO.
      *    PARAMETRI VIGENTI: IL TERMINE DI PARAGONE DELL'EFFETTIVO***
           01 DB-MULTA-MASSIMA-VIG  PIC 9(4)V99 VALUE 10.00.
           01 DB-RITARDI-VIG        PIC 9(2) VALUE 3.
           01 DB-EXTRA-STUDENTE     PIC 9(3) VALUE 7.
           01 DB-EXTRA-ISTITUTO     PIC 9(3) VALUE 30.

           01 RECORDRISULTATO.
               05 DB-DIMENSIONE     PIC X(10).
               05 DB-VALORE         PIC X(20).
               05 DB-PRESTITI       PIC 9(7).
               05 DB-RITARDI-SIM    PIC 9(7).
               05 DB-RITARDI-EFF    PIC 9(7).
               05 DB-MULTE-SIM      PIC 9(9)V99.
               05 DB-MULTE-EFF      PIC 9(9)V99.
               05 DB-TETTO-SIM      PIC 9(5).
               05 DB-TETTO-EFF      PIC 9(5).
               05 DB-SOSPESI-SIM    PIC 9(5).
               05 DB-SOSPESI-EFF    PIC 9(5).
               05 DB-RITARDI-B      PIC 9(7).
               05 DB-MULTE-B        PIC 9(9)V99.
               05 DB-TETTO-B        PIC 9(5).
               05 DB-SOSPESI-B      PIC 9(5).
           01 DB-CODICE-SQL-ORIGINALE PIC S9(9) VALUE ZERO.
           01 DB-ERR-MESSAGGIO PIC X(200) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.
      *****************************************************************
      ********************INCLUDO SQLCA********************************
      *****************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.

           LINKAGE SECTION.
           01 LS-TYPE PIC X(1).
      **'n' NUOVO SCENARIO (UN PARAMETRO A ZERO PRENDE IL VALORE*******
      **VIGENTE, TRANNE LA TOLLERANZA); 'p' PERIODO DI PRESTITO E 't'**
      **TIPO DI MATERIALE DELLO SCENARIO; 's' ESEGUE LA SIMULAZIONE;***
      **'l' ELENCO SCENARI; 'c' CONFRONTO DI LS-ID-SCENARIO CON*********
      **LS-ID-CONFRONTO. ESITO 'S' SE L'OPERAZIONE E' ANDATA A BUON****
      **FINE***********************************************************
           01 LS-RECORD.
               05 LS-ID-SCENARIO    PIC 9(9).
               05 LS-ID-CONFRONTO   PIC 9(9).
               05 LS-NOME           PIC X(40).
               05 LS-TARIFFA        PIC 9V99.
               05 LS-GIORNI-TOLLERANZA PIC 9(3).
               05 LS-MULTA-MASSIMA  PIC 9(4)V99.
               05 LS-FATTORE-SENIOR PIC 9V99.
               05 LS-RITARDI-SOSPENSIONE PIC 9(2).
               05 LS-GIORNI-PRESTITO PIC 9(3).
               05 LS-GENERE         PIC X(50).
               05 LS-RUOLO          PIC X(20).
               05 LS-TIPO           PIC X(12).
               05 LS-GIORNI         PIC 9(3).
               05 LS-OPERATORE      PIC X(50).
               05 LS-ESITO          PIC X(1).

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
               EVALUATE LS-TYPE
                   WHEN 'n'
                       PERFORM NUOVOSCENARIO
                   WHEN 'p'
                       PERFORM PERIODOSCENARIO
                   WHEN 't'
                       PERFORM TIPOSCENARIO
                   WHEN 's'
                       PERFORM ESEGUISIMULAZIONE
                   WHEN 'l'
                       PERFORM DISPLAYSCENARI
                   WHEN 'c'
                       PERFORM CONFRONTASCENARI
               END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      **************NUOVO SCENARIO**************************************
      ******************************************************************
      **PARTE DAI PARAMETRI VIGENTI: I VALORI A ZERO RESTANO QUELLI DI**
      **CONFIG; PERIODI E TIPI DI MATERIALE SONO COPIATI COM'ERANO E SI*
      **RITOCCANO POI CON 'p' E 't' SENZA TOCCARE LE TABELLE VERE*******
           NUOVOSCENARIO.
           MOVE 'N' TO LS-ESITO
           IF LS-NOME = SPACE
               DISPLAY "NOME DELLO SCENARIO OBBLIGATORIO"
               EXIT PARAGRAPH
           END-IF
           MOVE LS-NOME TO NOME-SCENARIO
           MOVE LS-OPERATORE TO OPERATORE
           MOVE LS-GIORNI-TOLLERANZA TO GIORNI-TOLLERANZA

           MOVE LS-TARIFFA TO TARIFFA
           IF TARIFFA = ZERO
               MOVE 0.50 TO TARIFFA
               MOVE 'TARIFFA-MULTA-GIORNALIERA' TO WS-CONFIG-CHIAVE
               CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
               IF WS-CONFIG-ESITO = 'S'
                   MOVE WS-CONFIG-VALORE-NUM TO TARIFFA
               END-IF
           END-IF
           MOVE LS-MULTA-MASSIMA TO MULTA-MASSIMA
           IF MULTA-MASSIMA = ZERO
               MOVE 10.00 TO MULTA-MASSIMA
               MOVE 'MULTA-MASSIMA-CONSENTITA' TO WS-CONFIG-CHIAVE
               CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
               IF WS-CONFIG-ESITO = 'S'
                   MOVE WS-CONFIG-VALORE-NUM TO MULTA-MASSIMA
               END-IF
           END-IF
           MOVE LS-FATTORE-SENIOR TO FATTORE-SENIOR
           IF FATTORE-SENIOR = ZERO
               MOVE 0.50 TO FATTORE-SENIOR
               MOVE 'FATTORE-MULTA-SENIOR' TO WS-CONFIG-CHIAVE
               CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
               IF WS-CONFIG-ESITO = 'S'
                   MOVE WS-CONFIG-VALORE-NUM TO FATTORE-SENIOR
               END-IF
           END-IF
           MOVE LS-RITARDI-SOSPENSIONE TO RITARDI-SOSPENSIONE
           IF RITARDI-SOSPENSIONE = ZERO
               MOVE 3 TO RITARDI-SOSPENSIONE
               MOVE 'RITARDI-PER-SOSPENSIONE' TO WS-CONFIG-CHIAVE
               CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
               IF WS-CONFIG-ESITO = 'S'
                   MOVE WS-CONFIG-VALORE-NUM TO RITARDI-SOSPENSIONE
               END-IF
           END-IF
           MOVE LS-GIORNI-PRESTITO TO GIORNI-PRESTITO
           IF GIORNI-PRESTITO = ZERO
               MOVE 14 TO GIORNI-PRESTITO
               MOVE 'GIORNI-PRESTITO' TO WS-CONFIG-CHIAVE
               CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
               IF WS-CONFIG-ESITO = 'S'
                   MOVE WS-CONFIG-VALORE-NUM TO GIORNI-PRESTITO
               END-IF
           END-IF

           EXEC SQL
               INSERT INTO SIMULAZIONE_SCENARIO
               (NOME, TARIFFA, GIORNI_TOLLERANZA, MULTA_MASSIMA,
               FATTORE_SENIOR, RITARDI_SOSPENSIONE, GIORNI_PRESTITO,
               OPERATORE)
               VALUES (TRIM(:NOME-SCENARIO), :TARIFFA,
               :GIORNI-TOLLERANZA, :MULTA-MASSIMA, :FATTORE-SENIOR,
               :RITARDI-SOSPENSIONE, :GIORNI-PRESTITO,
               TRIM(:OPERATORE))
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               SELECT CURRVAL('simulazione_scenario_id_seq')
               INTO :ID-SCENARIO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               INSERT INTO SIMULAZIONE_PERIODO
               (ID_SCENARIO, GENERE, RUOLO, GIORNI)
               SELECT :ID-SCENARIO, GENERE, RUOLO, GIORNI
               FROM PERIODO_PRESTITO
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               INSERT INTO SIMULAZIONE_TIPO
               (ID_SCENARIO, TIPO, GIORNI_PRESTITO, TARIFFA_MULTA)
               SELECT :ID-SCENARIO, TIPO, COALESCE(GIORNI_PRESTITO, 0),
               COALESCE(TARIFFA_MULTA, 0)
               FROM TIPO_MATERIALE
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           CALL 'DBUTIL' USING BY CONTENT 'k'
           MOVE ID-SCENARIO TO LS-ID-SCENARIO
           MOVE 'S' TO LS-ESITO
           MOVE TARIFFA TO WS-ED-TARIFFA
           MOVE MULTA-MASSIMA TO WS-ED-TETTO
           MOVE FATTORE-SENIOR TO WS-ED-FATTORE
           DISPLAY "SCENARIO " ID-SCENARIO " CREATO: TARIFFA "
               WS-ED-TARIFFA " TOLLERANZA " GIORNI-TOLLERANZA
               " TETTO " WS-ED-TETTO
           DISPLAY "  FATTORE SENIOR " WS-ED-FATTORE
               " RITARDI PER SOSPENSIONE " RITARDI-SOSPENSIONE
               " DURATA STANDARD " GIORNI-PRESTITO.

      ******************************************************************
      **************PERIODO DI PRESTITO PROPOSTO (GENERE/RUOLO)*********
      ******************************************************************
           PERIODOSCENARIO.
           MOVE 'N' TO LS-ESITO
           PERFORM LEGGISCENARIO
           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE LS-GENERE TO DB-GENERE
           MOVE LS-RUOLO TO DB-RUOLO
           MOVE LS-GIORNI TO DB-GIORNI
           IF DB-GENERE = SPACE
               MOVE '*' TO DB-GENERE
           END-IF
           IF DB-RUOLO = SPACE
               MOVE '*' TO DB-RUOLO
           END-IF
           EXEC SQL
               UPDATE SIMULAZIONE_PERIODO SET GIORNI = :DB-GIORNI
               WHERE ID_SCENARIO = :ID-SCENARIO
               AND GENERE = TRIM(:DB-GENERE) AND RUOLO = TRIM(:DB-RUOLO)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLCODE = 100 OR SQLERRD(3) = ZERO
               EXEC SQL
                   INSERT INTO SIMULAZIONE_PERIODO
                   (ID_SCENARIO, GENERE, RUOLO, GIORNI)
                   VALUES (:ID-SCENARIO, TRIM(:DB-GENERE),
                   TRIM(:DB-RUOLO), :DB-GIORNI)
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME
           END-IF
           PERFORM SCENARIOMODIFICATO
           CALL 'DBUTIL' USING BY CONTENT 'k'
           MOVE 'S' TO LS-ESITO
           DISPLAY "SCENARIO " ID-SCENARIO ": " DB-GENERE " / "
               DB-RUOLO " = " DB-GIORNI " GIORNI".

      ******************************************************************
      **************REGOLE PROPOSTE PER UN TIPO DI MATERIALE************
      ******************************************************************
      **GIORNI E TARIFFA A ZERO = DURATA E TARIFFA STANDARD DELLO*******
      **SCENARIO, COME IN TIPO_MATERIALE********************************
           TIPOSCENARIO.
           MOVE 'N' TO LS-ESITO
           PERFORM LEGGISCENARIO
           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE LS-TIPO TO DB-TIPO
           MOVE LS-GIORNI TO DB-GIORNI
           MOVE LS-TARIFFA TO DB-TARIFFA-TIPO
           IF DB-TIPO = SPACE
               DISPLAY "TIPO DI MATERIALE OBBLIGATORIO"
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE SIMULAZIONE_TIPO SET
               GIORNI_PRESTITO = :DB-GIORNI,
               TARIFFA_MULTA = :DB-TARIFFA-TIPO
               WHERE ID_SCENARIO = :ID-SCENARIO
               AND TIPO = UPPER(TRIM(:DB-TIPO))
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLCODE = 100 OR SQLERRD(3) = ZERO
               EXEC SQL
                   INSERT INTO SIMULAZIONE_TIPO
                   (ID_SCENARIO, TIPO, GIORNI_PRESTITO, TARIFFA_MULTA)
                   VALUES (:ID-SCENARIO, UPPER(TRIM(:DB-TIPO)),
                   :DB-GIORNI, :DB-TARIFFA-TIPO)
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME
           END-IF
           PERFORM SCENARIOMODIFICATO
           CALL 'DBUTIL' USING BY CONTENT 'k'
           MOVE 'S' TO LS-ESITO
           DISPLAY "SCENARIO " ID-SCENARIO ": TIPO " DB-TIPO
               " GIORNI " DB-GIORNI " TARIFFA " DB-TARIFFA-TIPO.

      *    UN RITOCCO RENDE VECCHI I RISULTATI SALVATI: VANNO*********
      *    RICALCOLATI PRIMA DI PORTARLI IN COMMISSIONE****************
           SCENARIOMODIFICATO.
           EXEC SQL
               DELETE FROM SIMULAZIONE_RISULTATO
               WHERE ID_SCENARIO = :ID-SCENARIO
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               UPDATE SIMULAZIONE_SCENARIO SET ESEGUITA = NULL
               WHERE ID = :ID-SCENARIO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.

           LEGGISCENARIO.
           MOVE LS-ID-SCENARIO TO ID-SCENARIO
           PERFORM CARICASCENARIO.

           CARICASCENARIO.
           EXEC SQL
               SELECT NOME, TARIFFA, GIORNI_TOLLERANZA, MULTA_MASSIMA,
               FATTORE_SENIOR, RITARDI_SOSPENSIONE, GIORNI_PRESTITO,
               TO_CHAR(CREATO, 'DD-MM-YYYY HH24:MI'),
               COALESCE(TO_CHAR(ESEGUITA, 'DD-MM-YYYY HH24:MI'), ' '),
               COALESCE(OPERATORE, ' ')
               INTO :NOME-SCENARIO, :TARIFFA, :GIORNI-TOLLERANZA,
               :MULTA-MASSIMA, :FATTORE-SENIOR, :RITARDI-SOSPENSIONE,
               :GIORNI-PRESTITO, :CREATO, :ESEGUITA, :OPERATORE
               FROM SIMULAZIONE_SCENARIO
               WHERE ID = :ID-SCENARIO
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLCODE = 100
               DISPLAY "NESSUNO SCENARIO CON QUESTO NUMERO: "
                   ID-SCENARIO
           END-IF.

      ******************************************************************
      **************ESEGUE LA SIMULAZIONE DI UNO SCENARIO***************
      ******************************************************************
      **OGNI PRESTITO CHIUSO NEGLI ULTIMI 365 GIORNI RICEVE LA*********
      **SCADENZA CHE AVREBBE AVUTO: DURATA DEL TIPO DI MATERIALE SE****
      **DEFINITA, ALTRIMENTI PERIODO PER GENERE/RUOLO (JOLLY '*'),*****
      **ALTRIMENTI DURATA STANDARD, PIU' I GIORNI EXTRA VIGENTI DI*****
      **STUDENTI E ISTITUTI. IL RITARDO SIMULATO E' AL NETTO DELLA*****
      **TOLLERANZA; I PATRON A DOMICILIO NON HANNO RITARDI, COME AL****
      **BANCO. LE CHIUSURE DI SEDE NON SONO RIGIOCATE. IL TETTO E' IL**
      **TOTALE MULTE DELL'ANNO (SENZA I PAGAMENTI) OLTRE LA SOGLIA; LA**
      **SOSPENSIONE SCATTA A TANTI RITARDI NELL'ANNO QUANTI LA SOGLIA.**
      **L'EFFETTIVO USA LE SCADENZE VERE, LE MULTE ADDEBITATE A MASTRO*
      **IL GIORNO DELLA RESTITUZIONE E LE SOGLIE VIGENTI****************
           ESEGUISIMULAZIONE.
           MOVE 'N' TO LS-ESITO
           PERFORM LEGGISCENARIO
           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM LEGGIPARAMETRIVIGENTI
           PERFORM SCENARIOMODIFICATO

           EXEC SQL
               INSERT INTO SIMULAZIONE_RISULTATO
               (ID_SCENARIO, ORDINE, DIMENSIONE, VALORE, PRESTITI,
               RITARDI_SIM, RITARDI_EFF, MULTE_SIM, MULTE_EFF,
               TETTO_SIM, TETTO_EFF, SOSPESI_SIM, SOSPESI_EFF)
               WITH CHIUSI AS (
                   SELECT USERNAME, ISBN, DATA_PRENOTAZIONE,
                   DATA_SCADENZA, DATA_RESTITUZIONE, SEDE_OPERAZIONE
                   FROM STORICO_PRENOTAZIONI
                   WHERE ESITO = 'RESTITUITO'
                   UNION ALL
                   SELECT USERNAME, ISBN, DATA_PRENOTAZIONE,
                   DATA_SCADENZA, DATA_RESTITUZIONE, SEDE_OPERAZIONE
                   FROM PRENOTAZIONE
                   WHERE STATO = 'RESTITUITO'),
               PRESTITI AS (
                   SELECT C.USERNAME, C.ISBN,
                   TO_DATE(C.DATA_PRENOTAZIONE, 'DD-MM-YYYY') AS DAL,
                   TO_DATE(C.DATA_RESTITUZIONE, 'DD-MM-YYYY') AS RESO,
                   TO_DATE(NULLIF(TRIM(C.DATA_SCADENZA), ''),
                       'DD-MM-YYYY') AS SCADENZA,
                   COALESCE(C.SEDE_OPERAZIONE, L.CODICE_SEDE, 0)
                       AS SEDE,
                   COALESCE(U.CATEGORIA, 'ADULTO') AS CATEGORIA,
                   COALESCE(U.RUOLO, ' ') AS RUOLO,
                   COALESCE(L.GENERE, ' ') AS GENERE,
                   COALESCE(L.TIPO_MATERIALE, 'LIBRO') AS TIPO,
                   CASE WHEN EXISTS (SELECT 1 FROM PROFILO_DOMICILIO D
                       WHERE D.USERNAME = C.USERNAME
                       AND COALESCE(D.ATTIVO, 'S') = 'S')
                   THEN 'S' ELSE 'N' END AS DOMICILIO
                   FROM CHIUSI C
                   LEFT JOIN LIBRO L ON L.ISBN = C.ISBN
                   LEFT JOIN UTENTE U ON U.USERNAME = C.USERNAME
                   WHERE TRIM(COALESCE(C.DATA_PRENOTAZIONE, '')) <> ''
                   AND TRIM(COALESCE(C.DATA_RESTITUZIONE, '')) <> ''
                   AND TO_DATE(C.DATA_RESTITUZIONE, 'DD-MM-YYYY')
                       >= CURRENT_DATE - 365),
               DURATE AS (
                   SELECT P.*,
                   COALESCE(
                       (SELECT NULLIF(T.GIORNI_PRESTITO, 0)
                        FROM SIMULAZIONE_TIPO T
                        WHERE T.ID_SCENARIO = :ID-SCENARIO
                        AND T.TIPO = P.TIPO),
                       (SELECT SP.GIORNI FROM SIMULAZIONE_PERIODO SP
                        WHERE SP.ID_SCENARIO = :ID-SCENARIO
                        AND (SP.GENERE = P.GENERE OR SP.GENERE = '*')
                        AND (SP.RUOLO = P.RUOLO OR SP.RUOLO = '*')
                        ORDER BY
                        CASE WHEN SP.GENERE = '*' THEN 1 ELSE 0 END,
                        CASE WHEN SP.RUOLO = '*' THEN 1 ELSE 0 END
                        LIMIT 1),
                       CAST(:GIORNI-PRESTITO AS INTEGER))
                   + CASE P.CATEGORIA
                       WHEN 'STUDENTE'
                           THEN CAST(:DB-EXTRA-STUDENTE AS INTEGER)
                       WHEN 'ISTITUTO'
                           THEN CAST(:DB-EXTRA-ISTITUTO AS INTEGER)
                       ELSE 0 END AS GIORNI,
                   COALESCE(
                       (SELECT NULLIF(T.TARIFFA_MULTA, 0)
                        FROM SIMULAZIONE_TIPO T
                        WHERE T.ID_SCENARIO = :ID-SCENARIO
                        AND T.TIPO = P.TIPO),
                       CAST(:TARIFFA AS NUMERIC)) AS TARIFFA
                   FROM PRESTITI P),
               SIMULATI AS (
                   SELECT D.USERNAME, D.CATEGORIA, D.SEDE,
                   CASE WHEN D.DOMICILIO = 'S' THEN 0
                   ELSE GREATEST(D.RESO - (D.DAL + D.GIORNI)
                       - CAST(:GIORNI-TOLLERANZA AS INTEGER), 0)
                   END AS RITARDO_SIM,
                   CASE WHEN D.DOMICILIO = 'N'
                       AND D.SCADENZA IS NOT NULL
                       AND D.RESO > D.SCADENZA THEN 1 ELSE 0 END
                       AS RITARDO_EFF,
                   D.TARIFFA,
                   COALESCE((SELECT SUM(M.IMPORTO) FROM MULTA_EVENTO M
                       WHERE M.USERNAME = D.USERNAME
                       AND M.TIPO = 'ADDEBITO'
                       AND TRIM(M.RIFERIMENTO) = TRIM(D.ISBN)
                       AND M.DATA_EVENTO = D.RESO), 0) AS MULTA_EFF
                   FROM DURATE D),
               MULTATI AS (
                   SELECT S.*,
                   ROUND(S.RITARDO_SIM * S.TARIFFA
                       * CASE WHEN S.CATEGORIA = 'SENIOR'
                         THEN CAST(:FATTORE-SENIOR AS NUMERIC)
                         ELSE 1 END, 2) AS MULTA_SIM
                   FROM SIMULATI S),
               PATRON AS (
                   SELECT USERNAME,
                   CASE WHEN SUM(MULTA_SIM)
                       > CAST(:MULTA-MASSIMA AS NUMERIC)
                       THEN 1 ELSE 0 END AS TETTO_SIM,
                   CASE WHEN SUM(MULTA_EFF)
                       > CAST(:DB-MULTA-MASSIMA-VIG AS NUMERIC)
                       THEN 1 ELSE 0 END AS TETTO_EFF,
                   CASE WHEN SUM(CASE WHEN RITARDO_SIM > 0
                       THEN 1 ELSE 0 END)
                       >= CAST(:RITARDI-SOSPENSIONE AS INTEGER)
                       THEN 1 ELSE 0 END AS SOSPESO_SIM,
                   CASE WHEN SUM(RITARDO_EFF)
                       >= CAST(:DB-RITARDI-VIG AS INTEGER)
                       THEN 1 ELSE 0 END AS SOSPESO_EFF
                   FROM MULTATI
                   GROUP BY USERNAME)
               SELECT :ID-SCENARIO,
               CASE WHEN GROUPING(M.CATEGORIA) = 0 THEN 2
                    WHEN GROUPING(M.SEDE) = 0 THEN 3 ELSE 1 END,
               CASE WHEN GROUPING(M.CATEGORIA) = 0 THEN 'CATEGORIA'
                    WHEN GROUPING(M.SEDE) = 0 THEN 'SEDE'
                    ELSE 'TOTALE' END,
               CASE WHEN GROUPING(M.CATEGORIA) = 0 THEN M.CATEGORIA
                    WHEN GROUPING(M.SEDE) = 0 THEN
                        SUBSTR(LPAD(CAST(M.SEDE AS VARCHAR), 5, '0')
                        || ' ' || COALESCE(MAX(S.NOME), '?'), 1, 20)
                    ELSE 'TUTTI' END,
               COUNT(*),
               SUM(CASE WHEN M.RITARDO_SIM > 0 THEN 1 ELSE 0 END),
               SUM(M.RITARDO_EFF),
               SUM(M.MULTA_SIM), SUM(M.MULTA_EFF),
               COUNT(DISTINCT CASE WHEN P.TETTO_SIM = 1
                   THEN M.USERNAME END),
               COUNT(DISTINCT CASE WHEN P.TETTO_EFF = 1
                   THEN M.USERNAME END),
               COUNT(DISTINCT CASE WHEN P.SOSPESO_SIM = 1
                   THEN M.USERNAME END),
               COUNT(DISTINCT CASE WHEN P.SOSPESO_EFF = 1
                   THEN M.USERNAME END)
               FROM MULTATI M
               JOIN PATRON P ON P.USERNAME = M.USERNAME
               LEFT JOIN SEDE S ON S.CODICE_SEDE = M.SEDE
               GROUP BY GROUPING SETS ((), (M.CATEGORIA), (M.SEDE))
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               UPDATE SIMULAZIONE_SCENARIO SET
               ESEGUITA = CURRENT_TIMESTAMP,
               MULTA_MASSIMA_VIGENTE = :DB-MULTA-MASSIMA-VIG,
               RITARDI_VIGENTI = :DB-RITARDI-VIG
               WHERE ID = :ID-SCENARIO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           CALL 'DBUTIL' USING BY CONTENT 'k'
           PERFORM STAMPASCENARIO
           MOVE 'S' TO LS-ESITO.

      *    I PARAMETRI VIGENTI DICONO QUANDO L'EFFETTIVO HA TOCCATO****
      *    IL TETTO O LA SOSPENSIONE E QUANTI GIORNI EXTRA SPETTANO***
           LEGGIPARAMETRIVIGENTI.
           MOVE 'MULTA-MASSIMA-CONSENTITA' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-ESITO = 'S'
               MOVE WS-CONFIG-VALORE-NUM TO DB-MULTA-MASSIMA-VIG
           END-IF
           MOVE 'RITARDI-PER-SOSPENSIONE' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-ESITO = 'S'
               MOVE WS-CONFIG-VALORE-NUM TO DB-RITARDI-VIG
           END-IF
           MOVE 'GIORNI-EXTRA-STUDENTE' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-ESITO = 'S'
               MOVE WS-CONFIG-VALORE-NUM TO DB-EXTRA-STUDENTE
           END-IF
           MOVE 'GIORNI-EXTRA-ISTITUTO' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-ESITO = 'S'
               MOVE WS-CONFIG-VALORE-NUM TO DB-EXTRA-ISTITUTO
           END-IF.

      ******************************************************************
      **************PROSPETTO DI UNO SCENARIO***************************
      ******************************************************************
           STAMPASCENARIO.
           EXEC SQL
               DECLARE RISULTATO_CURSOR CURSOR FOR
               SELECT DIMENSIONE, VALORE, PRESTITI, RITARDI_SIM,
               RITARDI_EFF, MULTE_SIM, MULTE_EFF, TETTO_SIM,
               TETTO_EFF, SOSPESI_SIM, SOSPESI_EFF
               FROM SIMULAZIONE_RISULTATO
               WHERE ID_SCENARIO = :ID-SCENARIO
               ORDER BY ORDINE, VALORE
           END-EXEC

           MOVE SPACE TO WS-SCRITTURA-REPORT
           MOVE SPACE TO RW-TITOLO
           STRING
               "SIMULAZIONE MULTE: " DELIMITED BY SIZE
               NOME-SCENARIO DELIMITED BY SIZE
               INTO RW-TITOLO
           END-STRING
           MOVE LS-OPERATORE TO RW-OPERATORE
           MOVE WS-HEADER-SCENARIO TO RW-INTESTAZIONE
           CALL 'REPORTWRITER' USING 'i', WS-SCRITTURA-REPORT

           MOVE TARIFFA TO WS-ED-TARIFFA
           MOVE MULTA-MASSIMA TO WS-ED-TETTO
           MOVE FATTORE-SENIOR TO WS-ED-FATTORE
           DISPLAY "SCENARIO " ID-SCENARIO " - " NOME-SCENARIO
           DISPLAY "TARIFFA " WS-ED-TARIFFA " TOLLERANZA "
               GIORNI-TOLLERANZA " TETTO " WS-ED-TETTO
               " FATTORE SENIOR " WS-ED-FATTORE " SOSPENSIONE A "
               RITARDI-SOSPENSIONE " RITARDI, DURATA STANDARD "
               GIORNI-PRESTITO
           DISPLAY "PRESTITI CHIUSI NEGLI ULTIMI 12 MESI: SIMULATO "
               "CONTRO EFFETTIVO"
           DISPLAY WS-LINE
           DISPLAY WS-HEADER-SCENARIO
           DISPLAY WS-LINE

           MOVE ZERO TO WS-CONTEGGIO-RIGHE
           EXEC SQL
               OPEN RISULTATO_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
               CALL 'REPORTWRITER' USING 'f', WS-SCRITTURA-REPORT
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               FETCH RISULTATO_CURSOR INTO :DB-DIMENSIONE, :DB-VALORE,
               :DB-PRESTITI, :DB-RITARDI-SIM, :DB-RITARDI-EFF,
               :DB-MULTE-SIM, :DB-MULTE-EFF, :DB-TETTO-SIM,
               :DB-TETTO-EFF, :DB-SOSPESI-SIM, :DB-SOSPESI-EFF
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM SCRIVIRIGASCENARIO
               EXEC SQL
                   FETCH RISULTATO_CURSOR INTO :DB-DIMENSIONE,
                   :DB-VALORE, :DB-PRESTITI, :DB-RITARDI-SIM,
                   :DB-RITARDI-EFF, :DB-MULTE-SIM, :DB-MULTE-EFF,
                   :DB-TETTO-SIM, :DB-TETTO-EFF, :DB-SOSPESI-SIM,
                   :DB-SOSPESI-EFF
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE RISULTATO_CURSOR
           END-EXEC
           DISPLAY WS-LINE

           MOVE SPACE TO RW-TOTALE
           IF WS-CONTEGGIO-RIGHE = ZERO
               MOVE "NESSUN PRESTITO CHIUSO NEGLI ULTIMI 12 MESI"
                   TO RW-TOTALE
               DISPLAY RW-TOTALE
           ELSE
               STRING
                   "TARIFFA " DELIMITED BY SIZE
                   WS-ED-TARIFFA DELIMITED BY SIZE
                   " TOLLERANZA " DELIMITED BY SIZE
                   GIORNI-TOLLERANZA DELIMITED BY SIZE
                   " TETTO " DELIMITED BY SIZE
                   WS-ED-TETTO DELIMITED BY SIZE
                   INTO RW-TOTALE
               END-STRING
           END-IF
           CALL 'REPORTWRITER' USING 'f', WS-SCRITTURA-REPORT.

           SCRIVIRIGASCENARIO.
           ADD 1 TO WS-CONTEGGIO-RIGHE
           MOVE SPACE TO WS-COLUMNS-SCENARIO
           MOVE DB-DIMENSIONE TO WS-COLUMN-DIMENSIONE
           MOVE DB-VALORE TO WS-COLUMN-VALORE
           MOVE DB-PRESTITI TO WS-ED-CONTEGGIO
           MOVE WS-ED-CONTEGGIO TO WS-COLUMN-PRESTITI
           MOVE DB-RITARDI-SIM TO WS-ED-CONTEGGIO
           MOVE WS-ED-CONTEGGIO TO WS-COLUMN-RITARDI-SIM
           MOVE DB-RITARDI-EFF TO WS-ED-CONTEGGIO
           MOVE WS-ED-CONTEGGIO TO WS-COLUMN-RITARDI-EFF
           MOVE DB-MULTE-SIM TO WS-ED-IMPORTO
           MOVE WS-ED-IMPORTO TO WS-COLUMN-MULTE-SIM
           MOVE DB-MULTE-EFF TO WS-ED-IMPORTO
           MOVE WS-ED-IMPORTO TO WS-COLUMN-MULTE-EFF
           MOVE DB-TETTO-SIM TO WS-ED-PATRON
           MOVE WS-ED-PATRON TO WS-COLUMN-TETTO-SIM
           MOVE DB-TETTO-EFF TO WS-ED-PATRON
           MOVE WS-ED-PATRON TO WS-COLUMN-TETTO-EFF
           MOVE DB-SOSPESI-SIM TO WS-ED-PATRON
           MOVE WS-ED-PATRON TO WS-COLUMN-SOSPESI-SIM
           MOVE DB-SOSPESI-EFF TO WS-ED-PATRON
           MOVE WS-ED-PATRON TO WS-COLUMN-SOSPESI-EFF
           DISPLAY WS-COLUMNS-SCENARIO
           MOVE WS-COLUMNS-SCENARIO TO RW-RIGA
           CALL 'REPORTWRITER' USING 'w', WS-SCRITTURA-REPORT.

      ******************************************************************
      **************ELENCO DEGLI SCENARI SALVATI************************
      ******************************************************************
           DISPLAYSCENARI.
           DISPLAY "ID / NOME / TARIFFA / TOLLERANZA / TETTO / SENIOR /"
               " RITARDI SOSP. / DURATA / CREATO / ESEGUITO"
           EXEC SQL
               DECLARE SCENARI_CURSOR CURSOR FOR
               SELECT ID, NOME, TARIFFA, GIORNI_TOLLERANZA,
               MULTA_MASSIMA, FATTORE_SENIOR, RITARDI_SOSPENSIONE,
               GIORNI_PRESTITO, TO_CHAR(CREATO, 'DD-MM-YYYY HH24:MI'),
               COALESCE(TO_CHAR(ESEGUITA, 'DD-MM-YYYY HH24:MI'),
               'DA ESEGUIRE')
               FROM SIMULAZIONE_SCENARIO
               ORDER BY ID DESC
           END-EXEC
           EXEC SQL
               OPEN SCENARI_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               FETCH SCENARI_CURSOR INTO :ID-SCENARIO, :NOME-SCENARIO,
               :TARIFFA, :GIORNI-TOLLERANZA, :MULTA-MASSIMA,
               :FATTORE-SENIOR, :RITARDI-SOSPENSIONE,
               :GIORNI-PRESTITO, :CREATO, :ESEGUITA
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO VALUESTABLE
               MOVE TARIFFA TO WS-ED-TARIFFA
               MOVE MULTA-MASSIMA TO WS-ED-TETTO
               MOVE FATTORE-SENIOR TO WS-ED-FATTORE
               DISPLAY ID-SCENARIO " / " NOME-SCENARIO " / "
                   WS-ED-TARIFFA " / " GIORNI-TOLLERANZA " / "
                   WS-ED-TETTO " / " WS-ED-FATTORE " / "
                   RITARDI-SOSPENSIONE " / " GIORNI-PRESTITO " / "
                   CREATO " / " ESEGUITA
               EXEC SQL
                   FETCH SCENARI_CURSOR INTO :ID-SCENARIO,
                   :NOME-SCENARIO, :TARIFFA, :GIORNI-TOLLERANZA,
                   :MULTA-MASSIMA, :FATTORE-SENIOR,
                   :RITARDI-SOSPENSIONE, :GIORNI-PRESTITO, :CREATO,
                   :ESEGUITA
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE SCENARI_CURSOR
           END-EXEC
           IF VALUESTABLE = ZERO
               DISPLAY "NESSUNO SCENARIO SALVATO"
           END-IF.

      ******************************************************************
      **************DUE PROPOSTE AFFIANCATE PER LA COMMISSIONE**********
      ******************************************************************
      **SI CONFRONTANO I RISULTATI SALVATI: UNO SCENARIO MAI ESEGUITO**
      **(O RITOCCATO DOPO L'ULTIMA CORSA) VA PRIMA RIESEGUITO. LA******
      **COLONNA DELL'EFFETTIVO VIENE DALLA PROPOSTA A******************
           CONFRONTASCENARI.
           MOVE 'N' TO LS-ESITO
           MOVE LS-ID-CONFRONTO TO DB-ID-CONFRONTO
           MOVE SPACE TO DB-NOME-CONFRONTO
           EXEC SQL
               SELECT NOME INTO :DB-NOME-CONFRONTO
               FROM SIMULAZIONE_SCENARIO
               WHERE ID = :DB-ID-CONFRONTO AND ESEGUITA IS NOT NULL
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLCODE = 100
               DISPLAY "SCENARIO B " DB-ID-CONFRONTO
                   " INESISTENTE O DA ESEGUIRE"
               EXIT PARAGRAPH
           END-IF
           PERFORM LEGGISCENARIO
           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF ESEGUITA = SPACE
               DISPLAY "SCENARIO A " ID-SCENARIO " DA ESEGUIRE"
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               DECLARE CONFRONTO_CURSOR CURSOR FOR
               SELECT COALESCE(A.DIMENSIONE, B.DIMENSIONE),
               COALESCE(A.VALORE, B.VALORE),
               COALESCE(A.PRESTITI, B.PRESTITI),
               COALESCE(A.RITARDI_SIM, 0), COALESCE(B.RITARDI_SIM, 0),
               COALESCE(A.RITARDI_EFF, B.RITARDI_EFF),
               COALESCE(A.MULTE_SIM, 0), COALESCE(B.MULTE_SIM, 0),
               COALESCE(A.MULTE_EFF, B.MULTE_EFF),
               COALESCE(A.TETTO_SIM, 0), COALESCE(B.TETTO_SIM, 0),
               COALESCE(A.SOSPESI_SIM, 0), COALESCE(B.SOSPESI_SIM, 0)
               FROM (SELECT * FROM SIMULAZIONE_RISULTATO
                     WHERE ID_SCENARIO = :ID-SCENARIO) A
               FULL JOIN (SELECT * FROM SIMULAZIONE_RISULTATO
                     WHERE ID_SCENARIO = :DB-ID-CONFRONTO) B
               ON B.DIMENSIONE = A.DIMENSIONE AND B.VALORE = A.VALORE
               ORDER BY COALESCE(A.ORDINE, B.ORDINE),
               COALESCE(A.VALORE, B.VALORE)
           END-EXEC

           MOVE SPACE TO WS-SCRITTURA-REPORT
           MOVE "SIMULAZIONE MULTE: CONFRONTO DI DUE PROPOSTE"
               TO RW-TITOLO
           MOVE LS-OPERATORE TO RW-OPERATORE
           MOVE WS-HEADER-CONFRONTO TO RW-INTESTAZIONE
           CALL 'REPORTWRITER' USING 'i', WS-SCRITTURA-REPORT
      *    LE DUE PROPOSTE IN TESTA AL PROSPETTO, PARAMETRO PER*******
      *    PARAMETRO****************************************************
           MOVE 'A' TO WS-PROPOSTA
           PERFORM SCRIVIPARAMETRIPROPOSTA
           MOVE DB-ID-CONFRONTO TO ID-SCENARIO
           PERFORM CARICASCENARIO
           MOVE 'B' TO WS-PROPOSTA
           PERFORM SCRIVIPARAMETRIPROPOSTA
           MOVE LS-ID-SCENARIO TO ID-SCENARIO

           DISPLAY WS-LINE
           DISPLAY WS-HEADER-CONFRONTO
           DISPLAY WS-LINE
           MOVE ZERO TO WS-CONTEGGIO-RIGHE
           EXEC SQL
               OPEN CONFRONTO_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
               CALL 'REPORTWRITER' USING 'f', WS-SCRITTURA-REPORT
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               FETCH CONFRONTO_CURSOR INTO :DB-DIMENSIONE, :DB-VALORE,
               :DB-PRESTITI, :DB-RITARDI-SIM, :DB-RITARDI-B,
               :DB-RITARDI-EFF, :DB-MULTE-SIM, :DB-MULTE-B,
               :DB-MULTE-EFF, :DB-TETTO-SIM, :DB-TETTO-B,
               :DB-SOSPESI-SIM, :DB-SOSPESI-B
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM SCRIVIRIGACONFRONTO
               EXEC SQL
                   FETCH CONFRONTO_CURSOR INTO :DB-DIMENSIONE,
                   :DB-VALORE, :DB-PRESTITI, :DB-RITARDI-SIM,
                   :DB-RITARDI-B, :DB-RITARDI-EFF, :DB-MULTE-SIM,
                   :DB-MULTE-B, :DB-MULTE-EFF, :DB-TETTO-SIM,
                   :DB-TETTO-B, :DB-SOSPESI-SIM, :DB-SOSPESI-B
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE CONFRONTO_CURSOR
           END-EXEC
           DISPLAY WS-LINE
           MOVE SPACE TO RW-TOTALE
           STRING
               "A = SCENARIO " DELIMITED BY SIZE
               LS-ID-SCENARIO DELIMITED BY SIZE
               "  B = SCENARIO " DELIMITED BY SIZE
               LS-ID-CONFRONTO DELIMITED BY SIZE
               INTO RW-TOTALE
           END-STRING
           DISPLAY RW-TOTALE
           CALL 'REPORTWRITER' USING 'f', WS-SCRITTURA-REPORT
           MOVE 'S' TO LS-ESITO.

      *    UNA RIGA DI TESTA PER PROPOSTA: NOME E PARAMETRI***********
           SCRIVIPARAMETRIPROPOSTA.
           MOVE TARIFFA TO WS-ED-TARIFFA
           MOVE MULTA-MASSIMA TO WS-ED-TETTO
           MOVE GIORNI-TOLLERANZA TO WS-ED-GIORNI
           MOVE FATTORE-SENIOR TO WS-ED-FATTORE
           MOVE SPACE TO RW-RIGA
           STRING
               WS-PROPOSTA DELIMITED BY SIZE
               " = " DELIMITED BY SIZE
               NOME-SCENARIO DELIMITED BY "  "
               ": TARIFFA " DELIMITED BY SIZE
               WS-ED-TARIFFA DELIMITED BY SIZE
               " TOLLERANZA " DELIMITED BY SIZE
               WS-ED-GIORNI DELIMITED BY SIZE
               " TETTO " DELIMITED BY SIZE
               WS-ED-TETTO DELIMITED BY SIZE
               " SENIOR " DELIMITED BY SIZE
               WS-ED-FATTORE DELIMITED BY SIZE
               " SOSPENSIONE A " DELIMITED BY SIZE
               RITARDI-SOSPENSIONE DELIMITED BY SIZE
               " RITARDI, DURATA " DELIMITED BY SIZE
               GIORNI-PRESTITO DELIMITED BY SIZE
               INTO RW-RIGA
           END-STRING
           DISPLAY RW-RIGA
           CALL 'REPORTWRITER' USING 'w', WS-SCRITTURA-REPORT.

           SCRIVIRIGACONFRONTO.
           ADD 1 TO WS-CONTEGGIO-RIGHE
           MOVE SPACE TO WS-COLUMNS-CONFRONTO
           MOVE DB-DIMENSIONE TO WS-COLUMN-C-DIMENSIONE
           MOVE DB-VALORE TO WS-COLUMN-C-VALORE
           MOVE DB-PRESTITI TO WS-ED-CONTEGGIO
           MOVE WS-ED-CONTEGGIO TO WS-COLUMN-C-PRESTITI
           MOVE DB-RITARDI-SIM TO WS-ED-CONTEGGIO
           MOVE WS-ED-CONTEGGIO(2:6) TO WS-COLUMN-C-RITARDI-A(2:6)
           MOVE DB-RITARDI-B TO WS-ED-CONTEGGIO
           MOVE WS-ED-CONTEGGIO(2:6) TO WS-COLUMN-C-RITARDI-B(2:6)
           MOVE DB-RITARDI-EFF TO WS-ED-CONTEGGIO
           MOVE WS-ED-CONTEGGIO(2:6) TO WS-COLUMN-C-RITARDI-EFF(2:6)
           MOVE DB-MULTE-SIM TO WS-ED-IMPORTO
           MOVE WS-ED-IMPORTO TO WS-COLUMN-C-MULTE-A
           MOVE DB-MULTE-B TO WS-ED-IMPORTO
           MOVE WS-ED-IMPORTO TO WS-COLUMN-C-MULTE-B
           MOVE DB-MULTE-EFF TO WS-ED-IMPORTO
           MOVE WS-ED-IMPORTO TO WS-COLUMN-C-MULTE-EFF
           MOVE DB-TETTO-SIM TO WS-ED-PATRON
           MOVE WS-ED-PATRON TO WS-COLUMN-C-TETTO-A
           MOVE DB-TETTO-B TO WS-ED-PATRON
           MOVE WS-ED-PATRON TO WS-COLUMN-C-TETTO-B
           MOVE DB-SOSPESI-SIM TO WS-ED-PATRON
           MOVE WS-ED-PATRON TO WS-COLUMN-C-SOSPESI-A
           MOVE DB-SOSPESI-B TO WS-ED-PATRON
           MOVE WS-ED-PATRON TO WS-COLUMN-C-SOSPESI-B
           DISPLAY WS-COLUMNS-CONFRONTO
           MOVE WS-COLUMNS-CONFRONTO TO RW-RIGA
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
                   VALUES ('SIMULAZIONE', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
                   STOP RUN
               END-IF
               EXIT PROGRAM.
