               05 WS-AUDIT-USERNAME   PIC X(50).
           01 WS-RAPPORTO-ANNUALE.
               05 WS-ANNO-RAPPORTO PIC 9(4).
           01 WS-ESTRATTO.
               05 WS-ESTRATTO-USERNAME PIC X(50) VALUE SPACE.
               05 WS-ESTRATTO-DATA-DA  PIC X(10) VALUE SPACE.
               05 WS-ESTRATTO-DATA-A   PIC X(10) VALUE SPACE.
               05 WS-ESTRATTO-INVIA    PIC X(1) VALUE 'S'.
               05 WS-ESTRATTO-ESITO    PIC X(1) VALUE SPACE.
           01 WS-DOMICILIO.
               05 WS-DOMICILIO-GIRO      PIC 9(5) VALUE ZERO.
               05 WS-DOMICILIO-NOME-GIRO PIC X(50) VALUE SPACE.
               05 WS-DOMICILIO-SEDE      PIC 9(5) VALUE ZERO.
               05 WS-DOMICILIO-GIORNO    PIC 9(1) VALUE ZERO.
               05 WS-DOMICILIO-USERNAME  PIC X(50) VALUE SPACE.
               05 WS-DOMICILIO-INDIRIZZO PIC X(150) VALUE SPACE.
               05 WS-DOMICILIO-GENERI    PIC X(100) VALUE SPACE.
               05 WS-DOMICILIO-FREQUENZA PIC X(12) VALUE SPACE.
               05 WS-DOMICILIO-TITOLI    PIC 9(2) VALUE ZERO.
               05 WS-DOMICILIO-ID        PIC 9(9) VALUE ZERO.
               05 WS-DOMICILIO-ANNO      PIC 9(4) VALUE ZERO.
               05 WS-DOMICILIO-MESE      PIC 9(2) VALUE ZERO.
               05 WS-DOMICILIO-ESITO     PIC X(1) VALUE SPACE.
           01 WS-VOLONTARIO.
               05 WS-VOL-CODICE          PIC 9(5) VALUE ZERO.
               05 WS-VOL-NOME            PIC X(50) VALUE SPACE.
               05 WS-VOL-COGNOME         PIC X(50) VALUE SPACE.
               05 WS-VOL-TIPO            PIC X(20) VALUE SPACE.
               05 WS-VOL-SEDE            PIC 9(5) VALUE ZERO.
               05 WS-VOL-TELEFONO        PIC X(20) VALUE SPACE.
               05 WS-VOL-SCADENZA        PIC X(10) VALUE SPACE.
               05 WS-VOL-ATTIVITA        PIC X(20) VALUE SPACE.
               05 WS-VOL-DATA-TURNO      PIC X(10) VALUE SPACE.
               05 WS-VOL-ORA-INIZIO      PIC X(5) VALUE SPACE.
               05 WS-VOL-ORA-FINE        PIC X(5) VALUE SPACE.
               05 WS-VOL-ANNO            PIC 9(4) VALUE ZERO.
               05 WS-VOL-TRIMESTRE       PIC 9(1) VALUE ZERO.
               05 WS-VOL-ESITO           PIC X(1) VALUE SPACE.
           01 WS-PATRIMONIO.
               05 WS-PAT-ANNO            PIC 9(4) VALUE ZERO.
               05 WS-PAT-INVENTARIO      PIC 9(9) VALUE ZERO.
               05 WS-PAT-VALORE          PIC 9(6)V99 VALUE ZERO.
               05 WS-PAT-TIPO-MATERIALE  PIC X(12) VALUE SPACE.
               05 WS-PAT-ALIQUOTA        PIC 9(3)V99 VALUE ZERO.
               05 WS-PAT-ESITO           PIC X(1) VALUE SPACE.
           01 WS-LIQUIDAZIONE.
               05 WS-LIQ-GIORNI-PREAVVISO PIC 9(3) VALUE ZERO.
               05 WS-LIQ-ESITO           PIC X(1) VALUE SPACE.
           01 WS-PRIVACY.
               05 WS-PRIV-USERNAME       PIC X(50) VALUE SPACE.
               05 WS-PRIV-ESITO          PIC X(1) VALUE SPACE.
           01 WS-RESIDENZA.
               05 WS-RES-USERNAME        PIC X(50) VALUE SPACE.
               05 WS-RES-IMPORTO         PIC 9(6)V99 VALUE ZERO.
               05 WS-RES-OPERATORE       PIC X(50) VALUE SPACE.
               05 WS-RES-ESITO           PIC X(1) VALUE SPACE.
           01 WS-ACCESSO-DATI.
               05 WS-ACD-PATRON          PIC X(50) VALUE SPACE.
               05 WS-ACD-FUNZIONE        PIC X(30) VALUE SPACE.
               05 WS-ACD-COGNOME         PIC X(50) VALUE SPACE.
               05 WS-ACD-RUOLO           PIC X(20) VALUE SPACE.
               05 WS-ACD-TUTORE          PIC X(50) VALUE SPACE.
               05 WS-ACD-VISUALIZZATO-DA PIC X(50) VALUE SPACE.
               05 WS-ACD-DATA-DA         PIC X(10) VALUE SPACE.
               05 WS-ACD-DATA-A          PIC X(10) VALUE SPACE.
               05 WS-ACD-ANNO            PIC 9(4) VALUE ZERO.
               05 WS-ACD-MESE            PIC 9(2) VALUE ZERO.
               05 WS-ACD-OPERATORE       PIC X(50) VALUE 'SISTEMA'.
               05 WS-ACD-ESITO           PIC X(1) VALUE SPACE.
           01 WS-PAROLE-CHIAVE.
               05 WS-PCH-ISBN            PIC X(13) VALUE SPACE.
               05 WS-PCH-ID-AUTORE       PIC 9(9) VALUE ZERO.
               05 WS-PCH-GENERE          PIC X(50) VALUE SPACE.
               05 WS-PCH-TESTO           PIC X(100) VALUE SPACE.
               05 WS-PCH-PAROLE          PIC X(200) VALUE SPACE.
               05 WS-PCH-NUMERO-PAROLE   PIC 9(2) VALUE ZERO.
               05 WS-PCH-OPERATORE       PIC X(50) VALUE 'SISTEMA'.
               05 WS-PCH-ESITO           PIC X(1) VALUE SPACE.
           01 WS-OPENDATA.
               05 WS-OD-ANNO             PIC 9(4) VALUE ZERO.
               05 WS-OD-MESE             PIC 9(2) VALUE ZERO.
               05 WS-OD-ESITO            PIC X(1) VALUE SPACE.
           01 WS-PERIODICO.
               05 WS-PER-ID-TESTATA      PIC 9(9) VALUE ZERO.
               05 WS-PER-TITOLO          PIC X(100) VALUE SPACE.
               05 WS-PER-EDITORE         PIC X(100) VALUE SPACE.
               05 WS-PER-PERIODICITA     PIC X(20) VALUE SPACE.
               05 WS-PER-ANNO            PIC 9(4) VALUE ZERO.
               05 WS-PER-NUMERO          PIC X(20) VALUE SPACE.
               05 WS-PER-ESITO           PIC X(1) VALUE SPACE.
               05 WS-PER-LETTORE         PIC X(50) VALUE SPACE.
               05 WS-PER-ID-CIRCOLAZIONE PIC 9(9) VALUE ZERO.
               05 WS-PER-COLLOCAZIONE    PIC X(20) VALUE SPACE.
               05 WS-PER-SOLO-CONSULT    PIC X(1) VALUE SPACE.
               05 WS-PER-FREQUENZA       PIC X(12) VALUE SPACE.
               05 WS-PER-NUMERAZIONE     PIC X(10) VALUE SPACE.
               05 WS-PER-PRIMO-NUMERO    PIC 9(6) VALUE ZERO.
               05 WS-PER-PRIMA-USCITA    PIC X(10) VALUE SPACE.
               05 WS-PER-MESI-DOPPI      PIC X(40) VALUE SPACE.
               05 WS-PER-TOLLERANZA      PIC 9(3) VALUE ZERO.
               05 WS-PER-CONTEGGIO       PIC 9(5) VALUE ZERO.
           01 WS-RECLAMO.
               05 WS-RCL-ID              PIC 9(9) VALUE ZERO.
               05 WS-RCL-TIPO            PIC X(12) VALUE SPACE.
               05 WS-RCL-CANALE          PIC X(8) VALUE SPACE.
               05 WS-RCL-USERNAME        PIC X(50) VALUE SPACE.
               05 WS-RCL-CONTATTO        PIC X(100) VALUE SPACE.
               05 WS-RCL-SEDE            PIC 9(5) VALUE ZERO.
               05 WS-RCL-CATEGORIA       PIC X(10) VALUE SPACE.
               05 WS-RCL-TESTO           PIC X(500) VALUE SPACE.
               05 WS-RCL-ASSEGNATO-A     PIC X(50) VALUE SPACE.
               05 WS-RCL-SCADENZA        PIC X(10) VALUE SPACE.
               05 WS-RCL-OPERATORE       PIC X(50) VALUE 'SISTEMA'.
               05 WS-RCL-ANNO            PIC 9(4) VALUE ZERO.
               05 WS-RCL-TRIMESTRE       PIC 9(1) VALUE ZERO.
               05 WS-RCL-ESITO           PIC X(1) VALUE SPACE.
           01 WS-VARCO.
               05 WS-VAR-SEDE            PIC 9(5) VALUE ZERO.
               05 WS-VAR-OPERATORE       PIC X(50) VALUE 'SISTEMA'.
               05 WS-VAR-ESITO           PIC X(1) VALUE SPACE.
      **SEMAFORO DEL LAVORO: IL DRIVER E OGNI LAVORO SI PRENDONO IL***
      **PROPRIO, COME LA CATENA SERALE E IL MENU AMMINISTRATORE*******
           01 WS-SEMAFORO.
               05 WS-SEM-JOB             PIC X(40) VALUE SPACE.
               05 WS-SEM-TITOLARE        PIC X(50)
                   VALUE 'PIANIFICATORE'.
               05 WS-SEM-ORIGINE         PIC X(20)
                   VALUE 'PIANIFICATORE'.
               05 WS-SEM-ESITO           PIC X(1) VALUE SPACE.
               05 WS-SEM-DETENTORE       PIC X(50) VALUE SPACE.
               05 WS-SEM-ORIGINE-DET     PIC X(20) VALUE SPACE.
               05 WS-SEM-DAL             PIC X(16) VALUE SPACE.
               05 WS-SEM-APPESO          PIC X(1) VALUE SPACE.
           01 WS-OGGI-ANNO PIC 9(8) VALUE ZERO.
           01 WS-OGGI-ANNO-REDEF REDEFINES WS-OGGI-ANNO.
               05 WS-ANNO-CORRENTE PIC 9(4).
               05 ATTIVO-JOB        PIC X(1).
           01 DB-ULTIMA-CORSA       PIC X(10) VALUE SPACE.
           01 DB-GIORNI-FERMO       PIC 9(5) VALUE ZERO.
           01 DB-ID-DOPO            PIC 9(9) VALUE ZERO.
           01 DB-CODICE-SQL-ORIGINALE PIC S9(9) VALUE ZERO.
           01 DB-ERR-MESSAGGIO PIC X(200) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.
               SELECT 'RAPPORTO-ANNUALE', 'MENSILE', 28
               WHERE NOT EXISTS (SELECT 1 FROM JOB_PIANIFICATO
                   WHERE NOME = 'RAPPORTO-ANNUALE')
           END-EXEC
           EXEC SQL
               INSERT INTO JOB_PIANIFICATO (NOME, FREQUENZA, GIORNO)
               SELECT 'ESTRATTI-CONTO-MENSILI', 'MENSILE', 1
               WHERE NOT EXISTS (SELECT 1 FROM JOB_PIANIFICATO
                   WHERE NOME = 'ESTRATTI-CONTO-MENSILI')
           END-EXEC
           EXEC SQL
               INSERT INTO JOB_PIANIFICATO (NOME, FREQUENZA, GIORNO)
               SELECT 'REPORT-CONSEGNE-DOMICILIO', 'MENSILE', 1
               WHERE NOT EXISTS (SELECT 1 FROM JOB_PIANIFICATO
                   WHERE NOME = 'REPORT-CONSEGNE-DOMICILIO')
           END-EXEC
           EXEC SQL
               INSERT INTO JOB_PIANIFICATO (NOME, FREQUENZA, GIORNO)
               SELECT 'ORE-VOLONTARI-TRIMESTRE', 'MENSILE', 1
               WHERE NOT EXISTS (SELECT 1 FROM JOB_PIANIFICATO
                   WHERE NOME = 'ORE-VOLONTARI-TRIMESTRE')
           END-EXEC
           EXEC SQL
               INSERT INTO JOB_PIANIFICATO (NOME, FREQUENZA, GIORNO)
               SELECT 'VALUTAZIONE-PATRIMONIO', 'MENSILE', 15
               WHERE NOT EXISTS (SELECT 1 FROM JOB_PIANIFICATO
                   WHERE NOME = 'VALUTAZIONE-PATRIMONIO')
           END-EXEC
           EXEC SQL
               INSERT INTO JOB_PIANIFICATO (NOME, FREQUENZA, GIORNO)
               SELECT 'ATTI-LIQUIDAZIONE', 'SETTIMANALE', 1
               WHERE NOT EXISTS (SELECT 1 FROM JOB_PIANIFICATO
                   WHERE NOME = 'ATTI-LIQUIDAZIONE')
           END-EXEC
           EXEC SQL
               INSERT INTO JOB_PIANIFICATO (NOME, FREQUENZA, GIORNO)
               SELECT 'CONSERVAZIONE-DATI', 'MENSILE', 1
               WHERE NOT EXISTS (SELECT 1 FROM JOB_PIANIFICATO
                   WHERE NOME = 'CONSERVAZIONE-DATI')
           END-EXEC
           EXEC SQL
               INSERT INTO JOB_PIANIFICATO (NOME, FREQUENZA, GIORNO)
               SELECT 'IMPORTA-ANAGRAFE', 'MENSILE', 5
               WHERE NOT EXISTS (SELECT 1 FROM JOB_PIANIFICATO
                   WHERE NOME = 'IMPORTA-ANAGRAFE')
           END-EXEC
           EXEC SQL
               INSERT INTO JOB_PIANIFICATO (NOME, FREQUENZA, GIORNO)
               SELECT 'CONSULTAZIONI-DATI-DPO', 'MENSILE', 1
               WHERE NOT EXISTS (SELECT 1 FROM JOB_PIANIFICATO
                   WHERE NOME = 'CONSULTAZIONI-DATI-DPO')
           END-EXEC
           EXEC SQL
               INSERT INTO JOB_PIANIFICATO (NOME, FREQUENZA, GIORNO)
               SELECT 'CONSERVAZIONE-CONSULTAZIONI', 'MENSILE', 1
               WHERE NOT EXISTS (SELECT 1 FROM JOB_PIANIFICATO
                   WHERE NOME = 'CONSERVAZIONE-CONSULTAZIONI')
           END-EXEC.
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               INSERT INTO JOB_PIANIFICATO (NOME, FREQUENZA, GIORNO)
               SELECT 'INDICE-PAROLE-CATALOGO', 'MENSILE', 1
               WHERE NOT EXISTS (SELECT 1 FROM JOB_PIANIFICATO
                   WHERE NOME = 'INDICE-PAROLE-CATALOGO')
           END-EXEC.
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               INSERT INTO JOB_PIANIFICATO (NOME, FREQUENZA, GIORNO)
               SELECT 'OPEN-DATA-MENSILE', 'MENSILE', 2
               WHERE NOT EXISTS (SELECT 1 FROM JOB_PIANIFICATO
                   WHERE NOME = 'OPEN-DATA-MENSILE')
           END-EXEC.
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               INSERT INTO JOB_PIANIFICATO (NOME, FREQUENZA, GIORNO)
               SELECT 'PREVISIONE-FASCICOLI', 'MENSILE', 1
               WHERE NOT EXISTS (SELECT 1 FROM JOB_PIANIFICATO
                   WHERE NOME = 'PREVISIONE-FASCICOLI')
           END-EXEC.
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               INSERT INTO JOB_PIANIFICATO (NOME, FREQUENZA, GIORNO)
               SELECT 'RITARDI-FASCICOLI', 'SETTIMANALE', 1
               WHERE NOT EXISTS (SELECT 1 FROM JOB_PIANIFICATO
                   WHERE NOME = 'RITARDI-FASCICOLI')
           END-EXEC.
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               INSERT INTO JOB_PIANIFICATO (NOME, FREQUENZA, GIORNO)
               SELECT 'RECLAMI-TRIMESTRE', 'MENSILE', 1
               WHERE NOT EXISTS (SELECT 1 FROM JOB_PIANIFICATO
                   WHERE NOME = 'RECLAMI-TRIMESTRE')
           END-EXEC.
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               INSERT INTO JOB_PIANIFICATO (NOME, FREQUENZA, GIORNO)
               SELECT 'ALLARMI-VARCO-SETTIMANA', 'SETTIMANALE', 1
               WHERE NOT EXISTS (SELECT 1 FROM JOB_PIANIFICATO
                   WHERE NOME = 'ALLARMI-VARCO-SETTIMANA')
           END-EXEC.
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.

           ESEGUIJOBSCADUTI.
           MOVE ZERO TO WS-CONTEGGIO-LANCIATI
           MOVE 'N' TO WS-FINE-LAVORI
           MOVE ZERO TO DB-ID-DOPO
           MOVE 'PIANIFICATORE' TO WS-SEM-JOB
           CALL 'SEMAFORO' USING 'a', WS-SEMAFORO
           IF WS-SEM-ESITO NOT = 'S'
               EXIT PROGRAM
           END-IF
           PERFORM TROVAJOBSCADUTO UNTIL WS-FINE-LAVORI = 'S'
           MOVE 'PIANIFICATORE' TO WS-SEM-JOB
           CALL 'SEMAFORO' USING 'r', WS-SEMAFORO
           DISPLAY "LAVORI PERIODICI LANCIATI: " WS-CONTEGGIO-LANCIATI
           EXIT PROGRAM.

      ******************************************************************
      **************TROVA E LANCIA IL PROSSIMO LAVORO DOVUTO************
      ******************************************************************
      **I LAVORI SI SCORRONO PER ID CRESCENTE: UN LAVORO CONTESO (GIA'*
      **IN CORSO ALTROVE) RESTA DOVUTO MA NON VIENE RIPRESO IN QUESTA**
      **CORSA***********************************************************
           TROVAJOBSCADUTO.
           MOVE ZERO TO ID-JOB
           MOVE SPACE TO NOME-JOB
               SELECT ID, NOME INTO :ID-JOB, :NOME-JOB
               FROM JOB_PIANIFICATO
               WHERE COALESCE(ATTIVO, 'S') = 'S'
               AND ID > :DB-ID-DOPO
               AND (ULTIMA_CORSA IS NULL
                    OR ULTIMA_CORSA < CURRENT_DATE)
               AND ((FREQUENZA = 'SETTIMANALE' AND GIORNO =
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 'S' TO WS-FINE-LAVORI
               EXIT PARAGRAPH
           END-IF
           MOVE ID-JOB TO DB-ID-DOPO
      *    I PROMEMORIA PRE-SCADENZA SONO LO STESSO LAVORO DEL PASSO***
      *    SERALE E DEL MENU: STESSO SEMAFORO*************************
           IF NOME-JOB = 'PROMEMORIA-PRE-SCADENZA'
               MOVE 'PROMEMORIA SCADENZE ED EVENTI' TO WS-SEM-JOB
           ELSE
               MOVE NOME-JOB TO WS-SEM-JOB
           END-IF
           CALL 'SEMAFORO' USING 'a', WS-SEMAFORO
           IF WS-SEM-ESITO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM APRIANNOTAZIONEBATCH
           PERFORM LANCIAJOB
           PERFORM CHIUDIANNOTAZIONEBATCH
           EXEC SQL
               UPDATE JOB_PIANIFICATO
               SET ULTIMA_CORSA = CURRENT_DATE
               WHERE ID = :ID-JOB
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           CALL 'SEMAFORO' USING 'r', WS-SEMAFORO
           ADD 1 TO WS-CONTEGGIO-LANCIATI.

      ******************************************************************
      **************ANNOTA L'INIZIO DEL LAVORO IN BATCH_RUN*************
                   ACCEPT WS-OGGI-ANNO FROM DATE YYYYMMDD
                   MOVE WS-ANNO-CORRENTE TO WS-ANNO-RAPPORTO
                   CALL 'REPORTANNUALE' USING 'r', WS-RAPPORTO-ANNUALE
               WHEN 'ESTRATTI-CONTO-MENSILI'
                   CALL 'ESTRATTOCONTO' USING 'm', WS-ESTRATTO
               WHEN 'REPORT-CONSEGNE-DOMICILIO'
                   CALL 'DOMICILIO' USING 'r', WS-DOMICILIO
               WHEN 'ORE-VOLONTARI-TRIMESTRE'
                   CALL 'VOLONTARIO' USING 'q', WS-VOLONTARIO
               WHEN 'VALUTAZIONE-PATRIMONIO'
                   CALL 'PATRIMONIO' USING 'q', WS-PATRIMONIO
               WHEN 'ATTI-LIQUIDAZIONE'
                   CALL 'LIQUIDAZIONE' USING 'q', WS-LIQUIDAZIONE
               WHEN 'CONSERVAZIONE-DATI'
                   CALL 'PRIVACY' USING 'r', WS-PRIVACY
               WHEN 'IMPORTA-ANAGRAFE'
                   CALL 'RESIDENZA' USING 'i', WS-RESIDENZA
      *        PROSPETTO DEL MESE SCORSO PER IL RESPONSABILE DELLA****
      *        PROTEZIONE DEI DATI E PULIZIA DEL REGISTRO*************
               WHEN 'CONSULTAZIONI-DATI-DPO'
                   MOVE ZERO TO WS-ACD-ANNO
                   MOVE ZERO TO WS-ACD-MESE
                   CALL 'ACCESSIDATI' USING 'm', WS-ACCESSO-DATI
               WHEN 'CONSERVAZIONE-CONSULTAZIONI'
                   CALL 'ACCESSIDATI' USING 'p', WS-ACCESSO-DATI
      *        RICOSTRUZIONE DI SICUREZZA DELL'INDICE PER PAROLE*******
               WHEN 'INDICE-PAROLE-CATALOGO'
                   CALL 'PAROLECHIAVE' USING 'r', WS-PAROLE-CHIAVE
      *        OPEN DATA DEL MESE SCORSO, DOPO LA FOTOGRAFIA DEL 28****
               WHEN 'OPEN-DATA-MENSILE'
                   MOVE ZERO TO WS-OD-ANNO
                   MOVE ZERO TO WS-OD-MESE
                   CALL 'OPENDATA' USING 'x', WS-OPENDATA
      *        FASCICOLI DEGLI ABBONAMENTI NUOVI O DELL'ANNO NUOVO*****
               WHEN 'PREVISIONE-FASCICOLI'
                   CALL 'PERIODICO' USING 'w', WS-PERIODICO
      *        NUMERI IN RITARDO NELLA LISTA RECLAMI********************
               WHEN 'RITARDI-FASCICOLI'
                   CALL 'PERIODICO' USING 'a', WS-PERIODICO
      *        RIEPILOGO DEI RECLAMI PER LA CARTA DEI SERVIZI**********
               WHEN 'RECLAMI-TRIMESTRE'
                   CALL 'RECLAMO' USING 'q', WS-RECLAMO
      *        ALLARMI DEL VARCO NON SPIEGATI, PER SEDE E ORA*********
               WHEN 'ALLARMI-VARCO-SETTIMANA'
                   CALL 'VARCO' USING 'q', WS-VARCO
               WHEN OTHER
                   DISPLAY "LAVORO SCONOSCIUTO AL DRIVER: " NOME-JOB
           END-EVALUATE.
