               05 WS-NUOVA-PSWD PIC X(50) VALUE SPACE.
               05 WS-CATEGORIA PIC X(10) VALUE SPACE.
               05 WS-DATA-NASCITA PIC X(10) VALUE SPACE.
               05 WS-CODICE-FISCALE PIC X(16) VALUE SPACE.
               05 WS-DOC-TIPO PIC X(20) VALUE SPACE.
               05 WS-DOC-NUMERO PIC X(20) VALUE SPACE.
               05 WS-DOC-SCADENZA PIC X(10) VALUE SPACE.
           01 WS-MATCH-COUNT PIC 9(5) VALUE ZERO.
           01 WS-AUDITLOG.
               05 WS-AUDIT-TABELLA    PIC X(30).
               05 WS-CONFIG-VALORE-NUM PIC 9(7)V99.
               05 WS-CONFIG-ESITO PIC X(1).

      *****************************************************************
      **********INDIRIZZO STRUTTURATO CONTRO LO STRADARIO**************
      *****************************************************************
           01 WS-STRADARIO.
               05 WS-STR-USERNAME        PIC X(50).
               05 WS-STR-VIA             PIC X(100).
               05 WS-STR-CIVICO          PIC X(10).
               05 WS-STR-CAP             PIC X(5).
               05 WS-STR-FRAZIONE        PIC X(50).
               05 WS-STR-COMUNE          PIC X(50).
               05 WS-STR-LIVELLO         PIC X(1).
               05 WS-STR-ANNO            PIC 9(4).
               05 WS-STR-MOTIVO          PIC X(40).
               05 WS-STR-OPERATORE       PIC X(50).
               05 WS-STR-ESITO           PIC X(1).

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
      *****************************************************************
           01 DB-DOMANDA-SIC        PIC X(100) VALUE SPACE.
           01 DB-EMAIL              PIC X(50) VALUE SPACE.
           01 DB-TENTATIVI          PIC 9(3) VALUE ZERO.
           01 DB-SECONDO-FATTORE    PIC X(1) VALUE SPACE.
           01 DB-MINUTI-BLOCCO      PIC 9(4) VALUE 15.
           01 DB-PSWD-MEMORIZZATA   PIC X(120) VALUE SPACE.
           01 DB-PSWD-HASH          PIC X(100) VALUE SPACE.
               05 LS-NUOVA-PSWD PIC X(50).
               05 LS-CATEGORIA PIC X(10).
               05 LS-DATA-NASCITA PIC X(10).
               05 LS-CODICE-FISCALE PIC X(16).
               05 LS-DOC-TIPO PIC X(20).
               05 LS-DOC-NUMERO PIC X(20).
               05 LS-DOC-SCADENZA PIC X(10).
           01 LS-REPLY PIC X(1).


            WHEN LS-OPERAZIONE1='v'
                 PERFORM RESETPASSWORD
                 EXIT PROGRAM
            WHEN LS-OPERAZIONE1='f'
      *        CODICE DEL SECONDO FATTORE SBAGLIATO: CONTA COME UNA***
      *        PASSWORD SBAGLIATA E PUO' BLOCCARE L'ACCOUNT ('b')****
                 PERFORM TENTATIVOSECONDOFATTORE
                 EXIT PROGRAM
            WHEN LS-OPERAZIONE1='z'
      *        SECONDO FATTORE SUPERATO O NON RICHIESTO: SOLO ORA****
      *        L'ACCESSO E' COMPLETO E IL CONTATORE SI AZZERA*********
                 PERFORM CHIUDISECONDOFATTORE
                 EXIT PROGRAM
            END-EVALUATE.
           EXIT PROGRAM.

                   PERFORM REGISTRA-AUDIT-LOGIN
               ELSE
                   MOVE 'y' TO LS-REPLY
      *            SE IL RUOLO VUOLE IL SECONDO FATTORE IL CONTATORE**
      *            SI AZZERA SOLO DOPO IL CODICE ('z'): UNA PASSWORD**
      *            GIUSTA NON CANCELLA I CODICI SBAGLIATI*************
                   PERFORM CONTROLLASECONDOFATTORE
      *            ALLO STESSO MODO L'ACCESSO ('LOGIN') SI REGISTRA**
      *            SOLO A CODICE ACCETTATO: QUI RESTA 'LOGIN_PWD'****
                   IF DB-SECONDO-FATTORE NOT = 'S'
                       PERFORM AZZERATENTATIVI
                       MOVE 'LOGIN' TO WS-AUDIT-OPERAZIONE
                   ELSE
                       MOVE 'LOGIN_PWD' TO WS-AUDIT-OPERAZIONE
                   END-IF
                   PERFORM REGISTRA-AUDIT-LOGIN
      *            PASSWORD PROVVISORIA O TROPPO VECCHIA: L'ACCESSO***
      *            RIESCE MA IL CHIAMANTE DEVE IMPORRE IL CAMBIO******
               WHERE USERNAME = TRIM(:DB-USERNAME)
           END-EXEC.

      ******************************************************************
      **********IL RUOLO DELL'UTENTE RICHIEDE IL SECONDO FATTORE?*******
      ******************************************************************
           CONTROLLASECONDOFATTORE.
           MOVE 'N' TO DB-SECONDO-FATTORE
           EXEC SQL
               SELECT COALESCE(R.SECONDO_FATTORE, 'N')
               INTO :DB-SECONDO-FATTORE
               FROM UTENTE U JOIN RUOLO R ON R.RUOLO = U.RUOLO
               WHERE U.USERNAME = TRIM(:DB-USERNAME)
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 'N' TO DB-SECONDO-FATTORE
           END-IF.

      ******************************************************************
      **********CODICE DEL SECONDO FATTORE SBAGLIATO********************
      ******************************************************************
      **STESSO CONTATORE E STESSO BLOCCO DELLE PASSWORD SBAGLIATE******
           TENTATIVOSECONDOFATTORE.
           MOVE LS-RECORD TO WS-CREDENZIALI
           MOVE WS-USERNAME TO DB-USERNAME
           PERFORM REGISTRATENTATIVOFALLITO
           IF DB-TENTATIVI NOT < 5
               MOVE 'b' TO LS-REPLY
           ELSE
               MOVE 'n' TO LS-REPLY
           END-IF
           MOVE 'OTP_FAIL' TO WS-AUDIT-OPERAZIONE
           PERFORM REGISTRA-AUDIT-LOGIN
           PERFORM COMMITONLY.

      ******************************************************************
      **********ACCESSO COMPLETATO DOPO IL SECONDO FATTORE**************
      ******************************************************************
      **CODICE ACCETTATO O POSTAZIONE FIDATA: SOLO ORA L'ACCESSO CONTA*
      **COME 'LOGIN' (ULTIMO ACCESSO, RICERTIFICA, INATTIVITA')*********
           CHIUDISECONDOFATTORE.
           MOVE LS-RECORD TO WS-CREDENZIALI
           MOVE WS-USERNAME TO DB-USERNAME
           PERFORM AZZERATENTATIVI
           MOVE 'LOGIN' TO WS-AUDIT-OPERAZIONE
           PERFORM REGISTRA-AUDIT-LOGIN
           PERFORM COMMITONLY.


           
      ******************************************************************
           PERFORM CREATETABLEJOBPIANIFICATO.
           PERFORM CREATETABLEOPACFEED.
           PERFORM CREATETABLESTATISTICAMESE.
           PERFORM CREATETABLEESTRATTOCONTO.
           PERFORM CREATETABLEDOMICILIO.
           PERFORM CREATETABLEVOLONTARIO.
           PERFORM CREATETABLEORARIO.
           PERFORM CREATETABLEEVENTO.
           PERFORM CREATETABLEPATRIMONIO.
           PERFORM CREATETABLEFATTURASDI.
           PERFORM CREATETABLELIQUIDAZIONE.
           PERFORM CREATETABLECOLLANA.
           PERFORM CREATETABLEVENDITA.
           PERFORM CREATETABLECONSERVAZIONE.
           PERFORM CREATETABLECONSENSO.
           PERFORM CREATETABLEPOSTAZIONE.
           PERFORM CREATETABLESTORIAESEMPLARE.
           PERFORM CREATETABLENOTEBLOCCHI.
           PERFORM CREATETABLERICHIESTAOPAC.
           PERFORM CREATETABLESEMAFORO.
           PERFORM CREATETABLEINTERFACCIA.
           PERFORM CREATETABLEINGRESSO.
           PERFORM CREATETABLESIMULAZIONE.
           PERFORM CREATETABLECOMPONENTI.
           PERFORM CREATETABLERICERCACOPIA.
           PERFORM CREATETABLERICHIAMO.
           PERFORM CREATETABLEVERSAMENTO.
           PERFORM CREATETABLELETTURA.
           PERFORM CREATETABLEDEPOSITO.
           PERFORM CREATETABLERESAACQUISTI.
           PERFORM CREATETABLERICERTIFICA.
           PERFORM CREATETABLEACCESSODATI.
           PERFORM CREATETABLESTRADARIO.
           PERFORM CREATETABLEPAROLECHIAVE.
           PERFORM CREATETABLEMODIFICAGLOBALE.
           PERFORM CREATETABLECLASSI.
           PERFORM CREATETABLESECONDOFATTORE.
           PERFORM CREATETABLESCHEMAPUBBLICAZIONE.
           PERFORM CREATETABLEALTARICHIESTA.
           PERFORM CREATETABLELETTURASCAFFALE.
           PERFORM CREATETABLERECLAMO.
           PERFORM CREATETABLECHECKPOINT.
           PERFORM CREATETABLEALLARMEVARCO.

      ******************************************************************
      **************REGISTRAZIONE**************************************
               INSERT INTO
               UTENTE(USERNAME,PASSWORD,NOME,COGNOME,INDIRIZZO,RUOLO,
               DOMANDA_SICUREZZA,RISPOSTA_SICUREZZA,APPROVATO,EMAIL,
               CATEGORIA,DATA_NASCITA,CODICE_FISCALE,DOC_TIPO,
               DOC_NUMERO,DOC_SCADENZA)
               VALUES  (TRIM(:DB-USERNAME), TRIM(:DB-PSWD-HASH),
               TRIM(:WS-NOME), TRIM(:WS-COGNOME),
               :WS-INDIRIZZO,'PATRON',
               TRIM(:DB-DOMANDA-SIC), TRIM(:DB-RISPOSTA-SIC),'N',
               TRIM(:DB-EMAIL), TRIM(:DB-CATEGORIA),
               TO_DATE(NULLIF(TRIM(:WS-DATA-NASCITA), ''),
               'DD-MM-YYYY'),
               NULLIF(TRIM(:WS-CODICE-FISCALE), ''),
               NULLIF(TRIM(:WS-DOC-TIPO), ''),
               NULLIF(TRIM(:WS-DOC-NUMERO), ''),
               TO_DATE(NULLIF(TRIM(:WS-DOC-SCADENZA), ''),
               'DD-MM-YYYY'))
               END-EXEC
               MOVE 'y' TO LS-REPLY
               DISPLAY "STO PROVANDO A REGISTRARE..."
               IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME
               END-IF
      *        L'INDIRIZZO DI CASA VIENE SCOMPOSTO SULLO STRADARIO;***
      *        SE NON SI RICONOSCE LO SISTEMERA' LA BIBLIOTECA********
               MOVE SPACE TO WS-STRADARIO
               MOVE ZERO TO WS-STR-ANNO
               MOVE DB-USERNAME TO WS-STR-USERNAME
               CALL 'STRADARIO' USING 'a', WS-STRADARIO
      *        L'INDIRIZZO EMAIL NASCE NON VERIFICATO: IL CODICE DI***
      *        CONFERMA PARTE SUBITO VIA NOTIFICA E L'UTENTE LO*******
      *        INSERIRA' DAL PROPRIO MENU******************************
               CHAR(1) DEFAULT 'N'
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
      ***************AGGIUNGE CODICE FISCALE E DOCUMENTO****************
      **IL CODICE FISCALE IDENTIFICA IL DEBITORE NELLE POSIZIONI*******
      **PAGOPA E NEI CASI PASSATI ALLE RISCOSSIONI; IL DOCUMENTO*******
      **(TIPO, NUMERO, SCADENZA) SI CONTROLLA ALL'APPROVAZIONE*********
           EXEC SQL
               ALTER TABLE UTENTE
               ADD COLUMN IF NOT EXISTS CODICE_FISCALE VARCHAR(16),
               ADD COLUMN IF NOT EXISTS DOC_TIPO VARCHAR(20),
               ADD COLUMN IF NOT EXISTS DOC_NUMERO VARCHAR(20),
               ADD COLUMN IF NOT EXISTS DOC_SCADENZA DATE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               CREATE INDEX IF NOT EXISTS IDX_UTENTE_CODICE_FISCALE
               ON UTENTE (CODICE_FISCALE)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
      ***************AGGIUNGE LA RESIDENZA DALL'ANAGRAFE****************
      **RESIDENTE S/N DALL'ESTRATTO DELL'ANAGRAFE COMUNALE (VUOTO =****
      **MAI VERIFICATO); RESIDENZA_DECADUTA SEGNA CHI HA PERSO LA******
      **RESIDENZA FINO ALL'AVVISO AL PROSSIMO RINNOVO. SEDE_TESSERA E'**
      **LA SEDE DELL'ULTIMA EMISSIONE O RINNOVO DELLA TESSERA***********
           EXEC SQL
               ALTER TABLE UTENTE
               ADD COLUMN IF NOT EXISTS RESIDENTE CHAR(1),
               ADD COLUMN IF NOT EXISTS RESIDENZA_VARIATA_IL DATE,
               ADD COLUMN IF NOT EXISTS RESIDENZA_VERIFICATA_IL DATE,
               ADD COLUMN IF NOT EXISTS RESIDENZA_DECADUTA
               CHAR(1) DEFAULT 'N',
               ADD COLUMN IF NOT EXISTS SEDE_TESSERA INT
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
      ***************CHECK IF THE TABLE IS EMPTY************************
           EXEC SQL
           SELECT COUNT(*) INTO :VALUESTABLE FROM UTENTE
                   'Giorni sullo scaffale ritiri prima di decadere'
               WHERE NOT EXISTS (SELECT 1 FROM CONFIG
                   WHERE CHIAVE = 'GIORNI-RITIRO-PRENOTAZIONE')
           END-EXEC
           EXEC SQL
               INSERT INTO CONFIG (CHIAVE, VALORE, DESCRIZIONE)
               SELECT 'GIORNI-PRESTITO-DOMICILIO', '42',
                   'Durata minima prestito patron a domicilio'
               WHERE NOT EXISTS (SELECT 1 FROM CONFIG
                   WHERE CHIAVE = 'GIORNI-PRESTITO-DOMICILIO')
           END-EXEC
           EXEC SQL
               INSERT INTO CONFIG (CHIAVE, VALORE, DESCRIZIONE)
               SELECT 'VALORE-STIMA-DONO', '10',
                   'STIMA STANDARD IN EURO DI UNA COPIA DONATA'
               WHERE NOT EXISTS (SELECT 1 FROM CONFIG
                   WHERE CHIAVE = 'VALORE-STIMA-DONO')
           END-EXEC
           EXEC SQL
               INSERT INTO CONFIG (CHIAVE, VALORE, DESCRIZIONE)
               SELECT 'GIORNI-TERMINE-PAGAMENTO', '30',
                   'GIORNI DI LEGGE PER PAGARE UNA FATTURA'
               WHERE NOT EXISTS (SELECT 1 FROM CONFIG
                   WHERE CHIAVE = 'GIORNI-TERMINE-PAGAMENTO')
           END-EXEC
           EXEC SQL
               INSERT INTO CONFIG (CHIAVE, VALORE, DESCRIZIONE)
               SELECT 'GIORNI-PREAVVISO-PAGAMENTO', '7',
                   'PREAVVISO DEL REPORT SCADENZE FATTURE'
               WHERE NOT EXISTS (SELECT 1 FROM CONFIG
                   WHERE CHIAVE = 'GIORNI-PREAVVISO-PAGAMENTO')
           END-EXEC
           EXEC SQL
               INSERT INTO CONFIG (CHIAVE, VALORE, DESCRIZIONE)
               SELECT 'ANNI-INATTIVITA-CONSERVAZIONE', '7',
                   'ANNI DI INATTIVITA PRIMA DELL AVVISO DI OBLIO'
               WHERE NOT EXISTS (SELECT 1 FROM CONFIG
                   WHERE CHIAVE = 'ANNI-INATTIVITA-CONSERVAZIONE')
           END-EXEC
           EXEC SQL
               INSERT INTO CONFIG (CHIAVE, VALORE, DESCRIZIONE)
               SELECT 'GIORNI-PREAVVISO-CONSERVAZIONE', '60',
                   'GIORNI TRA AVVISO E ANONIMIZZAZIONE'
               WHERE NOT EXISTS (SELECT 1 FROM CONFIG
                   WHERE CHIAVE = 'GIORNI-PREAVVISO-CONSERVAZIONE')
           END-EXEC
           EXEC SQL
               INSERT INTO CONFIG (CHIAVE, VALORE, DESCRIZIONE)
               SELECT 'QUOTA-NON-RESIDENTI', '15.00',
                   'Quota annua tessera per i non residenti (EUR)'
               WHERE NOT EXISTS (SELECT 1 FROM CONFIG
                   WHERE CHIAVE = 'QUOTA-NON-RESIDENTI')
           END-EXEC
           EXEC SQL
               INSERT INTO CONFIG (CHIAVE, VALORE, DESCRIZIONE)
               SELECT 'ORE-SEMAFORO-APPESO', '6',
                   'ORE OLTRE LE QUALI UN LAVORO TENUTO E APPESO'
               WHERE NOT EXISTS (SELECT 1 FROM CONFIG
                   WHERE CHIAVE = 'ORE-SEMAFORO-APPESO')
           END-EXEC
           EXEC SQL
               INSERT INTO CONFIG (CHIAVE, VALORE, DESCRIZIONE)
               SELECT 'COSTO-COMPONENTE-MANCANTE', '0.00',
                   'ADDEBITO PER PEZZO MANCANTE AL RIENTRO (0 = NO)'
               WHERE NOT EXISTS (SELECT 1 FROM CONFIG
                   WHERE CHIAVE = 'COSTO-COMPONENTE-MANCANTE')
           END-EXEC
           EXEC SQL
               INSERT INTO CONFIG (CHIAVE, VALORE, DESCRIZIONE)
               SELECT 'RICERCHE-COPIA-MASSIME', '3',
                   'RICERCHE A VUOTO PRIMA DI DARE PERSA LA COPIA'
               WHERE NOT EXISTS (SELECT 1 FROM CONFIG
                   WHERE CHIAVE = 'RICERCHE-COPIA-MASSIME')
           END-EXEC
           EXEC SQL
               INSERT INTO CONFIG (CHIAVE, VALORE, DESCRIZIONE)
               SELECT 'SOGLIA-CONTESTAZIONI', '2',
                   'CONTESTAZIONI DI UN PATRON DA SEGNALARE'
               WHERE NOT EXISTS (SELECT 1 FROM CONFIG
                   WHERE CHIAVE = 'SOGLIA-CONTESTAZIONI')
           END-EXEC
           EXEC SQL
               INSERT INTO CONFIG (CHIAVE, VALORE, DESCRIZIONE)
               SELECT 'GIORNI-MINIMI-RICHIAMO', '7',
                   'DURATA MINIMA DI UN PRESTITO RICHIAMATO'
               WHERE NOT EXISTS (SELECT 1 FROM CONFIG
                   WHERE CHIAVE = 'GIORNI-MINIMI-RICHIAMO')
           END-EXEC
           EXEC SQL
               INSERT INTO CONFIG (CHIAVE, VALORE, DESCRIZIONE)
               SELECT 'GIORNI-PREAVVISO-RICHIAMO', '7',
                   'GIORNI DATI AL PATRON PER RENDERE UN RICHIAMO'
               WHERE NOT EXISTS (SELECT 1 FROM CONFIG
                   WHERE CHIAVE = 'GIORNI-PREAVVISO-RICHIAMO')
           END-EXEC
           EXEC SQL
               INSERT INTO CONFIG (CHIAVE, VALORE, DESCRIZIONE)
               SELECT 'TARIFFA-MULTA-RICHIAMO', '1.00',
                   'MULTA GIORNALIERA OLTRE LA SCADENZA DEL RICHIAMO'
               WHERE NOT EXISTS (SELECT 1 FROM CONFIG
                   WHERE CHIAVE = 'TARIFFA-MULTA-RICHIAMO')
           END-EXEC
           EXEC SQL
               INSERT INTO CONFIG (CHIAVE, VALORE, DESCRIZIONE)
               SELECT 'GIORNI-ACCREDITO-VERSAMENTO', '5',
                   'GIORNI ENTRO CUI LA BANCA ACCREDITA UN VERSAMENTO'
               WHERE NOT EXISTS (SELECT 1 FROM CONFIG
                   WHERE CHIAVE = 'GIORNI-ACCREDITO-VERSAMENTO')
           END-EXEC
           EXEC SQL
               INSERT INTO CONFIG (CHIAVE, VALORE, DESCRIZIONE)
               SELECT 'LIBRI-OBIETTIVO-LETTURA', '10',
                   'LIBRI DA LEGGERE NELLA SFIDA SENZA FASCIA DI ETA'
               WHERE NOT EXISTS (SELECT 1 FROM CONFIG
                   WHERE CHIAVE = 'LIBRI-OBIETTIVO-LETTURA')
           END-EXEC
           EXEC SQL
               INSERT INTO CONFIG (CHIAVE, VALORE, DESCRIZIONE)
               SELECT 'TAPPA-LIBRI-LETTURA', '5',
                   'OGNI QUANTI LIBRI LETTI PARTE UN AVVISO DI TAPPA'
               WHERE NOT EXISTS (SELECT 1 FROM CONFIG
                   WHERE CHIAVE = 'TAPPA-LIBRI-LETTURA')
           END-EXEC
           EXEC SQL
               INSERT INTO CONFIG (CHIAVE, VALORE, DESCRIZIONE)
               SELECT 'GIORNI-DEPOSITO-LEGALE', '60',
                   'GIORNI DALL ANNUNCIO OLTRE I QUALI SI SOLLECITA'
               WHERE NOT EXISTS (SELECT 1 FROM CONFIG
                   WHERE CHIAVE = 'GIORNI-DEPOSITO-LEGALE')
           END-EXEC
           EXEC SQL
               INSERT INTO CONFIG (CHIAVE, VALORE, DESCRIZIONE)
               SELECT 'GIORNI-SOLLECITO-DEPOSITO', '30',
                   'GIORNI TRA DUE SOLLECITI DI DEPOSITO LEGALE'
               WHERE NOT EXISTS (SELECT 1 FROM CONFIG
                   WHERE CHIAVE = 'GIORNI-SOLLECITO-DEPOSITO')
           END-EXEC
           EXEC SQL
               INSERT INTO CONFIG (CHIAVE, VALORE, DESCRIZIONE)
               SELECT 'GIORNI-RICERTIFICA', '21',
                   'GIORNI PER CONFERMARE GLI ACCOUNT DEL PERSONALE'
               WHERE NOT EXISTS (SELECT 1 FROM CONFIG
                   WHERE CHIAVE = 'GIORNI-RICERTIFICA')
           END-EXEC
           EXEC SQL
               INSERT INTO CONFIG (CHIAVE, VALORE, DESCRIZIONE)
               SELECT 'MESI-CONSERVAZIONE-ACCESSI', '24',
                   'MESI DI CONSERVAZIONE DEL REGISTRO CONSULTAZIONI'
               WHERE NOT EXISTS (SELECT 1 FROM CONFIG
                   WHERE CHIAVE = 'MESI-CONSERVAZIONE-ACCESSI')
           END-EXEC
           EXEC SQL
               INSERT INTO CONFIG (CHIAVE, VALORE, DESCRIZIONE)
               SELECT 'SOGLIA-ACCESSI-DPO', '200',
                   'PATRON DISTINTI AL MESE OLTRE CUI SI SEGNALA'
               WHERE NOT EXISTS (SELECT 1 FROM CONFIG
                   WHERE CHIAVE = 'SOGLIA-ACCESSI-DPO')
           END-EXEC
           EXEC SQL
               INSERT INTO CONFIG (CHIAVE, VALORE, DESCRIZIONE)
               SELECT 'SOGLIA-OPENDATA', '5',
                   'CONTEGGI DI PERSONE SOTTO SOGLIA RISERVATI'
               WHERE NOT EXISTS (SELECT 1 FROM CONFIG
                   WHERE CHIAVE = 'SOGLIA-OPENDATA')
           END-EXEC
           EXEC SQL
               INSERT INTO CONFIG (CHIAVE, VALORE, DESCRIZIONE)
               SELECT 'OPENDATA-LICENZA', 'CC-BY-4.0',
                   'LICENZA DEGLI OPEN DATA'
               WHERE NOT EXISTS (SELECT 1 FROM CONFIG
                   WHERE CHIAVE = 'OPENDATA-LICENZA')
           END-EXEC
           EXEC SQL
               INSERT INTO CONFIG (CHIAVE, VALORE, DESCRIZIONE)
               SELECT 'OPENDATA-TITOLARE', 'BIBLIOTECA COMUNALE',
                   'TITOLARE DEGLI OPEN DATA'
               WHERE NOT EXISTS (SELECT 1 FROM CONFIG
                   WHERE CHIAVE = 'OPENDATA-TITOLARE')
           END-EXEC
           EXEC SQL
               INSERT INTO CONFIG (CHIAVE, VALORE, DESCRIZIONE)
               SELECT 'MINUTI-VALIDITA-CODICE-ACCESSO', '5',
                   'VALIDITA IN MINUTI DEL CODICE DI ACCESSO'
               WHERE NOT EXISTS (SELECT 1 FROM CONFIG
                   WHERE CHIAVE = 'MINUTI-VALIDITA-CODICE-ACCESSO')
           END-EXEC
           EXEC SQL
               INSERT INTO CONFIG (CHIAVE, VALORE, DESCRIZIONE)
               SELECT 'TENTATIVI-CODICE-ACCESSO', '3',
                   'TENTATIVI AMMESSI PER CODICE DI ACCESSO'
               WHERE NOT EXISTS (SELECT 1 FROM CONFIG
                   WHERE CHIAVE = 'TENTATIVI-CODICE-ACCESSO')
           END-EXEC
           EXEC SQL
               INSERT INTO CONFIG (CHIAVE, VALORE, DESCRIZIONE)
               SELECT 'GIORNI-POSTAZIONE-FIDATA', '30',
                   'GIORNI DI ESENZIONE POSTAZIONE FIDATA'
               WHERE NOT EXISTS (SELECT 1 FROM CONFIG
                   WHERE CHIAVE = 'GIORNI-POSTAZIONE-FIDATA')
           END-EXEC
           EXEC SQL
               INSERT INTO CONFIG (CHIAVE, VALORE, DESCRIZIONE)
               SELECT 'GIORNI-RECLAMO-FASCICOLO', '10',
                   'GIORNI DI RITARDO PRIMA DEL RECLAMO'
               WHERE NOT EXISTS (SELECT 1 FROM CONFIG
                   WHERE CHIAVE = 'GIORNI-RECLAMO-FASCICOLO')
           END-EXEC
           EXEC SQL
               INSERT INTO CONFIG (CHIAVE, VALORE, DESCRIZIONE)
               SELECT 'RAPPORTO-ALTA-RICHIESTA', '3',
                   'CODA PER COPIA OLTRE CUI IL TITOLO E ALTA RICHIESTA'
               WHERE NOT EXISTS (SELECT 1 FROM CONFIG
                   WHERE CHIAVE = 'RAPPORTO-ALTA-RICHIESTA')
           END-EXEC
           EXEC SQL
               INSERT INTO CONFIG (CHIAVE, VALORE, DESCRIZIONE)
               SELECT 'RAPPORTO-FINE-ALTA-RICHIESTA', '1',
                   'CODA PER COPIA SOTTO CUI IL FLAG SI SPEGNE'
               WHERE NOT EXISTS (SELECT 1 FROM CONFIG
                   WHERE CHIAVE = 'RAPPORTO-FINE-ALTA-RICHIESTA')
           END-EXEC
           EXEC SQL
               INSERT INTO CONFIG (CHIAVE, VALORE, DESCRIZIONE)
               SELECT 'GIORNI-PRESTITO-ALTA-RICHIESTA', '7',
                   'DURATA PRESTITO TITOLI ALTA RICHIESTA'
               WHERE NOT EXISTS (SELECT 1 FROM CONFIG
                   WHERE CHIAVE = 'GIORNI-PRESTITO-ALTA-RICHIESTA')
           END-EXEC
           EXEC SQL
               INSERT INTO CONFIG (CHIAVE, VALORE, DESCRIZIONE)
               SELECT 'TARIFFA-MULTA-ALTA-RICHIESTA', '1.00',
                   'MULTA GIORNALIERA TITOLI ALTA RICHIESTA'
               WHERE NOT EXISTS (SELECT 1 FROM CONFIG
                   WHERE CHIAVE = 'TARIFFA-MULTA-ALTA-RICHIESTA')
           END-EXEC
           EXEC SQL
               INSERT INTO CONFIG (CHIAVE, VALORE, DESCRIZIONE)
               SELECT 'GIORNI-RISPOSTA-RECLAMO', '30',
                   'GIORNI PER RISPONDERE A UN RECLAMO'
               WHERE NOT EXISTS (SELECT 1 FROM CONFIG
                   WHERE CHIAVE = 'GIORNI-RISPOSTA-RECLAMO')
           END-EXEC
           EXEC SQL
               INSERT INTO CONFIG (CHIAVE, VALORE, DESCRIZIONE)
               SELECT 'PREAVVISO-SCADENZA-RECLAMO', '5',
                   'GIORNI DI PREAVVISO RECLAMI NEL REPORT'
               WHERE NOT EXISTS (SELECT 1 FROM CONFIG
                   WHERE CHIAVE = 'PREAVVISO-SCADENZA-RECLAMO')
           END-EXEC
           EXEC SQL
               INSERT INTO CONFIG (CHIAVE, VALORE, DESCRIZIONE)
               SELECT 'INTERVALLO-CHECKPOINT', '100',
                   'RECORD TRA DUE COMMIT DEI PASSI BATCH'
               WHERE NOT EXISTS (SELECT 1 FROM CONFIG
                   WHERE CHIAVE = 'INTERVALLO-CHECKPOINT')
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
      ***************AGGIUNGE I CONTATORI DEI PASSI CON CHECKPOINT******
      **RECORD ELABORATI, CONSOLIDATI E ANCORA DA FARE: SE IL PASSO****
      **SI FERMA A META' SI VEDE FIN DOVE E' ARRIVATO*******************
           EXEC SQL
               ALTER TABLE BATCH_RUN
               ADD COLUMN IF NOT EXISTS ELABORATI INT,
               ADD COLUMN IF NOT EXISTS CONFERMATI INT,
               ADD COLUMN IF NOT EXISTS RESIDUI INT
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

      ******************************************************************
      **********COMMIT INTERMEDIO (LA CONNESSIONE RESTA APERTA)*********
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

      ***************CREATE TABLE ESTRATTO_CONTO IF NOT EXISTS**********
      **UNA RIGA PER OGNI ESTRATTO CONTO EMESSO: PERIODO, SALDI E******
      **TOTALI STAMPATI, PER RISPONDERE ALLE CONTESTAZIONI E PER NON***
      **RIEMETTERE LO STESSO PERIODO NELLA CORSA MENSILE***************
           CREATETABLEESTRATTOCONTO.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS ESTRATTO_CONTO (
                      ID SERIAL PRIMARY KEY,
                      USERNAME VARCHAR(50),
                      DATA_DA DATE,
                      DATA_A DATE,
                      SALDO_INIZIALE NUMERIC(9,2),
                      ADDEBITI NUMERIC(9,2),
                      ACCREDITI NUMERIC(9,2),
                      SALDO_FINALE NUMERIC(9,2),
                      SALDO_UTENTE NUMERIC(9,2),
                      PRESTITI_IN_CORSO INT,
                      INVIATO CHAR(1) DEFAULT 'N',
                      DATA_EMISSIONE DATE DEFAULT CURRENT_DATE
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

      ***************CREATE TABLE GIRI E PROFILI A DOMICILIO************
      **GIRO_DOMICILIO: I GIRI DI CONSEGNA, OGNUNO LEGATO A UNA SEDE***
      **PROFILO_DOMICILIO: UN PROFILO PER OGNI PATRON ALLETTATO********
      **CONSEGNA_DOMICILIO: I TITOLI PROPOSTI IN LISTA E CONSEGNATI****
      **(PROPOSTA, CONSEGNATA, ANNULLATA), BASE DEL RIEPILOGO MENSILE**
           CREATETABLEDOMICILIO.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS GIRO_DOMICILIO (
                      CODICE_GIRO SERIAL PRIMARY KEY,
                      NOME VARCHAR(50),
                      CODICE_SEDE INT,
                      GIORNO_SETTIMANA INT,
                      ATTIVO CHAR(1) DEFAULT 'S'
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS PROFILO_DOMICILIO (
                      USERNAME VARCHAR(50) PRIMARY KEY,
                      INDIRIZZO_CONSEGNA VARCHAR(150),
                      GENERI_PREFERITI VARCHAR(100),
                      FREQUENZA VARCHAR(12) DEFAULT 'MENSILE',
                      CODICE_GIRO INT,
                      TITOLI_PER_CONSEGNA INT DEFAULT 3,
                      ATTIVO CHAR(1) DEFAULT 'S',
                      DATA_ATTIVAZIONE DATE DEFAULT CURRENT_DATE
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CONSEGNA_DOMICILIO (
                      ID SERIAL PRIMARY KEY,
                      CODICE_GIRO INT,
                      USERNAME VARCHAR(50),
                      ISBN CHAR(13),
                      CODICE_SEDE INT,
                      DATA_LISTA DATE DEFAULT CURRENT_DATE,
                      DATA_CONSEGNA DATE,
                      STATO VARCHAR(12) DEFAULT 'PROPOSTA'
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

      ***************CREATE TABLE REGISTRO VOLONTARI IF NOT EXISTS******
      **VOLONTARIO: ANAGRAFICA, SEDE DI SERVIZIO E SCADENZA DELLA******
      **ASSICURAZIONE. VOLONTARIO_ATTIVITA: LE ATTIVITA' ABILITATE****
      **(BANCO, SCAFFALE, DOMICILIO, LETTURA). TURNO_VOLONTARIO: I*****
      **TURNI SVOLTI CON LE ORE, BASE DEL RIEPILOGO TRIMESTRALE********
           CREATETABLEVOLONTARIO.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS VOLONTARIO (
                      CODICE_VOLONTARIO SERIAL PRIMARY KEY,
                      NOME VARCHAR(50),
                      COGNOME VARCHAR(50),
                      TIPO VARCHAR(20),
                      CODICE_SEDE INT,
                      TELEFONO VARCHAR(20),
                      SCADENZA_ASSICURAZIONE DATE,
                      ATTIVO CHAR(1) DEFAULT 'S',
                      DATA_ISCRIZIONE DATE DEFAULT CURRENT_DATE
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS VOLONTARIO_ATTIVITA (
                      CODICE_VOLONTARIO INT,
                      ATTIVITA VARCHAR(20),
                      PRIMARY KEY (CODICE_VOLONTARIO, ATTIVITA)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS TURNO_VOLONTARIO (
                      ID SERIAL PRIMARY KEY,
                      CODICE_VOLONTARIO INT,
                      CODICE_SEDE INT,
                      DATA_TURNO DATE,
                      ORA_INIZIO TIME,
                      ORA_FINE TIME,
                      ORE NUMERIC(5,2),
                      ATTIVITA VARCHAR(20),
                      DATA_REGISTRAZIONE DATE DEFAULT CURRENT_DATE
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

      ***************CREATE TABLE ORARI DI APERTURA IF NOT EXISTS*******
      **ORARIO_SEDE: ORARIO SETTIMANALE PER SEDE E STAGIONE, A MEZZE***
      **GIORNATE (HH:MM, VUOTO = FASCIA CHIUSA). STAGIONE_ORARIO: I****
      **PERIODI MM-GG DELLE VARIANTI STAGIONALI; L'ESTIVO E' SEMINATO**
      **COME PUNTO DI PARTENZA E SI RITOCCA DA TERMINALE****************
           CREATETABLEORARIO.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS ORARIO_SEDE (
                      CODICE_SEDE INT,
                      STAGIONE VARCHAR(10) DEFAULT 'ORDINARIO',
                      GIORNO_SETTIMANA INT,
                      MATTINA_DALLE CHAR(5),
                      MATTINA_ALLE CHAR(5),
                      POMERIGGIO_DALLE CHAR(5),
                      POMERIGGIO_ALLE CHAR(5),
                      PRIMARY KEY (CODICE_SEDE, STAGIONE,
                      GIORNO_SETTIMANA)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS STAGIONE_ORARIO (
                      STAGIONE VARCHAR(10) PRIMARY KEY,
                      DAL CHAR(5),
                      AL CHAR(5)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               INSERT INTO STAGIONE_ORARIO (STAGIONE, DAL, AL)
               SELECT 'ESTIVO', '07-01', '08-31'
               WHERE NOT EXISTS (SELECT 1 FROM STAGIONE_ORARIO
                   WHERE STAGIONE = 'ESTIVO')
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

      ***************CREATE TABLES EVENTO E ISCRIZIONE_EVENTO***********
      **CALENDARIO PUBBLICO DEGLI EVENTI SULLE PRENOTAZIONI DI SALA,***
      **ISCRIZIONI DEI PATRON CON LISTA D'ATTESA E PRESENZE************
           CREATETABLEEVENTO.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS EVENTO (
                      ID SERIAL PRIMARY KEY,
                      ID_PRENSALA INT,
                      TITOLO VARCHAR(100),
                      TIPO VARCHAR(20),
                      STATO VARCHAR(20) DEFAULT 'APERTO',
                      PROMEMORIA_INVIATO CHAR(1) DEFAULT 'N',
                      CONSTRAINT "FK_EVENTO_PRENSALA"
                      FOREIGN KEY(ID_PRENSALA)
                      REFERENCES PRENOTAZIONE_SALA(ID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS ISCRIZIONE_EVENTO (
                      ID SERIAL PRIMARY KEY,
                      ID_EVENTO INT,
                      USERNAME VARCHAR(50),
                      STATO VARCHAR(20) DEFAULT 'ISCRITTO',
                      DATA_ISCRIZIONE TIMESTAMP
                          DEFAULT CURRENT_TIMESTAMP,
                      PRESENTE CHAR(1) DEFAULT 'N',
                      CONSTRAINT "FK_ISCREVENTO_EVENTO"
                      FOREIGN KEY(ID_EVENTO)
                      REFERENCES EVENTO(ID),
                      CONSTRAINT "FK_ISCREVENTO_UTENTE"
                      FOREIGN KEY(USERNAME)
                      REFERENCES UTENTE(USERNAME)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

      ***************CREATE TABLE VALUTAZIONE_PATRIMONIO****************
      **PROSPETTO ANNUALE DEL VALORE DELLE RACCOLTE PER SEDE E CLASSE**
      **DI MATERIALE, PER IL CONTO DEL PATRIMONIO DEL COMUNE**********
           CREATETABLEPATRIMONIO.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS VALUTAZIONE_PATRIMONIO (
                      ANNO INT,
                      CODICE_SEDE INT,
                      TIPO_MATERIALE VARCHAR(12),
                      NUMERO_COPIE INT,
                      VALORE_APERTURA NUMERIC(13,2),
                      INCREMENTI NUMERIC(13,2),
                      DECREMENTI NUMERIC(13,2),
                      AMMORTAMENTO NUMERIC(13,2),
                      VALORE_CHIUSURA NUMERIC(13,2),
                      DATA_ELABORAZIONE TIMESTAMP
                          DEFAULT CURRENT_TIMESTAMP,
                      PRIMARY KEY (ANNO, CODICE_SEDE, TIPO_MATERIALE)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
      ***************AGGIUNGE IL VALORE DI STIMA DELLA COPIA************
      **PER I DONI, CHE NON HANNO FATTURA NE' RIGA D'ORDINE************
           EXEC SQL
               ALTER TABLE ESEMPLARE
               ADD COLUMN IF NOT EXISTS VALORE_STIMA
               NUMERIC(8,2) DEFAULT 0
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
      ***************AGGIUNGE L'ALIQUOTA DI AMMORTAMENTO****************
      **PERCENTUALE ANNUA A QUOTE COSTANTI PER TIPO DI MATERIALE: I****
      **SUPPORTI (DVD, AUDIOLIBRI, GIOCHI) SI CONSUMANO PRIMA DEI*****
      **LIBRI. IL VALORE INIZIALE SI IMPOSTA SOLO SULLE RIGHE VUOTE****
           EXEC SQL
               ALTER TABLE TIPO_MATERIALE
               ADD COLUMN IF NOT EXISTS ALIQUOTA_AMMORTAMENTO
               NUMERIC(5,2)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               UPDATE TIPO_MATERIALE SET ALIQUOTA_AMMORTAMENTO =
               CASE WHEN TIPO = 'LIBRO' THEN 5 ELSE 20 END
               WHERE ALIQUOTA_AMMORTAMENTO IS NULL
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF.

      ***************CREATE TABLE FATTURA_SDI***************************
      **REGISTRO DI ARRIVO DELLE FATTURE ELETTRONICHE DAL SISTEMA DI***
      **INTERSCAMBIO: OGNI FATTURA RICEVUTA LASCIA UNA RIGA, AGGANCIATA*
      **ALLA FATTURA REGISTRATA O IN ECCEZIONE CON IL MOTIVO. LA DATA**
      **DI RICEZIONE FA PARTIRE I 15 GIORNI PER L'EVENTUALE RIFIUTO****
           CREATETABLEFATTURASDI.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS FATTURA_SDI (
                      ID SERIAL PRIMARY KEY,
                      PROGRESSIVO_INVIO VARCHAR(10),
                      PARTITA_IVA VARCHAR(28),
                      DENOMINAZIONE VARCHAR(80),
                      NUMERO_FATTURA VARCHAR(30),
                      DATA_FATTURA DATE,
                      RIF_ORDINE VARCHAR(20),
                      IMPORTO NUMERIC(10,2),
                      ID_FATTURA INT,
                      STATO VARCHAR(20) DEFAULT 'IMPORTATA',
                      MOTIVO VARCHAR(100),
                      DATA_RICEZIONE DATE DEFAULT CURRENT_DATE,
                      DATA_RIFIUTO DATE,
                      CONSTRAINT "FK_FATTURASDI_FATTURA"
                      FOREIGN KEY(ID_FATTURA)
                      REFERENCES FATTURA(ID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
      ***************AGGIUNGE LA PARTITA IVA DEL FORNITORE**************
      **E' LA CHIAVE CON CUI LA FATTURA ELETTRONICA IDENTIFICA IL*******
      **CEDENTE: SENZA, LA FATTURA FINISCE TRA LE ECCEZIONI************
           EXEC SQL
               ALTER TABLE CASAEDITRICE
               ADD COLUMN IF NOT EXISTS PARTITA_IVA VARCHAR(28)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

      ***************AGGIUNGE IL CICLO DI PAGAMENTO ALLA FATTURA********
      **LA FATTURA LIQUIDABILE ESCE NELL'ATTO DI LIQUIDAZIONE (DATA****
      **E SCADENZA DI LEGGE), IL RITORNO DELLA RAGIONERIA PORTA IL*****
      **NUMERO DI MANDATO E LA DATA DI PAGAMENTO***********************
           CREATETABLELIQUIDAZIONE.
           EXEC SQL
               ALTER TABLE FATTURA
               ADD COLUMN IF NOT EXISTS DATA_LIQUIDAZIONE DATE,
               ADD COLUMN IF NOT EXISTS DATA_SCADENZA DATE,
               ADD COLUMN IF NOT EXISTS NUMERO_MANDATO VARCHAR(20),
               ADD COLUMN IF NOT EXISTS DATA_PAGAMENTO DATE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

      ***************CREATE TABLE COLLANA E COLLANA_VOLUME************
      **COLLANE DELLE CASE EDITRICI CON L'EVENTUALE ABBONAMENTO (OGNI**
      **VOLUME NUOVO SI ORDINA DA SE' SUL FONDO SCELTO) E I VOLUMI*****
      **NUMERATI, LEGATI AI TITOLI DI LIBRO PER ISBN: POSSEDUTO SE*****
      **L'ISBN E' A CATALOGO, ALTRIMENTI SOLO ANNUNCIATO O ORDINATO****
           CREATETABLECOLLANA.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS COLLANA (
                      ID SERIAL PRIMARY KEY,
                      NOME VARCHAR(100),
                      CODICE_CASA INT,
                      ABBONAMENTO CHAR(1) DEFAULT 'N',
                      ID_FONDO INT,
                      QUANTITA INT DEFAULT 1,
                      CONSTRAINT "FK_COLLANA_CASA"
                      FOREIGN KEY(CODICE_CASA)
                      REFERENCES CASAEDITRICE(CODICE_CASA)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS COLLANA_VOLUME (
                      ID SERIAL PRIMARY KEY,
                      ID_COLLANA INT,
                      NUMERO_VOLUME INT,
                      ISBN CHAR(13),
                      TITOLO VARCHAR(100),
                      DATA_ANNUNCIO DATE DEFAULT CURRENT_DATE,
                      ID_ORDINE INT,
                      CONSTRAINT "FK_VOLUME_COLLANA"
                      FOREIGN KEY(ID_COLLANA)
                      REFERENCES COLLANA(ID),
                      UNIQUE (ID_COLLANA, ISBN)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

      ***************CREATE TABLE TARIFFA_BANCO E VENDITA***************
      **CATALOGO DELLE VOCI INCASSATE AL BANCO OLTRE ALLE MULTE********
      **(FOTOCOPIE, STAMPE, DUPLICATI TESSERA, BORSE, LIBRI USATI)*****
      **CON PREZZO IVA COMPRESA, REGIME IVA E CODICE DI ENTRATA PER****
      **LA RAGIONERIA; OGNI VENDITA LASCIA UNA RIGA NUMERATA CHE FA****
      **DA RICEVUTA E ENTRA NELLA QUADRATURA DELLA SESSIONE DI CASSA***
      **PREZZO ZERO = PREZZO DIGITATO AL BANCO A OGNI VENDITA***********
           CREATETABLEVENDITA.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS TARIFFA_BANCO (
                      CODICE VARCHAR(12) PRIMARY KEY,
                      DESCRIZIONE VARCHAR(100),
                      PREZZO NUMERIC(8,2) DEFAULT 0,
                      REGIME_IVA VARCHAR(10) DEFAULT 'IMPONIBILE',
                      ALIQUOTA_IVA NUMERIC(5,2) DEFAULT 22,
                      CODICE_ENTRATA VARCHAR(10),
                      ATTIVA CHAR(1) DEFAULT 'S'
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS VENDITA (
                      ID SERIAL PRIMARY KEY,
                      CODICE_TARIFFA VARCHAR(12),
                      QUANTITA INT DEFAULT 1,
                      PREZZO_UNITARIO NUMERIC(8,2),
                      IMPORTO NUMERIC(8,2),
                      IMPONIBILE NUMERIC(8,2),
                      IVA NUMERIC(8,2),
                      REGIME_IVA VARCHAR(10),
                      ALIQUOTA_IVA NUMERIC(5,2),
                      CODICE_ENTRATA VARCHAR(10),
                      USERNAME VARCHAR(50),
                      METODO VARCHAR(20),
                      OPERATORE VARCHAR(50),
                      DATA_VENDITA TIMESTAMP
                          DEFAULT CURRENT_TIMESTAMP,
                      CONSTRAINT "FK_VENDITA_TARIFFA"
                      FOREIGN KEY(CODICE_TARIFFA)
                      REFERENCES TARIFFA_BANCO(CODICE),
                      CONSTRAINT "FK_VENDITA_UTENTE"
                      FOREIGN KEY(USERNAME)
                      REFERENCES UTENTE(USERNAME)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               INSERT INTO TARIFFA_BANCO (CODICE, DESCRIZIONE, PREZZO,
               REGIME_IVA, ALIQUOTA_IVA, CODICE_ENTRATA)
               SELECT 'FOTOCOPIA', 'FOTOCOPIA A4 BIANCO E NERO',
               0.10, 'IMPONIBILE', 22, 'ENT-SERVIZ'
               WHERE NOT EXISTS (SELECT 1 FROM TARIFFA_BANCO
                   WHERE CODICE = 'FOTOCOPIA')
           END-EXEC
           EXEC SQL
               INSERT INTO TARIFFA_BANCO (CODICE, DESCRIZIONE, PREZZO,
               REGIME_IVA, ALIQUOTA_IVA, CODICE_ENTRATA)
               SELECT 'STAMPA', 'STAMPA DA POSTAZIONE PUBBLICA',
               0.20, 'IMPONIBILE', 22, 'ENT-SERVIZ'
               WHERE NOT EXISTS (SELECT 1 FROM TARIFFA_BANCO
                   WHERE CODICE = 'STAMPA')
           END-EXEC
           EXEC SQL
               INSERT INTO TARIFFA_BANCO (CODICE, DESCRIZIONE, PREZZO,
               REGIME_IVA, ALIQUOTA_IVA, CODICE_ENTRATA)
               SELECT 'TESSERA', 'DUPLICATO TESSERA DI ISCRIZIONE',
               5.00, 'ESCLUSA', 0, 'ENT-TESSER'
               WHERE NOT EXISTS (SELECT 1 FROM TARIFFA_BANCO
                   WHERE CODICE = 'TESSERA')
           END-EXEC
           EXEC SQL
               INSERT INTO TARIFFA_BANCO (CODICE, DESCRIZIONE, PREZZO,
               REGIME_IVA, ALIQUOTA_IVA, CODICE_ENTRATA)
               SELECT 'BORSA', 'BORSA DI TELA DELLA BIBLIOTECA',
               3.00, 'IMPONIBILE', 22, 'ENT-VENDIT'
               WHERE NOT EXISTS (SELECT 1 FROM TARIFFA_BANCO
                   WHERE CODICE = 'BORSA')
           END-EXEC
           EXEC SQL
               INSERT INTO TARIFFA_BANCO (CODICE, DESCRIZIONE, PREZZO,
               REGIME_IVA, ALIQUOTA_IVA, CODICE_ENTRATA)
               SELECT 'LIBRO-USATO', 'LIBRI USATI (PREZZO AL BANCO)',
               0.00, 'ESENTE', 0, 'ENT-VENDIT'
               WHERE NOT EXISTS (SELECT 1 FROM TARIFFA_BANCO
                   WHERE CODICE = 'LIBRO-USATO')
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

      ***************CREATE TABLE CONSERVAZIONE_DATI********************
      **REGISTRO DELLA CONSERVAZIONE PER INATTIVITA': OGNI ACCOUNT******
      **AVVISATO LASCIA UNA RIGA (AVVISATO, POI ANONIMIZZATO, ESCLUSO**
      **O RIATTIVATO SE IL PATRON TORNA) CON L'ULTIMA ATTIVITA', LE****
      **RIGHE DI STORICO STACCATE E LA FIRMA DEL RESPONSABILE DELLA****
      **PROTEZIONE DEI DATI PER IL FASCICOLO DI ACCOUNTABILITY**********
           CREATETABLECONSERVAZIONE.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CONSERVAZIONE_DATI (
                      ID SERIAL PRIMARY KEY,
                      USERNAME VARCHAR(50),
                      ULTIMA_ATTIVITA DATE,
                      STATO VARCHAR(15) DEFAULT 'DA_AVVISARE',
                      DATA_AVVISO DATE DEFAULT CURRENT_DATE,
                      DATA_ANONIMIZZAZIONE DATE,
                      RIGHE_STORICO INT DEFAULT 0,
                      MOTIVO VARCHAR(100),
                      FIRMATO_DA VARCHAR(50),
                      DATA_FIRMA DATE
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

      ***************CREATE TABLE INFORMATIVA_PRIVACY E CONSENSO****
      **INFORMATIVA_PRIVACY TIENE LE VERSIONI DATATE DELL'INFORMATIVA:**
      **LA PIU' RECENTE E' QUELLA IN VIGORE. CONSENSO HA UNA RIGA PER**
      **UTENTE E TIPO (INFORMATIVA, NEWSLETTER, FOTO, PROFILAZIONE)****
      **CON LO STATO ATTUALE; CONSENSO_EVENTO E' IL REGISTRO DI OGNI***
      **ADESIONE O REVOCA CON VERSIONE, CANALE E OPERATORE*************
           CREATETABLECONSENSO.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS INFORMATIVA_PRIVACY (
                      VERSIONE VARCHAR(10) PRIMARY KEY,
                      DESCRIZIONE VARCHAR(100),
                      DATA_PUBBLICAZIONE TIMESTAMP
                          DEFAULT CURRENT_TIMESTAMP,
                      PUBBLICATA_DA VARCHAR(50)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               INSERT INTO INFORMATIVA_PRIVACY (VERSIONE, DESCRIZIONE,
                   PUBBLICATA_DA)
               SELECT '1.0', 'INFORMATIVA INIZIALE AI SENSI DEL GDPR',
                   'SISTEMA'
               WHERE NOT EXISTS (SELECT 1 FROM INFORMATIVA_PRIVACY)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CONSENSO (
                      USERNAME VARCHAR(50),
                      TIPO VARCHAR(12),
                      STATO CHAR(1) DEFAULT 'N',
                      VERSIONE VARCHAR(10),
                      CANALE VARCHAR(12),
                      DATA_ORA TIMESTAMP DEFAULT CURRENT_TIMESTAMP,
                      PRIMARY KEY (USERNAME, TIPO)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CONSENSO_EVENTO (
                      ID SERIAL PRIMARY KEY,
                      USERNAME VARCHAR(50),
                      TIPO VARCHAR(12),
                      AZIONE VARCHAR(10),
                      VERSIONE VARCHAR(10),
                      CANALE VARCHAR(12),
                      OPERATORE VARCHAR(50),
                      DATA_ORA TIMESTAMP DEFAULT CURRENT_TIMESTAMP
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
      ***************CATEGORIA DELLA NOTIFICA***************************
      **SERVIZIO (SCADENZE, PRENOTAZIONI...) PARTE SEMPRE; NEWSLETTER**
      **E DIGEST PARTONO SOLO CON IL CONSENSO ANCORA IN ESSERE**********
           EXEC SQL
               ALTER TABLE NOTIFICA
               ADD COLUMN IF NOT EXISTS CATEGORIA
               VARCHAR(12) DEFAULT 'SERVIZIO'
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

      ***************CREATE TABLE POSTAZIONE E UTENTE_SEDE**************
      **POSTAZIONE E' IL REGISTRO DEI TERMINALI DI BANCO, OGNUNO*******
      **ASSEGNATO A UNA SEDE. UTENTE.SEDE_CASA E' LA SEDE DEL**********
      **PERSONALE, UTENTE_SEDE LE ALTRE SEDI IN CUI PUO' LAVORARE******
           CREATETABLEPOSTAZIONE.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS POSTAZIONE (
                      CODICE VARCHAR(20) PRIMARY KEY,
                      CODICE_SEDE INT,
                      DESCRIZIONE VARCHAR(100),
                      ATTIVA CHAR(1) DEFAULT 'S',
                      ULTIMO_ACCESSO TIMESTAMP,
                      ULTIMO_OPERATORE VARCHAR(50),
                      CONSTRAINT "FK_POSTAZIONE_SEDE"
                      FOREIGN KEY(CODICE_SEDE)
                      REFERENCES SEDE(CODICE_SEDE)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               ALTER TABLE UTENTE
               ADD COLUMN IF NOT EXISTS SEDE_CASA INT
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS UTENTE_SEDE (
                      USERNAME VARCHAR(50),
                      CODICE_SEDE INT,
                      PRIMARY KEY (USERNAME, CODICE_SEDE),
                      CONSTRAINT "FK_UTSEDE_UTENTE"
                      FOREIGN KEY(USERNAME)
                      REFERENCES UTENTE(USERNAME),
                      CONSTRAINT "FK_UTSEDE_SEDE"
                      FOREIGN KEY(CODICE_SEDE)
                      REFERENCES SEDE(CODICE_SEDE)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
      ***************SEDE E POSTAZIONE DELL'OPERAZIONE******************
      **OGNI MOVIMENTO DI CIRCOLAZIONE, CASSA E CONSULTAZIONE REGISTRA*
      **DOVE E' STATO FATTO, NON DOVE STA IL LIBRO. SUL PRESTITO LA****
      **RESTITUZIONE HA COLONNE PROPRIE PERCHE' PUO' AVVENIRE ALTROVE**
           EXEC SQL
               ALTER TABLE PRENOTAZIONE
               ADD COLUMN IF NOT EXISTS SEDE_OPERAZIONE INT,
               ADD COLUMN IF NOT EXISTS POSTAZIONE VARCHAR(20),
               ADD COLUMN IF NOT EXISTS SEDE_RESTITUZIONE INT,
               ADD COLUMN IF NOT EXISTS POSTAZIONE_RESTITUZIONE
                   VARCHAR(20)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               ALTER TABLE STORICO_PRENOTAZIONI
               ADD COLUMN IF NOT EXISTS SEDE_OPERAZIONE INT,
               ADD COLUMN IF NOT EXISTS POSTAZIONE VARCHAR(20),
               ADD COLUMN IF NOT EXISTS SEDE_RESTITUZIONE INT,
               ADD COLUMN IF NOT EXISTS POSTAZIONE_RESTITUZIONE
                   VARCHAR(20)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               ALTER TABLE PAGAMENTO
               ADD COLUMN IF NOT EXISTS SEDE_OPERAZIONE INT,
               ADD COLUMN IF NOT EXISTS POSTAZIONE VARCHAR(20)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               ALTER TABLE CASSA_SESSIONE
               ADD COLUMN IF NOT EXISTS SEDE_OPERAZIONE INT,
               ADD COLUMN IF NOT EXISTS POSTAZIONE VARCHAR(20)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               ALTER TABLE CONSULTAZIONE
               ADD COLUMN IF NOT EXISTS SEDE_OPERAZIONE INT,
               ADD COLUMN IF NOT EXISTS POSTAZIONE VARCHAR(20)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               ALTER TABLE VENDITA
               ADD COLUMN IF NOT EXISTS SEDE_OPERAZIONE INT,
               ADD COLUMN IF NOT EXISTS POSTAZIONE VARCHAR(20)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

      ***************CREATE TABLE ESEMPLARE_STORIA E TRANSIZIONI********
      **OGNI CAMBIO DI STATO DI UNA COPIA LASCIA UNA RIGA CON STATO****
      **DI PARTENZA E DI ARRIVO, MOTIVO, OPERATORE, SEDE E POSTAZIONE;*
      **I TENTATIVI FUORI REGOLA RESTANO CON ESITO 'RIFIUTATO'.********
      **TRANSIZIONE_STATO ELENCA I SOLI PASSAGGI CHE LA BIBLIOTECA*****
      **AMMETTE (NIENTE PRESTITO->SCAFFALE SENZA RESTITUZIONE, NIENTE**
      **RITORNO DALLO SCARTO)*******************************************
           CREATETABLESTORIAESEMPLARE.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS ESEMPLARE_STORIA (
                      ID SERIAL PRIMARY KEY,
                      NUMERO_INVENTARIO INT,
                      STATO_DA VARCHAR(20),
                      STATO_A VARCHAR(20),
                      MOTIVO VARCHAR(100),
                      USERNAME VARCHAR(50),
                      CODICE_SEDE INT,
                      POSTAZIONE VARCHAR(20),
                      ESITO VARCHAR(10) DEFAULT 'ACCETTATO',
                      DATA_ORA TIMESTAMP DEFAULT CURRENT_TIMESTAMP
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS TRANSIZIONE_STATO (
                      STATO_DA VARCHAR(20),
                      STATO_A VARCHAR(20),
                      PRIMARY KEY (STATO_DA, STATO_A)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               INSERT INTO TRANSIZIONE_STATO (STATO_DA, STATO_A)
               SELECT V.DA, V.A FROM (VALUES
                   ('SCAFFALE', 'PRESTITO'),
                   ('SCAFFALE', 'RIPARAZIONE'),
                   ('SCAFFALE', 'PERSO'),
                   ('SCAFFALE', 'SCARTATO'),
                   ('PRESTITO', 'SCAFFALE'),
                   ('PRESTITO', 'RIPARAZIONE'),
                   ('PRESTITO', 'PERSO'),
                   ('RIPARAZIONE', 'SCAFFALE'),
                   ('RIPARAZIONE', 'SCARTATO'),
                   ('PERSO', 'SCAFFALE'),
                   ('PERSO', 'SCARTATO')) AS V(DA, A)
               WHERE NOT EXISTS (SELECT 1 FROM TRANSIZIONE_STATO T
                   WHERE T.STATO_DA = V.DA AND T.STATO_A = V.A)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
      ***************LA COPIA DEL PRESTITO SEGUE IN ARCHIVIO***********
      **SENZA IL NUMERO DI INVENTARIO UN PRESTITO ARCHIVIATO SPARIREBBE*
      **DALLA STORIA DELLA COPIA CHE HA CIRCOLATO***********************
           EXEC SQL
               ALTER TABLE STORICO_PRENOTAZIONI
               ADD COLUMN IF NOT EXISTS NUMERO_INVENTARIO INT
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

      ***************CREATE TABLES NOTE E BLOCCHI MANUALI***************
      **NOTA_UTENTE: ANNOTAZIONI DATATE DEL PERSONALE SUL PATRON CON***
      **CATEGORIA, AUTORE E VISIBILITA' (BANCO = COMPARE ALLA*********
      **SCANSIONE, RISERVATA = SOLO AMMINISTRAZIONE). BLOCCO_MANUALE:**
      **BLOCCHI DECISI DAL PERSONALE CON CODICE MOTIVO (MOTIVO_BLOCCO)*
      **E SCADENZA (NULLA = FINO A RIMOZIONE); LA RIMOZIONE SPETTA AI**
      **SOLI RESPONSABILI E RESTA AGLI ATTI CON CHI L'HA FATTA**********
           CREATETABLENOTEBLOCCHI.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS NOTA_UTENTE (
                      ID SERIAL PRIMARY KEY,
                      USERNAME VARCHAR(50),
                      CATEGORIA VARCHAR(20),
                      TESTO VARCHAR(200),
                      VISIBILITA VARCHAR(12) DEFAULT 'BANCO',
                      AUTORE VARCHAR(50),
                      ATTIVA CHAR(1) DEFAULT 'S',
                      DATA_NOTA TIMESTAMP DEFAULT CURRENT_TIMESTAMP,
                      CONSTRAINT "FK_NOTA_UTENTE"
                      FOREIGN KEY(USERNAME)
                      REFERENCES UTENTE(USERNAME)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS MOTIVO_BLOCCO (
                      CODICE VARCHAR(20) PRIMARY KEY,
                      DESCRIZIONE VARCHAR(100)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               INSERT INTO MOTIVO_BLOCCO (CODICE, DESCRIZIONE)
               SELECT 'COMPORTAMENTO',
                   'Comportamento scorretto in sede'
               WHERE NOT EXISTS (SELECT 1 FROM MOTIVO_BLOCCO
                   WHERE CODICE = 'COMPORTAMENTO')
           END-EXEC
           EXEC SQL
               INSERT INTO MOTIVO_BLOCCO (CODICE, DESCRIZIONE)
               SELECT 'DOCUMENTI',
                   'Documento o indirizzo da verificare'
               WHERE NOT EXISTS (SELECT 1 FROM MOTIVO_BLOCCO
                   WHERE CODICE = 'DOCUMENTI')
           END-EXEC
           EXEC SQL
               INSERT INTO MOTIVO_BLOCCO (CODICE, DESCRIZIONE)
               SELECT 'DANNI',
                   'Danni ripetuti al materiale'
               WHERE NOT EXISTS (SELECT 1 FROM MOTIVO_BLOCCO
                   WHERE CODICE = 'DANNI')
           END-EXEC
           EXEC SQL
               INSERT INTO MOTIVO_BLOCCO (CODICE, DESCRIZIONE)
               SELECT 'AMMINISTRATIVO',
                   'Posizione amministrativa da chiarire'
               WHERE NOT EXISTS (SELECT 1 FROM MOTIVO_BLOCCO
                   WHERE CODICE = 'AMMINISTRATIVO')
           END-EXEC
           EXEC SQL
               INSERT INTO MOTIVO_BLOCCO (CODICE, DESCRIZIONE)
               SELECT 'DIREZIONE',
                   'Disposto dalla direzione'
               WHERE NOT EXISTS (SELECT 1 FROM MOTIVO_BLOCCO
                   WHERE CODICE = 'DIREZIONE')
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS BLOCCO_MANUALE (
                      ID SERIAL PRIMARY KEY,
                      USERNAME VARCHAR(50),
                      CODICE_MOTIVO VARCHAR(20),
                      NOTA VARCHAR(200),
                      SCADENZA DATE,
                      STATO VARCHAR(10) DEFAULT 'ATTIVO',
                      INSERITO_DA VARCHAR(50),
                      DATA_INSERIMENTO TIMESTAMP
                          DEFAULT CURRENT_TIMESTAMP,
                      RIMOSSO_DA VARCHAR(50),
                      DATA_RIMOZIONE TIMESTAMP,
                      CONSTRAINT "FK_BLOCCO_UTENTE"
                      FOREIGN KEY(USERNAME)
                      REFERENCES UTENTE(USERNAME),
                      CONSTRAINT "FK_BLOCCO_MOTIVO"
                      FOREIGN KEY(CODICE_MOTIVO)
                      REFERENCES MOTIVO_BLOCCO(CODICE)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

      ***************CREATE TABLE RICHIESTA_OPAC IF NOT EXISTS**********
      **UNA RIGA PER OGNI RICHIESTA DI PRENOTAZIONE ARRIVATA DAL SITO**
      **DEL COMUNE, CHIAVE L'IDENTIFICATIVO ASSEGNATO DAL SITO: SE LO**
      **STESSO FILE VIENE RIELABORATO LA RICHIESTA NON SI RIPETE E LA*
      **RISPOSTA RIPORTA L'ESITO GIA' REGISTRATO************************
           CREATETABLERICHIESTAOPAC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS RICHIESTA_OPAC (
                      ID_RICHIESTA VARCHAR(40) PRIMARY KEY,
                      USERNAME VARCHAR(50),
                      ISBN CHAR(13),
                      SEDE_RITIRO INT,
                      ESITO VARCHAR(10),
                      CODICE VARCHAR(20),
                      POSIZIONE_CODA INT DEFAULT 0,
                      RITIRO_ENTRO CHAR(10),
                      DATA_ELABORAZIONE TIMESTAMP
                          DEFAULT CURRENT_TIMESTAMP
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

      ***************CREATE TABLE SEMAFORO_LAVORO IF NOT EXISTS*********
      **UNA RIGA PER OGNI LAVORO IN ESECUZIONE: LA CHIAVE PRIMARIA*****
      **IMPEDISCE DUE CORSE CONTEMPORANEE DELLO STESSO LAVORO. GLI******
      **EVENTI (ACQUISITO, RILASCIATO, CONTESO, FORZATO) RESTANO IN*****
      **SEMAFORO_EVENTO*************************************************
           CREATETABLESEMAFORO.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS SEMAFORO_LAVORO (
                      JOB VARCHAR(40) PRIMARY KEY,
                      TITOLARE VARCHAR(50) NOT NULL,
                      ORIGINE VARCHAR(20),
                      DAL TIMESTAMP DEFAULT CURRENT_TIMESTAMP
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS SEMAFORO_EVENTO (
                      ID SERIAL PRIMARY KEY,
                      JOB VARCHAR(40) NOT NULL,
                      EVENTO VARCHAR(10) NOT NULL,
                      TITOLARE VARCHAR(50),
                      ORIGINE VARCHAR(20),
                      DETENTORE VARCHAR(50),
                      DATA_EVENTO TIMESTAMP DEFAULT CURRENT_TIMESTAMP
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

      ***************CREATE TABLE INTERFACCIA_INVIO IF NOT EXISTS******
      **UNA RIGA PER OGNI FILE MANDATO FUORI: PROGRESSIVO PER**********
      **INTERFACCIA, NUMERO DI RECORD, TOTALE DI CONTROLLO DEGLI*******
      **IMPORTI E TRAILER SCRITTO IN CODA. LE RIGHE DEL FILE RESTANO***
      **IN INTERFACCIA_RIGA PER POTERLO RIGENERARE IDENTICO************
           CREATETABLEINTERFACCIA.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS INTERFACCIA_INVIO (
                      ID SERIAL PRIMARY KEY,
                      INTERFACCIA VARCHAR(20) NOT NULL,
                      PROGRESSIVO INTEGER NOT NULL,
                      CREATO TIMESTAMP DEFAULT CURRENT_TIMESTAMP,
                      NUMERO_RECORD INTEGER DEFAULT 0,
                      TOTALE_CONTROLLO NUMERIC(13,2) DEFAULT 0,
                      STATO VARCHAR(10) DEFAULT 'APERTO',
                      TRAILER VARCHAR(80),
                      RINVII INTEGER DEFAULT 0,
                      ULTIMO_RINVIO TIMESTAMP,
                      UNIQUE (INTERFACCIA, PROGRESSIVO)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS INTERFACCIA_RIGA (
                      ID_INVIO INTEGER NOT NULL
                          REFERENCES INTERFACCIA_INVIO(ID),
                      NUMERO INTEGER NOT NULL,
                      TESTO VARCHAR(300),
                      PRIMARY KEY (ID_INVIO, NUMERO)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

      ******************************************************************
      **************CREATE TABLE INGRESSO_FILE IF NOT EXISTS************
      ******************************************************************
      **REGISTRO DEI FILE IN ENTRATA CON LA LORO IMPRONTA E L'ESITO*****
      **(CARICATO, RIFIUTATO PERCHE' DOPPIONE, FORZATO); LE************
      **FORZATURE SONO I RICARICAMENTI AUTORIZZATI, USATI UNA VOLTA****
           CREATETABLEINGRESSO.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS INGRESSO_FILE (
                      ID SERIAL PRIMARY KEY,
                      NOME_FILE VARCHAR(20) NOT NULL,
                      CONTESTO VARCHAR(20),
                      DIMENSIONE INTEGER DEFAULT 0,
                      NUMERO_RECORD INTEGER DEFAULT 0,
                      IMPRONTA VARCHAR(32),
                      CARICATO TIMESTAMP DEFAULT CURRENT_TIMESTAMP,
                      ESITO VARCHAR(10) NOT NULL,
                      ID_ORIGINALE INTEGER
                          REFERENCES INGRESSO_FILE(ID),
                      OPERATORE VARCHAR(50),
                      APPLICATI INTEGER,
                      SALTATI INTEGER,
                      SCARTATI INTEGER,
                      FINE_CARICAMENTO TIMESTAMP
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS INGRESSO_FORZATURA (
                      ID SERIAL PRIMARY KEY,
                      NOME_FILE VARCHAR(20) NOT NULL,
                      CONTESTO VARCHAR(20),
                      OPERATORE VARCHAR(50) NOT NULL,
                      RICHIESTA TIMESTAMP DEFAULT CURRENT_TIMESTAMP,
                      USATA TIMESTAMP
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

      ******************************************************************
      **************CREATE TABLE SIMULAZIONE_SCENARIO IF NOT EXISTS*****
      ******************************************************************
      **SCENARI DI TARIFFE E PERIODI DI PRESTITO PROPOSTI, CON LE******
      **LORO COPIE DI PERIODO_PRESTITO E TIPO_MATERIALE E I RISULTATI**
      **DELL'ULTIMA CORSA (TOTALE, PER CATEGORIA, PER SEDE)************
           CREATETABLESIMULAZIONE.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS SIMULAZIONE_SCENARIO (
                      ID SERIAL PRIMARY KEY,
                      NOME VARCHAR(40) NOT NULL,
                      CREATO TIMESTAMP DEFAULT CURRENT_TIMESTAMP,
                      OPERATORE VARCHAR(50),
                      TARIFFA NUMERIC(3,2) NOT NULL,
                      GIORNI_TOLLERANZA INT DEFAULT 0,
                      MULTA_MASSIMA NUMERIC(6,2) NOT NULL,
                      FATTORE_SENIOR NUMERIC(3,2) NOT NULL,
                      RITARDI_SOSPENSIONE INT NOT NULL,
                      GIORNI_PRESTITO INT NOT NULL,
                      ESEGUITA TIMESTAMP,
                      MULTA_MASSIMA_VIGENTE NUMERIC(6,2),
                      RITARDI_VIGENTI INT
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS SIMULAZIONE_PERIODO (
                      ID_SCENARIO INT NOT NULL
                          REFERENCES SIMULAZIONE_SCENARIO(ID),
                      GENERE VARCHAR(50) NOT NULL,
                      RUOLO VARCHAR(20) NOT NULL,
                      GIORNI INT NOT NULL,
                      PRIMARY KEY (ID_SCENARIO, GENERE, RUOLO)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS SIMULAZIONE_TIPO (
                      ID_SCENARIO INT NOT NULL
                          REFERENCES SIMULAZIONE_SCENARIO(ID),
                      TIPO VARCHAR(12) NOT NULL,
                      GIORNI_PRESTITO INT DEFAULT 0,
                      TARIFFA_MULTA NUMERIC(6,2) DEFAULT 0,
                      PRIMARY KEY (ID_SCENARIO, TIPO)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS SIMULAZIONE_RISULTATO (
                      ID_SCENARIO INT NOT NULL
                          REFERENCES SIMULAZIONE_SCENARIO(ID),
                      ORDINE INT NOT NULL,
                      DIMENSIONE VARCHAR(10) NOT NULL,
                      VALORE VARCHAR(20) NOT NULL,
                      PRESTITI INT DEFAULT 0,
                      RITARDI_SIM INT DEFAULT 0,
                      RITARDI_EFF INT DEFAULT 0,
                      MULTE_SIM NUMERIC(11,2) DEFAULT 0,
                      MULTE_EFF NUMERIC(11,2) DEFAULT 0,
                      TETTO_SIM INT DEFAULT 0,
                      TETTO_EFF INT DEFAULT 0,
                      SOSPESI_SIM INT DEFAULT 0,
                      SOSPESI_EFF INT DEFAULT 0,
                      PRIMARY KEY (ID_SCENARIO, DIMENSIONE, VALORE)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

      ******************************************************************
      **************CREATE TABLE COMPONENTE IF NOT EXISTS***************
      ******************************************************************
      **COMPONENTI DEI MATERIALI IN PIU' PARTI (PER TITOLO, O PER******
      **COPIA QUANDO UNA COPIA FA ECCEZIONE) E PEZZI MANCANTI RILEVATI*
      **ALLA RESTITUZIONE; LA COPIA RESA INCOMPLETA PASSA IN STATO*****
      **INCOMPLETO E NE ESCE SOLO A SCAFFALE, IN RIPARAZIONE O SCARTO**
           CREATETABLECOMPONENTI.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS COMPONENTE (
                      ID SERIAL PRIMARY KEY,
                      ISBN CHAR(13) NOT NULL REFERENCES LIBRO(ISBN),
                      NUMERO_INVENTARIO INT
                          REFERENCES ESEMPLARE(NUMERO_INVENTARIO),
                      DESCRIZIONE VARCHAR(60) NOT NULL,
                      QUANTITA INT NOT NULL DEFAULT 1
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS COMPONENTE_MANCANTE (
                      ID SERIAL PRIMARY KEY,
                      ISBN CHAR(13),
                      NUMERO_INVENTARIO INT,
                      USERNAME VARCHAR(50),
                      ATTESI INT NOT NULL,
                      CONTATI INT NOT NULL,
                      IMPORTO_ADDEBITATO NUMERIC(8,2) DEFAULT 0,
                      DATA_RILEVAZIONE DATE DEFAULT CURRENT_DATE,
                      STATO VARCHAR(12) DEFAULT 'IN_ATTESA',
                      DATA_CHIUSURA DATE,
                      OPERATORE VARCHAR(50)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
      ***************PEZZI CONTATI ALL'USCITA DEL PRESTITO**************
           EXEC SQL
               ALTER TABLE PRENOTAZIONE
               ADD COLUMN IF NOT EXISTS COMPONENTI_USCITA INT
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               INSERT INTO TRANSIZIONE_STATO (STATO_DA, STATO_A)
               SELECT V.DA, V.A FROM (VALUES
                   ('PRESTITO', 'INCOMPLETO'),
                   ('INCOMPLETO', 'SCAFFALE'),
                   ('INCOMPLETO', 'RIPARAZIONE'),
                   ('INCOMPLETO', 'SCARTATO')) AS V(DA, A)
               WHERE NOT EXISTS (SELECT 1 FROM TRANSIZIONE_STATO T
                   WHERE T.STATO_DA = V.DA AND T.STATO_A = V.A)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

      ***************CREATE TABLE RICERCA_COPIA IF NOT EXISTS**********
      **LISTA DELLE RICERCHE A SCAFFALE PER SEDE: COPIE CONTESTATE*****
      **(IL PATRON GIURA DI AVERLE RESE) E COPIE MANCANTI (NON*********
      **TROVATE PER UNA PRENOTAZIONE); OGNI RICERCA A VUOTO SI CONTA***
      **E ALL'ULTIMA LA COPIA VIENE DATA PER PERSA**********************
           CREATETABLERICERCACOPIA.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS RICERCA_COPIA (
                      ID SERIAL PRIMARY KEY,
                      TIPO VARCHAR(10) NOT NULL,
                      NUMERO_INVENTARIO INT
                          REFERENCES ESEMPLARE(NUMERO_INVENTARIO),
                      ISBN CHAR(13),
                      USERNAME VARCHAR(50),
                      CODICE_SEDE INT,
                      DATA_APERTURA DATE DEFAULT CURRENT_DATE,
                      RICERCHE_ESEGUITE INT DEFAULT 0,
                      DATA_ULTIMA_RICERCA DATE,
                      STATO VARCHAR(10) DEFAULT 'APERTA',
                      DATA_CHIUSURA DATE,
                      OPERATORE VARCHAR(50)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
      ***************DATA DELLA CONTESTAZIONE SUL PRESTITO**************
      **DA QUESTO GIORNO IL RITARDO NON MATURA PIU' MULTA E LA*********
      **SCALA DEI SOLLECITI NON SALE************************************
           EXEC SQL
               ALTER TABLE PRENOTAZIONE
               ADD COLUMN IF NOT EXISTS DATA_CONTESTAZIONE CHAR(10)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               INSERT INTO TRANSIZIONE_STATO (STATO_DA, STATO_A)
               SELECT V.DA, V.A FROM (VALUES
                   ('PRESTITO', 'CONTESTATO'),
                   ('CONTESTATO', 'SCAFFALE'),
                   ('CONTESTATO', 'PERSO'),
                   ('SCAFFALE', 'MANCANTE'),
                   ('PRESTITO', 'MANCANTE'),
                   ('MANCANTE', 'SCAFFALE'),
                   ('MANCANTE', 'PERSO')) AS V(DA, A)
               WHERE NOT EXISTS (SELECT 1 FROM TRANSIZIONE_STATO T
                   WHERE T.STATO_DA = V.DA AND T.STATO_A = V.A)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

      ***************RICHIAMO DEI PRESTITI IN CORSO*********************
      **DATA E MOTIVO DEL RICHIAMO E SCADENZA ORIGINARIA PRIMA DELLO***
      **ANTICIPO: UN PRESTITO RICHIAMATO NON SI RINNOVA E IL RITARDO***
      **SI PAGA ALLA TARIFFA DEI RICHIAMI*******************************
           CREATETABLERICHIAMO.
           EXEC SQL
               ALTER TABLE PRENOTAZIONE
               ADD COLUMN IF NOT EXISTS DATA_RICHIAMO CHAR(10)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               ALTER TABLE PRENOTAZIONE
               ADD COLUMN IF NOT EXISTS MOTIVO_RICHIAMO VARCHAR(20)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               ALTER TABLE PRENOTAZIONE
               ADD COLUMN IF NOT EXISTS SCADENZA_ORIGINARIA CHAR(10)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

      ***************CREATE TABLE VERSAMENTO IF NOT EXISTS*************
      **VERSAMENTI IN TESORERIA, UNO PER SEDE E CANALE (CONTANTI DELLE*
      **SESSIONI CHIUSE, POS, PAGOPA): L'ID E' IL NUMERO DA RIPORTARE**
      **IN CAUSALE. STATO VERSATO, NULLO (NIENTE DA PORTARE IN BANCA),*
      **ACCREDITATO O DIFFERENZA DOPO L'AGGANCIO CON L'ESTRATTO*********
           CREATETABLEVERSAMENTO.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS VERSAMENTO (
                      ID SERIAL PRIMARY KEY,
                      CODICE_SEDE INT DEFAULT 0,
                      CANALE VARCHAR(10) NOT NULL,
                      DATA_VERSAMENTO DATE DEFAULT CURRENT_DATE,
                      NUMERO_MOVIMENTI INT DEFAULT 0,
                      IMPORTO NUMERIC(10,2) DEFAULT 0,
                      STATO VARCHAR(12) DEFAULT 'VERSATO',
                      IMPORTO_ACCREDITATO NUMERIC(10,2),
                      DATA_ACCREDITO DATE,
                      DIFFERENZA NUMERIC(10,2),
                      OPERATORE VARCHAR(50)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
      ***************ACCREDITI DELL'ESTRATTO DELLA TESORERIA************
      **OGNI RIGA CARICATA DA ESTRATTOBANCA; SENZA VERSAMENTO E' UN*****
      **ACCREDITO DA SPIEGARE*******************************************
           EXEC SQL
               CREATE TABLE IF NOT EXISTS ACCREDITO_BANCA (
                      ID SERIAL PRIMARY KEY,
                      DATA_VALUTA DATE,
                      IMPORTO NUMERIC(10,2),
                      RIFERIMENTO VARCHAR(60),
                      ID_VERSAMENTO INT REFERENCES VERSAMENTO(ID),
                      ID_INGRESSO INT,
                      DATA_CARICO DATE DEFAULT CURRENT_DATE
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
      ***************VERSAMENTO DI OGNI MOVIMENTO DI CASSA**************
      **UNA SESSIONE CHIUSA O UN INCASSO POS/PAGOPA GIA' LEGATO A UN****
      **VERSAMENTO NON RIENTRA IN UNA DISTINTA SUCCESSIVA***************
           EXEC SQL
               ALTER TABLE CASSA_SESSIONE
               ADD COLUMN IF NOT EXISTS ID_VERSAMENTO INT
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               ALTER TABLE PAGAMENTO
               ADD COLUMN IF NOT EXISTS ID_VERSAMENTO INT
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               ALTER TABLE VENDITA
               ADD COLUMN IF NOT EXISTS ID_VERSAMENTO INT
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

      ***************CREATE TABLE PROGRAMMA_LETTURA IF NOT EXISTS******
      **SFIDA DI LETTURA ESTIVA PER RAGAZZI E STUDENTI: UN PROGRAMMA***
      **CON DATA DI INIZIO E FINE, APERTO FINO AGLI ATTESTATI***********
           CREATETABLELETTURA.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS PROGRAMMA_LETTURA (
                      ID SERIAL PRIMARY KEY,
                      NOME VARCHAR(60) NOT NULL,
                      DATA_INIZIO DATE NOT NULL,
                      DATA_FINE DATE NOT NULL,
                      CODICE_SEDE INT DEFAULT 0,
                      STATO VARCHAR(10) DEFAULT 'APERTO',
                      OPERATORE VARCHAR(50)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
      ***************OBIETTIVO IN LIBRI PER FASCIA DI ETA'************
           EXEC SQL
               CREATE TABLE IF NOT EXISTS FASCIA_LETTURA (
                      ID SERIAL PRIMARY KEY,
                      ID_PROGRAMMA INT REFERENCES PROGRAMMA_LETTURA(ID),
                      ETA_DA INT NOT NULL,
                      ETA_A INT NOT NULL,
                      LIBRI_OBIETTIVO INT NOT NULL
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
      ***************ISCRITTI CON SCUOLA, CLASSE E CONTEGGIO************
      **L'OBIETTIVO E' FISSATO ALL'ISCRIZIONE DALLA FASCIA DI ETA';****
      **ULTIMA_TAPPA EVITA DI RIPETERE GLI AVVISI GIA' PARTITI*********
           EXEC SQL
               CREATE TABLE IF NOT EXISTS ISCRIZIONE_LETTURA (
                      ID SERIAL PRIMARY KEY,
                      ID_PROGRAMMA INT REFERENCES PROGRAMMA_LETTURA(ID),
                      USERNAME VARCHAR(50) NOT NULL,
                      SCUOLA VARCHAR(60),
                      CLASSE VARCHAR(10),
                      LIBRI_OBIETTIVO INT DEFAULT 0,
                      LIBRI_LETTI INT DEFAULT 0,
                      ULTIMA_TAPPA INT DEFAULT 0,
                      DATA_ISCRIZIONE DATE DEFAULT CURRENT_DATE,
                      DATA_TRAGUARDO DATE,
                      ATTESTATO CHAR(1) DEFAULT 'N',
                      UNIQUE (ID_PROGRAMMA, USERNAME)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
      ***************GIUDIZIO DEL RAGAZZO SU OGNI LIBRO LETTO***********
           EXEC SQL
               CREATE TABLE IF NOT EXISTS VALUTAZIONE_LETTURA (
                      ID SERIAL PRIMARY KEY,
                      ID_ISCRIZIONE INT
                          REFERENCES ISCRIZIONE_LETTURA(ID),
                      ISBN VARCHAR(13) NOT NULL,
                      VOTO INT,
                      COMMENTO VARCHAR(100),
                      DATA_VALUTAZIONE DATE DEFAULT CURRENT_DATE,
                      UNIQUE (ID_ISCRIZIONE, ISBN)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

      ***************DEPOSITO LEGALE: EDITORI OBBLIGATI****************
      **GLI EDITORI DELLA PROVINCIA CONSEGNANO ALLA BIBLIOTECA UNA*****
      **COPIA DI OGNI TITOLO PUBBLICATO DALLA DATA DI DECORRENZA********
           CREATETABLEDEPOSITO.
           EXEC SQL
               ALTER TABLE CASAEDITRICE
               ADD COLUMN IF NOT EXISTS OBBLIGO_DEPOSITO CHAR(1)
                   DEFAULT 'N',
               ADD COLUMN IF NOT EXISTS DATA_OBBLIGO DATE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
      ***************REGISTRO DELLE COPIE D'OBBLIGO RICEVUTE***********
           EXEC SQL
               CREATE TABLE IF NOT EXISTS DEPOSITO_LEGALE (
                      ID SERIAL PRIMARY KEY,
                      ISBN VARCHAR(13) NOT NULL UNIQUE,
                      CODICE_CASA INT,
                      NUMERO_INVENTARIO INT,
                      DATA_RICEVIMENTO DATE DEFAULT CURRENT_DATE,
                      NOTE VARCHAR(100),
                      OPERATORE VARCHAR(50)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
      ***************TITOLI ANNUNCIATI DAGLI EDITORI OBBLIGATI**********
      **FONTE: COPYCAT, CATALOGO O EDITORE (LISTINO); RESTA ATTESO*****
      **FINCHE' LA COPIA NON ENTRA NEL REGISTRO************************
           EXEC SQL
               CREATE TABLE IF NOT EXISTS DEPOSITO_ATTESO (
                      ISBN VARCHAR(13) PRIMARY KEY,
                      CODICE_CASA INT,
                      TITOLO VARCHAR(100),
                      FONTE VARCHAR(10),
                      DATA_ANNUNCIO DATE DEFAULT CURRENT_DATE,
                      STATO VARCHAR(12) DEFAULT 'ATTESO',
                      SOLLECITI INT DEFAULT 0,
                      DATA_ULTIMO_SOLLECITO DATE
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
      **LA COPIA D'OBBLIGO ENTRA DALLO SCAFFALE E NON NE ESCE PIU'*****
           EXEC SQL
               INSERT INTO TRANSIZIONE_STATO (STATO_DA, STATO_A)
               SELECT 'SCAFFALE', 'DEPOSITO LEGALE'
               WHERE NOT EXISTS (SELECT 1 FROM TRANSIZIONE_STATO T
                   WHERE T.STATO_DA = 'SCAFFALE'
                   AND T.STATO_A = 'DEPOSITO LEGALE')
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

      ***************RESA DEGLI ACQUISTI: COPIA E RIGA D'ORDINE********
      **OGNI COPIA RICEVUTA DA UN ORDINE PORTA LA RIGA CHE L'HA********
      **PAGATA; DA LI' SI RISALE A FONDO, FORNITORE E PREZZO***********
           CREATETABLERESAACQUISTI.
           EXEC SQL
               ALTER TABLE ESEMPLARE
               ADD COLUMN IF NOT EXISTS ID_ORDINE_RIGA INT
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
      ***************FOTOGRAFIA DELLE COPIE ACQUISTATE E DEI PRESTITI***
      **RIFATTA A OGNI ELABORAZIONE: COSTO (PREZZO FATTURATO O*********
      **ORDINATO), PRESTITI FISICI DELLA COPIA, PRESTITI DIGITALI DEL***
      **TITOLO (SULLA PRIMA COPIA ACQUISTATA), PRIMO PRESTITO E SE*****
      **IL TITOLO VENIVA DA UN SUGGERIMENTO DEI LETTORI. MAI_6_MESI E**
      **MAI_12_MESI: 1 NESSUN PRESTITO NEL PERIODO, 0 PRESTATA, NULLO**
      **SE LA COPIA E' A REGISTRO DA MENO DEL PERIODO******************
           EXEC SQL
               CREATE TABLE IF NOT EXISTS RESA_ACQUISTO (
                      NUMERO_INVENTARIO INT PRIMARY KEY,
                      ID_ORDINE_RIGA INT,
                      ISBN VARCHAR(13),
                      ID_FONDO INT,
                      NOME_FONDO VARCHAR(50),
                      GENERE VARCHAR(50),
                      CODICE_CASA INT,
                      CODICE_SEDE INT,
                      COSTO NUMERIC(8,2) DEFAULT 0,
                      DATA_ACQUISIZIONE DATE,
                      PRESTITI INT DEFAULT 0,
                      PRESTITI_DIGITALI INT DEFAULT 0,
                      PRIMO_PRESTITO DATE,
                      MAI_6_MESI INT,
                      MAI_12_MESI INT,
                      DESIDERATA CHAR(1) DEFAULT 'N',
                      DATA_CALCOLO DATE DEFAULT CURRENT_DATE
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
      ***************PROPOSTA DI RIPARTIZIONE DEL BILANCIO ACQUISTI*****
      **PER LA COMMISSIONE: LA DOTAZIONE DELL'ESERCIZIO DIVISA TRA I***
      **FONDI IN PROPORZIONE AI PRESTITI CHE LE LORO COPIE HANNO FATTO*
           EXEC SQL
               CREATE TABLE IF NOT EXISTS RIPARTIZIONE_BUDGET (
                      ANNO INT,
                      NOME_FONDO VARCHAR(50),
                      COPIE INT DEFAULT 0,
                      SPESA NUMERIC(10,2) DEFAULT 0,
                      PRESTITI INT DEFAULT 0,
                      QUOTA NUMERIC(5,2) DEFAULT 0,
                      IMPORTO NUMERIC(10,2) DEFAULT 0,
                      OPERATORE VARCHAR(50),
                      DATA_PROPOSTA DATE DEFAULT CURRENT_DATE,
                      PRIMARY KEY (ANNO, NOME_FONDO)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

      ***************RICERTIFICAZIONE DEGLI ACCESSI DEL PERSONALE*******
      **OGNI TRIMESTRE OGNI ACCOUNT NON PATRON VA CONFERMATO DAL SUO***
      **RESPONSABILE; QUELLI NON CONFERMATI ENTRO LA SCADENZA SI*******
      **DISATTIVANO. UTENTE.RESPONSABILE E' CHI CONFERMA L'ACCOUNT*****
           CREATETABLERICERTIFICA.
           EXEC SQL
               ALTER TABLE UTENTE
               ADD COLUMN IF NOT EXISTS RESPONSABILE VARCHAR(50)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CAMPAGNA_RICERTIFICA (
                      ID SERIAL PRIMARY KEY,
                      TRIMESTRE VARCHAR(7) NOT NULL UNIQUE,
                      DATA_APERTURA DATE DEFAULT CURRENT_DATE,
                      SCADENZA DATE NOT NULL,
                      STATO VARCHAR(10) DEFAULT 'APERTA',
                      DATA_CHIUSURA DATE,
                      OPERATORE VARCHAR(50)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
      ***************UNA RIGA PER ACCOUNT: FOTOGRAFIA E DECISIONE*******
      **RUOLO, FUNZIONI, ULTIMO ACCESSO E SEDE COME ERANO ALL'APERTURA;*
      **ESITO IN ATTESA, CONFERMATO, REVOCATO O SCADUTO. LE RIGHE NON**
      **SI CANCELLANO: SONO LA PROVA PER L'AUDIT INTERNO DEL COMUNE*****
           EXEC SQL
               CREATE TABLE IF NOT EXISTS RICERTIFICA_ACCOUNT (
                      ID SERIAL PRIMARY KEY,
                      ID_CAMPAGNA INT
                          REFERENCES CAMPAGNA_RICERTIFICA(ID),
                      USERNAME VARCHAR(50) NOT NULL,
                      RUOLO VARCHAR(30),
                      FUNZIONI VARCHAR(200),
                      ULTIMO_ACCESSO TIMESTAMP,
                      SEDE_CASA INT,
                      RESPONSABILE VARCHAR(50),
                      ESITO VARCHAR(12) DEFAULT 'IN ATTESA',
                      DATA_DECISIONE TIMESTAMP,
                      DECISO_DA VARCHAR(50),
                      NOTE VARCHAR(100),
                      UNIQUE (ID_CAMPAGNA, USERNAME)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

      ***************REGISTRO DELLE CONSULTAZIONI DEI DATI PERSONALI****
      **OGNI SCHERMATA O STAMPA CHE MOSTRA I DATI DI UN PATRON LASCIA**
      **UNA RIGA: CHI HA GUARDATO, QUALE PATRON, CON QUALE FUNZIONE,***
      **QUANDO E DA QUALE POSTAZIONE. HA UNA CONSERVAZIONE PROPRIA*****
      **(MESI-CONSERVAZIONE-ACCESSI), SEPARATA DA QUELLA DELL'AUDIT****
           CREATETABLEACCESSODATI.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS ACCESSO_DATI (
                      ID SERIAL PRIMARY KEY,
                      PATRON VARCHAR(50) NOT NULL,
                      VISUALIZZATO_DA VARCHAR(50) NOT NULL,
                      FUNZIONE VARCHAR(30),
                      POSTAZIONE VARCHAR(20),
                      CODICE_SEDE INT,
                      DATA_ORA TIMESTAMP DEFAULT CURRENT_TIMESTAMP
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               CREATE INDEX IF NOT EXISTS IDX_ACCESSO_DATI_PATRON
               ON ACCESSO_DATI (PATRON, DATA_ORA)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               CREATE INDEX IF NOT EXISTS IDX_ACCESSO_DATI_OPERATORE
               ON ACCESSO_DATI (VISUALIZZATO_DA, DATA_ORA)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

      ***************INDIRIZZO STRUTTURATO E STRADARIO*****************
      **IL VECCHIO CAMPO INDIRIZZO RESTA COME TESTO DI STAMPA; VIA,*****
      **CIVICO, CAP, COMUNE E FRAZIONE SONO LA FORMA CONTROLLATA*******
      **CONTRO LO STRADARIO DEL COMUNE (FILE DI TOPONOMASTICA).*******
      **INDIRIZZO_STATO: VERIFICATO (VIA DELLO STRADARIO), FUORI*******
      **COMUNE (CAP CONTROLLATO SOLO NEL FORMATO) O DA VERIFICARE******
      **(ECCEZIONE DA SISTEMARE A MANO, MOTIVO IN INDIRIZZO_MOTIVO).***
      **POPOLAZIONE_AREA PORTA GLI ABITANTI PER CAP O FRAZIONE, UN*****
      **CARICAMENTO L'ANNO, PER I TASSI DI PENETRAZIONE DEL BACINO*****
           CREATETABLESTRADARIO.
           EXEC SQL
               ALTER TABLE UTENTE
               ADD COLUMN IF NOT EXISTS VIA VARCHAR(100),
               ADD COLUMN IF NOT EXISTS CIVICO VARCHAR(10),
               ADD COLUMN IF NOT EXISTS CAP CHAR(5),
               ADD COLUMN IF NOT EXISTS COMUNE VARCHAR(50),
               ADD COLUMN IF NOT EXISTS FRAZIONE VARCHAR(50),
               ADD COLUMN IF NOT EXISTS INDIRIZZO_STATO VARCHAR(14),
               ADD COLUMN IF NOT EXISTS INDIRIZZO_MOTIVO VARCHAR(40)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS STRADARIO (
                      DENOMINAZIONE VARCHAR(100) NOT NULL,
                      CAP CHAR(5) NOT NULL,
                      FRAZIONE VARCHAR(50),
                      COMUNE VARCHAR(50) NOT NULL,
                      CARICATO_IL DATE DEFAULT CURRENT_DATE,
                      PRIMARY KEY (DENOMINAZIONE, CAP, COMUNE)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS POPOLAZIONE_AREA (
                      ANNO INT NOT NULL,
                      TIPO VARCHAR(8) NOT NULL,
                      CODICE VARCHAR(50) NOT NULL,
                      ABITANTI INT NOT NULL,
                      PRIMARY KEY (ANNO, TIPO, CODICE)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               CREATE INDEX IF NOT EXISTS IDX_UTENTE_INDIRIZZO_STATO
               ON UTENTE (INDIRIZZO_STATO)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

      ***************INDICE PER PAROLE DEL CATALOGO********************
      **UNA RIGA PER OGNI PAROLA SIGNIFICATIVA DI TITOLO, AUTORI******
      **(TESTO LIBERO E AUTHORITY FILE), COLLANE E GENERE DI UN*******
      **TITOLO, IN MAIUSCOLO E SENZA ACCENTI; FONTE T/A/C/G. LE*******
      **PAROLE VUOTE DELL'ITALIANO STANNO IN PAROLA_VUOTA E NON*******
      **VENGONO INDICIZZATE NE' CERCATE*******************************
           CREATETABLEPAROLECHIAVE.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS PAROLA_CHIAVE (
                      PAROLA VARCHAR(40) NOT NULL,
                      ISBN CHAR(13) NOT NULL,
                      FONTE CHAR(1) NOT NULL,
                      PRIMARY KEY (PAROLA, ISBN, FONTE)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               CREATE INDEX IF NOT EXISTS IDX_PAROLA_CHIAVE_ISBN
               ON PAROLA_CHIAVE (ISBN)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS PAROLA_VUOTA (
                      PAROLA VARCHAR(40) PRIMARY KEY
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               INSERT INTO PAROLA_VUOTA (PAROLA)
               SELECT S.P FROM REGEXP_SPLIT_TO_TABLE(
                   'IL LO LA I GLI LE L UN UNO UNA ' ||
                   'DI DEL DELLO DELLA DEI DEGLI DELLE DELL ' ||
                   'A AL ALLO ALLA AI AGLI ALLE ALL AD ' ||
                   'DA DAL DALLO DALLA DAI DAGLI DALLE DALL ' ||
                   'IN NEL NELLO NELLA NEI NEGLI NELLE NELL ' ||
                   'SU SUL SULLO SULLA SUI SUGLI SULLE SULL ' ||
                   'CON COL COI PER TRA FRA E ED O OD MA ' ||
                   'CHE NON SE D C CI NE SI', ' ') AS S(P)
               WHERE NOT EXISTS (SELECT 1 FROM PAROLA_VUOTA V
                   WHERE V.PAROLA = S.P)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

      ***************MODIFICHE GLOBALI DEL CATALOGO********************
      **UN LOTTO CAMBIA UN SOLO CAMPO SU TITOLI (LIVELLO T) O COPIE****
      **(LIVELLO C) SCELTI PER CRITERI; LE RIGHE CONSERVANO IL VALORE**
      **PRIMA E DOPO PER L'ANTEPRIMA E PER L'ANNULLAMENTO. STATI DEL***
      **LOTTO: PREPARATO, IN_ATTESA (DI APPROVAZIONE), APPLICATO,******
      **RIFIUTATO, SCARTATO, ANNULLATO. APPLICATA DELLA RIGA: N = NON**
      **ANCORA, S = APPLICATA, A = ANNULLATA****************************
           CREATETABLEMODIFICAGLOBALE.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS MODIFICA_LOTTO (
                      ID SERIAL PRIMARY KEY,
                      LIVELLO CHAR(1),
                      CAMPO VARCHAR(20),
                      SEDE INT DEFAULT 0,
                      COLLOCAZIONE_DA VARCHAR(20),
                      COLLOCAZIONE_A VARCHAR(20),
                      GENERE VARCHAR(50),
                      CODICE_CASA INT DEFAULT 0,
                      TIPO_MATERIALE VARCHAR(12),
                      DATA_DA DATE,
                      DATA_A DATE,
                      VALORE_VECCHIO VARCHAR(100),
                      VALORE_NUOVO VARCHAR(100),
                      NUMERO_RIGHE INT DEFAULT 0,
                      RIGHE_APPLICATE INT DEFAULT 0,
                      STATO VARCHAR(12) DEFAULT 'PREPARATO',
                      PREPARATO_DA VARCHAR(50),
                      DATA_PREPARAZIONE TIMESTAMP
                          DEFAULT CURRENT_TIMESTAMP,
                      APPLICATO_DA VARCHAR(50),
                      DATA_APPLICAZIONE TIMESTAMP,
                      ANNULLATO_DA VARCHAR(50),
                      DATA_ANNULLAMENTO TIMESTAMP
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS MODIFICA_RIGA (
                      ID_LOTTO INT,
                      CHIAVE VARCHAR(13),
                      ISBN CHAR(13),
                      VALORE_PRIMA VARCHAR(100),
                      VALORE_DOPO VARCHAR(100),
                      APPLICATA CHAR(1) DEFAULT 'N',
                      PRIMARY KEY (ID_LOTTO, CHIAVE),
                      CONSTRAINT "FK_RIGA_LOTTO" FOREIGN KEY(ID_LOTTO)
                      REFERENCES MODIFICA_LOTTO(ID)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

      ***************ISCRIZIONI DAGLI ELENCHI DELLE CLASSI*************
      **UN LOTTO PER OGNI CORSA DI CLASSIIN: I CONTATORI SI AGGIORNANO**
      **RIGA PER RIGA NELLA STESSA TRANSAZIONE DELLA RIGA, COSI' UNA****
      **CORSA RIPRESA DAL CHECKPOINT LI RITROVA GIUSTI. STATI DEL*******
      **LOTTO: IN_CORSO, CARICATO (TESSERE DA STAMPARE), STAMPATO.******
      **CLASSI_ALUNNO TIENE GLI ACCOUNT CREATI CON SCUOLA E CLASSE;*****
      **TESSERA = 'S' QUANDO LA TESSERA E' USCITA SU TESSEREPRINT*******
           CREATETABLECLASSI.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CLASSI_LOTTO (
                      ID SERIAL PRIMARY KEY,
                      ID_INGRESSO INT,
                      OPERATORE VARCHAR(50),
                      AVVIATO TIMESTAMP DEFAULT CURRENT_TIMESTAMP,
                      CONCLUSO TIMESTAMP,
                      ALUNNI_CREATI INT DEFAULT 0,
                      TUTORI_CREATI INT DEFAULT 0,
                      GIA_ISCRITTI INT DEFAULT 0,
                      RIGETTATI INT DEFAULT 0,
                      TESSERE_STAMPATE INT DEFAULT 0,
                      STATO VARCHAR(10) DEFAULT 'IN_CORSO'
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CLASSI_ALUNNO (
                      ID_LOTTO INT REFERENCES CLASSI_LOTTO(ID),
                      RIGA INT,
                      USERNAME VARCHAR(50) NOT NULL,
                      TUTORE VARCHAR(50),
                      TUTORE_NUOVO CHAR(1) DEFAULT 'N',
                      SCUOLA VARCHAR(60),
                      CLASSE VARCHAR(10),
                      TESSERA CHAR(1) DEFAULT 'N',
                      PRIMARY KEY (ID_LOTTO, RIGA)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

      ***************CREATE TABLE CODICE_ACCESSO IF NOT EXISTS**********
      **SECONDO FATTORE DEL PERSONALE: RUOLO.SECONDO_FATTORE DICE******
      **QUALI RUOLI LO RICHIEDONO (DI SERIE SOLO GLI AMMINISTRATORI),**
      **CODICE_ACCESSO TIENE L'IMPRONTA DEI CODICI MANDATI,************
      **CODICE_ACCESSO_FALLITO GLI ERRORI PER IL REPORT DEL MATTINO E**
      **POSTAZIONE_FIDATA LE ESENZIONI A TEMPO PER POSTAZIONE**********
           CREATETABLESECONDOFATTORE.
           EXEC SQL
               ALTER TABLE RUOLO
               ADD COLUMN IF NOT EXISTS SECONDO_FATTORE CHAR(1)
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               UPDATE RUOLO SET SECONDO_FATTORE =
                   CASE WHEN RUOLO IN ('SUPERAMMINISTRATORE',
                       'AMMINISTRATORE') THEN 'S' ELSE 'N' END
               WHERE SECONDO_FATTORE IS NULL
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CODICE_ACCESSO (
                      ID SERIAL PRIMARY KEY,
                      USERNAME VARCHAR(50) NOT NULL,
                      IMPRONTA VARCHAR(100) NOT NULL,
                      CANALE VARCHAR(10),
                      POSTAZIONE VARCHAR(20),
                      GENERATO TIMESTAMP DEFAULT CURRENT_TIMESTAMP,
                      SCADENZA TIMESTAMP NOT NULL,
                      TENTATIVI INT DEFAULT 0,
                      STATO VARCHAR(11) DEFAULT 'ATTESA',
                      CHIUSO TIMESTAMP
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CODICE_ACCESSO_FALLITO (
                      ID SERIAL PRIMARY KEY,
                      ID_CODICE INT,
                      USERNAME VARCHAR(50),
                      POSTAZIONE VARCHAR(20),
                      DATA_ORA TIMESTAMP DEFAULT CURRENT_TIMESTAMP,
                      MOTIVO VARCHAR(10)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS POSTAZIONE_FIDATA (
                      USERNAME VARCHAR(50),
                      CODICE_POSTAZIONE VARCHAR(20),
                      FIDATA_DAL TIMESTAMP DEFAULT CURRENT_TIMESTAMP,
                      FIDATA_FINO DATE NOT NULL,
                      PRIMARY KEY (USERNAME, CODICE_POSTAZIONE)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

      ***************CREATE TABLE SCHEMA_PUBBLICAZIONE IF NOT EXISTS****
      **SCHEMA DI USCITA DI UNA TESTATA PER PREVEDERE I FASCICOLI******
      **ATTESI; SUL FASCICOLO LA DATA PREVISTA E LA DATA IN CUI E'*****
      **PASSATO IN LISTA RECLAMI PER RITARDO****************************
           CREATETABLESCHEMAPUBBLICAZIONE.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS SCHEMA_PUBBLICAZIONE (
                      ID_TESTATA INT PRIMARY KEY REFERENCES TESTATA(ID),
                      FREQUENZA VARCHAR(12) NOT NULL,
                      NUMERAZIONE VARCHAR(10) DEFAULT 'ANNUALE',
                      PRIMO_NUMERO INT DEFAULT 1,
                      PRIMA_USCITA DATE NOT NULL,
                      MESI_DOPPI VARCHAR(40),
                      GIORNI_TOLLERANZA INT,
                      AGGIORNATO TIMESTAMP DEFAULT CURRENT_TIMESTAMP
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               ALTER TABLE FASCICOLO
               ADD COLUMN IF NOT EXISTS DATA_PREVISTA DATE,
               ADD COLUMN IF NOT EXISTS DATA_RECLAMO DATE
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

      ***************CREATE TABLE ALTA_RICHIESTA_EVENTO IF NOT EXISTS***
      **TITOLI AD ALTA RICHIESTA: IL FLAG STA SUL LIBRO (ULTIMA********
      **COLONNA, LETTA DALLE SELECT * DEL CATALOGO) E SUL PRESTITO*****
      **USCITO MENTRE ERA ATTIVO; OGNI INGRESSO E USCITA DALLO*********
      **STATO LASCIA UNA RIGA PER LA LISTA GIORNALIERA DEL BANCO*******
           CREATETABLEALTARICHIESTA.
           EXEC SQL
               ALTER TABLE LIBRO
               ADD COLUMN IF NOT EXISTS ALTA_RICHIESTA
                   CHAR(1) NOT NULL DEFAULT 'N'
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               ALTER TABLE PRENOTAZIONE
               ADD COLUMN IF NOT EXISTS ALTA_RICHIESTA
                   CHAR(1) DEFAULT 'N'
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS ALTA_RICHIESTA_EVENTO (
                      ID SERIAL PRIMARY KEY,
                      ISBN CHAR(13) NOT NULL,
                      EVENTO VARCHAR(8) NOT NULL,
                      DATA_EVENTO DATE DEFAULT CURRENT_DATE,
                      LUNGHEZZA_CODA INT,
                      COPIE INT
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               ALTER TABLE OPAC_STATO
               ADD COLUMN IF NOT EXISTS ALTA_RICHIESTA
                   CHAR(1) DEFAULT 'N'
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

      ***************CREATE TABLES LETTURA_SCAFFALE IF NOT EXISTS*******
      **LETTURA DI UN TRATTO DI SCAFFALE FUORI DALL'INVENTARIO: LA*****
      **TESTATA PORTA SEDE, INTERVALLO DI COLLOCAZIONI E TOTALI, LE****
      **RIGHE OGNI CODICE LETTO NELL'ORDINE DI SCANSIONE (SEQUENZA 0***
      **PER LE COPIE ATTESE E NON VISTE) CON L'ESITO E I VICINI IN*****
      **ORDINE TRA CUI E' STATO TROVATO*********************************
           CREATETABLELETTURASCAFFALE.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS LETTURA_SCAFFALE (
                      ID SERIAL PRIMARY KEY,
                      CODICE_SEDE INT,
                      COLLOCAZIONE_DA VARCHAR(20),
                      COLLOCAZIONE_A VARCHAR(20),
                      SCANSIONI INT DEFAULT 0,
                      IN_ORDINE INT DEFAULT 0,
                      FUORI_POSTO INT DEFAULT 0,
                      NON_VISTE INT DEFAULT 0,
                      OPERATORE VARCHAR(50),
                      DATA_LETTURA TIMESTAMP DEFAULT CURRENT_TIMESTAMP
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS LETTURA_SCAFFALE_RIGA (
                      ID SERIAL PRIMARY KEY,
                      ID_LETTURA INT REFERENCES LETTURA_SCAFFALE(ID),
                      SEQUENZA INT,
                      CODICE VARCHAR(30),
                      NUMERO_INVENTARIO INT,
                      ISBN CHAR(13),
                      COLLOCAZIONE VARCHAR(20),
                      SEDE_COPIA INT,
                      ESITO VARCHAR(12),
                      TROVATO_DOPO VARCHAR(20),
                      TROVATO_PRIMA VARCHAR(20)
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

      ***************CREATE TABLE RECLAMO IF NOT EXISTS*****************
      **REGISTRO DEI RECLAMI E DEI SUGGERIMENTI (CARTA DEI SERVIZI):***
      **IL PATRON O, SE ANONIMO, UN RECAPITO LIBERO; CANALE EMAIL,*****
      **CARTA O BANCO; CATEGORIA PERSONALE, ORARI, COLLEZIONE, MULTE,**
      **LOCALI. STATI: APERTO, ASSEGNATO, RISPOSTO. LA SCADENZA NASCE**
      **A GIORNI-RISPOSTA-RECLAMO DALL'APERTURA E SI PUO' SOLO*********
      **ANTICIPARE ALL'ASSEGNAZIONE************************************
           CREATETABLERECLAMO.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS RECLAMO (
                      ID SERIAL PRIMARY KEY,
                      TIPO VARCHAR(12) DEFAULT 'RECLAMO',
                      CANALE VARCHAR(8),
                      USERNAME VARCHAR(50),
                      CONTATTO VARCHAR(100),
                      CODICE_SEDE INT,
                      CATEGORIA VARCHAR(10) NOT NULL,
                      TESTO VARCHAR(500) NOT NULL,
                      DATA_APERTURA DATE DEFAULT CURRENT_DATE,
                      INSERITO_DA VARCHAR(50),
                      ASSEGNATO_A VARCHAR(50),
                      DATA_SCADENZA DATE,
                      STATO VARCHAR(10) DEFAULT 'APERTO',
                      RISPOSTA VARCHAR(500),
                      DATA_RISPOSTA DATE,
                      RISPOSTO_DA VARCHAR(50),
                      ID_NOTIFICA INT
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

      ***************CREATE TABLE CHECKPOINT_PASSO IF NOT EXISTS********
      **PUNTO DI RIPRESA DEI PASSI BATCH LUNGHI (SOLLECITI, DISPATCHER**
      **NOTIFICHE, EMISSIONE PAGOPA): OGNI INTERVALLO-CHECKPOINT*******
      **RECORD IL PASSO CONSOLIDA E ANNOTA L'ULTIMA CHIAVE FATTA. UNA***
      **RIGA 'APERTO' DI OGGI VUOL DIRE CORSA INTERROTTA: LA PROSSIMA***
      **RIPARTE DOPO QUELLA CHIAVE. STATI: APERTO, CHIUSO, ABBANDONATO**
           CREATETABLECHECKPOINT.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CHECKPOINT_PASSO (
                      ID SERIAL PRIMARY KEY,
                      JOB VARCHAR(40) NOT NULL,
                      INIZIO TIMESTAMP DEFAULT CURRENT_TIMESTAMP,
                      AGGIORNATO TIMESTAMP,
                      ULTIMA_CHIAVE VARCHAR(100),
                      ELABORATI INT DEFAULT 0,
                      CONFERMATI INT DEFAULT 0,
                      RESIDUI INT,
                      RIPRESE INT DEFAULT 0,
                      STATO VARCHAR(12) DEFAULT 'APERTO'
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

      ***************CREATE TABLE ALLARME_VARCO IF NOT EXISTS**********
      **REGISTRO DEGLI ALLARMI DEL VARCO ANTITACCHEGGIO PER SEDE, DAL**
      **FILE VARCOALLARMI. ESITO: PRESTITO (COPIA IN PRESTITO, NON*****
      **SMAGNETIZZATA), NON_PRESTITO (POSSIBILE FURTO), SCONOSCIUTO****
      **(ETICHETTA SENZA COPIA). DATA_MANCANZA E FONTE_MANCANZA********
      **(STORIA O INVENTARIO) COLLEGANO L'ALLARME ALLA COPIA QUANDO*****
      **QUESTA RISULTA POI MANCANTE*************************************
           CREATETABLEALLARMEVARCO.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS ALLARME_VARCO (
                      ID SERIAL PRIMARY KEY,
                      CODICE_SEDE INT NOT NULL,
                      DATA_ORA TIMESTAMP NOT NULL,
                      TAG VARCHAR(30) NOT NULL,
                      NUMERO_INVENTARIO INT,
                      ESITO VARCHAR(12) NOT NULL,
                      ID_INGRESSO INT,
                      DATA_MANCANZA TIMESTAMP,
                      FONTE_MANCANZA VARCHAR(10),
                      IMPORTATO TIMESTAMP DEFAULT CURRENT_TIMESTAMP
               )
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RUNTIME.

           COMMITANDCLOSE.
      ********************COMMIT***************************************
           EXEC SQL COMMIT WORK END-EXEC.
