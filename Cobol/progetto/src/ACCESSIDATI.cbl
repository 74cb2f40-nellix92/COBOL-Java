       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESSIDATI.
      ******************************************************************
      **************REGISTRO DELLE CONSULTAZIONI DEI DATI DEI PATRON****
      ******************************************************************
      **L'AUDIT REGISTRA INSERIMENTI, MODIFICHE E CANCELLAZIONI, NON***
      **LE LETTURE. OGNI SCHERMATA O STAMPA CHE MOSTRA I DATI DI UN****
      **SINGOLO PATRON (ELENCO E RICERCA UTENTI, VISTA FAMIGLIA,*******
      **SCANSIONE AL BANCO, STORICO PAGAMENTI, ESTRAZIONE PRIVACY E****
      **STORICO PRESTITI) CHIAMA QUESTO MODULO, CHE SCRIVE CHI HA******
      **GUARDATO, QUALE PATRON, CON QUALE FUNZIONE, QUANDO E DA QUALE**
      **POSTAZIONE. CHI GUARDA E LA POSTAZIONE SI LEGGONO DALLA********
      **SESSIONE DI POSTAZIONE APERTA AL LOGIN. IL REGISTRO HA UNA*****
      **CONSERVAZIONE PROPRIA E UN PROSPETTO MENSILE PER IL************
      **RESPONSABILE DELLA PROTEZIONE DEI DATI**************************
       AUTHOR. ANOIR.
       DATA DIVISION.

           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.
           01 WS-MESI-CONSERVAZIONE PIC 9(3) VALUE 24.
           01 WS-SOGLIA-DPO PIC 9(5) VALUE 200.
           01 WS-CONTEGGIO-RIGHE PIC 9(7) VALUE ZERO.
           01 WS-CONTEGGIO-SEGNALATI PIC 9(5) VALUE ZERO.
           01 WS-PARAMETRO-CONFIG.
               05 WS-CONFIG-CHIAVE PIC X(40).
               05 WS-CONFIG-VALORE PIC X(100).
               05 WS-CONFIG-VALORE-NUM PIC 9(7)V99.
               05 WS-CONFIG-ESITO PIC X(1).
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

           01 WS-LINE PIC X(110) VALUE ALL '-'.
           01 WS-HEADER-ACCESSI.
               05 FILLER PIC X(17) VALUE 'DATA E ORA'.
               05 FILLER PIC X(21) VALUE 'PATRON'.
               05 FILLER PIC X(21) VALUE 'VISUALIZZATO DA'.
               05 FILLER PIC X(21) VALUE 'FUNZIONE'.
               05 FILLER PIC X(21) VALUE 'POSTAZIONE'.
               05 FILLER PIC X(5) VALUE 'SEDE'.
           01 WS-COLUMNS-ACCESSI.
               05 WS-COLUMN-DATA-ORA PIC X(16).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-COLUMN-PATRON PIC X(20).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-COLUMN-VISUALIZZATO PIC X(20).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-COLUMN-FUNZIONE PIC X(20).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-COLUMN-POSTAZIONE PIC X(20).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-COLUMN-SEDE PIC ZZZZ9.
           01 WS-HEADER-DPO.
               05 FILLER PIC X(31) VALUE 'VISUALIZZATO DA'.
               05 FILLER PIC X(11) VALUE 'ACCESSI'.
               05 FILLER PIC X(11) VALUE 'PATRON'.
               05 FILLER PIC X(11) VALUE 'GIORNI'.
               05 FILLER PIC X(11) VALUE 'MAX/GIORNO'.
               05 FILLER PIC X(20) VALUE 'SEGNALAZIONE'.
           01 WS-COLUMNS-DPO.
               05 WS-COLUMN-OPERATORE PIC X(30).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-COLUMN-ACCESSI PIC ZZZZZZZZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-COLUMN-PATRON-DISTINTI PIC ZZZZZZZZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-COLUMN-GIORNI PIC ZZZZZZZZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-COLUMN-MAX-GIORNO PIC ZZZZZZZZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-COLUMN-SEGNALAZIONE PIC X(20).

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

           01 RECORDACCESSO.
               05 PATRON              PIC X(50).
               05 VISUALIZZATO-DA     PIC X(50).
               05 FUNZIONE            PIC X(30).
               05 POSTAZIONE          PIC X(20).
               05 CODICE-SEDE         PIC 9(5).
               05 DATA-ORA            PIC X(16).
           01 DB-COGNOME            PIC X(50) VALUE SPACE.
           01 DB-RUOLO              PIC X(20) VALUE SPACE.
           01 DB-TUTORE             PIC X(50) VALUE SPACE.
           01 DB-DATA-DA            PIC X(10) VALUE SPACE.
           01 DB-DATA-A             PIC X(10) VALUE SPACE.
           01 DB-ANNO               PIC 9(4) VALUE ZERO.
           01 DB-MESE               PIC 9(2) VALUE ZERO.
           01 DB-MESI               PIC 9(3) VALUE ZERO.
           01 DB-SOGLIA             PIC 9(5) VALUE ZERO.
           01 DB-PERIODO            PIC X(7) VALUE SPACE.
           01 DB-ACCESSI            PIC 9(9) VALUE ZERO.
           01 DB-PATRON-DISTINTI    PIC 9(9) VALUE ZERO.
           01 DB-GIORNI             PIC 9(9) VALUE ZERO.
           01 DB-MAX-GIORNO         PIC 9(9) VALUE ZERO.
           01 DB-SEGNALAZIONE       PIC X(20) VALUE SPACE.
           01 DB-CANCELLATI         PIC 9(9) VALUE ZERO.
           01 DB-CODICE-SQL-ORIGINALE PIC S9(9) VALUE ZERO.
           01 DB-ERR-MESSAGGIO PIC X(200) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.
      *****************************************************************
      ********************INCLUDO SQLCA********************************
      *****************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.

           LINKAGE SECTION.
           01 LS-TYPE PIC X(1).
      **'r' REGISTRA LA CONSULTAZIONE DI LS-PATRON; 'e' REGISTRA I*****
      **PATRON DI UN ELENCO (FILTRI COGNOME, RUOLO, TUTORE; TUTTI******
      **VUOTI = TUTTO L'ARCHIVIO); 'q' INTERROGA IL REGISTRO PER*******
      **PATRON E/O PER OPERATORE; 'm' PROSPETTO MENSILE PER IL*********
      **RESPONSABILE PROTEZIONE DATI (MESE ZERO = MESE SCORSO); 'p'****
      **CANCELLA LE RIGHE OLTRE IL PERIODO DI CONSERVAZIONE*************
           01 LS-RECORD.
               05 LS-PATRON            PIC X(50).
               05 LS-FUNZIONE          PIC X(30).
               05 LS-COGNOME           PIC X(50).
               05 LS-RUOLO             PIC X(20).
               05 LS-TUTORE            PIC X(50).
               05 LS-VISUALIZZATO-DA   PIC X(50).
               05 LS-DATA-DA           PIC X(10).
               05 LS-DATA-A            PIC X(10).
               05 LS-ANNO              PIC 9(4).
               05 LS-MESE              PIC 9(2).
               05 LS-OPERATORE         PIC X(50).
               05 LS-ESITO             PIC X(1).

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
               EVALUATE LS-TYPE
                   WHEN 'r'
                       PERFORM REGISTRACONSULTAZIONE
                   WHEN 'e'
                       PERFORM REGISTRAELENCO
                   WHEN 'q'
                       PERFORM INTERROGAREGISTRO
                   WHEN 'm'
                       PERFORM PROSPETTODPO
                   WHEN 'p'
                       PERFORM CONSERVAZIONEREGISTRO
               END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      **************CHI GUARDA E DA QUALE POSTAZIONE********************
      ******************************************************************
      **DALLA SESSIONE DI POSTAZIONE; SENZA SESSIONE VALE L'OPERATORE**
      **PASSATO DAL CHIAMANTE. SENZA NESSUNO DEI DUE (CORSE BATCH)*****
      **NON C'E' UNA PERSONA CHE GUARDA E NON SI REGISTRA NULLA*********
           LEGGICHIGUARDA.
           MOVE SPACE TO WS-SESSIONE-POSTAZIONE
           CALL 'POSTAZIONE' USING 'g', WS-SESSIONE-POSTAZIONE
           MOVE WS-SP-USERNAME TO VISUALIZZATO-DA
           IF VISUALIZZATO-DA = SPACE
               MOVE LS-OPERATORE TO VISUALIZZATO-DA
           END-IF
           MOVE WS-SP-CODICE-POSTAZIONE TO POSTAZIONE
           MOVE WS-SP-CODICE-SEDE TO CODICE-SEDE
           MOVE LS-FUNZIONE TO FUNZIONE.

      ******************************************************************
      **************CONSULTAZIONE DI UN SINGOLO PATRON******************
      ******************************************************************
      **IL PATRON CHE GUARDA I PROPRI DATI NON LASCIA RIGHE: IL********
      **REGISTRO SERVE A CONTROLLARE IL PERSONALE***********************
           REGISTRACONSULTAZIONE.
           MOVE 'N' TO LS-ESITO
           PERFORM LEGGICHIGUARDA
           MOVE LS-PATRON TO PATRON
           IF VISUALIZZATO-DA = SPACE OR PATRON = SPACE
               EXIT PARAGRAPH
           END-IF
           IF PATRON = VISUALIZZATO-DA
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               INSERT INTO ACCESSO_DATI (PATRON, VISUALIZZATO_DA,
               FUNZIONE, POSTAZIONE, CODICE_SEDE)
               VALUES (TRIM(:PATRON), TRIM(:VISUALIZZATO-DA),
               TRIM(:FUNZIONE), NULLIF(TRIM(:POSTAZIONE), ''),
               NULLIF(:CODICE-SEDE, 0))
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           CALL 'DBUTIL' USING BY CONTENT 'k'
           MOVE 'S' TO LS-ESITO.

      ******************************************************************
      **************CONSULTAZIONE DI UN ELENCO DI PATRON****************
      ******************************************************************
      **UNA RIGA PER OGNI PATRON CHE L'ELENCO MOSTRERA', SCRITTE IN****
      **BLOCCO CON GLI STESSI FILTRI DELLA SCHERMATA PRIMA DI APRIRE***
      **IL SUO CURSORE. GLI ACCOUNT DEL PERSONALE NON SI REGISTRANO****
           REGISTRAELENCO.
           MOVE 'N' TO LS-ESITO
           PERFORM LEGGICHIGUARDA
           MOVE LS-COGNOME TO DB-COGNOME
           MOVE LS-RUOLO TO DB-RUOLO
           MOVE LS-TUTORE TO DB-TUTORE
           IF VISUALIZZATO-DA = SPACE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               INSERT INTO ACCESSO_DATI (PATRON, VISUALIZZATO_DA,
               FUNZIONE, POSTAZIONE, CODICE_SEDE)
               SELECT U.USERNAME, TRIM(:VISUALIZZATO-DA),
               TRIM(:FUNZIONE), NULLIF(TRIM(:POSTAZIONE), ''),
               NULLIF(:CODICE-SEDE, 0)
               FROM UTENTE U
               WHERE COALESCE(U.RUOLO, ' ') NOT IN
                   ('SUPERAMMINISTRATORE', 'AMMINISTRATORE',
                    'OPERATORE')
               AND U.USERNAME <> TRIM(:VISUALIZZATO-DA)
               AND (TRIM(:DB-COGNOME) = ''
                OR U.COGNOME = TRIM(:DB-COGNOME))
               AND (TRIM(:DB-RUOLO) = ''
                OR U.RUOLO = TRIM(:DB-RUOLO))
               AND (TRIM(:DB-TUTORE) = ''
                OR U.TUTORE = TRIM(:DB-TUTORE))
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           CALL 'DBUTIL' USING BY CONTENT 'k'
           MOVE 'S' TO LS-ESITO.

      ******************************************************************
      **************INTERROGAZIONE DEL REGISTRO*************************
      ******************************************************************
      **PER PATRON (CHI HA GUARDATO I MIEI DATI?) O PER OPERATORE******
      **(CHI HA GUARDATO COSTUI?), IN UN PERIODO: DATE VUOTE = TUTTO***
      **IL REGISTRO CONSERVATO. ESCE SU VIDEO E SU CARTA****************
           INTERROGAREGISTRO.
           MOVE 'N' TO LS-ESITO
           MOVE LS-PATRON TO PATRON
           MOVE LS-VISUALIZZATO-DA TO VISUALIZZATO-DA
           MOVE LS-DATA-DA TO DB-DATA-DA
           MOVE LS-DATA-A TO DB-DATA-A
           IF PATRON = SPACE AND VISUALIZZATO-DA = SPACE
               DISPLAY "INDICARE IL PATRON O L'OPERATORE"
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               DECLARE ACCESSI_CURSOR CURSOR FOR
               SELECT TO_CHAR(DATA_ORA, 'DD-MM-YYYY HH24:MI'),
               PATRON, VISUALIZZATO_DA, COALESCE(FUNZIONE, ' '),
               COALESCE(POSTAZIONE, ' '), COALESCE(CODICE_SEDE, 0)
               FROM ACCESSO_DATI
               WHERE (TRIM(:PATRON) = '' OR PATRON = TRIM(:PATRON))
               AND (TRIM(:VISUALIZZATO-DA) = ''
                OR VISUALIZZATO_DA = TRIM(:VISUALIZZATO-DA))
               AND (TRIM(:DB-DATA-DA) = ''
                OR DATA_ORA >= TO_DATE(:DB-DATA-DA, 'DD-MM-YYYY'))
               AND (TRIM(:DB-DATA-A) = ''
                OR DATA_ORA < TO_DATE(:DB-DATA-A, 'DD-MM-YYYY') + 1)
               ORDER BY DATA_ORA
           END-EXEC
           MOVE SPACE TO WS-SCRITTURA-REPORT
           IF PATRON NOT = SPACE
               STRING "CONSULTAZIONI DEI DATI DI " DELIMITED BY SIZE
                   PATRON DELIMITED BY SPACE
                   INTO RW-TITOLO
               END-STRING
           ELSE
               STRING "CONSULTAZIONI FATTE DA " DELIMITED BY SIZE
                   VISUALIZZATO-DA DELIMITED BY SPACE
                   INTO RW-TITOLO
               END-STRING
           END-IF
           MOVE LS-OPERATORE TO RW-OPERATORE
           MOVE WS-HEADER-ACCESSI TO RW-INTESTAZIONE
           CALL 'REPORTWRITER' USING 'i', WS-SCRITTURA-REPORT
           DISPLAY RW-TITOLO
           DISPLAY WS-LINE
           DISPLAY WS-HEADER-ACCESSI
           DISPLAY WS-LINE
           MOVE ZERO TO WS-CONTEGGIO-RIGHE
           EXEC SQL
               OPEN ACCESSI_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
               CALL 'REPORTWRITER' USING 'f', WS-SCRITTURA-REPORT
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               FETCH ACCESSI_CURSOR INTO :DATA-ORA, :PATRON,
               :VISUALIZZATO-DA, :FUNZIONE, :POSTAZIONE, :CODICE-SEDE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CONTEGGIO-RIGHE
               MOVE DATA-ORA TO WS-COLUMN-DATA-ORA
               MOVE PATRON TO WS-COLUMN-PATRON
               MOVE VISUALIZZATO-DA TO WS-COLUMN-VISUALIZZATO
               MOVE FUNZIONE TO WS-COLUMN-FUNZIONE
               MOVE POSTAZIONE TO WS-COLUMN-POSTAZIONE
               MOVE CODICE-SEDE TO WS-COLUMN-SEDE
               DISPLAY WS-COLUMNS-ACCESSI
               MOVE WS-COLUMNS-ACCESSI TO RW-RIGA
               CALL 'REPORTWRITER' USING 'w', WS-SCRITTURA-REPORT
               EXEC SQL
                   FETCH ACCESSI_CURSOR INTO :DATA-ORA, :PATRON,
                   :VISUALIZZATO-DA, :FUNZIONE, :POSTAZIONE,
                   :CODICE-SEDE
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE ACCESSI_CURSOR
           END-EXEC
           DISPLAY WS-LINE
           MOVE SPACE TO RW-TOTALE
           STRING "CONSULTAZIONI: " DELIMITED BY SIZE
               WS-CONTEGGIO-RIGHE DELIMITED BY SIZE
               INTO RW-TOTALE
           END-STRING
           DISPLAY RW-TOTALE
           CALL 'REPORTWRITER' USING 'f', WS-SCRITTURA-REPORT
           MOVE 'S' TO LS-ESITO.

      ******************************************************************
      **************PROSPETTO MENSILE PER LA PROTEZIONE DEI DATI********
      ******************************************************************
      **PER OGNI OPERATORE: CONSULTAZIONI, PATRON DISTINTI, GIORNI DI**
      **ATTIVITA' E PICCO DI PATRON IN UN GIORNO. SI SEGNALA CHI*******
      **SUPERA LA SOGLIA DI PATRON DISTINTI (SOGLIA-ACCESSI-DPO) O*****
      **NE HA GUARDATI PIU' DEL TRIPLO DELLA MEDIA DEI COLLEGHI. I*****
      **SEGNALATI ESCONO IN TESTA***************************************
           PROSPETTODPO.
           MOVE 'N' TO LS-ESITO
           MOVE 'SOGLIA-ACCESSI-DPO' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-VALORE-NUM NOT = ZERO
               MOVE WS-CONFIG-VALORE-NUM TO WS-SOGLIA-DPO
           END-IF
           MOVE WS-SOGLIA-DPO TO DB-SOGLIA
           MOVE LS-ANNO TO DB-ANNO
           MOVE LS-MESE TO DB-MESE
           IF DB-ANNO = ZERO OR DB-MESE = ZERO OR DB-MESE > 12
               EXEC SQL
                   SELECT TO_CHAR(CURRENT_DATE - INTERVAL '1 MONTH',
                   'YYYY-MM') INTO :DB-PERIODO
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT TO_CHAR(MAKE_DATE(CAST(:DB-ANNO AS INT),
                   CAST(:DB-MESE AS INT), 1), 'YYYY-MM')
                   INTO :DB-PERIODO
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               DECLARE DPO_CURSOR CURSOR FOR
               SELECT A.VISUALIZZATO_DA, A.ACCESSI, A.DISTINTI,
               A.GIORNI, A.PICCO,
               CASE WHEN A.DISTINTI > :DB-SOGLIA
                   THEN 'OLTRE SOGLIA'
                   WHEN A.DISTINTI > 3 * A.MEDIA AND A.DISTINTI > 10
                   THEN 'FUORI MEDIA'
                   ELSE ' ' END
               FROM (SELECT VISUALIZZATO_DA,
                     COUNT(*) AS ACCESSI,
                     COUNT(DISTINCT PATRON) AS DISTINTI,
                     COUNT(DISTINCT CAST(DATA_ORA AS DATE)) AS GIORNI,
                     (SELECT MAX(G.N) FROM (SELECT COUNT(DISTINCT
                       D.PATRON) AS N FROM ACCESSO_DATI D
                       WHERE D.VISUALIZZATO_DA = X.VISUALIZZATO_DA
                       AND TO_CHAR(D.DATA_ORA, 'YYYY-MM') = :DB-PERIODO
                       GROUP BY CAST(D.DATA_ORA AS DATE)) G) AS PICCO,
                     AVG(COUNT(DISTINCT PATRON)) OVER () AS MEDIA
                     FROM ACCESSO_DATI X
                     WHERE TO_CHAR(DATA_ORA, 'YYYY-MM') = :DB-PERIODO
                     GROUP BY VISUALIZZATO_DA) A
               ORDER BY CASE WHEN A.DISTINTI > :DB-SOGLIA
                   OR (A.DISTINTI > 3 * A.MEDIA AND A.DISTINTI > 10)
                   THEN 0 ELSE 1 END, A.DISTINTI DESC
           END-EXEC
           MOVE SPACE TO WS-SCRITTURA-REPORT
           STRING "CONSULTAZIONI DATI PATRON PER OPERATORE - "
               DELIMITED BY SIZE
               DB-PERIODO DELIMITED BY SIZE
               INTO RW-TITOLO
           END-STRING
           MOVE LS-OPERATORE TO RW-OPERATORE
           IF RW-OPERATORE = SPACE
               MOVE 'SISTEMA' TO RW-OPERATORE
           END-IF
           MOVE WS-HEADER-DPO TO RW-INTESTAZIONE
           CALL 'REPORTWRITER' USING 'i', WS-SCRITTURA-REPORT
           DISPLAY RW-TITOLO
           DISPLAY WS-LINE
           DISPLAY WS-HEADER-DPO
           DISPLAY WS-LINE
           MOVE ZERO TO WS-CONTEGGIO-RIGHE
           MOVE ZERO TO WS-CONTEGGIO-SEGNALATI
           EXEC SQL
               OPEN DPO_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
               CALL 'REPORTWRITER' USING 'f', WS-SCRITTURA-REPORT
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               FETCH DPO_CURSOR INTO :VISUALIZZATO-DA, :DB-ACCESSI,
               :DB-PATRON-DISTINTI, :DB-GIORNI, :DB-MAX-GIORNO,
               :DB-SEGNALAZIONE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CONTEGGIO-RIGHE
               IF DB-SEGNALAZIONE NOT = SPACE
                   ADD 1 TO WS-CONTEGGIO-SEGNALATI
               END-IF
               MOVE VISUALIZZATO-DA TO WS-COLUMN-OPERATORE
               MOVE DB-ACCESSI TO WS-COLUMN-ACCESSI
               MOVE DB-PATRON-DISTINTI TO WS-COLUMN-PATRON-DISTINTI
               MOVE DB-GIORNI TO WS-COLUMN-GIORNI
               MOVE DB-MAX-GIORNO TO WS-COLUMN-MAX-GIORNO
               MOVE DB-SEGNALAZIONE TO WS-COLUMN-SEGNALAZIONE
               DISPLAY WS-COLUMNS-DPO
               MOVE WS-COLUMNS-DPO TO RW-RIGA
               CALL 'REPORTWRITER' USING 'w', WS-SCRITTURA-REPORT
               EXEC SQL
                   FETCH DPO_CURSOR INTO :VISUALIZZATO-DA,
                   :DB-ACCESSI, :DB-PATRON-DISTINTI, :DB-GIORNI,
                   :DB-MAX-GIORNO, :DB-SEGNALAZIONE
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE DPO_CURSOR
           END-EXEC
           DISPLAY WS-LINE
           MOVE SPACE TO RW-TOTALE
           STRING "OPERATORI: " DELIMITED BY SIZE
               WS-CONTEGGIO-RIGHE DELIMITED BY SIZE
               " SEGNALATI: " DELIMITED BY SIZE
               WS-CONTEGGIO-SEGNALATI DELIMITED BY SIZE
               INTO RW-TOTALE
           END-STRING
           DISPLAY RW-TOTALE
           CALL 'REPORTWRITER' USING 'f', WS-SCRITTURA-REPORT
           MOVE 'S' TO LS-ESITO.

      ******************************************************************
      **************CONSERVAZIONE DEL REGISTRO**************************
      ******************************************************************
      **LE CONSULTAZIONI PIU' VECCHIE DI MESI-CONSERVAZIONE-ACCESSI****
      **SI CANCELLANO; IL PERIODO E' INDIPENDENTE DA QUELLO DELL'AUDIT**
           CONSERVAZIONEREGISTRO.
           MOVE 'N' TO LS-ESITO
           MOVE 'MESI-CONSERVAZIONE-ACCESSI' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-VALORE-NUM NOT = ZERO
               MOVE WS-CONFIG-VALORE-NUM TO WS-MESI-CONSERVAZIONE
           END-IF
           MOVE WS-MESI-CONSERVAZIONE TO DB-MESI
           MOVE ZERO TO DB-CANCELLATI
           EXEC SQL
               DELETE FROM ACCESSO_DATI
               WHERE DATA_ORA < CURRENT_DATE -
                   CAST(:DB-MESI AS INT) * INTERVAL '1 MONTH'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           MOVE SQLERRD(3) TO DB-CANCELLATI
           CALL 'DBUTIL' USING BY CONTENT 'k'
           MOVE 'S' TO LS-ESITO
           DISPLAY "REGISTRO CONSULTAZIONI: CANCELLATE " DB-CANCELLATI
               " RIGHE OLTRE " WS-MESI-CONSERVAZIONE " MESI".

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
                   VALUES ('ACCESSIDATI', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
                   STOP RUN
               END-IF
               EXIT PROGRAM.
