      **ACCOUNT BLOCCATI O DISATTIVATI, REGISTRAZIONI IN ATTESA,*******
      **PROFONDITA' DELLE CODE PER ISBN E NOTIFICHE NON ANCORA*********
      **SPEDITE. SCRITTO A VIDEO E SUL FILE DI STAMPA REPORTOPERATIVO**
      **ELENCA ANCHE I SEMAFORI CONTESI O FORZATI NELLA NOTTE E QUELLI**
      **ANCORA TENUTI, PER SCOPRIRE LE CORSE DOPPIE O INTERROTTE*******
      **E I CODICI DEL SECONDO FATTORE SBAGLIATI O SCADUTI, PER UTENTE**
      **E POSTAZIONE, PER COGLIERE I TENTATIVI SU CREDENZIALI RUBATE***
      **E I RECLAMI APERTI VICINI ALLA SCADENZA DELLA CARTA DEI*******
      **SERVIZI (ENTRO PREAVVISO-SCADENZA-RECLAMO GIORNI) O GIA' FUORI*
      **TERMINE, CON L'ASSEGNATARIO*************************************
       AUTHOR. ANOIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.
           01 WS-RIGA-REPORT PIC X(200) VALUE SPACE.
           01 WS-CODICE-ERR-EDIT PIC -(9)9 VALUE ZERO.
           01 WS-GIORNI-RECLAMO-EDIT PIC -(4)9 VALUE ZERO.

           01 WS-PARAMETRO-CONFIG.
               05 WS-CONFIG-CHIAVE PIC X(40).
           01 DB-USERNAME           PIC X(50) VALUE SPACE.
           01 DB-BLOCCATO-FINO      PIC X(19) VALUE SPACE.
           01 DB-ISBN               PIC X(13) VALUE SPACE.
           01 DB-CODICE-MOTIVO      PIC X(20) VALUE SPACE.
           01 DB-SCADENZA-BLOCCO    PIC X(16) VALUE SPACE.
           01 DB-INSERITO-DA        PIC X(50) VALUE SPACE.
           01 DB-SEM-JOB            PIC X(40) VALUE SPACE.
           01 DB-SEM-EVENTO         PIC X(12) VALUE SPACE.
           01 DB-SEM-TITOLARE       PIC X(50) VALUE SPACE.
           01 DB-SEM-DETENTORE      PIC X(50) VALUE SPACE.
           01 DB-SEM-DATA           PIC X(16) VALUE SPACE.
           01 DB-POSTAZIONE         PIC X(20) VALUE SPACE.
           01 DB-ULTIMO-TENTATIVO   PIC X(16) VALUE SPACE.
           01 DB-PREAVVISO-RECLAMO  PIC 9(3) VALUE 5.
           01 DB-ID-RECLAMO         PIC 9(9) VALUE ZERO.
           01 DB-CATEGORIA-RECLAMO  PIC X(10) VALUE SPACE.
           01 DB-SEDE-RECLAMO       PIC 9(5) VALUE ZERO.
           01 DB-SCADENZA-RECLAMO   PIC X(10) VALUE SPACE.
           01 DB-GIORNI-RECLAMO     PIC S9(5) VALUE ZERO.
           01 DB-CODICE-SQL-ORIGINALE PIC S9(9) VALUE ZERO.
           01 DB-ERR-MESSAGGIO PIC X(200) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.
           MOVE "ACCOUNT BLOCCATI O DISATTIVATI:" TO WS-RIGA-REPORT
           PERFORM SCRIVIRIGAREPORT
           PERFORM SEZIONEACCOUNT
           MOVE "SECONDO FATTORE: TENTATIVI FALLITI DALL'ULTIMA CORSA:"
               TO WS-RIGA-REPORT
           PERFORM SCRIVIRIGAREPORT
           PERFORM SEZIONESECONDOFATTORE
           MOVE "BLOCCHI MANUALI ATTIVI:" TO WS-RIGA-REPORT
           PERFORM SCRIVIRIGAREPORT
           PERFORM SEZIONEBLOCCHIMANUALI
           MOVE "REGISTRAZIONI IN ATTESA DI APPROVAZIONE:" TO
               WS-RIGA-REPORT
           PERFORM SCRIVIRIGAREPORT
               WS-RIGA-REPORT
           PERFORM SCRIVIRIGAREPORT
           PERFORM SEZIONECODE
           PERFORM SEZIONERECLAMI
           PERFORM SEZIONENOTIFICHE
           MOVE "EMAIL RESPINTE (CHIEDERE UN INDIRIZZO NUOVO):" TO
               WS-RIGA-REPORT
           PERFORM SCRIVIRIGAREPORT
           PERFORM SEZIONEBOUNCE
           MOVE "SEMAFORI CONTESI O FORZATI NELLA NOTTE:" TO
               WS-RIGA-REPORT
           PERFORM SCRIVIRIGAREPORT
           PERFORM SEZIONESEMAFORI
           MOVE "SEMAFORI ANCORA TENUTI:" TO WS-RIGA-REPORT
           PERFORM SCRIVIRIGAREPORT
           PERFORM SEZIONESEMAFORITENUTI
           MOVE "==== FINE REPORT OPERATIVO ====" TO WS-RIGA-REPORT
           PERFORM SCRIVIRIGAREPORT
           CLOSE OPS-PRINT-FILE
           CLOSE OPS_ACC_CURSOR
           END-EXEC.

      ******************************************************************
      **************CODICI DEL SECONDO FATTORE FALLITI******************
      ******************************************************************
      **PER UTENTE E POSTAZIONE: QUANTI ERRATI, QUANTI SCADUTI E******
      **L'ULTIMO TENTATIVO. TANTI ERRORI CON LA PASSWORD GIUSTA*******
      **VOGLIONO DIRE CREDENZIALI IN MANI ALTRUI************************
           SEZIONESECONDOFATTORE.
           EXEC SQL
               DECLARE OPS_OTP_CURSOR CURSOR FOR
               SELECT USERNAME, COALESCE(POSTAZIONE, '-'),
               COUNT(*),
               TO_CHAR(MAX(DATA_ORA), 'YYYY-MM-DD HH24:MI')
               FROM CODICE_ACCESSO_FALLITO
               WHERE DATA_ORA > TO_TIMESTAMP(TRIM(:DB-ULTIMA-CORSA),
               'YYYY-MM-DD HH24:MI:SS')
               GROUP BY USERNAME, COALESCE(POSTAZIONE, '-')
               ORDER BY COUNT(*) DESC, USERNAME
           END-EXEC
           EXEC SQL
           OPEN OPS_OTP_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.

           EXEC SQL
               FETCH OPS_OTP_CURSOR INTO :DB-USERNAME,
               :DB-POSTAZIONE, :DB-CONTEGGIO, :DB-ULTIMO-TENTATIVO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE SPACE TO WS-RIGA-REPORT
               STRING
                   "  " DELIMITED BY SIZE
                   DB-USERNAME DELIMITED BY SPACE
                   " - POSTAZIONE " DELIMITED BY SIZE
                   DB-POSTAZIONE DELIMITED BY SPACE
                   " - FALLITI: " DELIMITED BY SIZE
                   DB-CONTEGGIO DELIMITED BY SIZE
                   " - ULTIMO: " DELIMITED BY SIZE
                   DB-ULTIMO-TENTATIVO DELIMITED BY SIZE
                   INTO WS-RIGA-REPORT
               END-STRING
               PERFORM SCRIVIRIGAREPORT
               EXEC SQL
                   FETCH OPS_OTP_CURSOR INTO :DB-USERNAME,
                   :DB-POSTAZIONE, :DB-CONTEGGIO, :DB-ULTIMO-TENTATIVO
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE OPS_OTP_CURSOR
           END-EXEC.

      ******************************************************************
      **************BLOCCHI MANUALI DEL PERSONALE IN VIGORE*************
      ******************************************************************
      **CHI E' FERMO, PER QUALE MOTIVO, FINO A QUANDO E CHI L'HA*******
      **DECISO: LA REVISIONE VERIFICA CHE NESSUNO RESTI BLOCCATO PER***
      **DIMENTICANZA***************************************************
           SEZIONEBLOCCHIMANUALI.
           EXEC SQL
               DECLARE OPS_BLM_CURSOR CURSOR FOR
               SELECT USERNAME, CODICE_MOTIVO,
               COALESCE(TO_CHAR(SCADENZA, 'DD-MM-YYYY'),
               'FINO A RIMOZIONE'),
               COALESCE(INSERITO_DA, ' ')
               FROM BLOCCO_MANUALE
               WHERE STATO = 'ATTIVO'
               AND (SCADENZA IS NULL OR SCADENZA >= CURRENT_DATE)
               ORDER BY DATA_INSERIMENTO, ID
           END-EXEC
           EXEC SQL
           OPEN OPS_BLM_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.

           EXEC SQL
               FETCH OPS_BLM_CURSOR INTO :DB-USERNAME,
               :DB-CODICE-MOTIVO, :DB-SCADENZA-BLOCCO, :DB-INSERITO-DA
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE SPACE TO WS-RIGA-REPORT
               STRING
                   "  " DELIMITED BY SIZE
                   DB-USERNAME DELIMITED BY SPACE
                   " - " DELIMITED BY SIZE
                   DB-CODICE-MOTIVO DELIMITED BY SPACE
                   " - " DELIMITED BY SIZE
                   DB-SCADENZA-BLOCCO DELIMITED BY SIZE
                   " - DA " DELIMITED BY SIZE
                   DB-INSERITO-DA DELIMITED BY SPACE
                   INTO WS-RIGA-REPORT
               END-STRING
               PERFORM SCRIVIRIGAREPORT
               EXEC SQL
                   FETCH OPS_BLM_CURSOR INTO :DB-USERNAME,
                   :DB-CODICE-MOTIVO, :DB-SCADENZA-BLOCCO,
                   :DB-INSERITO-DA
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE OPS_BLM_CURSOR
           END-EXEC.

      ******************************************************************
      **************REGISTRAZIONI IN ATTESA*****************************
      ******************************************************************
           CLOSE OPS_CODE_CURSOR
           END-EXEC.

      ******************************************************************
      **************RECLAMI VICINI ALLA SCADENZA************************
      ******************************************************************
      **I GIORNI NEGATIVI SONO CASI GIA' OLTRE IL TERMINE DELLA CARTA**
      **DEI SERVIZI: VANNO IN TESTA PERCHE' L'ORDINE E' PER SCADENZA***
           SEZIONERECLAMI.
           MOVE 5 TO DB-PREAVVISO-RECLAMO
           MOVE 'PREAVVISO-SCADENZA-RECLAMO' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-VALORE NOT = SPACE
               MOVE WS-CONFIG-VALORE-NUM TO DB-PREAVVISO-RECLAMO
           END-IF
           MOVE SPACE TO WS-RIGA-REPORT
           STRING
               "RECLAMI APERTI IN SCADENZA ENTRO " DELIMITED BY SIZE
               DB-PREAVVISO-RECLAMO DELIMITED BY SIZE
               " GIORNI O FUORI TERMINE:" DELIMITED BY SIZE
               INTO WS-RIGA-REPORT
           END-STRING
           PERFORM SCRIVIRIGAREPORT
           EXEC SQL
               DECLARE OPS_RECLAMI_CURSOR CURSOR FOR
               SELECT ID, CATEGORIA, COALESCE(CODICE_SEDE, 0),
               COALESCE(ASSEGNATO_A, '(DA ASSEGNARE)'),
               TO_CHAR(DATA_SCADENZA, 'DD-MM-YYYY'),
               DATA_SCADENZA - CURRENT_DATE
               FROM RECLAMO
               WHERE STATO <> 'RISPOSTO'
               AND DATA_SCADENZA - CURRENT_DATE
                   <= :DB-PREAVVISO-RECLAMO
               ORDER BY DATA_SCADENZA, ID
           END-EXEC
           EXEC SQL
           OPEN OPS_RECLAMI_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.

           EXEC SQL
               FETCH OPS_RECLAMI_CURSOR INTO :DB-ID-RECLAMO,
               :DB-CATEGORIA-RECLAMO, :DB-SEDE-RECLAMO, :DB-USERNAME,
               :DB-SCADENZA-RECLAMO, :DB-GIORNI-RECLAMO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE SPACE TO WS-RIGA-REPORT
               MOVE DB-GIORNI-RECLAMO TO WS-GIORNI-RECLAMO-EDIT
               STRING
                   "  N. " DELIMITED BY SIZE
                   DB-ID-RECLAMO DELIMITED BY SIZE
                   " - SEDE " DELIMITED BY SIZE
                   DB-SEDE-RECLAMO DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   DB-CATEGORIA-RECLAMO DELIMITED BY SPACE
                   " - " DELIMITED BY SIZE
                   DB-USERNAME DELIMITED BY "  "
                   " - SCADE " DELIMITED BY SIZE
                   DB-SCADENZA-RECLAMO DELIMITED BY SIZE
                   " (GIORNI " DELIMITED BY SIZE
                   WS-GIORNI-RECLAMO-EDIT DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-RIGA-REPORT
               END-STRING
               PERFORM SCRIVIRIGAREPORT
               EXEC SQL
                   FETCH OPS_RECLAMI_CURSOR INTO :DB-ID-RECLAMO,
                   :DB-CATEGORIA-RECLAMO, :DB-SEDE-RECLAMO,
                   :DB-USERNAME, :DB-SCADENZA-RECLAMO,
                   :DB-GIORNI-RECLAMO
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE OPS_RECLAMI_CURSOR
           END-EXEC.

      ******************************************************************
      **************NOTIFICHE NON ANCORA SPEDITE************************
      ******************************************************************
           CLOSE OPS_BOUNCE_CURSOR
           END-EXEC.

      ******************************************************************
      **************SEMAFORI CONTESI O FORZATI DALL'ULTIMA CORSA********
      ******************************************************************
      **UN CONTESO E' UN LAVORO PARTITO MENTRE GIRAVA GIA': CHI L'HA***
      **CHIESTO E CHI LO TENEVA. UN FORZATO E' UN RILASCIO MANUALE*****
           SEZIONESEMAFORI.
           EXEC SQL
               DECLARE OPS_SEMAFORI_CURSOR CURSOR FOR
               SELECT JOB, EVENTO, TITOLARE, COALESCE(DETENTORE, ' '),
               TO_CHAR(DATA_EVENTO, 'YYYY-MM-DD HH24:MI')
               FROM SEMAFORO_EVENTO
               WHERE EVENTO IN ('CONTESO', 'FORZATO')
               AND DATA_EVENTO > TO_TIMESTAMP(TRIM(:DB-ULTIMA-CORSA),
               'YYYY-MM-DD HH24:MI:SS')
               ORDER BY DATA_EVENTO
           END-EXEC
           EXEC SQL
           OPEN OPS_SEMAFORI_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.

           EXEC SQL
               FETCH OPS_SEMAFORI_CURSOR INTO :DB-SEM-JOB,
               :DB-SEM-EVENTO, :DB-SEM-TITOLARE, :DB-SEM-DETENTORE,
               :DB-SEM-DATA
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE SPACE TO WS-RIGA-REPORT
               STRING
                   "  " DELIMITED BY SIZE
                   DB-SEM-DATA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DB-SEM-EVENTO DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   DB-SEM-JOB DELIMITED BY "  "
                   " DA " DELIMITED BY SIZE
                   DB-SEM-TITOLARE DELIMITED BY SPACE
                   " - TENUTO DA " DELIMITED BY SIZE
                   DB-SEM-DETENTORE DELIMITED BY SPACE
                   INTO WS-RIGA-REPORT
               END-STRING
               PERFORM SCRIVIRIGAREPORT
               EXEC SQL
                   FETCH OPS_SEMAFORI_CURSOR INTO :DB-SEM-JOB,
                   :DB-SEM-EVENTO, :DB-SEM-TITOLARE,
                   :DB-SEM-DETENTORE, :DB-SEM-DATA
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE OPS_SEMAFORI_CURSOR
           END-EXEC.

      ******************************************************************
      **************SEMAFORI ANCORA TENUTI AL MOMENTO DEL REPORT********
      ******************************************************************
           SEZIONESEMAFORITENUTI.
           EXEC SQL
               DECLARE OPS_TENUTI_CURSOR CURSOR FOR
               SELECT JOB, TITOLARE,
               TO_CHAR(DAL, 'YYYY-MM-DD HH24:MI')
               FROM SEMAFORO_LAVORO
               ORDER BY DAL
           END-EXEC
           EXEC SQL
           OPEN OPS_TENUTI_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.

           EXEC SQL
               FETCH OPS_TENUTI_CURSOR INTO :DB-SEM-JOB,
               :DB-SEM-TITOLARE, :DB-SEM-DATA
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE SPACE TO WS-RIGA-REPORT
               STRING
                   "  " DELIMITED BY SIZE
                   DB-SEM-JOB DELIMITED BY "  "
                   " - " DELIMITED BY SIZE
                   DB-SEM-TITOLARE DELIMITED BY SPACE
                   " DAL " DELIMITED BY SIZE
                   DB-SEM-DATA DELIMITED BY SIZE
                   INTO WS-RIGA-REPORT
               END-STRING
               PERFORM SCRIVIRIGAREPORT
               EXEC SQL
                   FETCH OPS_TENUTI_CURSOR INTO :DB-SEM-JOB,
                   :DB-SEM-TITOLARE, :DB-SEM-DATA
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE OPS_TENUTI_CURSOR
           END-EXEC.

      ******************************************************************
      **************GESTIONE ERRORI************************************
      ******************************************************************
