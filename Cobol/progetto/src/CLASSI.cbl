       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASSI.
      ******************************************************************
      **************ISCRIZIONI DAGLI ELENCHI DELLE CLASSI***************
      ******************************************************************
      **A SETTEMBRE LE SCUOLE MANDANO GLI ELENCHI DELLE CLASSI: IL*****
      **FILE CLASSIIN PORTA UNA RIGA PER ALUNNO (SCUOLA;CLASSE;NOME;***
      **COGNOME;DATA DI NASCITA GG-MM-AAAA;NOME TUTORE;COGNOME TUTORE;**
      **CONTATTO DEL TUTORE, EMAIL O TELEFONO). OGNI ALUNNO DIVENTA UN**
      **PATRON MINORE GIA' APPROVATO E COLLEGATO AL TUTORE; IL TUTORE***
      **SI CERCA PER NOME E CONTATTO TRA I PATRON ADULTI E SI CREA SE***
      **NON C'E'. UN ALUNNO GIA' REGISTRATO (STESSO NOME E DATA DI******
      **NASCITA, O SENZA DATA MA GIA' COLLEGATO ALLO STESSO TUTORE)*****
      **NON SI DUPLICA. COME NELL'IMPORTAZIONE DEL CATALOGO LE RIGHE***
      **SCARTATE FINISCONO SU CLASSIRIGETTI CON IL MOTIVO E IL**********
      **CHECKPOINT SU CLASSICKPT FA RIPARTIRE UNA CORSA INTERROTTA******
      **DALLA RIGA SUCCESSIVA ALL'ULTIMA LAVORATA. A FINE CARICAMENTO***
      **LE TESSERE DEGLI ALUNNI ESCONO IN UN'UNICA STAMPA SU************
      **TESSEREPRINT. I NUOVI ACCOUNT NASCONO CON LA PASSWORD***********
      **PROVVISORIA DATA DALL'OPERATORE, DA CAMBIARE AL PRIMO ACCESSO**
       AUTHOR. ANOIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLASSI-FILE ASSIGN TO "CLASSIIN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CLASSI-REJECT-FILE ASSIGN TO "CLASSIRIGETTI"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CLASSI-CKPT-FILE ASSIGN TO "CLASSICKPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT TESSERA-PRINT-FILE ASSIGN TO "TESSEREPRINT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD CLASSI-FILE.
           01 CLASSI-RECORD PIC X(300).
           FD CLASSI-REJECT-FILE.
           01 CLASSI-REJECT-RECORD PIC X(400).
           FD CLASSI-CKPT-FILE.
           01 CLASSI-CKPT-RECORD PIC X(10).
           FD TESSERA-PRINT-FILE.
           01 TESSERA-PRINT-RECORD PIC X(200).

           WORKING-STORAGE SECTION.
           01 WS-FINE-FILE PIC X(1) VALUE 'N'.
           01 WS-FINE-TESSERE PIC X(1) VALUE 'N'.
           01 WS-RIGA-CORRENTE PIC 9(7) VALUE ZERO.
           01 WS-CHECKPOINT PIC 9(7) VALUE ZERO.
           01 WS-SALTATI PIC 9(7) VALUE ZERO.
           01 WS-TESSERE-CORSA PIC 9(7) VALUE ZERO.
           01 WS-MOTIVO-RIGETTO PIC X(60) VALUE SPACE.
           01 WS-NUMERO-EDIT PIC Z(6)9.
      *    UNA RIGA DELL'ELENCO DI CLASSE******************************
           01 WS-CL-CAMPI.
               05 WS-CL-SCUOLA         PIC X(60).
               05 WS-CL-CLASSE         PIC X(10).
               05 WS-CL-NOME           PIC X(50).
               05 WS-CL-COGNOME        PIC X(50).
               05 WS-CL-NASCITA        PIC X(10).
               05 WS-CL-NOME-TUTORE    PIC X(50).
               05 WS-CL-COGNOME-TUTORE PIC X(50).
               05 WS-CL-CONTATTO       PIC X(50).
           01 WS-CL-NASCITA-PARTI REDEFINES WS-CL-CAMPI.
               05 FILLER               PIC X(170).
               05 WS-CL-GIORNO         PIC X(2).
               05 WS-CL-TRATTINO-1     PIC X(1).
               05 WS-CL-MESE           PIC X(2).
               05 WS-CL-TRATTINO-2     PIC X(1).
               05 WS-CL-ANNO           PIC X(4).
               05 FILLER               PIC X(150).
           01 WS-CONTA-CHIOCCIOLE PIC 9(2) VALUE ZERO.
           01 WS-AUDITLOG.
               05 WS-AUDIT-TABELLA    PIC X(30).
               05 WS-AUDIT-OPERAZIONE PIC X(10).
               05 WS-AUDIT-CHIAVE     PIC X(100).
               05 WS-AUDIT-USERNAME   PIC X(50).
      *    IMPRONTA SALATA DELLE PASSWORD PROVVISORIE*****************
           01 WS-RICHIESTA-HASH.
               05 WS-HASH-PASSWORD PIC X(50).
               05 WS-HASH-SALE     PIC X(8).
               05 WS-HASH-IMPRONTA PIC X(100).
      *    QUOTA NON RESIDENTI A EMISSIONE DELLA TESSERA**************
           01 WS-RESIDENZA.
               05 WS-RES-USERNAME    PIC X(50).
               05 WS-RES-IMPORTO     PIC 9(6)V99.
               05 WS-RES-OPERATORE   PIC X(50).
               05 WS-RES-ESITO       PIC X(1).
      *    REGISTRO DEI FILE IN ENTRATA: IMPRONTA E DOPPIONI*********
           01 WS-INGRESSO.
               05 WS-ING-FILE          PIC X(20).
               05 WS-ING-CONTESTO      PIC X(20).
               05 WS-ING-OPERATORE     PIC X(50).
               05 WS-ING-ID            PIC 9(9).
               05 WS-ING-DIMENSIONE    PIC 9(9).
               05 WS-ING-NUMERO-RECORD PIC 9(7).
               05 WS-ING-IMPRONTA      PIC X(32).
               05 WS-ING-APPLICATI     PIC 9(7).
               05 WS-ING-SALTATI       PIC 9(7).
               05 WS-ING-SCARTATI      PIC 9(7).
               05 WS-ING-ESITO         PIC X(1).

           01 WS-LINE PIC X(90) VALUE ALL '-'.
           01 WS-HEADER-LOTTI.
               05 FILLER PIC X(10) VALUE 'LOTTO'.
               05 FILLER PIC X(11) VALUE 'AVVIATO'.
               05 FILLER PIC X(9) VALUE 'ALUNNI'.
               05 FILLER PIC X(9) VALUE 'TUTORI'.
               05 FILLER PIC X(9) VALUE 'GIA'' ISCR'.
               05 FILLER PIC X(9) VALUE 'RIGETT.'.
               05 FILLER PIC X(9) VALUE 'TESSERE'.
               05 FILLER PIC X(10) VALUE 'STATO'.
               05 FILLER PIC X(14) VALUE 'OPERATORE'.
           01 WS-COLUMNS-LOTTI.
               05 WS-COLUMN-LOTTO PIC Z(8)9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-COLUMN-AVVIATO PIC X(10).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-COLUMN-ALUNNI PIC Z(6)9.
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-COLUMN-TUTORI PIC Z(6)9.
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-COLUMN-GIA PIC Z(6)9.
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-COLUMN-RIGETTATI PIC Z(6)9.
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-COLUMN-TESSERE PIC Z(6)9.
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-COLUMN-STATO PIC X(9).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-COLUMN-OPERATORE PIC X(14).

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
      *****************************************************************
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01 DBNAME                PIC X(30) VALUE SPACE.

           01 RECORDLOTTO.
               05 ID-LOTTO            PIC 9(9).
               05 ID-INGRESSO         PIC 9(9).
               05 OPERATORE           PIC X(50).
               05 AVVIATO             PIC X(10).
               05 ALUNNI-CREATI       PIC 9(7).
               05 TUTORI-CREATI       PIC 9(7).
               05 GIA-ISCRITTI        PIC 9(7).
               05 RIGETTATI           PIC 9(7).
               05 TESSERE-STAMPATE    PIC 9(7).
               05 STATO               PIC X(10).
           01 RECORDALUNNO.
               05 SCUOLA              PIC X(60).
               05 CLASSE              PIC X(10).
               05 NOME                PIC X(50).
               05 COGNOME             PIC X(50).
               05 NOME-TUTORE         PIC X(50).
               05 COGNOME-TUTORE      PIC X(50).
               05 CONTATTO            PIC X(50).
           01 DB-GIORNO             PIC 9(2) VALUE ZERO.
           01 DB-MESE               PIC 9(2) VALUE ZERO.
           01 DB-ANNO               PIC 9(4) VALUE ZERO.
           01 DB-DATA-NASCITA       PIC X(10) VALUE SPACE.
           01 DB-CONTROLLO-DATA     PIC X(6) VALUE SPACE.
           01 DB-EMAIL              PIC X(50) VALUE SPACE.
           01 DB-TELEFONO           PIC X(20) VALUE SPACE.
           01 DB-USERNAME           PIC X(50) VALUE SPACE.
           01 DB-USERNAME-ESISTENTE PIC X(50) VALUE SPACE.
           01 DB-TUTORE             PIC X(50) VALUE SPACE.
           01 DB-TUTORE-NUOVO       PIC X(1) VALUE SPACE.
           01 DB-PSWD-HASH          PIC X(100) VALUE SPACE.
           01 DB-RIGA               PIC 9(7) VALUE ZERO.
           01 DB-TESSERA-SCADENZA   PIC X(10) VALUE SPACE.
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
      **'i' CARICA L'ELENCO CLASSIIN E STAMPA LE TESSERE; 't' STAMPA***
      **LE TESSERE ANCORA DA EMETTERE DI UN LOTTO (ZERO = L'ULTIMO*****
      **LOTTO CON TESSERE IN SOSPESO); 'l' ELENCO DEI LOTTI. LA*********
      **PASSWORD PROVVISORIA SERVE SOLO A 'i'*************************
           01 LS-RECORD.
               05 LS-ID-LOTTO          PIC 9(9).
               05 LS-PASSWORD          PIC X(50).
               05 LS-OPERATORE         PIC X(50).
               05 LS-ESITO             PIC X(1).

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
               MOVE 'N' TO LS-ESITO
               MOVE LS-OPERATORE TO OPERATORE
               EVALUATE LS-TYPE
                   WHEN 'i'
                       PERFORM IMPORTAELENCO
                   WHEN 't'
                       PERFORM RISTAMPATESSERE
                   WHEN 'l'
                       PERFORM ELENCOLOTTI
               END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      **************CARICAMENTO DELL'ELENCO DELLE CLASSI****************
      ******************************************************************
      **UNA CORSA NUOVA PASSA DAL REGISTRO DEI FILE IN ENTRATA (LO******
      **STESSO ELENCO NON SI CARICA DUE VOLTE) E APRE UN LOTTO; UNA*****
      **CORSA RIPRESA DAL CHECKPOINT CONTINUA IL LOTTO IN CORSO. OGNI***
      **RIGA SI CONSOLIDA CON IL SUO COMMIT PRIMA DEL CHECKPOINT********
           IMPORTAELENCO.
           IF LS-PASSWORD = SPACE
               DISPLAY "PASSWORD PROVVISORIA OBBLIGATORIA PER I NUOVI "
                   "ACCOUNT"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-RIGA-CORRENTE
           MOVE ZERO TO WS-SALTATI
           MOVE ZERO TO ID-LOTTO
           PERFORM LEGGICHECKPOINT
           IF WS-CHECKPOINT > ZERO
               EXEC SQL
                   SELECT ID, COALESCE(ID_INGRESSO, 0)
                   INTO :ID-LOTTO, :ID-INGRESSO
                   FROM CLASSI_LOTTO WHERE STATO = 'IN_CORSO'
                   ORDER BY ID DESC
                   LIMIT 1
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM ERROR-RUNTIME
               END-IF
           END-IF
           MOVE SPACE TO WS-INGRESSO
           IF ID-LOTTO = ZERO
               MOVE ZERO TO WS-CHECKPOINT
               MOVE 'CLASSIIN' TO WS-ING-FILE
               MOVE OPERATORE TO WS-ING-OPERATORE
               CALL 'INGRESSO' USING 'c', WS-INGRESSO
               IF WS-ING-ESITO NOT = 'S'
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ING-ID TO ID-INGRESSO
               EXEC SQL
                   INSERT INTO CLASSI_LOTTO (ID_INGRESSO, OPERATORE)
                   VALUES (NULLIF(:ID-INGRESSO, 0),
                   NULLIF(TRIM(:OPERATORE), ''))
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM ERROR-RUNTIME
               END-IF
               EXEC SQL
                   SELECT CURRVAL('classi_lotto_id_seq') INTO :ID-LOTTO
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM ERROR-RUNTIME
               END-IF
               CALL 'DBUTIL' USING BY CONTENT 'k'
           ELSE
               MOVE ID-INGRESSO TO WS-ING-ID
               DISPLAY "RIPRESA DEL LOTTO " ID-LOTTO
                   " DAL CHECKPOINT: SALTO LE PRIME " WS-CHECKPOINT
                   " RIGHE GIA' LAVORATE"
           END-IF
           MOVE 'N' TO WS-FINE-FILE
           OPEN INPUT CLASSI-FILE
           OPEN EXTEND CLASSI-REJECT-FILE
           READ CLASSI-FILE
               AT END MOVE 'S' TO WS-FINE-FILE
           END-READ
           PERFORM UNTIL WS-FINE-FILE = 'S'
               ADD 1 TO WS-RIGA-CORRENTE
               IF WS-RIGA-CORRENTE NOT > WS-CHECKPOINT
                   ADD 1 TO WS-SALTATI
               ELSE
                   PERFORM CARICARIGACLASSE
                   CALL 'DBUTIL' USING BY CONTENT 'k'
                   PERFORM SCRIVICHECKPOINT
               END-IF
               READ CLASSI-FILE
                   AT END MOVE 'S' TO WS-FINE-FILE
               END-READ
           END-PERFORM
           CLOSE CLASSI-FILE
           CLOSE CLASSI-REJECT-FILE
           EXEC SQL
               UPDATE CLASSI_LOTTO SET STATO = 'CARICATO',
               CONCLUSO = CURRENT_TIMESTAMP
               WHERE ID = :ID-LOTTO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           CALL 'DBUTIL' USING BY CONTENT 'k'
      *    CORSA COMPLETATA: IL CHECKPOINT SI AZZERA PER IL PROSSIMO**
      *    ELENCO******************************************************
           MOVE ZERO TO WS-RIGA-CORRENTE
           PERFORM SCRIVICHECKPOINT
           PERFORM LEGGILOTTO
           MOVE ALUNNI-CREATI TO WS-ING-APPLICATI
           MOVE GIA-ISCRITTI TO WS-ING-SALTATI
           MOVE RIGETTATI TO WS-ING-SCARTATI
           CALL 'INGRESSO' USING 'e', WS-INGRESSO
           DISPLAY "ELENCO DELLE CLASSI CARICATO, LOTTO " ID-LOTTO
           MOVE ALUNNI-CREATI TO WS-NUMERO-EDIT
           DISPLAY "ALUNNI REGISTRATI:        " WS-NUMERO-EDIT
           MOVE TUTORI-CREATI TO WS-NUMERO-EDIT
           DISPLAY "TUTORI NUOVI REGISTRATI:  " WS-NUMERO-EDIT
           MOVE GIA-ISCRITTI TO WS-NUMERO-EDIT
           DISPLAY "ALUNNI GIA' ISCRITTI:     " WS-NUMERO-EDIT
           MOVE RIGETTATI TO WS-NUMERO-EDIT
           DISPLAY "RIGHE RIGETTATE:          " WS-NUMERO-EDIT
           MOVE WS-SALTATI TO WS-NUMERO-EDIT
           DISPLAY "RIGHE SALTATE (RIPRESA):  " WS-NUMERO-EDIT
           PERFORM STAMPATESSERE
           MOVE 'S' TO LS-ESITO.

      *    LAVORA UNA SINGOLA RIGA DELL'ELENCO*************************
           CARICARIGACLASSE.
           MOVE SPACE TO WS-CL-CAMPI
           MOVE 'N' TO DB-TUTORE-NUOVO
           UNSTRING CLASSI-RECORD DELIMITED BY ';'
               INTO WS-CL-SCUOLA, WS-CL-CLASSE, WS-CL-NOME,
               WS-CL-COGNOME, WS-CL-NASCITA, WS-CL-NOME-TUTORE,
               WS-CL-COGNOME-TUTORE, WS-CL-CONTATTO
           END-UNSTRING
           MOVE SPACE TO WS-MOTIVO-RIGETTO
           EVALUATE TRUE
               WHEN WS-CL-SCUOLA = SPACE OR WS-CL-CLASSE = SPACE
                   MOVE 'SCUOLA O CLASSE MANCANTE' TO WS-MOTIVO-RIGETTO
               WHEN WS-CL-NOME = SPACE OR WS-CL-COGNOME = SPACE
                   MOVE 'NOME O COGNOME DELL''ALUNNO MANCANTE'
                       TO WS-MOTIVO-RIGETTO
               WHEN WS-CL-NOME-TUTORE = SPACE
                   OR WS-CL-COGNOME-TUTORE = SPACE
                   MOVE 'NOME O COGNOME DEL TUTORE MANCANTE'
                       TO WS-MOTIVO-RIGETTO
               WHEN WS-CL-CONTATTO = SPACE
                   MOVE 'CONTATTO DEL TUTORE MANCANTE'
                       TO WS-MOTIVO-RIGETTO
               WHEN WS-CL-GIORNO IS NOT NUMERIC
                   OR WS-CL-MESE IS NOT NUMERIC
                   OR WS-CL-ANNO IS NOT NUMERIC
                   OR WS-CL-TRATTINO-1 NOT = '-'
                   OR WS-CL-TRATTINO-2 NOT = '-'
                   MOVE 'DATA DI NASCITA NON NEL FORMATO GG-MM-AAAA'
                       TO WS-MOTIVO-RIGETTO
           END-EVALUATE
           IF WS-MOTIVO-RIGETTO NOT = SPACE
               PERFORM SCARTARIGA
               EXIT PARAGRAPH
           END-IF
           PERFORM CONTROLLANASCITA
           IF WS-MOTIVO-RIGETTO NOT = SPACE
               PERFORM SCARTARIGA
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CL-SCUOLA TO SCUOLA
           MOVE WS-CL-CLASSE TO CLASSE
           MOVE WS-CL-NOME TO NOME
           MOVE WS-CL-COGNOME TO COGNOME
           MOVE WS-CL-NOME-TUTORE TO NOME-TUTORE
           MOVE WS-CL-COGNOME-TUTORE TO COGNOME-TUTORE
           MOVE WS-CL-CONTATTO TO CONTATTO
      *    IL CONTATTO CON LA CHIOCCIOLA E' UN'EMAIL, GLI ALTRI UN*****
      *    NUMERO DI TELEFONO******************************************
           MOVE SPACE TO DB-EMAIL
           MOVE SPACE TO DB-TELEFONO
           MOVE ZERO TO WS-CONTA-CHIOCCIOLE
           INSPECT CONTATTO TALLYING WS-CONTA-CHIOCCIOLE FOR ALL '@'
           IF WS-CONTA-CHIOCCIOLE > ZERO
               MOVE CONTATTO TO DB-EMAIL
           ELSE
               MOVE CONTATTO TO DB-TELEFONO
           END-IF
           PERFORM CERCATUTORE
           PERFORM CERCAALUNNO
           IF DB-USERNAME-ESISTENTE NOT = SPACE
               PERFORM SEGNALAGIAISCRITTO
               EXIT PARAGRAPH
           END-IF
           IF DB-TUTORE = SPACE
               PERFORM CREATUTORE
           END-IF
           PERFORM CREAALUNNO.

      *    DATA ESISTENTE, NON FUTURA E DI UN MINORENNE***************
           CONTROLLANASCITA.
           MOVE WS-CL-GIORNO TO DB-GIORNO
           MOVE WS-CL-MESE TO DB-MESE
           MOVE WS-CL-ANNO TO DB-ANNO
           MOVE WS-CL-NASCITA TO DB-DATA-NASCITA
           IF DB-GIORNO < 1 OR DB-GIORNO > 31
               OR DB-MESE < 1 OR DB-MESE > 12 OR DB-ANNO < 1900
               MOVE 'DATA DI NASCITA INESISTENTE' TO WS-MOTIVO-RIGETTO
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT CASE
                   WHEN EXTRACT(DAY FROM X.D) <> :DB-GIORNO
                       THEN 'DATA'
                   WHEN X.D > CURRENT_DATE THEN 'FUTURA'
                   WHEN X.D <= CURRENT_DATE - INTERVAL '18 YEARS'
                       THEN 'ADULTO'
                   ELSE 'OK' END
               INTO :DB-CONTROLLO-DATA
               FROM (SELECT MAKE_DATE(:DB-ANNO, :DB-MESE, 1)
                   + (:DB-GIORNO - 1) AS D) X
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EVALUATE DB-CONTROLLO-DATA
               WHEN 'DATA'
                   MOVE 'DATA DI NASCITA INESISTENTE'
                       TO WS-MOTIVO-RIGETTO
               WHEN 'FUTURA'
                   MOVE 'DATA DI NASCITA NEL FUTURO'
                       TO WS-MOTIVO-RIGETTO
               WHEN 'ADULTO'
                   MOVE 'ALUNNO MAGGIORENNE: NON SI ISCRIVE COME MINORE'
                       TO WS-MOTIVO-RIGETTO
           END-EVALUATE.

      *    IL TUTORE E' UN PATRON ADULTO CON LO STESSO NOME E LO******
      *    STESSO CONTATTO (EMAIL O TELEFONO)**************************
           CERCATUTORE.
           MOVE SPACE TO DB-TUTORE
           EXEC SQL
               SELECT USERNAME INTO :DB-TUTORE
               FROM UTENTE
               WHERE UPPER(TRIM(NOME)) = UPPER(TRIM(:NOME-TUTORE))
               AND UPPER(TRIM(COGNOME)) = UPPER(TRIM(:COGNOME-TUTORE))
               AND COALESCE(CATEGORIA, 'ADULTO') <> 'MINORE'
               AND ((TRIM(:DB-EMAIL) <> ''
                   AND LOWER(TRIM(EMAIL)) = LOWER(TRIM(:DB-EMAIL)))
               OR (TRIM(:DB-TELEFONO) <> ''
                   AND TRIM(TELEFONO) = TRIM(:DB-TELEFONO)))
               ORDER BY USERNAME
               LIMIT 1
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF.

      *    STESSO NOME E DATA DI NASCITA, OPPURE UN MINORE SENZA DATA**
      *    GIA' COLLEGATO ALLO STESSO TUTORE****************************
           CERCAALUNNO.
           MOVE SPACE TO DB-USERNAME-ESISTENTE
           EXEC SQL
               SELECT USERNAME INTO :DB-USERNAME-ESISTENTE
               FROM UTENTE
               WHERE UPPER(TRIM(NOME)) = UPPER(TRIM(:NOME))
               AND UPPER(TRIM(COGNOME)) = UPPER(TRIM(:COGNOME))
               AND (DATA_NASCITA = TO_DATE(TRIM(:DB-DATA-NASCITA),
                   'DD-MM-YYYY')
               OR (DATA_NASCITA IS NULL AND TRIM(:DB-TUTORE) <> ''
                   AND TUTORE = TRIM(:DB-TUTORE)))
               ORDER BY USERNAME
               LIMIT 1
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF.

      *    L'ALUNNO HA GIA' UN ACCOUNT: NIENTE DOPPIONE, LA RIGA VA***
      *    SUI RIGETTI CON L'USERNAME PER IL CONTROLLO DEL BANCO******
           SEGNALAGIAISCRITTO.
           MOVE SPACE TO WS-MOTIVO-RIGETTO
           STRING "ALUNNO GIA' ISCRITTO: " DELIMITED BY SIZE
               DB-USERNAME-ESISTENTE DELIMITED BY SPACE
               INTO WS-MOTIVO-RIGETTO
           END-STRING
           PERFORM SCRIVIRIGETTO
           EXEC SQL
               UPDATE CLASSI_LOTTO SET GIA_ISCRITTI = GIA_ISCRITTI + 1
               WHERE ID = :ID-LOTTO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.

      *    NUOVO PATRON ADULTO PER IL TUTORE, GIA' APPROVATO**********
           CREATUTORE.
           MOVE NOME-TUTORE TO NOME
           MOVE COGNOME-TUTORE TO COGNOME
           PERFORM GENERAUSERNAME
           MOVE DB-USERNAME TO DB-TUTORE
           PERFORM IMPRONTAPASSWORD
           EXEC SQL
               INSERT INTO UTENTE
               (USERNAME, PASSWORD, NOME, COGNOME, RUOLO, EMAIL,
               TELEFONO, APPROVATO, CATEGORIA, CAMBIO_OBBLIGATORIO,
               PASSWORD_AGGIORNATA_IL)
               VALUES (TRIM(:DB-TUTORE), TRIM(:DB-PSWD-HASH),
               TRIM(:NOME-TUTORE), TRIM(:COGNOME-TUTORE), 'PATRON',
               NULLIF(TRIM(:DB-EMAIL), ''),
               NULLIF(TRIM(:DB-TELEFONO), ''), 'S', 'ADULTO', 'S',
               CURRENT_DATE)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE DB-TUTORE TO WS-AUDIT-CHIAVE
           PERFORM SCRIVIAUDIT
           EXEC SQL
               UPDATE CLASSI_LOTTO SET TUTORI_CREATI = TUTORI_CREATI + 1
               WHERE ID = :ID-LOTTO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE 'S' TO DB-TUTORE-NUOVO
           MOVE WS-CL-NOME TO NOME
           MOVE WS-CL-COGNOME TO COGNOME.

      *    L'ALUNNO ENTRA COME MINORE APPROVATO COLLEGATO AL TUTORE***
           CREAALUNNO.
           PERFORM GENERAUSERNAME
           PERFORM IMPRONTAPASSWORD
           EXEC SQL
               INSERT INTO UTENTE
               (USERNAME, PASSWORD, NOME, COGNOME, RUOLO, APPROVATO,
               CATEGORIA, DATA_NASCITA, TUTORE, CAMBIO_OBBLIGATORIO,
               PASSWORD_AGGIORNATA_IL)
               VALUES (TRIM(:DB-USERNAME), TRIM(:DB-PSWD-HASH),
               TRIM(:NOME), TRIM(:COGNOME), 'PATRON', 'S', 'MINORE',
               TO_DATE(TRIM(:DB-DATA-NASCITA), 'DD-MM-YYYY'),
               TRIM(:DB-TUTORE), 'S', CURRENT_DATE)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE WS-RIGA-CORRENTE TO DB-RIGA
           EXEC SQL
               INSERT INTO CLASSI_ALUNNO
               (ID_LOTTO, RIGA, USERNAME, TUTORE, TUTORE_NUOVO,
               SCUOLA, CLASSE)
               VALUES (:ID-LOTTO, :DB-RIGA, TRIM(:DB-USERNAME),
               TRIM(:DB-TUTORE), :DB-TUTORE-NUOVO, TRIM(:SCUOLA),
               TRIM(:CLASSE))
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               UPDATE CLASSI_LOTTO SET ALUNNI_CREATI = ALUNNI_CREATI + 1
               WHERE ID = :ID-LOTTO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE DB-USERNAME TO WS-AUDIT-CHIAVE
           PERFORM SCRIVIAUDIT.

      *    USERNAME NOME.COGNOME IN MINUSCOLO, SOLO LETTERE; SE GIA'**
      *    USATO SI AGGIUNGE IL PRIMO PROGRESSIVO LIBERO***************
           GENERAUSERNAME.
           MOVE SPACE TO DB-USERNAME
           EXEC SQL
               SELECT CASE WHEN COUNT(U.USERNAME) = 0 THEN X.B
                   ELSE X.B || CAST(MAX(CASE
                       WHEN LENGTH(U.USERNAME) = LENGTH(X.B) THEN 1
                       ELSE CAST(SUBSTR(U.USERNAME, LENGTH(X.B) + 1)
                       AS INT) END) + 1 AS TEXT) END
               INTO :DB-USERNAME
               FROM (SELECT SUBSTR(LOWER(REGEXP_REPLACE(
                   TRIM(:NOME) || '.' || TRIM(:COGNOME),
                   '[^A-Za-z.]', '', 'g')), 1, 40) AS B) X
               LEFT JOIN UTENTE U
               ON SUBSTR(U.USERNAME, 1, LENGTH(X.B)) = X.B
               AND SUBSTR(U.USERNAME, LENGTH(X.B) + 1) ~ '^[0-9]{0,6}$'
               GROUP BY X.B
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.

      *    A TABELLA VA SOLO L'IMPRONTA SALATA DELLA PASSWORD*********
           IMPRONTAPASSWORD.
           MOVE LS-PASSWORD TO WS-HASH-PASSWORD
           CALL 'PASSWORDUTIL' USING 'n', WS-RICHIESTA-HASH
           MOVE WS-HASH-IMPRONTA TO DB-PSWD-HASH.

           SCRIVIAUDIT.
           MOVE 'UTENTE' TO WS-AUDIT-TABELLA
           MOVE 'INSERT' TO WS-AUDIT-OPERAZIONE
           MOVE OPERATORE TO WS-AUDIT-USERNAME
           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG.

      *    RIGA SCARTATA: MOTIVO SU CLASSIRIGETTI E CONTATORE DEL*****
      *    LOTTO*****************************************************
           SCARTARIGA.
           PERFORM SCRIVIRIGETTO
           EXEC SQL
               UPDATE CLASSI_LOTTO SET RIGETTATI = RIGETTATI + 1
               WHERE ID = :ID-LOTTO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.

           SCRIVIRIGETTO.
           MOVE SPACE TO CLASSI-REJECT-RECORD
           STRING
               'RIGA ' DELIMITED BY SIZE
               WS-RIGA-CORRENTE DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               WS-MOTIVO-RIGETTO DELIMITED BY '  '
               ' - ' DELIMITED BY SIZE
               CLASSI-RECORD DELIMITED BY '  '
               INTO CLASSI-REJECT-RECORD
           END-STRING
           WRITE CLASSI-REJECT-RECORD.

      *    LEGGE IL CHECKPOINT DELL'ULTIMA CORSA (0 SE ASSENTE)*******
           LEGGICHECKPOINT.
           MOVE ZERO TO WS-CHECKPOINT
           OPEN INPUT CLASSI-CKPT-FILE
           READ CLASSI-CKPT-FILE
               AT END CONTINUE
               NOT AT END
                   IF CLASSI-CKPT-RECORD(1:7) IS NUMERIC
                       MOVE CLASSI-CKPT-RECORD(1:7) TO WS-CHECKPOINT
                   END-IF
           END-READ
           CLOSE CLASSI-CKPT-FILE.

      *    RISCRIVE IL CHECKPOINT CON L'ULTIMA RIGA LAVORATA**********
           SCRIVICHECKPOINT.
           OPEN OUTPUT CLASSI-CKPT-FILE
           MOVE SPACE TO CLASSI-CKPT-RECORD
           MOVE WS-RIGA-CORRENTE TO CLASSI-CKPT-RECORD(1:7)
           WRITE CLASSI-CKPT-RECORD
           CLOSE CLASSI-CKPT-FILE.

           LEGGILOTTO.
           EXEC SQL
               SELECT COALESCE(ID_INGRESSO, 0),
               COALESCE(OPERATORE, ' '),
               TO_CHAR(AVVIATO, 'DD-MM-YYYY'), ALUNNI_CREATI,
               TUTORI_CREATI, GIA_ISCRITTI, RIGETTATI,
               TESSERE_STAMPATE, STATO
               INTO :ID-INGRESSO, :OPERATORE, :AVVIATO,
               :ALUNNI-CREATI, :TUTORI-CREATI, :GIA-ISCRITTI,
               :RIGETTATI, :TESSERE-STAMPATE, :STATO
               FROM CLASSI_LOTTO WHERE ID = :ID-LOTTO
           END-EXEC
           IF SQLCODE = 100
               DISPLAY "LOTTO " ID-LOTTO " SCONOSCIUTO"
               MOVE ZERO TO ID-LOTTO
           END-IF
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF.

      ******************************************************************
      **************STAMPA DELLE TESSERE DEGLI ALUNNI*******************
      ******************************************************************
      **UN'UNICA CORSA SU TESSEREPRINT PER TUTTI GLI ALUNNI DEL LOTTO***
      **ANCORA SENZA TESSERA: EMISSIONE E SCADENZA COME DAL BANCO,******
      **QUOTA NON RESIDENTI COMPRESA. OGNI TESSERA SI CONSOLIDA CON IL**
      **SUO COMMIT, COSI' UNA STAMPA INTERROTTA SI COMPLETA CON 't'*****
      **SENZA RIPETERE LE TESSERE GIA' USCITE***************************
           RISTAMPATESSERE.
           MOVE LS-ID-LOTTO TO ID-LOTTO
           IF ID-LOTTO = ZERO
               EXEC SQL
                   SELECT COALESCE(MAX(ID_LOTTO), 0) INTO :ID-LOTTO
                   FROM CLASSI_ALUNNO WHERE TESSERA = 'N'
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM ERROR-RUNTIME
               END-IF
               IF ID-LOTTO = ZERO
                   DISPLAY "NESSUNA TESSERA DI CLASSE DA STAMPARE"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM LEGGILOTTO
           IF ID-LOTTO = ZERO
               EXIT PARAGRAPH
           END-IF
           IF STATO = 'IN_CORSO'
               DISPLAY "LOTTO " ID-LOTTO " ANCORA IN CARICAMENTO: "
                   "RIPRENDERE PRIMA L'IMPORTAZIONE DI CLASSIIN"
               EXIT PARAGRAPH
           END-IF
           PERFORM STAMPATESSERE
           MOVE 'S' TO LS-ESITO.

           STAMPATESSERE.
           MOVE ZERO TO WS-TESSERE-CORSA
           MOVE 'N' TO WS-FINE-TESSERE
           OPEN EXTEND TESSERA-PRINT-FILE
           PERFORM UNTIL WS-FINE-TESSERE = 'S'
               PERFORM EMETTITESSERAALUNNO
           END-PERFORM
           CLOSE TESSERA-PRINT-FILE
           EXEC SQL
               UPDATE CLASSI_LOTTO SET
               TESSERE_STAMPATE = (SELECT COUNT(*) FROM CLASSI_ALUNNO
                   WHERE ID_LOTTO = :ID-LOTTO AND TESSERA = 'S'),
               STATO = 'STAMPATO'
               WHERE ID = :ID-LOTTO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           CALL 'DBUTIL' USING BY CONTENT 'k'
           MOVE WS-TESSERE-CORSA TO WS-NUMERO-EDIT
           DISPLAY "TESSERE STAMPATE SU TESSEREPRINT: " WS-NUMERO-EDIT.

      *    LA PROSSIMA TESSERA IN ORDINE DI RIGA DELL'ELENCO***********
           EMETTITESSERAALUNNO.
           MOVE SPACE TO DB-USERNAME
           EXEC SQL
               SELECT A.USERNAME, A.RIGA, COALESCE(U.NOME, ' '),
               COALESCE(U.COGNOME, ' '), COALESCE(A.SCUOLA, ' '),
               COALESCE(A.CLASSE, ' ')
               INTO :DB-USERNAME, :DB-RIGA, :NOME, :COGNOME, :SCUOLA,
               :CLASSE
               FROM CLASSI_ALUNNO A
               JOIN UTENTE U ON U.USERNAME = A.USERNAME
               WHERE A.ID_LOTTO = :ID-LOTTO AND A.TESSERA = 'N'
               ORDER BY A.RIGA
               LIMIT 1
           END-EXEC
           IF SQLCODE = 100
               MOVE 'S' TO WS-FINE-TESSERE
               EXIT PARAGRAPH
           END-IF
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               UPDATE UTENTE
               SET TESSERA_EMESSA_IL = CURRENT_DATE,
                   TESSERA_SCADENZA =
                       CURRENT_DATE + INTERVAL '1 YEAR',
                   TESSERA_PROMEMORIA = 'N'
               WHERE USERNAME = TRIM(:DB-USERNAME)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               SELECT TO_CHAR(TESSERA_SCADENZA, 'DD-MM-YYYY')
               INTO :DB-TESSERA-SCADENZA
               FROM UTENTE WHERE USERNAME = TRIM(:DB-USERNAME)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE SPACE TO TESSERA-PRINT-RECORD
           STRING
               "TESSERA SOCIO" DELIMITED BY SIZE
               " - USERNAME: " DELIMITED BY SIZE
               DB-USERNAME DELIMITED BY SPACE
               " - NOME: " DELIMITED BY SIZE
               NOME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               COGNOME DELIMITED BY SPACE
               " - SCADENZA: " DELIMITED BY SIZE
               DB-TESSERA-SCADENZA DELIMITED BY SIZE
               " - CLASSE: " DELIMITED BY SIZE
               CLASSE DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               SCUOLA DELIMITED BY '  '
               INTO TESSERA-PRINT-RECORD
           END-STRING
           WRITE TESSERA-PRINT-RECORD
           MOVE SPACE TO WS-RESIDENZA
           MOVE ZERO TO WS-RES-IMPORTO
           MOVE DB-USERNAME TO WS-RES-USERNAME
           CALL 'RESIDENZA' USING 'q', WS-RESIDENZA
           EXEC SQL
               UPDATE CLASSI_ALUNNO SET TESSERA = 'S'
               WHERE ID_LOTTO = :ID-LOTTO AND RIGA = :DB-RIGA
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           CALL 'DBUTIL' USING BY CONTENT 'k'
           ADD 1 TO WS-TESSERE-CORSA.

      ******************************************************************
      **************ELENCO DEI LOTTI************************************
      ******************************************************************
           ELENCOLOTTI.
           EXEC SQL
               DECLARE LOTTI_CLASSI_CURSOR CURSOR FOR
               SELECT ID, TO_CHAR(AVVIATO, 'DD-MM-YYYY'),
               ALUNNI_CREATI, TUTORI_CREATI, GIA_ISCRITTI, RIGETTATI,
               TESSERE_STAMPATE, STATO, COALESCE(OPERATORE, ' ')
               FROM CLASSI_LOTTO
               ORDER BY ID DESC
           END-EXEC
           EXEC SQL
           OPEN LOTTI_CLASSI_CURSOR
           END-EXEC
           EXEC SQL
               FETCH LOTTI_CLASSI_CURSOR INTO :ID-LOTTO, :AVVIATO,
               :ALUNNI-CREATI, :TUTORI-CREATI, :GIA-ISCRITTI,
               :RIGETTATI, :TESSERE-STAMPATE, :STATO, :OPERATORE
           END-EXEC
           DISPLAY WS-LINE
           DISPLAY WS-HEADER-LOTTI
           DISPLAY WS-LINE
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE ID-LOTTO TO WS-COLUMN-LOTTO
               MOVE AVVIATO TO WS-COLUMN-AVVIATO
               MOVE ALUNNI-CREATI TO WS-COLUMN-ALUNNI
               MOVE TUTORI-CREATI TO WS-COLUMN-TUTORI
               MOVE GIA-ISCRITTI TO WS-COLUMN-GIA
               MOVE RIGETTATI TO WS-COLUMN-RIGETTATI
               MOVE TESSERE-STAMPATE TO WS-COLUMN-TESSERE
               MOVE STATO TO WS-COLUMN-STATO
               MOVE OPERATORE TO WS-COLUMN-OPERATORE
               DISPLAY WS-COLUMNS-LOTTI
               EXEC SQL
                   FETCH LOTTI_CLASSI_CURSOR INTO :ID-LOTTO, :AVVIATO,
                   :ALUNNI-CREATI, :TUTORI-CREATI, :GIA-ISCRITTI,
                   :RIGETTATI, :TESSERE-STAMPATE, :STATO, :OPERATORE
               END-EXEC
           END-PERFORM
           DISPLAY WS-LINE
           EXEC SQL
           CLOSE LOTTI_CLASSI_CURSOR
           END-EXEC
           MOVE 'S' TO LS-ESITO.

      ******************************************************************
      **************GESTIONE DEGLI ERRORI SQL***************************
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
                   VALUES ('CLASSI', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
                   STOP RUN
               END-IF
               EXIT PROGRAM.
