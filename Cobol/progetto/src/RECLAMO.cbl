       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLAMO.
      ******************************************************************
      **************LIBRERIA PER OPERAZIONE TABELLA*********************
      ********************RECLAMO***************************************
      ******************************************************************
      **REGISTRO DEI RECLAMI E DEI SUGGERIMENTI PER LA CARTA DEI*******
      **SERVIZI: OGNI CASO ARRIVATO PER EMAIL, SU CARTA O AL BANCO*****
      **PORTA IL PATRON (O UN RECAPITO, SE ANONIMO), LA SEDE, LA*******
      **CATEGORIA E IL TESTO. LA SCADENZA DI RISPOSTA NASCE A**********
      **GIORNI-RISPOSTA-RECLAMO DI CONFIG DALL'APERTURA; ALL'**********
      **ASSEGNAZIONE A UN MEMBRO DEL PERSONALE SI PUO' ANTICIPARE MA***
      **NON SUPERARE. LA RISPOSTA SI REGISTRA E PARTE COME NOTIFICA****
      **(IN PIU' PARTI SE NON STA IN UN MESSAGGIO). I CASI VICINI******
      **ALLA SCADENZA FINISCONO NEL REPORT OPERATIVO DEL MATTINO; IL***
      **RIEPILOGO TRIMESTRALE PER CATEGORIA E SEDE, CON IL TEMPO*******
      **MEDIO DI RISPOSTA, VA ALLA REVISIONE DELLA CARTA DEI SERVIZI***
       AUTHOR. ANOIR.
       DATA DIVISION.

           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.
           01 WS-MESE-CORRENTE PIC 9(2) VALUE ZERO.
           01 WS-PARAMETRO-CONFIG.
               05 WS-CONFIG-CHIAVE PIC X(40).
               05 WS-CONFIG-VALORE PIC X(100).
               05 WS-CONFIG-VALORE-NUM PIC 9(7)V99.
               05 WS-CONFIG-ESITO PIC X(1).
           01 WS-SCRITTURA-REPORT.
               05 RW-TITOLO PIC X(60).
               05 RW-OPERATORE PIC X(50).
               05 RW-INTESTAZIONE PIC X(200).
               05 RW-RIGA PIC X(200).
               05 RW-TOTALE PIC X(60).

      *****************************************************************
      ***********RISPOSTA SPEZZATA IN PIU' NOTIFICHE*******************
      *****************************************************************
      **IL MESSAGGIO DI NOTIFICA E' DI 200 CARATTERI: LA RISPOSTA******
      **(FINO A 500) PARTE A PEZZI DI 125 CON "N. X (1/4)" IN TESTA****
           01 WS-LUNGHEZZA-RISPOSTA PIC 9(3) VALUE ZERO.
           01 WS-SPAZI-RISPOSTA PIC 9(3) VALUE ZERO.
           01 WS-PARTI-RISPOSTA PIC 9(1) VALUE ZERO.
           01 WS-PARTE-RISPOSTA PIC 9(1) VALUE ZERO.
           01 WS-INIZIO-PARTE PIC 9(3) VALUE ZERO.

      *****************************************************************
      ***********RIEPILOGO TRIMESTRALE PER CATEGORIA E SEDE************
      *****************************************************************
           01 WS-TOTALE-RICEVUTI PIC 9(5) VALUE ZERO.
           01 WS-TOTALE-RISPOSTI PIC 9(5) VALUE ZERO.
           01 WS-TOTALE-RITARDO PIC 9(5) VALUE ZERO.
           01 WS-TOTALE-APERTI PIC 9(5) VALUE ZERO.
           01 WS-MEDIA-EDIT PIC ZZ9.9 VALUE ZERO.
           01 WS-RECLAMI-LINE PIC X(79) VALUE ALL "-".
           01 WS-RECLAMI-HEADER.
                      05 FILLER PIC X(1) VALUE "|".
                      05 FILLER PIC X(10) VALUE "CATEGORIA".
                      05 FILLER PIC X(1) VALUE "|".
                      05 FILLER PIC X(30) VALUE "SEDE".
                      05 FILLER PIC X(1) VALUE "|".
                      05 FILLER PIC X(6) VALUE "RICEV.".
                      05 FILLER PIC X(1) VALUE "|".
                      05 FILLER PIC X(6) VALUE "RISP.".
                      05 FILLER PIC X(1) VALUE "|".
                      05 FILLER PIC X(6) VALUE "RITARD".
                      05 FILLER PIC X(1) VALUE "|".
                      05 FILLER PIC X(6) VALUE "APERTI".
                      05 FILLER PIC X(1) VALUE "|".
                      05 FILLER PIC X(6) VALUE "GG MED".
                      05 FILLER PIC X(1) VALUE "|".
           01 WS-RECLAMI-COLUMNS.
                      05 FILLER PIC X(1) VALUE "|".
                      05 WS-RECLAMI-CATEGORIA PIC X(10).
                      05 FILLER PIC X(1) VALUE "|".
                      05 WS-RECLAMI-SEDE PIC X(30).
                      05 FILLER PIC X(1) VALUE "|".
                      05 WS-RECLAMI-RICEVUTI PIC ZZZZZ9.
                      05 FILLER PIC X(1) VALUE "|".
                      05 WS-RECLAMI-RISPOSTI PIC ZZZZZ9.
                      05 FILLER PIC X(1) VALUE "|".
                      05 WS-RECLAMI-RITARDO PIC ZZZZZ9.
                      05 FILLER PIC X(1) VALUE "|".
                      05 WS-RECLAMI-APERTI PIC ZZZZZ9.
                      05 FILLER PIC X(1) VALUE "|".
                      05 WS-RECLAMI-MEDIA PIC ZZZ9.9.
                      05 FILLER PIC X(1) VALUE "|".

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
      *****************************************************************
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01 DBNAME                PIC X(30) VALUE SPACE.

           01 RECORDRECLAMO.
               05 ID-RECLAMO        PIC 9(9).
               05 TIPO-RECLAMO      PIC X(12).
               05 CANALE            PIC X(8).
               05 USERNAME          PIC X(50).
               05 CONTATTO          PIC X(100).
               05 CODICE-SEDE       PIC 9(5).
               05 CATEGORIA         PIC X(10).
               05 TESTO             PIC X(500).
               05 ASSEGNATO-A       PIC X(50).
               05 STATO             PIC X(10).
               05 RISPOSTA          PIC X(500).
           01 DB-DATA-APERTURA      PIC X(10) VALUE SPACE.
           01 DB-DATA-SCADENZA      PIC X(10) VALUE SPACE.
           01 DB-DATA-RISPOSTA      PIC X(10) VALUE SPACE.
           01 DB-GIORNI-RESIDUI     PIC S9(5) VALUE ZERO.
           01 DB-GIORNI-RISPOSTA    PIC 9(3) VALUE 30.
           01 DB-OLTRE-TERMINE      PIC X(1) VALUE SPACE.
           01 DB-OPERATORE          PIC X(50) VALUE SPACE.
           01 DB-NOME-SEDE          PIC X(100) VALUE SPACE.
           01 DB-EMAIL-UTENTE       PIC X(50) VALUE SPACE.
           01 DB-MESSAGGIO-NOTIFICA PIC X(200) VALUE SPACE.
           01 DB-ID-NOTIFICA        PIC 9(9) VALUE ZERO.
           01 DB-ANNO               PIC 9(4) VALUE ZERO.
           01 DB-TRIMESTRE          PIC 9(1) VALUE ZERO.
           01 DB-PERIODO            PIC X(6) VALUE SPACE.
           01 DB-RICEVUTI           PIC 9(5) VALUE ZERO.
           01 DB-RISPOSTI           PIC 9(5) VALUE ZERO.
           01 DB-IN-RITARDO         PIC 9(5) VALUE ZERO.
           01 DB-APERTI             PIC 9(5) VALUE ZERO.
           01 DB-MEDIA-GIORNI       PIC 9(3)V9 VALUE ZERO.
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
               05 LS-ID-RECLAMO     PIC 9(9).
               05 LS-TIPO           PIC X(12).
               05 LS-CANALE         PIC X(8).
               05 LS-USERNAME       PIC X(50).
               05 LS-CONTATTO       PIC X(100).
               05 LS-CODICE-SEDE    PIC 9(5).
               05 LS-CATEGORIA      PIC X(10).
               05 LS-TESTO          PIC X(500).
               05 LS-ASSEGNATO-A    PIC X(50).
               05 LS-DATA-SCADENZA  PIC X(10).
               05 LS-OPERATORE      PIC X(50).
               05 LS-ANNO           PIC 9(4).
               05 LS-TRIMESTRE      PIC 9(1).
               05 LS-ESITO          PIC X(1).

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
               EVALUATE LS-TYPE
                   WHEN 'i'
                       PERFORM REGISTRARECLAMO
                   WHEN 'a'
                       PERFORM ASSEGNARECLAMO
                   WHEN 'r'
                       PERFORM RISPONDIRECLAMO
                   WHEN 'v'
                       PERFORM VISUALIZZARECLAMO
                   WHEN 'd'
                       PERFORM DISPLAYRECLAMIAPERTI
                   WHEN 't'
                       PERFORM RIEPILOGOTRIMESTRALE
                   WHEN 'q'
                       PERFORM CORSATRIMESTRALE
               END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      **************REGISTRA UN RECLAMO O UN SUGGERIMENTO***************
      ******************************************************************
      **SERVE UN PATRON ESISTENTE OPPURE, PER UN CASO ANONIMO, UN******
      **RECAPITO (EMAIL O INDIRIZZO POSTALE) A CUI RISPONDERE; SENZA***
      **NESSUNO DEI DUE SI ACCETTA SOLO UN SUGGERIMENTO****************
           REGISTRARECLAMO.
           MOVE 'N' TO LS-ESITO
           MOVE LS-TIPO TO TIPO-RECLAMO
           MOVE LS-CANALE TO CANALE
           MOVE LS-USERNAME TO USERNAME
           MOVE LS-CONTATTO TO CONTATTO
           MOVE LS-CODICE-SEDE TO CODICE-SEDE
           MOVE LS-CATEGORIA TO CATEGORIA
           MOVE LS-TESTO TO TESTO
           MOVE LS-OPERATORE TO DB-OPERATORE
           IF TIPO-RECLAMO NOT = 'SUGGERIMENTO'
               MOVE 'RECLAMO' TO TIPO-RECLAMO
           END-IF
           IF CANALE NOT = 'EMAIL' AND CANALE NOT = 'CARTA'
               MOVE 'BANCO' TO CANALE
           END-IF
           IF CATEGORIA NOT = 'PERSONALE' AND CATEGORIA NOT = 'ORARI'
               AND CATEGORIA NOT = 'COLLEZIONE'
               AND CATEGORIA NOT = 'MULTE'
               AND CATEGORIA NOT = 'LOCALI'
               DISPLAY "CATEGORIA NON VALIDA (PERSONALE/ORARI/"
                   "COLLEZIONE/MULTE/LOCALI)"
               EXIT PROGRAM
           END-IF
           IF TESTO = SPACE
               DISPLAY "IL TESTO E' OBBLIGATORIO"
               EXIT PROGRAM
           END-IF
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE FROM SEDE
               WHERE CODICE_SEDE = :CODICE-SEDE
           END-EXEC
           IF VALUESTABLE = ZERO
               DISPLAY "SEDE NON TROVATA: " CODICE-SEDE
               EXIT PROGRAM
           END-IF
           IF USERNAME NOT = SPACE
               MOVE ZERO TO VALUESTABLE
               EXEC SQL
                   SELECT COUNT(*) INTO :VALUESTABLE FROM UTENTE
                   WHERE USERNAME = TRIM(:USERNAME)
               END-EXEC
               IF VALUESTABLE = ZERO
                   DISPLAY "PATRON NON TROVATO: " USERNAME
                   EXIT PROGRAM
               END-IF
           ELSE
               IF CONTATTO = SPACE AND TIPO-RECLAMO = 'RECLAMO'
                   DISPLAY "RECLAMO ANONIMO: SERVE UN RECAPITO PER "
                       "LA RISPOSTA"
                   EXIT PROGRAM
               END-IF
           END-IF
           PERFORM LEGGIGIORNIRISPOSTA
           EXEC SQL
               INSERT INTO RECLAMO (TIPO, CANALE, USERNAME, CONTATTO,
               CODICE_SEDE, CATEGORIA, TESTO, INSERITO_DA,
               DATA_SCADENZA)
               VALUES (TRIM(:TIPO-RECLAMO), TRIM(:CANALE),
               NULLIF(TRIM(:USERNAME), ''),
               NULLIF(TRIM(:CONTATTO), ''), :CODICE-SEDE,
               TRIM(:CATEGORIA), TRIM(:TESTO), TRIM(:DB-OPERATORE),
               CURRENT_DATE + :DB-GIORNI-RISPOSTA)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               SELECT CURRVAL('reclamo_id_seq'),
               TO_CHAR(CURRENT_DATE + :DB-GIORNI-RISPOSTA,
               'DD-MM-YYYY')
               INTO :ID-RECLAMO, :DB-DATA-SCADENZA
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE ID-RECLAMO TO LS-ID-RECLAMO
           MOVE 'S' TO LS-ESITO
           DISPLAY TIPO-RECLAMO " REGISTRATO CON NUMERO " ID-RECLAMO
               " - RISPOSTA ENTRO IL " DB-DATA-SCADENZA
           EXIT PROGRAM.

      ******************************************************************
      **************GIORNI DELLA CARTA DEI SERVIZI**********************
      ******************************************************************
           LEGGIGIORNIRISPOSTA.
           MOVE 30 TO DB-GIORNI-RISPOSTA
           MOVE 'GIORNI-RISPOSTA-RECLAMO' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-VALORE NOT = SPACE
               AND WS-CONFIG-VALORE-NUM > ZERO
               MOVE WS-CONFIG-VALORE-NUM TO DB-GIORNI-RISPOSTA
           END-IF.

      ******************************************************************
      **************ASSEGNA UN CASO A UN MEMBRO DEL PERSONALE***********
      ******************************************************************
      **SCADENZA VUOTA = QUELLA DELLA CARTA DEI SERVIZI; UNA DATA******
      **OLTRE QUEL TERMINE O GIA' PASSATA VIENE RIFIUTATA. SI PUO'*****
      **RIASSEGNARE FINCHE' IL CASO NON HA RISPOSTA*********************
           ASSEGNARECLAMO.
           MOVE 'N' TO LS-ESITO
           MOVE LS-ID-RECLAMO TO ID-RECLAMO
           MOVE LS-ASSEGNATO-A TO ASSEGNATO-A
           MOVE LS-DATA-SCADENZA TO DB-DATA-SCADENZA
           PERFORM LEGGIGIORNIRISPOSTA
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE FROM UTENTE
               WHERE USERNAME = TRIM(:ASSEGNATO-A)
               AND COALESCE(RUOLO, 'PATRON') <> 'PATRON'
               AND COALESCE(ATTIVO, 'S') <> 'N'
           END-EXEC
           IF VALUESTABLE = ZERO
               DISPLAY "L'ASSEGNATARIO DEVE ESSERE UN MEMBRO ATTIVO "
                   "DEL PERSONALE"
               EXIT PROGRAM
           END-IF
           IF DB-DATA-SCADENZA NOT = SPACE
               IF DB-DATA-SCADENZA(3:1) NOT = '-'
                   OR DB-DATA-SCADENZA(6:1) NOT = '-'
                   OR DB-DATA-SCADENZA(1:2) IS NOT NUMERIC
                   OR DB-DATA-SCADENZA(4:2) IS NOT NUMERIC
                   OR DB-DATA-SCADENZA(7:4) IS NOT NUMERIC
                   DISPLAY "SCADENZA NON VALIDA (FORMATO GG-MM-AAAA)"
                   EXIT PROGRAM
               END-IF
           END-IF
           MOVE SPACE TO DB-OLTRE-TERMINE
           EXEC SQL
               SELECT CASE WHEN TRIM(:DB-DATA-SCADENZA) = '' THEN 'N'
               WHEN TO_DATE(:DB-DATA-SCADENZA, 'DD-MM-YYYY')
                   < CURRENT_DATE THEN 'P'
               WHEN TO_DATE(:DB-DATA-SCADENZA, 'DD-MM-YYYY')
                   > DATA_APERTURA +
                   CAST(:DB-GIORNI-RISPOSTA AS INTEGER) THEN 'S'
               ELSE 'N' END
               INTO :DB-OLTRE-TERMINE
               FROM RECLAMO
               WHERE ID = :ID-RECLAMO AND STATO <> 'RISPOSTO'
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY "NESSUN CASO APERTO CON QUESTO NUMERO"
               EXIT PROGRAM
           END-IF
           IF DB-OLTRE-TERMINE = 'P'
               DISPLAY "LA SCADENZA E' GIA' PASSATA"
               EXIT PROGRAM
           END-IF
           IF DB-OLTRE-TERMINE = 'S'
               DISPLAY "LA SCADENZA SUPERA IL TERMINE DELLA CARTA "
                   "DEI SERVIZI"
               EXIT PROGRAM
           END-IF
           EXEC SQL
               UPDATE RECLAMO SET ASSEGNATO_A = TRIM(:ASSEGNATO-A),
               STATO = 'ASSEGNATO',
               DATA_SCADENZA = CASE WHEN TRIM(:DB-DATA-SCADENZA) = ''
                   THEN DATA_SCADENZA
                   ELSE TO_DATE(:DB-DATA-SCADENZA, 'DD-MM-YYYY') END
               WHERE ID = :ID-RECLAMO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               SELECT TO_CHAR(DATA_SCADENZA, 'DD-MM-YYYY')
               INTO :DB-DATA-SCADENZA
               FROM RECLAMO WHERE ID = :ID-RECLAMO
           END-EXEC
           MOVE 'S' TO LS-ESITO
           DISPLAY "CASO " ID-RECLAMO " ASSEGNATO A " ASSEGNATO-A
           DISPLAY "RISPOSTA ENTRO IL " DB-DATA-SCADENZA
           EXIT PROGRAM.

      ******************************************************************
      **************REGISTRA LA RISPOSTA E LA SPEDISCE******************
      ******************************************************************
      **LA RISPOSTA CHIUDE IL CASO E PARTE COME NOTIFICA: AL PATRON*****
      **SUL SUO CANALE, ALL'ANONIMO SE IL RECAPITO E' UN'EMAIL.********
      **UN RECAPITO POSTALE SI SEGNALA PER LA RISPOSTA SU CARTA*********
           RISPONDIRECLAMO.
           MOVE 'N' TO LS-ESITO
           MOVE LS-ID-RECLAMO TO ID-RECLAMO
           MOVE LS-TESTO TO RISPOSTA
           MOVE LS-OPERATORE TO DB-OPERATORE
           IF RISPOSTA = SPACE
               DISPLAY "IL TESTO DELLA RISPOSTA E' OBBLIGATORIO"
               EXIT PROGRAM
           END-IF
           MOVE SPACE TO USERNAME
           MOVE SPACE TO CONTATTO
           MOVE SPACE TO DB-EMAIL-UTENTE
           EXEC SQL
               SELECT COALESCE(R.USERNAME, ' '),
               COALESCE(R.CONTATTO, ' '), COALESCE(U.EMAIL, ' ')
               INTO :USERNAME, :CONTATTO, :DB-EMAIL-UTENTE
               FROM RECLAMO R LEFT JOIN UTENTE U
               ON U.USERNAME = R.USERNAME
               WHERE R.ID = :ID-RECLAMO AND R.STATO <> 'RISPOSTO'
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY "NESSUN CASO APERTO CON QUESTO NUMERO"
               EXIT PROGRAM
           END-IF
           EXEC SQL
               UPDATE RECLAMO SET RISPOSTA = TRIM(:RISPOSTA),
               STATO = 'RISPOSTO', DATA_RISPOSTA = CURRENT_DATE,
               RISPOSTO_DA = TRIM(:DB-OPERATORE),
               ASSEGNATO_A = COALESCE(ASSEGNATO_A,
                   TRIM(:DB-OPERATORE))
               WHERE ID = :ID-RECLAMO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF USERNAME = SPACE
               IF CONTATTO = SPACE
                   DISPLAY "RISPOSTA REGISTRATA: CASO ANONIMO SENZA "
                       "RECAPITO, NESSUN INVIO"
                   MOVE 'S' TO LS-ESITO
                   EXIT PROGRAM
               END-IF
               MOVE ZERO TO VALUESTABLE
               INSPECT CONTATTO TALLYING VALUESTABLE FOR ALL '@'
               IF VALUESTABLE = ZERO
                   DISPLAY "RISPOSTA REGISTRATA: SPEDIRLA PER POSTA A "
                   DISPLAY "  " CONTATTO
                   MOVE 'S' TO LS-ESITO
                   EXIT PROGRAM
               END-IF
               MOVE CONTATTO TO DB-EMAIL-UTENTE
           END-IF
           PERFORM NOTIFICARISPOSTA
           EXEC SQL
               UPDATE RECLAMO SET ID_NOTIFICA = :DB-ID-NOTIFICA
               WHERE ID = :ID-RECLAMO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE 'S' TO LS-ESITO
           DISPLAY "RISPOSTA REGISTRATA E ACCODATA IN "
               WS-PARTI-RISPOSTA " NOTIFICA/E"
           EXIT PROGRAM.

      ******************************************************************
      **************ACCODA LA RISPOSTA SU NOTIFICA**********************
      ******************************************************************
      **IL DISPATCHER LA SPEDISCE ALLA PROSSIMA CORSA; DB-ID-NOTIFICA**
      **RESTA LA PRIMA PARTE, QUELLA CHE SI CERCA DAL CASO**************
           NOTIFICARISPOSTA.
           MOVE ZERO TO WS-SPAZI-RISPOSTA
           INSPECT RISPOSTA TALLYING WS-SPAZI-RISPOSTA
               FOR TRAILING SPACE
           COMPUTE WS-LUNGHEZZA-RISPOSTA = 500 - WS-SPAZI-RISPOSTA
           COMPUTE WS-PARTI-RISPOSTA =
               (WS-LUNGHEZZA-RISPOSTA + 124) / 125
           MOVE ZERO TO DB-ID-NOTIFICA
           PERFORM ACCODAPARTERISPOSTA
               VARYING WS-PARTE-RISPOSTA FROM 1 BY 1
               UNTIL WS-PARTE-RISPOSTA > WS-PARTI-RISPOSTA.

           ACCODAPARTERISPOSTA.
           COMPUTE WS-INIZIO-PARTE =
               (WS-PARTE-RISPOSTA - 1) * 125 + 1
           MOVE SPACE TO DB-MESSAGGIO-NOTIFICA
           STRING
               "RISPOSTA AL TUO " DELIMITED BY SIZE
               TIPO-RECLAMO DELIMITED BY SPACE
               " N. " DELIMITED BY SIZE
               ID-RECLAMO DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-PARTE-RISPOSTA DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-PARTI-RISPOSTA DELIMITED BY SIZE
               "): " DELIMITED BY SIZE
               RISPOSTA(WS-INIZIO-PARTE:125) DELIMITED BY SIZE
               INTO DB-MESSAGGIO-NOTIFICA
           END-STRING
           EXEC SQL
               INSERT INTO NOTIFICA (USERNAME, EMAIL, MESSAGGIO)
               VALUES (NULLIF(TRIM(:USERNAME), ''),
               TRIM(:DB-EMAIL-UTENTE), TRIM(:DB-MESSAGGIO-NOTIFICA))
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF WS-PARTE-RISPOSTA = 1
               EXEC SQL
                   SELECT CURRVAL('notifica_id_seq')
                   INTO :DB-ID-NOTIFICA
               END-EXEC
           END-IF.

      ******************************************************************
      **************SCHEDA DI UN CASO***********************************
      ******************************************************************
           VISUALIZZARECLAMO.
           MOVE LS-ID-RECLAMO TO ID-RECLAMO
           EXEC SQL
               SELECT R.TIPO, COALESCE(R.CANALE, ' '),
               COALESCE(R.USERNAME, ' '), COALESCE(R.CONTATTO, ' '),
               COALESCE(R.CODICE_SEDE, 0), COALESCE(S.NOME, ' '),
               R.CATEGORIA, R.TESTO, COALESCE(R.ASSEGNATO_A, ' '),
               R.STATO, COALESCE(R.RISPOSTA, ' '),
               TO_CHAR(R.DATA_APERTURA, 'DD-MM-YYYY'),
               COALESCE(TO_CHAR(R.DATA_SCADENZA, 'DD-MM-YYYY'), ' '),
               COALESCE(TO_CHAR(R.DATA_RISPOSTA, 'DD-MM-YYYY'), ' '),
               COALESCE(R.RISPOSTO_DA, ' ')
               INTO :TIPO-RECLAMO, :CANALE, :USERNAME, :CONTATTO,
               :CODICE-SEDE, :DB-NOME-SEDE, :CATEGORIA, :TESTO,
               :ASSEGNATO-A, :STATO, :RISPOSTA, :DB-DATA-APERTURA,
               :DB-DATA-SCADENZA, :DB-DATA-RISPOSTA, :DB-OPERATORE
               FROM RECLAMO R
               LEFT JOIN SEDE S ON S.CODICE_SEDE = R.CODICE_SEDE
               WHERE R.ID = :ID-RECLAMO
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY "NESSUN CASO CON QUESTO NUMERO"
               EXIT PROGRAM
           END-IF
           DISPLAY TIPO-RECLAMO " N. " ID-RECLAMO " - " STATO
           DISPLAY "APERTO IL " DB-DATA-APERTURA " VIA " CANALE
               " - SEDE " CODICE-SEDE " " DB-NOME-SEDE
           IF USERNAME NOT = SPACE
               DISPLAY "PATRON: " USERNAME
           ELSE
               DISPLAY "ANONIMO - RECAPITO: " CONTATTO
           END-IF
           DISPLAY "CATEGORIA: " CATEGORIA
           DISPLAY "TESTO: " TESTO
           DISPLAY "ASSEGNATO A: " ASSEGNATO-A
               " - SCADENZA: " DB-DATA-SCADENZA
           IF STATO = 'RISPOSTO'
               DISPLAY "RISPOSTO IL " DB-DATA-RISPOSTA " DA "
                   DB-OPERATORE
               DISPLAY "RISPOSTA: " RISPOSTA
           END-IF
           EXIT PROGRAM.

      ******************************************************************
      **************CASI APERTI IN ORDINE DI SCADENZA*******************
      ******************************************************************
      **ASSEGNATARIO VUOTO = TUTTI, SEDE ZERO = TUTTE LE SEDI; I*******
      **GIORNI NEGATIVI SONO CASI GIA' FUORI TERMINE*******************
           DISPLAYRECLAMIAPERTI.
           MOVE LS-ASSEGNATO-A TO ASSEGNATO-A
           MOVE LS-CODICE-SEDE TO CODICE-SEDE
           DISPLAY "CASI APERTI (N. / TIPO / APERTO / SEDE / "
               "CATEGORIA / ASSEGNATO A / SCADENZA / GIORNI):"
           EXEC SQL
               DECLARE APERTI_CURSOR CURSOR FOR
               SELECT ID, TIPO, TO_CHAR(DATA_APERTURA, 'DD-MM-YYYY'),
               COALESCE(CODICE_SEDE, 0), CATEGORIA,
               COALESCE(ASSEGNATO_A, '(DA ASSEGNARE)'),
               TO_CHAR(DATA_SCADENZA, 'DD-MM-YYYY'),
               DATA_SCADENZA - CURRENT_DATE
               FROM RECLAMO
               WHERE STATO <> 'RISPOSTO'
               AND (TRIM(:ASSEGNATO-A) = ''
                   OR ASSEGNATO_A = TRIM(:ASSEGNATO-A))
               AND (:CODICE-SEDE = 0 OR CODICE_SEDE = :CODICE-SEDE)
               ORDER BY DATA_SCADENZA, ID
           END-EXEC
           EXEC SQL
           OPEN APERTI_CURSOR
           END-EXEC

           EXEC SQL
               FETCH APERTI_CURSOR INTO :ID-RECLAMO, :TIPO-RECLAMO,
               :DB-DATA-APERTURA, :CODICE-SEDE, :CATEGORIA,
               :ASSEGNATO-A, :DB-DATA-SCADENZA, :DB-GIORNI-RESIDUI
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "  " ID-RECLAMO " / " TIPO-RECLAMO " / "
                   DB-DATA-APERTURA " / " CODICE-SEDE " / " CATEGORIA
                   " / " ASSEGNATO-A " / " DB-DATA-SCADENZA " / "
                   DB-GIORNI-RESIDUI
               IF DB-GIORNI-RESIDUI < ZERO
                   DISPLAY "    *** FUORI TERMINE ***"
               END-IF
               EXEC SQL
                   FETCH APERTI_CURSOR INTO :ID-RECLAMO,
                   :TIPO-RECLAMO, :DB-DATA-APERTURA, :CODICE-SEDE,
                   :CATEGORIA, :ASSEGNATO-A, :DB-DATA-SCADENZA,
                   :DB-GIORNI-RESIDUI
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE APERTI_CURSOR
           END-EXEC
           EXIT PROGRAM.

      ******************************************************************
      **************CORSA TRIMESTRALE DAL PIANIFICATORE*****************
      ******************************************************************
      **IL LAVORO GIRA IL PRIMO DEL MESE MA IL RIEPILOGO SI PRODUCE****
      **SOLO A TRIMESTRE CHIUSO (GENNAIO, APRILE, LUGLIO, OTTOBRE)******
           CORSATRIMESTRALE.
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT CAST(EXTRACT(MONTH FROM CURRENT_DATE) AS INTEGER)
               INTO :VALUESTABLE
           END-EXEC
           MOVE VALUESTABLE TO WS-MESE-CORRENTE
           IF WS-MESE-CORRENTE NOT = 1 AND WS-MESE-CORRENTE NOT = 4
               AND WS-MESE-CORRENTE NOT = 7
               AND WS-MESE-CORRENTE NOT = 10
               DISPLAY "RIEPILOGO RECLAMI: TRIMESTRE NON ANCORA "
                   "CHIUSO"
               EXIT PROGRAM
           END-IF
           MOVE ZERO TO LS-ANNO
           MOVE ZERO TO LS-TRIMESTRE
           MOVE "SISTEMA" TO LS-OPERATORE
           PERFORM RIEPILOGOTRIMESTRALE.

      ******************************************************************
      **************RIEPILOGO TRIMESTRALE PER LA CARTA DEI SERVIZI******
      ******************************************************************
      **ANNO E TRIMESTRE A ZERO = TRIMESTRE SCORSO. PER CATEGORIA E****
      **SEDE: CASI APERTI NEL TRIMESTRE, QUANTI HANNO AVUTO RISPOSTA,**
      **QUANTI OLTRE LA SCADENZA (O ANCORA APERTI E GIA' SCADUTI),*****
      **QUANTI ANCORA APERTI E I GIORNI MEDI DI RISPOSTA****************
           RIEPILOGOTRIMESTRALE.
           MOVE LS-ANNO TO DB-ANNO
           MOVE LS-TRIMESTRE TO DB-TRIMESTRE
           IF DB-ANNO = ZERO OR DB-TRIMESTRE = ZERO
               OR DB-TRIMESTRE > 4
               EXEC SQL
                   SELECT CAST(EXTRACT(YEAR FROM CURRENT_DATE
                   - INTERVAL '3 months') AS INTEGER),
                   CAST(EXTRACT(QUARTER FROM CURRENT_DATE
                   - INTERVAL '3 months') AS INTEGER)
                   INTO :DB-ANNO, :DB-TRIMESTRE
               END-EXEC
           END-IF
           MOVE SPACE TO DB-PERIODO
           STRING DB-ANNO DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               DB-TRIMESTRE DELIMITED BY SIZE
               INTO DB-PERIODO
           END-STRING
           MOVE ZERO TO WS-TOTALE-RICEVUTI
           MOVE ZERO TO WS-TOTALE-RISPOSTI
           MOVE ZERO TO WS-TOTALE-RITARDO
           MOVE ZERO TO WS-TOTALE-APERTI
           MOVE SPACE TO WS-SCRITTURA-REPORT
           STRING "RECLAMI E SUGGERIMENTI - TRIMESTRE "
               DELIMITED BY SIZE
               DB-PERIODO DELIMITED BY SIZE
               INTO RW-TITOLO
           END-STRING
           MOVE LS-OPERATORE TO RW-OPERATORE
           MOVE WS-RECLAMI-HEADER TO RW-INTESTAZIONE
           CALL 'REPORTWRITER' USING 'i', WS-SCRITTURA-REPORT
           DISPLAY RW-TITOLO
           DISPLAY WS-RECLAMI-LINE
           DISPLAY WS-RECLAMI-HEADER
           DISPLAY WS-RECLAMI-LINE
           EXEC SQL
               DECLARE TRIMESTRE_CURSOR CURSOR FOR
               SELECT R.CATEGORIA, COALESCE(R.CODICE_SEDE, 0),
               COALESCE(S.NOME, ' '), COUNT(*),
               COUNT(R.DATA_RISPOSTA),
               SUM(CASE WHEN COALESCE(R.DATA_RISPOSTA, CURRENT_DATE)
                   > R.DATA_SCADENZA THEN 1 ELSE 0 END),
               SUM(CASE WHEN R.STATO <> 'RISPOSTO' THEN 1 ELSE 0 END),
               COALESCE(ROUND(AVG(R.DATA_RISPOSTA - R.DATA_APERTURA),
                   1), 0)
               FROM RECLAMO R
               LEFT JOIN SEDE S ON S.CODICE_SEDE = R.CODICE_SEDE
               WHERE EXTRACT(YEAR FROM R.DATA_APERTURA) = :DB-ANNO
               AND EXTRACT(QUARTER FROM R.DATA_APERTURA)
                   = :DB-TRIMESTRE
               GROUP BY R.CATEGORIA, R.CODICE_SEDE, S.NOME
               ORDER BY R.CATEGORIA, R.CODICE_SEDE
           END-EXEC
           EXEC SQL
           OPEN TRIMESTRE_CURSOR
           END-EXEC

           EXEC SQL
               FETCH TRIMESTRE_CURSOR INTO :CATEGORIA, :CODICE-SEDE,
               :DB-NOME-SEDE, :DB-RICEVUTI, :DB-RISPOSTI,
               :DB-IN-RITARDO, :DB-APERTI, :DB-MEDIA-GIORNI
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE CATEGORIA TO WS-RECLAMI-CATEGORIA
               MOVE SPACE TO WS-RECLAMI-SEDE
               STRING CODICE-SEDE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DB-NOME-SEDE DELIMITED BY SIZE
                   INTO WS-RECLAMI-SEDE
               END-STRING
               MOVE DB-RICEVUTI TO WS-RECLAMI-RICEVUTI
               MOVE DB-RISPOSTI TO WS-RECLAMI-RISPOSTI
               MOVE DB-IN-RITARDO TO WS-RECLAMI-RITARDO
               MOVE DB-APERTI TO WS-RECLAMI-APERTI
               MOVE DB-MEDIA-GIORNI TO WS-RECLAMI-MEDIA
               DISPLAY WS-RECLAMI-COLUMNS
               MOVE WS-RECLAMI-COLUMNS TO RW-RIGA
               CALL 'REPORTWRITER' USING 'w', WS-SCRITTURA-REPORT
               ADD DB-RICEVUTI TO WS-TOTALE-RICEVUTI
               ADD DB-RISPOSTI TO WS-TOTALE-RISPOSTI
               ADD DB-IN-RITARDO TO WS-TOTALE-RITARDO
               ADD DB-APERTI TO WS-TOTALE-APERTI
               EXEC SQL
                   FETCH TRIMESTRE_CURSOR INTO :CATEGORIA,
                   :CODICE-SEDE, :DB-NOME-SEDE, :DB-RICEVUTI,
                   :DB-RISPOSTI, :DB-IN-RITARDO, :DB-APERTI,
                   :DB-MEDIA-GIORNI
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE TRIMESTRE_CURSOR
           END-EXEC
           DISPLAY WS-RECLAMI-LINE
      *    LA MEDIA GENERALE SI RICALCOLA SUI CASI, NON SULLE MEDIE****
      *    DELLE RIGHE**************************************************
           MOVE ZERO TO DB-MEDIA-GIORNI
           EXEC SQL
               SELECT COALESCE(ROUND(AVG(DATA_RISPOSTA
               - DATA_APERTURA), 1), 0)
               INTO :DB-MEDIA-GIORNI
               FROM RECLAMO
               WHERE EXTRACT(YEAR FROM DATA_APERTURA) = :DB-ANNO
               AND EXTRACT(QUARTER FROM DATA_APERTURA) = :DB-TRIMESTRE
           END-EXEC
           MOVE DB-MEDIA-GIORNI TO WS-MEDIA-EDIT
           MOVE SPACE TO RW-TOTALE
           STRING "CASI " DELIMITED BY SIZE
               WS-TOTALE-RICEVUTI DELIMITED BY SIZE
               " RISP. " DELIMITED BY SIZE
               WS-TOTALE-RISPOSTI DELIMITED BY SIZE
               " RITARDO " DELIMITED BY SIZE
               WS-TOTALE-RITARDO DELIMITED BY SIZE
               " APERTI " DELIMITED BY SIZE
               WS-TOTALE-APERTI DELIMITED BY SIZE
               " GG MEDI " DELIMITED BY SIZE
               WS-MEDIA-EDIT DELIMITED BY SIZE
               INTO RW-TOTALE
           END-STRING
           DISPLAY RW-TOTALE
           CALL 'REPORTWRITER' USING 'f', WS-SCRITTURA-REPORT
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
                   VALUES ('RECLAMO', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
                   STOP RUN
               END-IF
               EXIT PROGRAM.
