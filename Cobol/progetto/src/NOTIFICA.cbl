
           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.
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

      *****************************************************************
      ***********DISPATCHER DELLE NOTIFICHE IN USCITA*******************
      **SCANSIONA LA TABELLA NOTIFICA E SCRIVE I MESSAGGI DA INVIARE***
      **SUL FILE DI SPOOL POSTA IN USCITA, MARCANDO OGNI RIGA CON******
      **L'ESITO: LE RIGHE FALLITE VENGONO RITENTATE ALLA PROSSIMA******
      **ESECUZIONE. OGNI INTERVALLO-CHECKPOINT RIGHE LA CORSA**********
      **CONSOLIDA E ANNOTA L'ULTIMO ID FATTO (VEDI CHECKPOINT): DOPO***
      **UN ABEND RIPARTE DA LI'. I MESSAGGI ASPETTANO IN MEMORIA IL****
      **PUNTO DI CONSOLIDAMENTO E SOLO ALLORA VANNO IN CODA AGLI*******
      **SPOOL, COSI' UNA RIPRESA NON LI SPEDISCE DUE VOLTE**************
           01 WS-FINE-DISPATCH PIC X(1) VALUE 'N'.
           01 WS-CONTEGGIO-INVIATE PIC 9(5) VALUE ZERO.
           01 WS-CONTEGGIO-FALLITE PIC 9(5) VALUE ZERO.
           01 WS-CONTEGGIO-SMS PIC 9(5) VALUE ZERO.
           01 WS-CONTEGGIO-SENZA-CANALE PIC 9(5) VALUE ZERO.
           01 WS-CONTEGGIO-SENZA-CONSENSO PIC 9(5) VALUE ZERO.
           01 WS-NUMERO-EDIT PIC Z(6)9.
           01 WS-CHECKPOINT.
               05 WS-CKP-JOB         PIC X(40).
               05 WS-CKP-CHIAVE      PIC X(100).
               05 WS-CKP-ELABORATI   PIC 9(7).
               05 WS-CKP-CONFERMATI  PIC 9(7).
               05 WS-CKP-RESIDUI     PIC 9(7).
               05 WS-CKP-INTERVALLO  PIC 9(5).
               05 WS-CKP-RIPRESA     PIC X(1).
               05 WS-CKP-ESITO       PIC X(1).
           01 WS-DAL-PUNTO PIC 9(5) VALUE ZERO.
           01 WS-CORSA-APERTA PIC X(1) VALUE 'N'.
      *    MESSAGGI IN ATTESA DEL PUNTO DI CONSOLIDAMENTO: M=POSTA,***
      *    S=SMS********************************************************
           01 WS-BUFFER-SPOOL.
               05 WS-BUF-RIGHE       PIC 9(3) VALUE ZERO.
               05 WS-BUF-VOCE OCCURS 500 TIMES.
                   10 WS-BUF-SPOOL   PIC X(1).
                   10 WS-BUF-RIGA    PIC X(300).
           01 WS-BUF-IND PIC 9(3) VALUE ZERO.

      *****************************************************************
      ***********CANALE DI CONSEGNA E FINESTRA DI SILENZIO*************
           01 DB-TELEFONO           PIC X(20) VALUE SPACE.
           01 DB-DATA-ORA           PIC X(16) VALUE SPACE.
           01 DB-LETTA              PIC X(1) VALUE SPACE.
           01 DB-CATEGORIA          PIC X(12) VALUE SPACE.
           01 DB-CONSENSO-OK        PIC X(1) VALUE SPACE.
           01 DB-RESIDUI            PIC 9(7) VALUE ZERO.
           01 DB-CODICE-SQL-ORIGINALE PIC S9(9) VALUE ZERO.
           01 DB-ERR-MESSAGGIO PIC X(200) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.
                       PERFORM SEGNANOTIFICHELETTE
                   WHEN 'r'
                       PERFORM IMPORTABOUNCE
                   WHEN 'n'
                       PERFORM ACCODANEWSLETTER
                   WHEN 'i'
                       PERFORM INVIOIMMEDIATO
               END-EVALUATE.
           EXIT PROGRAM.

           MOVE ZERO TO WS-CONTEGGIO-FALLITE
           MOVE ZERO TO WS-CONTEGGIO-SMS
           MOVE ZERO TO WS-CONTEGGIO-SENZA-CANALE
           MOVE ZERO TO WS-CONTEGGIO-SENZA-CONSENSO
           MOVE ZERO TO DB-ULTIMO-ID
           MOVE 'N' TO WS-FINE-DISPATCH
      *    UNA CORSA RIPRESA RIPARTE DOPO L'ULTIMO ID CONSOLIDATO*****
           MOVE SPACE TO WS-CHECKPOINT
           MOVE 'DISPATCHER NOTIFICHE' TO WS-CKP-JOB
           CALL 'CHECKPOINT' USING 'a', WS-CHECKPOINT
           IF WS-CKP-ESITO NOT = 'S'
               EXIT PROGRAM
           END-IF
           IF WS-CKP-CHIAVE(1:9) IS NUMERIC
               MOVE WS-CKP-CHIAVE(1:9) TO DB-ULTIMO-ID
           END-IF
           MOVE ZERO TO WS-DAL-PUNTO
           MOVE ZERO TO WS-BUF-RIGHE
           OPEN EXTEND MAIL-SPOOL-FILE
           OPEN EXTEND SMS-SPOOL-FILE
           MOVE 'S' TO WS-CORSA-APERTA
           PERFORM UNTIL WS-FINE-DISPATCH = 'S'
               PERFORM TROVANOTIFICADAINVIARE
               IF WS-FINE-DISPATCH NOT = 'S'
                   ADD 1 TO WS-CKP-ELABORATI
                   ADD 1 TO WS-DAL-PUNTO
                   IF WS-DAL-PUNTO NOT < WS-CKP-INTERVALLO
                       PERFORM PUNTODISPATCH
                   END-IF
               END-IF
           END-PERFORM
           PERFORM SCARICASPOOL
           MOVE ZERO TO WS-CKP-RESIDUI
           CALL 'CHECKPOINT' USING 'c', WS-CHECKPOINT
           CLOSE MAIL-SPOOL-FILE
           CLOSE SMS-SPOOL-FILE
           MOVE 'N' TO WS-CORSA-APERTA
           IF WS-CKP-RIPRESA = 'S'
               MOVE WS-CKP-CONFERMATI TO WS-NUMERO-EDIT
               DISPLAY "RIGHE LAVORATE OGGI, CORSE INTERROTTE "
                   "COMPRESE: " WS-NUMERO-EDIT
           END-IF
           DISPLAY "NOTIFICHE INVIATE SU MAILSPOOL: "
               WS-CONTEGGIO-INVIATE
           DISPLAY "NOTIFICHE INVIATE SU SMSSPOOL: "
               WS-CONTEGGIO-SMS
           DISPLAY "NOTIFICHE SENZA CANALE (UNDELIVERABLE): "
               WS-CONTEGGIO-SENZA-CANALE
           DISPLAY "NOTIFICHE SCARTATE PER CONSENSO REVOCATO: "
               WS-CONTEGGIO-SENZA-CONSENSO
           DISPLAY "NOTIFICHE FALLITE (RITENTATE AL PROSSIMO GIRO): "
               WS-CONTEGGIO-FALLITE.
           EXIT PROGRAM.

      ******************************************************************
      **************PUNTO DI CONSOLIDAMENTO DEL DISPATCHER**************
      ******************************************************************
      **I MESSAGGI IN MEMORIA VANNO SUGLI SPOOL, POI IL CHECKPOINT******
      **ANNOTA L'ULTIMO ID E CONSOLIDA LE RIGHE MARCATE*****************
           PUNTODISPATCH.
           MOVE SPACE TO WS-CKP-CHIAVE
           MOVE DB-ULTIMO-ID TO WS-CKP-CHIAVE(1:9)
           MOVE ZERO TO DB-RESIDUI
           EXEC SQL
               SELECT COUNT(*) INTO :DB-RESIDUI
               FROM NOTIFICA
               WHERE STATO_INVIO IN ('DA_INVIARE', 'FALLITO')
               AND ID > :DB-ULTIMO-ID
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE DB-RESIDUI TO WS-CKP-RESIDUI
           PERFORM SCARICASPOOL
           CALL 'CHECKPOINT' USING 'p', WS-CHECKPOINT
           MOVE ZERO TO WS-DAL-PUNTO.

           SCARICASPOOL.
           PERFORM VARYING WS-BUF-IND FROM 1 BY 1
               UNTIL WS-BUF-IND > WS-BUF-RIGHE
               IF WS-BUF-SPOOL(WS-BUF-IND) = 'S'
                   MOVE WS-BUF-RIGA(WS-BUF-IND) TO SMS-SPOOL-RECORD
                   WRITE SMS-SPOOL-RECORD
               ELSE
                   MOVE WS-BUF-RIGA(WS-BUF-IND) TO MAIL-SPOOL-RECORD
                   WRITE MAIL-SPOOL-RECORD
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-BUF-RIGHE.

      ******************************************************************
      **************LA CORSA CADE NELLA FINESTRA DI SILENZIO?***********
      ******************************************************************
           MOVE ZERO TO ID-NOTIFICA
           MOVE SPACE TO DB-CANALE-NOTIFICA
           MOVE SPACE TO DB-TELEFONO
           MOVE 'S' TO DB-CONSENSO-OK
      *    NEWSLETTER E DIGEST SI RICONTROLLANO ALLA SPEDIZIONE: UNA***
      *    REVOCA ARRIVATA DOPO L'ACCODAMENTO FERMA L'INVIO************
           EXEC SQL
               SELECT N.ID, N.USERNAME, N.EMAIL, N.MESSAGGIO,
               COALESCE(U.CANALE_NOTIFICA, 'EMAIL'),
               COALESCE(U.TELEFONO, ' '),
               COALESCE(N.CATEGORIA, 'SERVIZIO'),
               CASE WHEN COALESCE(N.CATEGORIA, 'SERVIZIO') IN
                    ('NEWSLETTER', 'DIGEST')
                    AND NOT EXISTS (SELECT 1 FROM CONSENSO C
                    WHERE C.USERNAME = N.USERNAME AND C.STATO = 'S'
                    AND C.TIPO = CASE WHEN N.CATEGORIA = 'DIGEST'
                    THEN 'PROFILAZIONE' ELSE 'NEWSLETTER' END)
                    THEN 'N' ELSE 'S' END
               INTO :ID-NOTIFICA, :USERNAME, :EMAIL, :MESSAGGIO,
               :DB-CANALE-NOTIFICA, :DB-TELEFONO, :DB-CATEGORIA,
               :DB-CONSENSO-OK
               FROM NOTIFICA N LEFT JOIN UTENTE U
               ON U.USERNAME = N.USERNAME
               WHERE N.STATO_INVIO IN ('DA_INVIARE', 'FALLITO')
               MOVE 'S' TO WS-FINE-DISPATCH
           ELSE
               MOVE ID-NOTIFICA TO DB-ULTIMO-ID
               IF DB-CONSENSO-OK = 'N'
                   PERFORM MARCANOTIFICAREVOCATA
                   EXIT PARAGRAPH
               END-IF
               EVALUATE DB-CANALE-NOTIFICA
                   WHEN 'NESSUNO'
      *            IL PATRON NON VUOLE (O NON PUO') RICEVERE NULLA:***
               MESSAGGIO DELIMITED BY SIZE
               INTO MAIL-SPOOL-RECORD
           END-STRING
      *    NEL DISPATCHER IL MESSAGGIO ASPETTA IL CONSOLIDAMENTO******
           IF WS-CORSA-APERTA = 'S'
               ADD 1 TO WS-BUF-RIGHE
               MOVE 'M' TO WS-BUF-SPOOL(WS-BUF-RIGHE)
               MOVE MAIL-SPOOL-RECORD TO WS-BUF-RIGA(WS-BUF-RIGHE)
           ELSE
               WRITE MAIL-SPOOL-RECORD
           END-IF.

      ******************************************************************
      **************SCRIVE IL MESSAGGIO SULLO SPOOL SMS*****************
               WS-TESTO-SMS DELIMITED BY SIZE
               INTO SMS-SPOOL-RECORD
           END-STRING
           IF WS-CORSA-APERTA = 'S'
               ADD 1 TO WS-BUF-RIGHE
               MOVE 'S' TO WS-BUF-SPOOL(WS-BUF-RIGHE)
               MOVE SMS-SPOOL-RECORD TO WS-BUF-RIGA(WS-BUF-RIGHE)
           ELSE
               WRITE SMS-SPOOL-RECORD
           END-IF.

      ******************************************************************
      **************MARCA L'SMS COME INVIATO****************************
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           ADD 1 TO WS-CONTEGGIO-SENZA-CANALE.

      ******************************************************************
      **************SCARTA LA NOTIFICA PER CONSENSO REVOCATO************
      ******************************************************************
           MARCANOTIFICAREVOCATA.
           EXEC SQL
               UPDATE NOTIFICA SET STATO_INVIO = 'REVOCATO',
               DATA_INVIO = CURRENT_TIMESTAMP
               WHERE ID = :ID-NOTIFICA
           END-EXEC.
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           ADD 1 TO WS-CONTEGGIO-SENZA-CONSENSO.

      ******************************************************************
      **************ACCODA LA NEWSLETTER AGLI ISCRITTI******************
      ******************************************************************
      **IL TESTO IN LS-MESSAGGIO VA SOLO A CHI HA IL CONSENSO**********
      **NEWSLETTER IN ESSERE; LE RIGHE HANNO CATEGORIA NEWSLETTER E****
      **LE SPEDISCE IL DISPATCHER CON LE ALTRE**************************
           ACCODANEWSLETTER.
           MOVE ZERO TO LS-CONTEGGIO
           MOVE LS-MESSAGGIO TO MESSAGGIO
           IF MESSAGGIO = SPACE
               DISPLAY "TESTO DELLA NEWSLETTER VUOTO"
               EXIT PROGRAM
           END-IF
           EXEC SQL
               INSERT INTO NOTIFICA (USERNAME, EMAIL, MESSAGGIO,
               CATEGORIA)
               SELECT U.USERNAME, COALESCE(U.EMAIL, ' '),
               TRIM(:MESSAGGIO), 'NEWSLETTER'
               FROM UTENTE U
               JOIN CONSENSO C ON C.USERNAME = U.USERNAME
                AND C.TIPO = 'NEWSLETTER' AND C.STATO = 'S'
               WHERE COALESCE(U.ATTIVO, 'S') = 'S'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           MOVE SQLERRD(3) TO LS-CONTEGGIO
           DISPLAY "NEWSLETTER ACCODATA PER " LS-CONTEGGIO
               " ISCRITTI CON CONSENSO"
           EXIT PROGRAM.

      ******************************************************************
      **************INVIO IMMEDIATO DI UN MESSAGGIO DI SICUREZZA********
      ******************************************************************
      **PER I CODICI DI ACCESSO: LA RIGA SI REGISTRA CON CATEGORIA*****
      **SICUREZZA E PARTE SUBITO, SENZA ASPETTARE IL DISPATCHER NE'****
      **LA FINESTRA DI SILENZIO. IL CANALE PREFERITO SMS VALE SE C'E'**
      **IL TELEFONO; ALTRIMENTI EMAIL E, IN MANCANZA, SMS. UN CANALE***
      **'NESSUNO' QUI NON CONTA: IL CODICE LO HA CHIESTO L'UTENTE******
      **STESSO. IN USCITA LS-CONTEGGIO = 1 SE SPEDITO E LS-EMAIL*******
      **PORTA IL CANALE USATO (EMAIL O SMS)*****************************
           INVIOIMMEDIATO.
           MOVE ZERO TO LS-CONTEGGIO
           MOVE SPACE TO LS-EMAIL
           MOVE 'AMBIENTE' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-VALORE(1:5) = 'PROVA'
               DISPLAY "AMBIENTE DI PROVA: SPEDIZIONE SU MAILSPOOL "
               "E SMSSPOOL RIFIUTATA"
               EXIT PROGRAM
           END-IF
           MOVE LS-USERNAME TO USERNAME
           MOVE LS-MESSAGGIO TO MESSAGGIO
           MOVE SPACE TO EMAIL
           MOVE SPACE TO DB-CANALE-NOTIFICA
           MOVE SPACE TO DB-TELEFONO
           EXEC SQL
               SELECT COALESCE(EMAIL, ' '),
               COALESCE(CANALE_NOTIFICA, 'EMAIL'),
               COALESCE(TELEFONO, ' ')
               INTO :EMAIL, :DB-CANALE-NOTIFICA, :DB-TELEFONO
               FROM UTENTE WHERE USERNAME = TRIM(:USERNAME)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               INSERT INTO NOTIFICA (USERNAME, EMAIL, MESSAGGIO,
               CATEGORIA)
               VALUES (TRIM(:USERNAME), TRIM(:EMAIL),
               TRIM(:MESSAGGIO), 'SICUREZZA')
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               SELECT CURRVAL('notifica_id_seq') INTO :ID-NOTIFICA
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF DB-CANALE-NOTIFICA = 'SMS' AND DB-TELEFONO NOT = SPACE
               MOVE 'SMS' TO LS-EMAIL
           ELSE
               IF EMAIL NOT = SPACE
                   MOVE 'EMAIL' TO LS-EMAIL
               ELSE
                   IF DB-TELEFONO NOT = SPACE
                       MOVE 'SMS' TO LS-EMAIL
                   END-IF
               END-IF
           END-IF
           EVALUATE LS-EMAIL
               WHEN 'SMS'
                   OPEN EXTEND SMS-SPOOL-FILE
                   PERFORM SCRIVISPOOLSMS
                   CLOSE SMS-SPOOL-FILE
                   PERFORM MARCASMSINVIATO
                   MOVE 1 TO LS-CONTEGGIO
               WHEN 'EMAIL'
                   OPEN EXTEND MAIL-SPOOL-FILE
                   PERFORM SCRIVISPOOLPOSTA
                   CLOSE MAIL-SPOOL-FILE
                   PERFORM MARCANOTIFICAINVIATA
                   MOVE 1 TO LS-CONTEGGIO
               WHEN OTHER
                   DISPLAY "NESSUN RECAPITO PER L'UTENTE "
                       USERNAME
                   PERFORM MARCANOTIFICAUNDELIVERABLE
           END-EVALUATE
           EXIT PROGRAM.

      ******************************************************************
      **************MARCA LA NOTIFICA COME INVIATA**********************
      ******************************************************************
           IMPORTABOUNCE.
           MOVE ZERO TO WS-CONTEGGIO-BOUNCE
           MOVE 'N' TO WS-FINE-BOUNCE
           MOVE SPACE TO WS-INGRESSO
           MOVE 'MAILBOUNCE' TO WS-ING-FILE
           MOVE SPACE TO WS-ING-CONTESTO
           MOVE 'NOTIFICA' TO WS-ING-OPERATORE
           CALL 'INGRESSO' USING 'c', WS-INGRESSO
           IF WS-ING-ESITO NOT = 'S'
               EXIT PROGRAM
           END-IF
           MOVE ZERO TO WS-ING-SALTATI
           OPEN INPUT MAIL-BOUNCE-FILE
           READ MAIL-BOUNCE-FILE
               AT END MOVE 'S' TO WS-FINE-BOUNCE
           END-PERFORM
           CLOSE MAIL-BOUNCE-FILE
           DISPLAY "BOUNCE APPLICATI: " WS-CONTEGGIO-BOUNCE
           MOVE WS-CONTEGGIO-BOUNCE TO WS-ING-APPLICATI
           MOVE ZERO TO WS-ING-SCARTATI
           CALL 'INGRESSO' USING 'e', WS-INGRESSO
           DISPLAY "GLI UTENTI CON TRE O PIU' RESPINTE COMPAIONO "
           "SUL REPORT OPERATIVO DEL MATTINO"
           EXIT PROGRAM.
               WHERE UPPER(TRIM(EMAIL)) = UPPER(TRIM(:EMAIL))
               AND STATO_INVIO = 'INVIATO'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
      *    NESSUN INVIO ANCORA DA MARCARE: IL BOUNCE E' GIA' STATO****
      *    APPLICATO E NON DEVE CONTARE UNA SECONDA RESPINTA***********
           IF SQLCODE = 100 OR SQLERRD(3) = ZERO
               DISPLAY "RIGA GIA' APPLICATA, SALTATA: " EMAIL
               ADD 1 TO WS-ING-SALTATI
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE UTENTE SET
               EMAIL_RESPINTE = COALESCE(EMAIL_RESPINTE, 0) + 1
                   VALUES ('NOTIFICA', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    A CORSA APERTA I MESSAGGI GIA' PRONTI SEGUONO LE RIGHE*****
      *    CHE IL CHIAMANTE CONSOLIDERA' E GLI SPOOL SI CHIUDONO******
               IF WS-CORSA-APERTA = 'S'
                   PERFORM SCARICASPOOL
                   CLOSE MAIL-SPOOL-FILE
                   CLOSE SMS-SPOOL-FILE
                   MOVE 'N' TO WS-CORSA-APERTA
               END-IF
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
