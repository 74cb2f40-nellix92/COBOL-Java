      **AMMESSO SOLO SENZA PRESTITI APERTI NE' MULTE DA PAGARE,********
      **ANONIMIZZA I CAMPI PERSONALI E CANCELLA LE NOTIFICHE,**********
      **PRESERVANDO LE RIGHE DI CIRCOLAZIONE PER LE STATISTICHE********
      **LA CONSERVAZIONE PER INATTIVITA' (LAVORO MENSILE) AVVISA UNA***
      **VOLTA I PATRON SENZA PRESTITI, PAGAMENTI, ACCESSI O NOTIFICHE**
      **DA ANNI-INATTIVITA-CONSERVAZIONE; PASSATO IL PREAVVISO*********
      **ANONIMIZZA L'ACCOUNT E STACCA LO STORICO. IL REGISTRO**********
      **CONSERVAZIONEREG, FIRMATO DAL RESPONSABILE DELLA PROTEZIONE****
      **DEI DATI, DOCUMENTA COSA E' STATO CANCELLATO E QUANDO**********
       AUTHOR. ANOIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIVACY-EXPORT-FILE ASSIGN TO "PRIVACYEXPORT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REGISTRO-CONSERVAZIONE-FILE
               ASSIGN TO "CONSERVAZIONEREG"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD PRIVACY-EXPORT-FILE.
           01 PRIVACY-EXPORT-RECORD PIC X(300).
           FD REGISTRO-CONSERVAZIONE-FILE.
           01 REGISTRO-CONSERVAZIONE-RECORD PIC X(200).

           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.
           01 WS-RIGA PIC X(300) VALUE SPACE.
           01 WS-MULTA-EDIT PIC ZZZZZ9.99.
           01 WS-CONTEGGIO-AVVISATI PIC 9(5) VALUE ZERO.
           01 WS-CONTEGGIO-ANONIMIZZATI PIC 9(5) VALUE ZERO.
           01 WS-CONTEGGIO-ESCLUSI PIC 9(5) VALUE ZERO.
           01 WS-CONTEGGIO-RIATTIVATI PIC 9(5) VALUE ZERO.
           01 WS-CONTEGGIO-REGISTRO PIC 9(5) VALUE ZERO.
           01  WS-PARAMETRO-CONFIG.
               05 WS-CONFIG-CHIAVE PIC X(40).
               05 WS-CONFIG-VALORE PIC X(100).
               05 WS-CONFIG-VALORE-NUM PIC 9(7)V99.
               05 WS-CONFIG-ESITO PIC X(1).

      *****************************************************************
      **********REGISTRO DELLE CONSULTAZIONI DEI DATI (ACCESSIDATI)****
      *****************************************************************
           01 WS-ACCESSO-DATI.
               05 WS-ACD-PATRON          PIC X(50).
               05 WS-ACD-FUNZIONE        PIC X(30).
               05 WS-ACD-COGNOME         PIC X(50).
               05 WS-ACD-RUOLO           PIC X(20).
               05 WS-ACD-TUTORE          PIC X(50).
               05 WS-ACD-VISUALIZZATO-DA PIC X(50).
               05 WS-ACD-DATA-DA         PIC X(10).
               05 WS-ACD-DATA-A          PIC X(10).
               05 WS-ACD-ANNO            PIC 9(4).
               05 WS-ACD-MESE            PIC 9(2).
               05 WS-ACD-OPERATORE       PIC X(50).
               05 WS-ACD-ESITO           PIC X(1).

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
           01 DB-OPERAZIONE         PIC X(10) VALUE SPACE.
           01 DB-APERTE             PIC 9(5) VALUE ZERO.
           01 DB-ESITO-STORICO      PIC X(20) VALUE SPACE.
           01 DB-ANNI-INATTIVITA    PIC 9(3) VALUE 7.
           01 DB-GIORNI-PREAVVISO   PIC 9(5) VALUE 60.
           01 DB-ULTIMA-ATTIVITA    PIC X(10) VALUE SPACE.
           01 DB-DATA-AVVISO        PIC X(10) VALUE SPACE.
           01 DB-DATA-ANONIMIZZAZIONE PIC X(10) VALUE SPACE.
           01 DB-RIGHE-STORICO      PIC 9(7) VALUE ZERO.
           01 DB-FIRMATO-DA         PIC X(50) VALUE SPACE.
           01 DB-DATA-FIRMA         PIC X(10) VALUE SPACE.
           01 DB-TIPO-CONSENSO      PIC X(12) VALUE SPACE.
           01 DB-AZIONE-CONSENSO    PIC X(10) VALUE SPACE.
           01 DB-VERSIONE-CONSENSO  PIC X(10) VALUE SPACE.
           01 DB-CANALE-CONSENSO    PIC X(12) VALUE SPACE.
           01 DB-CODICE-SQL-ORIGINALE PIC S9(9) VALUE ZERO.
           01 DB-ERR-MESSAGGIO PIC X(200) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.
                       PERFORM ESTRAIDATIPERSONALI
                   WHEN 'a'
                       PERFORM ANONIMIZZAACCOUNT
                   WHEN 'r'
                       PERFORM CONSERVAZIONEINATTIVI
                   WHEN 'g'
                       PERFORM REGISTROCONSERVAZIONE
                   WHEN 'f'
                       PERFORM FIRMAREGISTRO
               END-EVALUATE.
           EXIT PROGRAM.

               DISPLAY "USERNAME SCONOSCIUTO"
               EXIT PROGRAM
           END-IF
           MOVE SPACE TO WS-ACCESSO-DATI
           MOVE ZERO TO WS-ACD-ANNO
           MOVE ZERO TO WS-ACD-MESE
           MOVE DB-USERNAME TO WS-ACD-PATRON
           MOVE 'ESTRAZIONE PRIVACY' TO WS-ACD-FUNZIONE
           CALL 'ACCESSIDATI' USING 'r', WS-ACCESSO-DATI
           OPEN OUTPUT PRIVACY-EXPORT-FILE
           MOVE SPACE TO WS-RIGA
           STRING
           MOVE "-- NOTIFICHE --" TO WS-RIGA
           PERFORM SCRIVIRIGAPRIVACY
           PERFORM SEZIONENOTIFICHEPRIV
           MOVE "-- CONSENSI (ADESIONI E REVOCHE) --" TO WS-RIGA
           PERFORM SCRIVIRIGAPRIVACY
           PERFORM SEZIONECONSENSIPRIV
           MOVE "-- VOCI DI AUDIT CHE LO RIGUARDANO --" TO WS-RIGA
           PERFORM SCRIVIRIGAPRIVACY
           PERFORM SEZIONEAUDITPRIV
           CLOSE PRIV_NOT_CURSOR
           END-EXEC.

           SEZIONECONSENSIPRIV.
           EXEC SQL
               DECLARE PRIV_CNS_CURSOR CURSOR FOR
               SELECT TO_CHAR(DATA_ORA, 'YYYY-MM-DD HH24:MI'),
               TIPO, AZIONE, COALESCE(VERSIONE, ' '),
               COALESCE(CANALE, ' ')
               FROM CONSENSO_EVENTO
               WHERE USERNAME = TRIM(:DB-USERNAME)
               ORDER BY DATA_ORA, ID
           END-EXEC
           EXEC SQL
           OPEN PRIV_CNS_CURSOR
           END-EXEC
           EXEC SQL
               FETCH PRIV_CNS_CURSOR INTO :DB-DATA-ORA,
               :DB-TIPO-CONSENSO, :DB-AZIONE-CONSENSO,
               :DB-VERSIONE-CONSENSO, :DB-CANALE-CONSENSO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE SPACE TO WS-RIGA
               STRING
                   "  " DELIMITED BY SIZE
                   DB-DATA-ORA DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   DB-TIPO-CONSENSO DELIMITED BY SPACE
                   " - " DELIMITED BY SIZE
                   DB-AZIONE-CONSENSO DELIMITED BY SPACE
                   " - INFORMATIVA " DELIMITED BY SIZE
                   DB-VERSIONE-CONSENSO DELIMITED BY SPACE
                   " - " DELIMITED BY SIZE
                   DB-CANALE-CONSENSO DELIMITED BY SPACE
                   INTO WS-RIGA
               END-STRING
               PERFORM SCRIVIRIGAPRIVACY
               EXEC SQL
                   FETCH PRIV_CNS_CURSOR INTO :DB-DATA-ORA,
                   :DB-TIPO-CONSENSO, :DB-AZIONE-CONSENSO,
                   :DB-VERSIONE-CONSENSO, :DB-CANALE-CONSENSO
               END-EXEC
           END-PERFORM
           EXEC SQL
           CLOSE PRIV_CNS_CURSOR
           END-EXEC.

           SEZIONEAUDITPRIV.
           EXEC SQL
               DECLARE PRIV_AUD_CURSOR CURSOR FOR
               PASSWORD = 'ACCOUNT-ANONIMIZZATO',
               DOMANDA_SICUREZZA = NULL, RISPOSTA_SICUREZZA = NULL,
               CODICE_RESET = NULL, RESET_SCADENZA = NULL,
               CODICE_FISCALE = NULL, DOC_TIPO = NULL,
               DOC_NUMERO = NULL, DOC_SCADENZA = NULL,
               ATTIVO = 'N'
               WHERE USERNAME = TRIM(:DB-USERNAME)
           END-EXEC
               WHERE USERNAME = TRIM(:DB-USERNAME)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
      *    LE NOTE DEL PERSONALE SONO TESTO LIBERO SULLA PERSONA*******
           EXEC SQL
               DELETE FROM NOTA_UTENTE
               WHERE USERNAME = TRIM(:DB-USERNAME)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           MOVE 'S' TO LS-ESITO
           DISPLAY "ACCOUNT ANONIMIZZATO: DATI PERSONALI SBIANCATI, "
           "NOTIFICHE E NOTE CANCELLATE, STATISTICHE DI "
           "CIRCOLAZIONE PRESERVATE"
           EXIT PROGRAM.

      ******************************************************************
      **************CONSERVAZIONE PER INATTIVITA' (LAVORO MENSILE)******
      ******************************************************************
      **TRE PASSI, NELL'ORDINE: 1) CHI E' TORNATO DOPO L'AVVISO (UN****
      **PRESTITO, UN PAGAMENTO O UN ACCESSO) ESCE DAL PERCORSO;********
      **2) CHI HA SUPERATO IL PREAVVISO VIENE ANONIMIZZATO CON LE******
      **STESSE REGOLE DELL'OBLIO SU RICHIESTA, STACCANDO IN PIU' LE****
      **RIGHE DI STORICO_PRENOTAZIONI, SALVO PRESTITI APERTI, MULTE,***
      **CAUZIONI TRATTENUTE O UN LEGAME TUTORE/MINORE (ESCLUSO);*******
      **3) I NUOVI INATTIVI RICEVONO UN SOLO AVVISO VIA NOTIFICA.******
      **GLI ACCOUNT DEL PERSONALE NON ENTRANO MAI NEL PERCORSO**********
           CONSERVAZIONEINATTIVI.
           MOVE 'N' TO LS-ESITO
           MOVE 'ANNI-INATTIVITA-CONSERVAZIONE' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-VALORE-NUM NOT = ZERO
               MOVE WS-CONFIG-VALORE-NUM TO DB-ANNI-INATTIVITA
           END-IF
           MOVE 'GIORNI-PREAVVISO-CONSERVAZIONE' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-VALORE-NUM NOT = ZERO
               MOVE WS-CONFIG-VALORE-NUM TO DB-GIORNI-PREAVVISO
           END-IF
           PERFORM RIATTIVAAVVISATI
           PERFORM ANONIMIZZAINATTIVI
           PERFORM AVVISAINATTIVI
           MOVE 'S' TO LS-ESITO
           DISPLAY "CONSERVAZIONE DATI - RIATTIVATI: "
               WS-CONTEGGIO-RIATTIVATI " ANONIMIZZATI: "
               WS-CONTEGGIO-ANONIMIZZATI " ESCLUSI: "
               WS-CONTEGGIO-ESCLUSI " AVVISATI: "
               WS-CONTEGGIO-AVVISATI
           EXIT PROGRAM.

      *    UN PATRON CHE DOPO L'AVVISO HA PRESO IN PRESTITO, PAGATO O**
      *    FATTO ACCESSO HA RISPOSTO ALL'AVVISO: L'ACCOUNT RESTA********
           RIATTIVAAVVISATI.
           MOVE ZERO TO WS-CONTEGGIO-RIATTIVATI
           EXEC SQL
               UPDATE CONSERVAZIONE_DATI R SET STATO = 'RIATTIVATO'
               WHERE R.STATO = 'AVVISATO'
               AND (EXISTS (SELECT 1 FROM PRENOTAZIONE P
                    WHERE P.USERNAME = R.USERNAME
                    AND TO_DATE(NULLIF(TRIM(P.DATA_PRENOTAZIONE), ''),
                    'DD-MM-YYYY') >= R.DATA_AVVISO)
               OR EXISTS (SELECT 1 FROM PAGAMENTO G
                    WHERE G.USERNAME = R.USERNAME
                    AND G.DATA_PAGAMENTO >= R.DATA_AVVISO)
               OR EXISTS (SELECT 1 FROM AUDITLOG A
                    WHERE A.USERNAME = R.USERNAME
                    AND A.OPERAZIONE = 'LOGIN'
                    AND A.DATA_ORA >= R.DATA_AVVISO))
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           MOVE SQLERRD(3) TO WS-CONTEGGIO-RIATTIVATI.

      *    PASSATO IL PREAVVISO: PRIMA SI ESCLUDE CHI HA ANCORA UN*****
      *    PRESTITO, UNA MULTA, UNA CAUZIONE O UN LEGAME DI TUTELA,****
      *    POI SI ANONIMIZZANO GLI ALTRI IN BLOCCO**********************
           ANONIMIZZAINATTIVI.
           MOVE ZERO TO WS-CONTEGGIO-ESCLUSI
           MOVE ZERO TO WS-CONTEGGIO-ANONIMIZZATI
           EXEC SQL
               UPDATE CONSERVAZIONE_DATI R SET STATO = 'ESCLUSO',
               MOTIVO = CASE
                 WHEN EXISTS (SELECT 1 FROM PRENOTAZIONE P
                      WHERE P.USERNAME = R.USERNAME
                      AND P.STATO <> 'RESTITUITO')
                   THEN 'PRESTITI O CODE APERTE'
                 WHEN COALESCE(U.MULTA, 0) <> 0
                   THEN 'MULTE DA PAGARE'
                 WHEN EXISTS (SELECT 1 FROM CAUZIONE C
                      WHERE C.USERNAME = R.USERNAME
                      AND C.STATO = 'TRATTENUTA')
                   THEN 'CAUZIONE TRATTENUTA'
                 ELSE 'LEGAME TUTORE/MINORE' END
               FROM UTENTE U
               WHERE U.USERNAME = R.USERNAME
               AND R.STATO = 'AVVISATO'
               AND R.DATA_AVVISO <= CURRENT_DATE - :DB-GIORNI-PREAVVISO
               AND (EXISTS (SELECT 1 FROM PRENOTAZIONE P2
                    WHERE P2.USERNAME = R.USERNAME
                    AND P2.STATO <> 'RESTITUITO')
               OR COALESCE(U.MULTA, 0) <> 0
               OR EXISTS (SELECT 1 FROM CAUZIONE C2
                    WHERE C2.USERNAME = R.USERNAME
                    AND C2.STATO = 'TRATTENUTA')
               OR U.TUTORE IS NOT NULL
               OR EXISTS (SELECT 1 FROM UTENTE M
                    WHERE M.TUTORE = U.USERNAME))
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           MOVE SQLERRD(3) TO WS-CONTEGGIO-ESCLUSI
      *    GLI SCADUTI RIMASTI PASSANO IN LAVORAZIONE: SI CONTANO LE***
      *    RIGHE DI STORICO PRIMA DI STACCARLE, PER IL REGISTRO********
           EXEC SQL
               UPDATE CONSERVAZIONE_DATI R SET STATO = 'IN_CORSO',
               RIGHE_STORICO = (SELECT COUNT(*)
                   FROM STORICO_PRENOTAZIONI S
                   WHERE S.USERNAME = R.USERNAME)
               WHERE R.STATO = 'AVVISATO'
               AND R.DATA_AVVISO <= CURRENT_DATE - :DB-GIORNI-PREAVVISO
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           MOVE SQLERRD(3) TO WS-CONTEGGIO-ANONIMIZZATI
           IF WS-CONTEGGIO-ANONIMIZZATI = ZERO
               EXIT PARAGRAPH
           END-IF
      *    STESSI CAMPI SBIANCATI DELL'OBLIO SU RICHIESTA**************
           EXEC SQL
               UPDATE UTENTE SET
               NOME = 'ANONIMO', COGNOME = 'ANONIMO',
               INDIRIZZO = ' ', EMAIL = NULL,
               PASSWORD = 'ACCOUNT-ANONIMIZZATO',
               DOMANDA_SICUREZZA = NULL, RISPOSTA_SICUREZZA = NULL,
               CODICE_RESET = NULL, RESET_SCADENZA = NULL,
               CODICE_FISCALE = NULL, DOC_TIPO = NULL,
               DOC_NUMERO = NULL, DOC_SCADENZA = NULL,
               ATTIVO = 'N'
               WHERE USERNAME IN (SELECT USERNAME
                   FROM CONSERVAZIONE_DATI WHERE STATO = 'IN_CORSO')
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               DELETE FROM NOTIFICA
               WHERE USERNAME IN (SELECT USERNAME
                   FROM CONSERVAZIONE_DATI WHERE STATO = 'IN_CORSO')
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               DELETE FROM NOTA_UTENTE
               WHERE USERNAME IN (SELECT USERNAME
                   FROM CONSERVAZIONE_DATI WHERE STATO = 'IN_CORSO')
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
      *    LO STORICO RESTA PER LE STATISTICHE MA SENZA PIU' LEGAME****
      *    CON L'ACCOUNT: LO USERNAME DELLE RIGHE VIENE SVUOTATO*******
           EXEC SQL
               UPDATE STORICO_PRENOTAZIONI SET USERNAME = NULL
               WHERE USERNAME IN (SELECT USERNAME
                   FROM CONSERVAZIONE_DATI WHERE STATO = 'IN_CORSO')
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               UPDATE CONSERVAZIONE_DATI SET STATO = 'ANONIMIZZATO',
               DATA_ANONIMIZZAZIONE = CURRENT_DATE
               WHERE STATO = 'IN_CORSO'
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.

      *    L'ULTIMA ATTIVITA' E' LA PIU' RECENTE TRA REGISTRAZIONE,****
      *    PRESTITI (CORRENTI E STORICI), PAGAMENTI, ACCESSI E*********
      *    NOTIFICHE; LE RIGHE DA_AVVISARE DIVENTANO AVVISATO SOLO*****
      *    DOPO L'INVIO, COSI' UNA RIPETIZIONE NON AVVISA DUE VOLTE****
           AVVISAINATTIVI.
           MOVE ZERO TO WS-CONTEGGIO-AVVISATI
           EXEC SQL
               INSERT INTO CONSERVAZIONE_DATI
               (USERNAME, ULTIMA_ATTIVITA, STATO)
               SELECT A.USERNAME, A.ULTIMA, 'DA_AVVISARE'
               FROM (SELECT U.USERNAME,
                     COALESCE(GREATEST(U.DATA_REGISTRAZIONE,
                     (SELECT MAX(CAST(S.DATA_CHIUSURA AS DATE))
                      FROM STORICO_PRENOTAZIONI S
                      WHERE S.USERNAME = U.USERNAME),
                     (SELECT MAX(TO_DATE(NULLIF(TRIM(
                      P.DATA_PRENOTAZIONE), ''), 'DD-MM-YYYY'))
                      FROM PRENOTAZIONE P
                      WHERE P.USERNAME = U.USERNAME),
                     (SELECT MAX(CAST(G.DATA_PAGAMENTO AS DATE))
                      FROM PAGAMENTO G
                      WHERE G.USERNAME = U.USERNAME),
                     (SELECT MAX(CAST(L.DATA_ORA AS DATE))
                      FROM AUDITLOG L
                      WHERE L.USERNAME = U.USERNAME
                      AND L.OPERAZIONE = 'LOGIN'),
                     (SELECT MAX(CAST(N.DATA_ORA AS DATE))
                      FROM NOTIFICA N
                      WHERE N.USERNAME = U.USERNAME)),
                     DATE '1900-01-01') AS ULTIMA
                     FROM UTENTE U
                     WHERE COALESCE(U.RUOLO, ' ') NOT IN
                       ('SUPERAMMINISTRATORE', 'AMMINISTRATORE',
                        'OPERATORE')
                     AND COALESCE(U.PASSWORD, ' ') <>
                       'ACCOUNT-ANONIMIZZATO'
                     AND NOT EXISTS (SELECT 1 FROM CONSERVAZIONE_DATI R
                       WHERE R.USERNAME = U.USERNAME
                       AND R.STATO IN ('DA_AVVISARE', 'AVVISATO',
                       'IN_CORSO', 'ANONIMIZZATO'))
                     AND NOT EXISTS (SELECT 1 FROM PRENOTAZIONE P2
                       WHERE P2.USERNAME = U.USERNAME
                       AND P2.STATO <> 'RESTITUITO')
                     AND COALESCE(U.MULTA, 0) = 0
                     AND NOT EXISTS (SELECT 1 FROM CAUZIONE C
                       WHERE C.USERNAME = U.USERNAME
                       AND C.STATO = 'TRATTENUTA')
                     AND U.TUTORE IS NULL
                     AND NOT EXISTS (SELECT 1 FROM UTENTE M
                       WHERE M.TUTORE = U.USERNAME)) A
               WHERE A.ULTIMA < CURRENT_DATE -
                   :DB-ANNI-INATTIVITA * INTERVAL '1 YEAR'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               INSERT INTO NOTIFICA (USERNAME, EMAIL, MESSAGGIO)
               SELECT R.USERNAME, U.EMAIL,
               'NON USI LA BIBLIOTECA DAL ' ||
               TO_CHAR(R.ULTIMA_ATTIVITA, 'DD-MM-YYYY') ||
               '. SE NON TORNI ENTRO IL ' ||
               TO_CHAR(CURRENT_DATE + :DB-GIORNI-PREAVVISO,
               'DD-MM-YYYY') || ' IL TUO ACCOUNT E IL TUO STORICO ' ||
               'PRESTITI SARANNO ANONIMIZZATI.'
               FROM CONSERVAZIONE_DATI R
               JOIN UTENTE U ON U.USERNAME = R.USERNAME
               WHERE R.STATO = 'DA_AVVISARE'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               UPDATE CONSERVAZIONE_DATI SET STATO = 'AVVISATO',
               DATA_AVVISO = CURRENT_DATE
               WHERE STATO = 'DA_AVVISARE'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           MOVE SQLERRD(3) TO WS-CONTEGGIO-AVVISATI.

      ******************************************************************
      **************REGISTRO DELLE ANONIMIZZAZIONI PER INATTIVITA'******
      ******************************************************************
      **SCRIVE SU CONSERVAZIONEREG OGNI ACCOUNT ANONIMIZZATO O*********
      **ESCLUSO CON ULTIMA ATTIVITA', DATA DELL'AVVISO, DATA DI********
      **ANONIMIZZAZIONE, RIGHE DI STORICO STACCATE E FIRMA DEL*********
      **RESPONSABILE DELLA PROTEZIONE DEI DATI (O DA FIRMARE)***********
           REGISTROCONSERVAZIONE.
           MOVE ZERO TO WS-CONTEGGIO-REGISTRO
           OPEN OUTPUT REGISTRO-CONSERVAZIONE-FILE
           MOVE SPACE TO REGISTRO-CONSERVAZIONE-RECORD
           STRING
               "REGISTRO CONSERVAZIONE DATI - USERNAME;STATO;"
               DELIMITED BY SIZE
               "ULTIMA ATTIVITA;AVVISO;ANONIMIZZAZIONE;RIGHE STORICO;"
               DELIMITED BY SIZE
               "MOTIVO;FIRMATO DA;DATA FIRMA" DELIMITED BY SIZE
               INTO REGISTRO-CONSERVAZIONE-RECORD
           END-STRING
           WRITE REGISTRO-CONSERVAZIONE-RECORD
           EXEC SQL
               DECLARE CONSERV_CURSOR CURSOR FOR
               SELECT USERNAME, STATO,
               COALESCE(TO_CHAR(ULTIMA_ATTIVITA, 'DD-MM-YYYY'), ' '),
               COALESCE(TO_CHAR(DATA_AVVISO, 'DD-MM-YYYY'), ' '),
               COALESCE(TO_CHAR(DATA_ANONIMIZZAZIONE, 'DD-MM-YYYY'),
               ' '), COALESCE(RIGHE_STORICO, 0),
               COALESCE(MOTIVO, ' '), COALESCE(FIRMATO_DA, ' '),
               COALESCE(TO_CHAR(DATA_FIRMA, 'DD-MM-YYYY'), ' ')
               FROM CONSERVAZIONE_DATI
               WHERE STATO IN ('ANONIMIZZATO', 'ESCLUSO')
               ORDER BY DATA_ANONIMIZZAZIONE, DATA_AVVISO, ID
           END-EXEC
           EXEC SQL
           OPEN CONSERV_CURSOR
           END-EXEC
           EXEC SQL
               FETCH CONSERV_CURSOR INTO :DB-USERNAME, :DB-STATO,
               :DB-ULTIMA-ATTIVITA, :DB-DATA-AVVISO,
               :DB-DATA-ANONIMIZZAZIONE, :DB-RIGHE-STORICO,
               :DB-MESSAGGIO, :DB-FIRMATO-DA, :DB-DATA-FIRMA
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE SPACE TO REGISTRO-CONSERVAZIONE-RECORD
               IF DB-FIRMATO-DA = SPACE
                   MOVE 'DA FIRMARE' TO DB-FIRMATO-DA
               END-IF
               STRING
                   DB-USERNAME DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   DB-STATO DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   DB-ULTIMA-ATTIVITA DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   DB-DATA-AVVISO DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   DB-DATA-ANONIMIZZAZIONE DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   DB-RIGHE-STORICO DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   DB-MESSAGGIO DELIMITED BY "  "
                   ";" DELIMITED BY SIZE
                   DB-FIRMATO-DA DELIMITED BY "  "
                   ";" DELIMITED BY SIZE
                   DB-DATA-FIRMA DELIMITED BY SIZE
                   INTO REGISTRO-CONSERVAZIONE-RECORD
               END-STRING
               WRITE REGISTRO-CONSERVAZIONE-RECORD
               ADD 1 TO WS-CONTEGGIO-REGISTRO
               EXEC SQL
                   FETCH CONSERV_CURSOR INTO :DB-USERNAME, :DB-STATO,
                   :DB-ULTIMA-ATTIVITA, :DB-DATA-AVVISO,
                   :DB-DATA-ANONIMIZZAZIONE, :DB-RIGHE-STORICO,
                   :DB-MESSAGGIO, :DB-FIRMATO-DA, :DB-DATA-FIRMA
               END-EXEC
           END-PERFORM
           EXEC SQL
           CLOSE CONSERV_CURSOR
           END-EXEC
           CLOSE REGISTRO-CONSERVAZIONE-FILE
           DISPLAY "REGISTRO SCRITTO SU CONSERVAZIONEREG, RIGHE: "
               WS-CONTEGGIO-REGISTRO
           EXIT PROGRAM.

      ******************************************************************
      **************FIRMA DEL REGISTRO DA PARTE DEL RESPONSABILE********
      ******************************************************************
      **IL RESPONSABILE DELLA PROTEZIONE DEI DATI PRENDE VISIONE DEL***
      **REGISTRO E LO FIRMA: TUTTE LE RIGHE CHIUSE E NON ANCORA********
      **FIRMATE PRENDONO IL SUO USERNAME E LA DATA DI OGGI**************
           FIRMAREGISTRO.
           MOVE 'N' TO LS-ESITO
           MOVE LS-USERNAME TO DB-USERNAME
           EXEC SQL
               UPDATE CONSERVAZIONE_DATI SET
               FIRMATO_DA = TRIM(:DB-USERNAME),
               DATA_FIRMA = CURRENT_DATE
               WHERE STATO IN ('ANONIMIZZATO', 'ESCLUSO')
               AND FIRMATO_DA IS NULL
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           MOVE SQLERRD(3) TO WS-CONTEGGIO-REGISTRO
           IF WS-CONTEGGIO-REGISTRO = ZERO
               DISPLAY "NESSUNA RIGA DEL REGISTRO DA FIRMARE"
               EXIT PROGRAM
           END-IF
           MOVE 'S' TO LS-ESITO
           DISPLAY "RIGHE DEL REGISTRO FIRMATE: " WS-CONTEGGIO-REGISTRO
           EXIT PROGRAM.

      ******************************************************************
