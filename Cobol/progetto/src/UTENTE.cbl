           01 DB-COGNOME-CAND       PIC X(50) VALUE SPACE.
           01 DB-NOME-CAND          PIC X(50) VALUE SPACE.
           01 DB-EMAIL-CAND         PIC X(50) VALUE SPACE.
           01 DB-SEGNALE-CAND       PIC X(14) VALUE SPACE.
           01 DB-TUTORE             PIC X(50) VALUE SPACE.
           01 DB-DATA-NASCITA       PIC X(10) VALUE SPACE.
           01 DB-MULTA-FAMIGLIA     PIC 9(8)V99 VALUE ZERO.
               05 WS-MOD-MESSAGGIO   PIC X(200).
               05 WS-MOD-ESITO       PIC X(1).

      *****************************************************************
      **********QUOTA NON RESIDENTI A EMISSIONE E RINNOVO (RESIDENZA)**
      *****************************************************************
           01 WS-RESIDENZA.
               05 WS-RES-USERNAME    PIC X(50).
               05 WS-RES-IMPORTO     PIC 9(6)V99.
               05 WS-RES-OPERATORE   PIC X(50).
               05 WS-RES-ESITO       PIC X(1).

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

           LINKAGE SECTION.
           01 LS-TYPE.
               05 LS-OPERAZIONE1    PIC X(1).
               COALESCE(EMAIL_VERIFICATA, 'N')
               FROM UTENTE WHERE COGNOME = TRIM(:COGNOME)
           END-EXEC
      *    OGNI PATRON TROVATO FINISCE NEL REGISTRO CONSULTAZIONI*****
           IF COGNOME NOT = SPACE
               MOVE SPACE TO WS-ACCESSO-DATI
               MOVE ZERO TO WS-ACD-ANNO
               MOVE ZERO TO WS-ACD-MESE
               MOVE COGNOME TO WS-ACD-COGNOME
               MOVE 'RICERCA UTENTI' TO WS-ACD-FUNZIONE
               CALL 'ACCESSIDATI' USING 'e', WS-ACCESSO-DATI
           END-IF
           EXEC SQL
               OPEN UTENTE_COGNOME_CURSOR
           END-EXEC
               COALESCE(EMAIL_VERIFICATA, 'N')
               FROM UTENTE WHERE RUOLO = TRIM(:RUOLO)
           END-EXEC
           IF RUOLO NOT = SPACE
               MOVE SPACE TO WS-ACCESSO-DATI
               MOVE ZERO TO WS-ACD-ANNO
               MOVE ZERO TO WS-ACD-MESE
               MOVE RUOLO TO WS-ACD-RUOLO
               MOVE 'RICERCA UTENTI' TO WS-ACD-FUNZIONE
               CALL 'ACCESSIDATI' USING 'e', WS-ACCESSO-DATI
           END-IF
           EXEC SQL
               OPEN UTENTE_RUOLO_CURSOR
           END-EXEC
           END-EXEC.
           DISPLAY "ESEGUITO INSERIMENTO UTENTE"
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
      *    L'INDIRIZZO DIGITATO VIENE SCOMPOSTO SULLO STRADARIO********
           MOVE SPACE TO WS-STRADARIO
           MOVE ZERO TO WS-STR-ANNO
           MOVE USERNAME TO WS-STR-USERNAME
           CALL 'STRADARIO' USING 'a', WS-STRADARIO.
           EXIT PROGRAM.

      ******************************************************************
               COALESCE(EMAIL_VERIFICATA, 'N')
               FROM UTENTE
               END-EXEC
               MOVE SPACE TO WS-ACCESSO-DATI
               MOVE ZERO TO WS-ACD-ANNO
               MOVE ZERO TO WS-ACD-MESE
               MOVE 'ELENCO UTENTI' TO WS-ACD-FUNZIONE
               CALL 'ACCESSIDATI' USING 'e', WS-ACCESSO-DATI
               EXEC SQL
                   OPEN UTENTE_CURSOR
               END-EXEC
           WRITE TESSERA-PRINT-RECORD
           CLOSE TESSERA-PRINT-FILE
           DISPLAY "TESSERA EMESSA, SCADENZA: " DB-TESSERA-SCADENZA
           PERFORM ADDEBITAQUOTANONRESIDENTI
           EXIT PROGRAM.


           CLOSE TESSERA-PRINT-FILE
           DISPLAY "TESSERA RINNOVATA, NUOVA SCADENZA: "
               DB-TESSERA-SCADENZA
           PERFORM ADDEBITAQUOTANONRESIDENTI
           EXIT PROGRAM.

      *    I NON RESIDENTI PAGANO LA QUOTA ANNUA A OGNI EMISSIONE E****
      *    RINNOVO: L'ADDEBITO VA SUL SALDO E SI INCASSA IN CASSA******
           ADDEBITAQUOTANONRESIDENTI.
           MOVE SPACE TO WS-RESIDENZA
           MOVE ZERO TO WS-RES-IMPORTO
           MOVE USERNAME TO WS-RES-USERNAME
           CALL 'RESIDENZA' USING 'q', WS-RESIDENZA.

      ******************************************************************
      **************PROMEMORIA RINNOVO TESSERE E ELENCO SCADUTE*********
      ******************************************************************
           END-EXEC.
           DISPLAY "PROFILO AGGIORNATO"
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
      *    IL NUOVO INDIRIZZO VIENE RISCOMPOSTO SULLO STRADARIO********
           MOVE SPACE TO WS-STRADARIO
           MOVE ZERO TO WS-STR-ANNO
           MOVE USERNAME TO WS-STR-USERNAME
           CALL 'STRADARIO' USING 'a', WS-STRADARIO
      *    UN NUOVO INDIRIZZO EMAIL TORNA NON VERIFICATO E RICEVE******
      *    SUBITO IL SUO CODICE DI CONFERMA VIA NOTIFICA***************
           IF EMAIL NOT = SPACE
           VISTAFAMIGLIA.
           MOVE LS-USERNAME TO DB-TUTORE
           MOVE ZERO TO DB-MULTA-FAMIGLIA
      *    SI REGISTRA LA CONSULTAZIONE DEL TUTORE E DI OGNI MINORE***
           MOVE SPACE TO WS-ACCESSO-DATI
           MOVE ZERO TO WS-ACD-ANNO
           MOVE ZERO TO WS-ACD-MESE
           MOVE DB-TUTORE TO WS-ACD-PATRON
           MOVE 'VISTA FAMIGLIA' TO WS-ACD-FUNZIONE
           CALL 'ACCESSIDATI' USING 'r', WS-ACCESSO-DATI
           MOVE SPACE TO WS-ACCESSO-DATI
           MOVE ZERO TO WS-ACD-ANNO
           MOVE ZERO TO WS-ACD-MESE
           MOVE DB-TUTORE TO WS-ACD-TUTORE
           MOVE 'VISTA FAMIGLIA' TO WS-ACD-FUNZIONE
           CALL 'ACCESSIDATI' USING 'e', WS-ACCESSO-DATI
           DISPLAY "FAMIGLIA DI " DB-TUTORE
               " (MINORE / NATO IL / MULTE / AVVISI NUOVI):"
           EXEC SQL
      ******************************************************************
      **************REPORT DEI CANDIDATI DOPPIONE***********************
      ******************************************************************
      **COPPIE DI ACCOUNT ATTIVI CON STESSO CODICE FISCALE (IL*********
      **SEGNALE CERTO, IN TESTA ALLA LISTA), OPPURE STESSO COGNOME E***
      **NOME O STESSO INDIRIZZO EMAIL QUANDO I CODICI FISCALI NON SI***
      **CONTRADDICONO: DUE CODICI DIVERSI SONO DUE PERSONE DIVERSE.*****
      **LA LISTA DA CUI LO STAFF SCEGLIE SUPERSTITE E DOPPIONE**********
           REPORTDOPPIONICANDIDATI.
           DISPLAY "CANDIDATI DOPPIONE (ACCOUNT A / ACCOUNT B / "
               "COGNOME / NOME / EMAIL / SEGNALE):"
           EXEC SQL
               DECLARE DOPPIONI_CURSOR CURSOR FOR
               SELECT A.USERNAME, B.USERNAME,
               COALESCE(A.COGNOME, ' '), COALESCE(A.NOME, ' '),
               COALESCE(A.EMAIL, ' '),
               CASE WHEN TRIM(COALESCE(A.CODICE_FISCALE, '')) =
                         TRIM(COALESCE(B.CODICE_FISCALE, ''))
                         AND TRIM(COALESCE(A.CODICE_FISCALE, '')) <> ''
                    THEN 'CODICE FISCALE'
                    WHEN UPPER(TRIM(COALESCE(A.EMAIL, ''))) =
                         UPPER(TRIM(COALESCE(B.EMAIL, '')))
                         AND TRIM(COALESCE(A.EMAIL, '')) <> ''
                    THEN 'EMAIL'
                    ELSE 'COGNOME E NOME' END
               FROM UTENTE A JOIN UTENTE B
               ON A.USERNAME < B.USERNAME
               AND ((TRIM(COALESCE(A.CODICE_FISCALE, '')) =
                     TRIM(COALESCE(B.CODICE_FISCALE, ''))
                     AND TRIM(COALESCE(A.CODICE_FISCALE, '')) <> '')
                    OR (UPPER(TRIM(COALESCE(A.COGNOME, ''))) =
                     UPPER(TRIM(COALESCE(B.COGNOME, '')))
                     AND UPPER(TRIM(COALESCE(A.NOME, ''))) =
                     UPPER(TRIM(COALESCE(B.NOME, '')))
                        AND TRIM(COALESCE(A.EMAIL, '')) <> ''))
               WHERE COALESCE(A.ATTIVO, 'S') = 'S'
               AND COALESCE(B.ATTIVO, 'S') = 'S'
               AND (TRIM(COALESCE(A.CODICE_FISCALE, '')) = ''
                    OR TRIM(COALESCE(B.CODICE_FISCALE, '')) = ''
                    OR A.CODICE_FISCALE = B.CODICE_FISCALE)
               ORDER BY CASE WHEN A.CODICE_FISCALE = B.CODICE_FISCALE
                   THEN 0 ELSE 1 END, A.COGNOME, A.NOME
           END-EXEC
           EXEC SQL
           OPEN DOPPIONI_CURSOR
           EXEC SQL
               FETCH DOPPIONI_CURSOR INTO :USERNAME,
               :DB-USERNAME-DOPPIONE, :DB-COGNOME-CAND,
               :DB-NOME-CAND, :DB-EMAIL-CAND, :DB-SEGNALE-CAND
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "  " USERNAME " / " DB-USERNAME-DOPPIONE
                   " / " DB-COGNOME-CAND " / " DB-NOME-CAND " / "
                   DB-EMAIL-CAND " / " DB-SEGNALE-CAND
               EXEC SQL
                   FETCH DOPPIONI_CURSOR INTO :USERNAME,
                   :DB-USERNAME-DOPPIONE, :DB-COGNOME-CAND,
                   :DB-NOME-CAND, :DB-EMAIL-CAND, :DB-SEGNALE-CAND
               END-EXEC
           END-PERFORM

