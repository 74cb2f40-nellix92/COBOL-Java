                      05 WS-COLUMN-7 PIC X(20).
                      05 FILLER PIC X(1) VALUE "|".

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
      *****************************************************************
               INSERT INTO STORICO_PRENOTAZIONI
               (ISBN, USERNAME, DATA_PRENOTAZIONE, DATA_SCADENZA,
               DATA_RESTITUZIONE, DATA_EVASIONE, PROMOSSO_DA_CODA,
               SEDE_OPERAZIONE, POSTAZIONE, SEDE_RESTITUZIONE,
               POSTAZIONE_RESTITUZIONE, NUMERO_INVENTARIO, ESITO)
               SELECT ISBN, USERNAME, DATA_PRENOTAZIONE,
               DATA_SCADENZA, DATA_RESTITUZIONE, DATA_EVASIONE,
               PROMOSSO_DA_CODA, SEDE_OPERAZIONE, POSTAZIONE,
               SEDE_RESTITUZIONE, POSTAZIONE_RESTITUZIONE,
               NUMERO_INVENTARIO, 'RESTITUITO'
               FROM PRENOTAZIONE
               WHERE STATO = 'RESTITUITO'
               AND DATA_RESTITUZIONE IS NOT NULL
      ******************************************************************
           DISPLAYSTORICOUTENTE.
           MOVE LS-RECORD TO RECORDSTORICO
           MOVE SPACE TO WS-ACCESSO-DATI
           MOVE ZERO TO WS-ACD-ANNO
           MOVE ZERO TO WS-ACD-MESE
           MOVE USERNAME TO WS-ACD-PATRON
           MOVE 'STORICO PRESTITI' TO WS-ACD-FUNZIONE
           CALL 'ACCESSIDATI' USING 'r', WS-ACCESSO-DATI
           EXEC SQL
               DECLARE STORICO_UTENTE_CURSOR CURSOR FOR
               SELECT ISBN, USERNAME, DATA_PRENOTAZIONE,
