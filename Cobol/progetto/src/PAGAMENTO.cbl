           01 VALUESTABLE PIC  9(5) VALUE ZERO.
           01 WS-IMPORTO-STAMPA PIC ZZZZZ9.99.
           01 WS-SALDO-STAMPA PIC ZZZZZ9.99.
      *    REGISTRO DEI FILE IN USCITA: PROGRESSIVO, RIGHE, TRAILER****
           01 WS-IFC-INVIO.
               05 WS-IFC-INTERFACCIA PIC X(20).
               05 WS-IFC-ID          PIC 9(9).
               05 WS-IFC-PROGRESSIVO PIC 9(6).
               05 WS-IFC-RIGA        PIC X(300).
               05 WS-IFC-IMPORTO     PIC 9(9)V99.
               05 WS-IFC-TRAILER     PIC X(80).
               05 WS-IFC-CON-TRAILER PIC X(1).
               05 WS-IFC-ESITO       PIC X(1).
      *    SESSIONE DI POSTAZIONE: SEDE E TERMINALE DEL MOVIMENTO****
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

      *****************************************************************
      ***********EXPORT LIBRO MASTRO MULTE PER LA RAGIONERIA************
      **  POS 1      TIPO RIGA: D=DETTAGLIO, T=TOTALE GIORNO,**********
      **             G=TOTALE GENERALE*********************************
      **  POS 2-11   DATA EVENTO (YYYY-MM-DD)**************************
      **  POS 12-21  TIPO EVENTO (ADDEBITO/PAGAMENTO); PER LE VENDITE**
      **             AL BANCO IL CODICE DI ENTRATA DELLA VOCE**********
      **  POS 22-51  USERNAME******************************************
      **  POS 52-61  IMPORTO (9999999.99)******************************
      **  POS 62-80  RIFERIMENTO (ISBN O NUMERO RICEVUTA; PER LE*******
      **             VENDITE V+RICEVUTA/VOCE)**************************
      **IN CODA IL TRAILER 'EOF' DEL REGISTRO INTERFACCE (VEDI*********
      **INTERFACCIA) CON PROGRESSIVO, RECORD E TOTALE DEI DETTAGLI*****
           01  MASTRO-RIGA.
               05 MASTRO-TIPO-RIGA     PIC X(1).
               05 MASTRO-DATA          PIC X(10).
                      05 WS-COLUMN-5 PIC X(30).
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
           01 DB-DIFFERENZA-CASSA   PIC S9(7)V99 VALUE ZERO.
           01 DB-APERTURA-CASSA     PIC X(16) VALUE SPACE.
           01 DB-CHIUSURA-CASSA     PIC X(16) VALUE SPACE.
           01 DB-SEDE-OPERAZIONE PIC 9(5) VALUE ZERO.
           01 DB-POSTAZIONE PIC X(20) VALUE SPACE.
           01 DB-POSTAZIONE-CASSA PIC X(20) VALUE SPACE.
           01 DB-CODICE-SQL-ORIGINALE PIC S9(9) VALUE ZERO.
           01 DB-ERR-MESSAGGIO PIC X(200) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
               PERFORM LEGGIPOSTAZIONE
               EVALUATE LS-TYPE
                   WHEN 'i'
                       PERFORM REGISTRAPAGAMENTO
               END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      **************SEDE E POSTAZIONE DELLA SESSIONE IN CORSO***********
      ******************************************************************
      **FUORI DA UNA SESSIONE DI BANCO (BATCH) RESTANO A ZERO E SPAZI**
      **E IL MOVIMENTO NON VIENE TIMBRATO*******************************
           LEGGIPOSTAZIONE.
           MOVE SPACE TO WS-SESSIONE-POSTAZIONE
           CALL 'POSTAZIONE' USING 'g', WS-SESSIONE-POSTAZIONE
           MOVE WS-SP-CODICE-SEDE TO DB-SEDE-OPERAZIONE
           MOVE WS-SP-CODICE-POSTAZIONE TO DB-POSTAZIONE.

      ******************************************************************
      **************REGISTRA UN PAGAMENTO (TOTALE O PARZIALE)***********
      ******************************************************************
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               INSERT INTO PAGAMENTO
               (USERNAME, IMPORTO, METODO, OPERATORE,
               SEDE_OPERAZIONE, POSTAZIONE)
               VALUES (TRIM(:USERNAME), :IMPORTO, TRIM(:METODO),
               TRIM(:OPERATORE-BANCO), NULLIF(:DB-SEDE-OPERAZIONE, 0),
               NULLIF(TRIM(:DB-POSTAZIONE), ''))
           END-EXEC.
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
      *    IL NUMERO DI RICEVUTA E' L'ID PROGRESSIVO APPENA ASSEGNATO**
               EXIT PROGRAM
           END-IF
           EXEC SQL
               INSERT INTO CASSA_SESSIONE (OPERATORE, FONDO_INIZIALE,
               SEDE_OPERAZIONE, POSTAZIONE)
               VALUES (TRIM(:OPERATORE-BANCO), :DB-FONDO-INIZIALE,
               NULLIF(:DB-SEDE-OPERAZIONE, 0),
               NULLIF(TRIM(:DB-POSTAZIONE), ''))
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
      **************CHIUDE LA SESSIONE DI CASSA CON LA QUADRATURA*******
      ******************************************************************
      **L'ATTESO E' IL FONDO INIZIALE PIU' GLI INCASSI IN CONTANTI*****
      **DELL'OPERATORE DALL'APERTURA, MULTE E VENDITE AL BANCO*********
      **(FOTOCOPIE, TESSERE...); LA DIFFERENZA CON IL CONTATO**********
      **(ECCEDENZA O AMMANCO) RESTA AGLI ATTI PER IL TESORIERE*********
           CHIUDICASSA.
           MOVE 'N' TO LS-ESITO
                    WHERE ID = :DB-ID-CASSA)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               SELECT :DB-CONTANTI-ATTESI + COALESCE(SUM(V.IMPORTO), 0)
               INTO :DB-CONTANTI-ATTESI
               FROM VENDITA V
               WHERE V.OPERATORE = TRIM(:OPERATORE-BANCO)
               AND V.METODO = 'CONTANTI'
               AND V.DATA_VENDITA >=
                   (SELECT APERTURA FROM CASSA_SESSIONE
                    WHERE ID = :DB-ID-CASSA)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           COMPUTE DB-DIFFERENZA-CASSA =
               DB-CONTANTI-CONTATI - DB-CONTANTI-ATTESI
           EXEC SQL
      ******************************************************************
      **************STORICO DELLE SESSIONI DI CASSA*********************
      ******************************************************************
      **AL BANCO SI VEDONO SOLO I CASSETTI DELLA SEDE DI LAVORO*******
      **DELLA SESSIONE; FUORI SESSIONE O SENZA SEDE SI VEDONO TUTTI****
           DISPLAYSESSIONICASSA.
           IF DB-SEDE-OPERAZIONE NOT = ZERO
               DISPLAY "SESSIONI DI CASSA DELLA SEDE "
                   DB-SEDE-OPERAZIONE
           END-IF
           DISPLAY "SESSIONI DI CASSA (N. / OPERATORE / POSTAZIONE / "
               "APERTURA / CHIUSURA / ATTESO / CONTATO / DIFFERENZA):"
           EXEC SQL
               DECLARE CASSE_CURSOR CURSOR FOR
               SELECT ID, OPERATORE, COALESCE(POSTAZIONE, ' '),
               TO_CHAR(APERTURA, 'DD-MM-YYYY HH24:MI'),
               COALESCE(TO_CHAR(CHIUSURA, 'DD-MM-YYYY HH24:MI'), ' '),
               COALESCE(CONTANTI_ATTESI, 0),
               COALESCE(CONTANTI_CONTATI, 0),
               COALESCE(DIFFERENZA, 0)
               FROM CASSA_SESSIONE
               WHERE :DB-SEDE-OPERAZIONE = 0
               OR SEDE_OPERAZIONE = :DB-SEDE-OPERAZIONE
               ORDER BY ID DESC
           END-EXEC
           EXEC SQL

           EXEC SQL
               FETCH CASSE_CURSOR INTO :DB-ID-CASSA, :OPERATORE-BANCO,
               :DB-POSTAZIONE-CASSA,
               :DB-APERTURA-CASSA, :DB-CHIUSURA-CASSA,
               :DB-CONTANTI-ATTESI, :DB-CONTANTI-CONTATI,
               :DB-DIFFERENZA-CASSA
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "  " DB-ID-CASSA " / " OPERATORE-BANCO " / "
                   DB-POSTAZIONE-CASSA " / " DB-APERTURA-CASSA " / "
                   DB-CHIUSURA-CASSA " / "
                   DB-CONTANTI-ATTESI " / " DB-CONTANTI-CONTATI
                   " / " DB-DIFFERENZA-CASSA
               EXEC SQL
                   FETCH CASSE_CURSOR INTO :DB-ID-CASSA,
                   :OPERATORE-BANCO, :DB-POSTAZIONE-CASSA,
                   :DB-APERTURA-CASSA,
                   :DB-CHIUSURA-CASSA, :DB-CONTANTI-ATTESI,
                   :DB-CONTANTI-CONTATI, :DB-DIFFERENZA-CASSA
               END-EXEC
      ******************************************************************
           DISPLAYPAGAMENTIUTENTE.
           MOVE LS-RECORD TO RECORDPAGAMENTO
           MOVE SPACE TO WS-ACCESSO-DATI
           MOVE ZERO TO WS-ACD-ANNO
           MOVE ZERO TO WS-ACD-MESE
           MOVE USERNAME TO WS-ACD-PATRON
           MOVE 'STORICO PAGAMENTI' TO WS-ACD-FUNZIONE
           CALL 'ACCESSIDATI' USING 'r', WS-ACCESSO-DATI
           EXEC SQL
               DECLARE PAGAMENTI_CURSOR CURSOR FOR
               SELECT ID, TO_CHAR(DATA_PAGAMENTO,'DD-MM-YYYY HH24:MI'),
      **************ESPORTA IL LIBRO MASTRO DELLE MULTE*****************
      ******************************************************************
      **SCRIVE SU MULTEEXPORT TUTTI GLI EVENTI (ADDEBITI E PAGAMENTI)**
      **E LE VENDITE AL BANCO, QUESTE SOTTO IL CODICE DI ENTRATA*******
      **DELLA VOCE E NON COME MULTE, IN ORDINE DI DATA, CON ROTTURA****
      **DI GIORNO E TOTALE GENERALE,***********************************
      **NEL TRACCIATO FISSO DOCUMENTATO IN TESTA AL PROGRAMMA**********
           EXPORTMASTROMULTE.
      *    DALL'AMBIENTE DI PROVA L'EXPORT PER LA RAGIONERIA NON******
           MOVE ZERO TO WS-TOTALE-GENERALE
           MOVE 'N' TO WS-FINE-MASTRO
           OPEN OUTPUT MASTRO-EXPORT-FILE
           MOVE 'MULTEEXPORT' TO WS-IFC-INTERFACCIA
           MOVE 'S' TO WS-IFC-CON-TRAILER
           CALL 'INTERFACCIA' USING 'a', WS-IFC-INVIO
           EXEC SQL
               DECLARE MASTRO_CURSOR CURSOR FOR
               SELECT TO_CHAR(M.DATA_EVENTO, 'YYYY-MM-DD'),
               M.TIPO, M.USERNAME, M.IMPORTO, M.RIFERIMENTO
               FROM (SELECT DATA_EVENTO, 1 AS ORIGINE, ID, TIPO,
                     USERNAME, IMPORTO, RIFERIMENTO
                     FROM MULTA_EVENTO
                     UNION ALL
                     SELECT CAST(DATA_VENDITA AS DATE), 2, ID,
                     CODICE_ENTRATA, COALESCE(USERNAME, 'BANCO'),
                     IMPORTO, 'V' || ID || '/' || CODICE_TARIFFA
                     FROM VENDITA) M
               ORDER BY M.DATA_EVENTO, M.ORIGINE, M.ID
           END-EXEC
           EXEC SQL
           OPEN MASTRO_CURSOR
               MOVE DB-RIFERIMENTO TO MASTRO-RIFERIMENTO
               MOVE MASTRO-RIGA TO MASTRO-EXPORT-RECORD
               WRITE MASTRO-EXPORT-RECORD
               MOVE MASTRO-EXPORT-RECORD TO WS-IFC-RIGA
               MOVE IMPORTO TO WS-IFC-IMPORTO
               CALL 'INTERFACCIA' USING 'r', WS-IFC-INVIO
               ADD IMPORTO TO WS-TOTALE-GIORNO
               ADD IMPORTO TO WS-TOTALE-GENERALE
               EXEC SQL
           MOVE WS-TOTALE-GENERALE TO MASTRO-IMPORTO
           MOVE MASTRO-RIGA TO MASTRO-EXPORT-RECORD
           WRITE MASTRO-EXPORT-RECORD
           MOVE MASTRO-EXPORT-RECORD TO WS-IFC-RIGA
           MOVE ZERO TO WS-IFC-IMPORTO
           CALL 'INTERFACCIA' USING 'r', WS-IFC-INVIO

           EXEC SQL
           CLOSE MASTRO_CURSOR
           END-EXEC
           CALL 'INTERFACCIA' USING 'c', WS-IFC-INVIO
           MOVE WS-IFC-TRAILER TO MASTRO-EXPORT-RECORD
           WRITE MASTRO-EXPORT-RECORD
           CLOSE MASTRO-EXPORT-FILE
           DISPLAY "ESPORTAZIONE LIBRO MASTRO COMPLETATA: MULTEEXPORT"
           EXIT PROGRAM.
           MOVE WS-TOTALE-GIORNO TO MASTRO-IMPORTO
           MOVE MASTRO-RIGA TO MASTRO-EXPORT-RECORD
           WRITE MASTRO-EXPORT-RECORD
           MOVE MASTRO-EXPORT-RECORD TO WS-IFC-RIGA
           MOVE ZERO TO WS-IFC-IMPORTO
           CALL 'INTERFACCIA' USING 'r', WS-IFC-INVIO
           MOVE ZERO TO WS-TOTALE-GIORNO.

      ******************************************************************
