      ******************************************************************
      **ESEGUE IN SEQUENZA, SENZA PRESIDIO, TUTTA LA MANUTENZIONE******
      **SERALE: SCADENZA PRENOTAZIONI, RICONCILIAZIONE SCAFFALE,*******
      **EXPORT CSV E LIBRO MASTRO MULTE, PROMEMORIA PRE-SCADENZA******
      **E DEGLI EVENTI DI DOMANI, AVVISI DELLA SFIDA DI LETTURA,*******
      **DISPATCHER NOTIFICHE, REPORT OPERATIVO E AUDIT DI QUALITA',***
      **POI LE PRENOTAZIONI ARRIVATE DAL SITO COMUNALE E LA***********
      **RICERTIFICAZIONE DEGLI ACCESSI DEL PERSONALE, INFINE IL*******
      **RICALCOLO DEI TITOLI AD ALTA RICHIESTA CON LA LISTA DEL BANCO.*
      **OGNI PASSO LASCIA UNA RIGA IN BATCH_RUN CON INIZIO, FINE ED****
      **ESITO: UNA CORSA INTERROTTA RIPARTE DAL PRIMO PASSO NON********
      **COMPLETATO DELLA GIORNATA, NON DA CAPO. IN CODA VIENE**********
      **STAMPATO IL RIEPILOGO DELLA CORSA. I PASSI LUNGHI CON**********
      **CHECKPOINT (SOLLECITI, DISPATCHER) RIPARTONO DAL RECORD E******
      **LASCIANO SULLA LORO RIGA I RECORD ELABORATI, CONSOLIDATI E*****
      **ANCORA DA FARE, COSI' SI VEDE FIN DOVE E' ARRIVATO UN PASSO****
      **ABORTITO*******************************************************
       AUTHOR. ANOIR.
       DATA DIVISION.

           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.
           01 WS-PASSO-CORRENTE PIC 9(2) VALUE ZERO.
           01 WS-ULTIMO-PASSO PIC 9(2) VALUE 16.

      *****************************************************************
      **RECORD NEL TRACCIATO DI LIBRO PER IL PASSO DI RICONCILIAZIONE:*
               05 WS-LB-FLOTTANTE        PIC X(1).
               05 WS-LB-TIPO-MATERIALE   PIC X(12).

      *****************************************************************
      **RECORD NEL TRACCIATO DI EVENTO PER IL PASSO DEI PROMEMORIA*****
           01 WS-EVENTO-BATCH.
               05 WS-EB-ID-EVENTO        PIC 9(9).
               05 WS-EB-ID-PRENSALA      PIC 9(9).
               05 WS-EB-TITOLO           PIC X(100).
               05 WS-EB-TIPO             PIC X(20).
               05 WS-EB-USERNAME         PIC X(50).
               05 WS-EB-CODICE-SEDE      PIC 9(5).
               05 WS-EB-ANNO             PIC 9(4).
               05 WS-EB-ESITO            PIC X(1).

      *****************************************************************
      **RECORD NEL TRACCIATO DI LETTURA PER GLI AVVISI DELLA SFIDA*****
           01 WS-LETTURA-BATCH.
               05 WS-LT-ID-PROGRAMMA     PIC 9(9).
               05 WS-LT-NOME             PIC X(60).
               05 WS-LT-DATA-INIZIO      PIC X(10).
               05 WS-LT-DATA-FINE        PIC X(10).
               05 WS-LT-CODICE-SEDE      PIC 9(5).
               05 WS-LT-ETA-DA           PIC 9(2).
               05 WS-LT-ETA-A            PIC 9(2).
               05 WS-LT-LIBRI            PIC 9(3).
               05 WS-LT-USERNAME         PIC X(50).
               05 WS-LT-SCUOLA           PIC X(60).
               05 WS-LT-CLASSE           PIC X(10).
               05 WS-LT-ISBN             PIC X(13).
               05 WS-LT-VOTO             PIC 9(1).
               05 WS-LT-COMMENTO         PIC X(100).
               05 WS-LT-OPERATORE        PIC X(50).
               05 WS-LT-ESITO            PIC X(1).

      *****************************************************************
      **RECORD NEL TRACCIATO DI RICERTIFICA PER IL PASSO DEGLI ACCESSI*
           01 WS-RICERTIFICA-BATCH.
               05 WS-RC-ID-CAMPAGNA      PIC 9(9).
               05 WS-RC-USERNAME         PIC X(50).
               05 WS-RC-RUOLO            PIC X(30).
               05 WS-RC-FUNZIONI         PIC X(200).
               05 WS-RC-ULTIMO-ACCESSO   PIC X(16).
               05 WS-RC-SEDE-CASA        PIC 9(5).
               05 WS-RC-RESPONSABILE     PIC X(50).
               05 WS-RC-SCADENZA         PIC X(10).
               05 WS-RC-DECISIONE        PIC X(1).
               05 WS-RC-NOTE             PIC X(100).
               05 WS-RC-OPERATORE        PIC X(50).
               05 WS-RC-ESITO            PIC X(1).

      *****************************************************************
      **SEMAFORO DEL LAVORO: LA CATENA E OGNI SUO PASSO SI PRENDONO****
      **IL PROPRIO, COSI' NON CORRONO INSIEME ALLO STESSO LAVORO*******
      **LANCIATO DAL MENU O DAL PIANIFICATORE***************************
           01 WS-SEMAFORO.
               05 WS-SEM-JOB             PIC X(40).
               05 WS-SEM-TITOLARE        PIC X(50)
                   VALUE 'FINEGIORNATA'.
               05 WS-SEM-ORIGINE         PIC X(20)
                   VALUE 'CATENA SERALE'.
               05 WS-SEM-ESITO           PIC X(1).
               05 WS-SEM-DETENTORE       PIC X(50).
               05 WS-SEM-ORIGINE-DET     PIC X(20).
               05 WS-SEM-DAL             PIC X(16).
               05 WS-SEM-APPESO          PIC X(1).

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
      *****************************************************************
           01 DB-PASSO              PIC 9(2) VALUE ZERO.
           01 DB-NOME-PASSO         PIC X(40) VALUE SPACE.
           01 DB-PASSO-RIPARTENZA   PIC 9(2) VALUE ZERO.
           01 DB-ULTIMO-PASSO       PIC 9(2) VALUE ZERO.
           01 DB-INIZIO-PASSO       PIC X(16) VALUE SPACE.
           01 DB-FINE-PASSO         PIC X(16) VALUE SPACE.
           01 DB-ESITO-PASSO        PIC X(10) VALUE SPACE.
           01 DB-CON-CONTATORI      PIC X(1) VALUE SPACE.
           01 DB-ELABORATI          PIC 9(7) VALUE ZERO.
           01 DB-CONFERMATI         PIC 9(7) VALUE ZERO.
           01 DB-RESIDUI            PIC 9(7) VALUE ZERO.
           01 DB-CODICE-SQL-ORIGINALE PIC S9(9) VALUE ZERO.
           01 DB-ERR-MESSAGGIO PIC X(200) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.
      ******************************************************************
      **LA RIPARTENZA GUARDA BATCH_RUN: SI RIPRENDE DAL PRIMO PASSO****
      **DELLA GIORNATA SENZA ESITO 'OK' (UNA CORSA ABORTITA LASCIA*****
      **IL PASSO 'INCORSO' E DA LI' SI RICOMINCIA). ANCHE UN PASSO*****
      **'CONTESO' O ABORTITO CON PASSI SUCCESSIVI GIA' 'OK' VIENE******
      **RITENTATO; I PASSI GIA' 'OK' OGGI NON SI RIPETONO***************
           ESEGUICHIUSURAGIORNATA.
           MOVE ZERO TO DB-PASSO-RIPARTENZA
           MOVE WS-ULTIMO-PASSO TO DB-ULTIMO-PASSO
           EXEC SQL
               SELECT COALESCE(MIN(G.PASSO), 0)
               INTO :DB-PASSO-RIPARTENZA
               FROM GENERATE_SERIES(1, :DB-ULTIMO-PASSO) AS G(PASSO)
               WHERE NOT EXISTS (SELECT 1 FROM BATCH_RUN B
                   WHERE B.DATA_ESECUZIONE = CURRENT_DATE
                   AND B.PASSO = G.PASSO
                   AND B.ESITO = 'OK')
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF DB-PASSO-RIPARTENZA = ZERO
               DISPLAY "CHIUSURA DI GIORNATA GIA' COMPLETATA OGGI."
               PERFORM STAMPARIEPILOGOCORSA
               EXIT PROGRAM
           END-IF
           MOVE 'CHIUSURA DI GIORNATA' TO WS-SEM-JOB
           CALL 'SEMAFORO' USING 'a', WS-SEMAFORO
           IF WS-SEM-ESITO NOT = 'S'
               EXIT PROGRAM
           END-IF
           IF DB-PASSO-RIPARTENZA > 1
               DISPLAY "RIPARTENZA DAL PASSO " DB-PASSO-RIPARTENZA
           END-IF
           MOVE DB-PASSO-RIPARTENZA TO WS-PASSO-CORRENTE
           PERFORM UNTIL WS-PASSO-CORRENTE > WS-ULTIMO-PASSO
               PERFORM ESEGUIUNPASSO
               ADD 1 TO WS-PASSO-CORRENTE
           END-PERFORM
           MOVE 'CHIUSURA DI GIORNATA' TO WS-SEM-JOB
           CALL 'SEMAFORO' USING 'r', WS-SEMAFORO
           PERFORM STAMPARIEPILOGOCORSA
           EXIT PROGRAM.

      **PROSSIMA ESECUZIONE RIPARTE DA QUI******************************
           ESEGUIUNPASSO.
           MOVE WS-PASSO-CORRENTE TO DB-PASSO
      *    IN RIPARTENZA UN PASSO GIA' CONCLUSO 'OK' OGGI SI SALTA*****
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE FROM BATCH_RUN
               WHERE DATA_ESECUZIONE = CURRENT_DATE
               AND PASSO = :DB-PASSO AND ESITO = 'OK'
           END-EXEC
           IF VALUESTABLE > ZERO
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-PASSO-CORRENTE
               WHEN 1
                   MOVE 'SCADENZA PRENOTAZIONI' TO DB-NOME-PASSO
               WHEN 5
                   MOVE 'EXPORT UTENTI' TO DB-NOME-PASSO
               WHEN 6
                   MOVE 'PROMEMORIA SCADENZE ED EVENTI'
                       TO DB-NOME-PASSO
               WHEN 7
                   MOVE 'DISPATCHER NOTIFICHE' TO DB-NOME-PASSO
               WHEN 8
                   MOVE 'RICONCILIAZIONE MULTE' TO DB-NOME-PASSO
               WHEN 13
                   MOVE 'CORSA SOLLECITI' TO DB-NOME-PASSO
               WHEN 14
                   MOVE 'PRENOTAZIONI DAL SITO' TO DB-NOME-PASSO
               WHEN 15
                   MOVE 'RICERTIFICAZIONE ACCESSI' TO DB-NOME-PASSO
               WHEN 16
                   MOVE 'ALTA RICHIESTA TITOLI' TO DB-NOME-PASSO
           END-EVALUATE
           DISPLAY "PASSO " DB-PASSO ": " DB-NOME-PASSO
      *    UNA RIGA 'INCORSO' LASCIATA DA UNA CORSA ABORTITA VIENE*****
               CURRENT_TIMESTAMP, 'INCORSO')
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
      *    SE LO STESSO LAVORO STA GIA' GIRANDO (DAL MENU O DAL*******
      *    PIANIFICATORE) IL PASSO NON SI RIPETE: RESTA 'CONTESO' E***
      *    LA CATENA PROSEGUE COL PASSO SUCCESSIVO (LA PROSSIMA*******
      *    RIPARTENZA DI OGGI LO RITENTA). SE IL SEMAFORO*************
      *    E' DELLA CATENA STESSA E' RIMASTO DA UNA CORSA ABORTITA:****
      *    TENENDO IL SEMAFORO DELLA CATENA NESSUN'ALTRA CORSA SERALE**
      *    PUO' AVERLO, QUINDI SI FORZA E SI RIPRENDE*****************
           MOVE DB-NOME-PASSO TO WS-SEM-JOB
           CALL 'SEMAFORO' USING 'a', WS-SEMAFORO
           IF WS-SEM-ESITO NOT = 'S'
               AND WS-SEM-DETENTORE = WS-SEM-TITOLARE
               AND WS-SEM-ORIGINE-DET = WS-SEM-ORIGINE
               DISPLAY "SEMAFORO DEL PASSO LASCIATO DA UNA CORSA "
                   "ABORTITA DELLA CATENA: RIPRESO."
               CALL 'SEMAFORO' USING 'f', WS-SEMAFORO
               CALL 'SEMAFORO' USING 'a', WS-SEMAFORO
           END-IF
           IF WS-SEM-ESITO NOT = 'S'
               EXEC SQL
                   UPDATE BATCH_RUN SET FINE = CURRENT_TIMESTAMP,
                   ESITO = 'CONTESO'
                   WHERE DATA_ESECUZIONE = CURRENT_DATE
                   AND PASSO = :DB-PASSO AND ESITO = 'INCORSO'
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME END-IF
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-PASSO-CORRENTE
               WHEN 1
                   CALL 'PRENOTAZIONE' USING 'e'
               WHEN 5
                   CALL 'UTENTE' USING 'x'
               WHEN 6
      *            I PROMEMORIA DEGLI EVENTI DI DOMANI PARTONO CON****
      *            QUELLI DI PRE-SCADENZA, PRIMA DEL DISPATCHER*******
                   CALL 'PRENOTAZIONE' USING 'm'
                   MOVE SPACE TO WS-EVENTO-BATCH
                   MOVE ZERO TO WS-EB-ID-EVENTO
                   MOVE ZERO TO WS-EB-ID-PRENSALA
                   CALL 'EVENTO' USING 'g', WS-EVENTO-BATCH
      *            E GLI AVVISI DI TAPPA DELLA SFIDA DI LETTURA*******
                   MOVE SPACE TO WS-LETTURA-BATCH
                   MOVE ZERO TO WS-LT-ID-PROGRAMMA
                   MOVE 'SISTEMA' TO WS-LT-OPERATORE
                   CALL 'LETTURA' USING 'c', WS-LETTURA-BATCH
               WHEN 7
                   CALL 'NOTIFICA' USING 'b'
               WHEN 8
      *            OGNI PRESTITO SCADUTO SALE LA SCALA DEI***********
      *            SOLLECITI DI UN GRADINO QUANDO E' IL MOMENTO******
                   CALL 'SOLLECITI' USING 'r'
               WHEN 14
      *            LE RICHIESTE DEPOSITATE DAL SITO COMUNALE VENGONO*
      *            ELABORATE DOPO LA DECADENZA DEI RITIRI, COSI' LE**
      *            COPIE APPENA LIBERATE SONO GIA' DISPONIBILI*******
                   CALL 'OPACPRENOT' USING 'i'
               WHEN 15
      *            ALLA SCADENZA DELLA CAMPAGNA GLI ACCOUNT NON*****
      *            RICERTIFICATI SI DISATTIVANO; A INIZIO TRIMESTRE**
      *            SI APRE DA SOLA LA CAMPAGNA NUOVA*****************
                   MOVE SPACE TO WS-RICERTIFICA-BATCH
                   MOVE ZERO TO WS-RC-ID-CAMPAGNA
                   MOVE ZERO TO WS-RC-SEDE-CASA
                   MOVE 'SISTEMA' TO WS-RC-OPERATORE
                   CALL 'RICERTIFICA' USING 's', WS-RICERTIFICA-BATCH
               WHEN 16
      *            A CODE ORMAI CHIUSE PER LA GIORNATA I TITOLI*******
      *            ENTRANO O ESCONO DALL'ALTA RICHIESTA E IL BANCO****
      *            TROVA DOMATTINA LA LISTA DEI CAMBI*****************
                   CALL 'PRENOTAZIONE' USING 's'
           END-EVALUATE
           MOVE DB-NOME-PASSO TO WS-SEM-JOB
           CALL 'SEMAFORO' USING 'r', WS-SEMAFORO
           EXEC SQL
               UPDATE BATCH_RUN SET FINE = CURRENT_TIMESTAMP,
               ESITO = 'OK'
               SELECT PASSO, NOME_PASSO,
               TO_CHAR(INIZIO, 'HH24:MI:SS'),
               COALESCE(TO_CHAR(FINE, 'HH24:MI:SS'), ' '),
               ESITO,
               CASE WHEN CONFERMATI IS NULL THEN 'N' ELSE 'S' END,
               COALESCE(ELABORATI, 0), COALESCE(CONFERMATI, 0),
               COALESCE(RESIDUI, 0)
               FROM BATCH_RUN
               WHERE DATA_ESECUZIONE = CURRENT_DATE
               ORDER BY ID

           EXEC SQL
               FETCH RIEPILOGO_CURSOR INTO :DB-PASSO, :DB-NOME-PASSO,
               :DB-INIZIO-PASSO, :DB-FINE-PASSO, :DB-ESITO-PASSO,
               :DB-CON-CONTATORI, :DB-ELABORATI, :DB-CONFERMATI,
               :DB-RESIDUI
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "  " DB-PASSO " / " DB-NOME-PASSO " / "
                   DB-INIZIO-PASSO " / " DB-FINE-PASSO " / "
                   DB-ESITO-PASSO
      *        I PASSI CON CHECKPOINT DICONO ANCHE FIN DOVE SONO******
      *        ARRIVATI**********************************************
               IF DB-CON-CONTATORI = 'S'
                   DISPLAY "       ELABORATI " DB-ELABORATI
                       " / CONSOLIDATI " DB-CONFERMATI
                       " / ANCORA DA FARE " DB-RESIDUI
               END-IF
               EXEC SQL
                   FETCH RIEPILOGO_CURSOR INTO :DB-PASSO,
                   :DB-NOME-PASSO, :DB-INIZIO-PASSO, :DB-FINE-PASSO,
                   :DB-ESITO-PASSO, :DB-CON-CONTATORI, :DB-ELABORATI,
                   :DB-CONFERMATI, :DB-RESIDUI
               END-EXEC
           END-PERFORM

