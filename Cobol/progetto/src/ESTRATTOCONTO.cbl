       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTRATTOCONTO.
      ******************************************************************
      **************ESTRATTO CONTO DEL PATRON***************************
      ******************************************************************
      **UN SOLO FOGLIO DATATO PER PATRON E PERIODO AL POSTO DELLE******
      **QUATTRO VIDEATE DEL BANCO: SALDO INIZIALE DAL MASTRO MULTE,****
      **OGNI ADDEBITO, PAGAMENTO, ABBUONO, CAUZIONE E RETTIFICA DEL****
      **PERIODO CON IL SALDO PROGRESSIVO, SALDO FINALE (CONFRONTATO****
      **CON UTENTE.MULTA), CAUZIONI MOSSE O TRATTENUTE, AVVISI PAGOPA**
      **ANCORA DA PAGARE E PRESTITI IN CORSO CON LA SCADENZA. IL*******
      **FOGLIO VA SU ESTRATTIPRINT PER IL BANCO, OGNI EMISSIONE RESTA**
      **IN ESTRATTO_CONTO E, SU RICHIESTA O NELLA CORSA MENSILE, IL****
      **RIEPILOGO PARTE VERSO IL PATRON CON UNA NOTIFICA****************
       AUTHOR. ANOIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTRATTI-PRINT-FILE ASSIGN TO "ESTRATTIPRINT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD ESTRATTI-PRINT-FILE.
           01 ESTRATTI-PRINT-RECORD PIC X(200).

           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.
           01 WS-CONTEGGIO-EMESSI PIC 9(5) VALUE ZERO.
           01 WS-CONTEGGIO-RIGHE PIC 9(5) VALUE ZERO.
           01 WS-IMPORTO-STAMPA PIC ZZZZZ9.99.
           01 WS-SALDO-STAMPA PIC -ZZZZZ9.99.
           01 WS-SALDO-INIZIALE-STAMPA PIC -ZZZZZ9.99.
           01 WS-ADDEBITI-STAMPA PIC ZZZZZ9.99.
           01 WS-ACCREDITI-STAMPA PIC ZZZZZ9.99.
           01 WS-SALDO-UTENTE-STAMPA PIC -ZZZZZ9.99.
           01 WS-PRESTITI-STAMPA PIC ZZZZ9.

      *****************************************************************
      ***********RIGA DI DETTAGLIO DEI MOVIMENTI DEL PERIODO***********
      *****************************************************************
           01  ESTRATTO-RIGA.
               05 FILLER            PIC X(2).
               05 ER-DATA           PIC X(10).
               05 FILLER            PIC X(2).
               05 ER-TIPO           PIC X(10).
               05 FILLER            PIC X(2).
               05 ER-RIFERIMENTO    PIC X(30).
               05 FILLER            PIC X(2).
               05 ER-ADDEBITO       PIC ZZZZZ9.99 BLANK WHEN ZERO.
               05 FILLER            PIC X(2).
               05 ER-ACCREDITO      PIC ZZZZZ9.99 BLANK WHEN ZERO.
               05 FILLER            PIC X(2).
               05 ER-SALDO          PIC -ZZZZZ9.99.

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
      *****************************************************************
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01 DBNAME                PIC X(30) VALUE SPACE.

           01 RECORDESTRATTO.
               05 USERNAME          PIC X(50).
               05 DB-DATA-DA        PIC X(10).
               05 DB-DATA-A         PIC X(10).
               05 DB-INVIA          PIC X(1).
           01 DB-ID-ESTRATTO        PIC 9(9) VALUE ZERO.
           01 DB-EMAIL-UTENTE       PIC X(50) VALUE SPACE.
           01 DB-MULTA-UTENTE       PIC S9(7)V99 VALUE ZERO.
           01 DB-SALDO-INIZIALE     PIC S9(7)V99 VALUE ZERO.
           01 DB-SALDO-PROGRESSIVO  PIC S9(7)V99 VALUE ZERO.
           01 DB-SALDO-MASTRO       PIC S9(7)V99 VALUE ZERO.
           01 DB-TOTALE-ADDEBITI    PIC 9(7)V99 VALUE ZERO.
           01 DB-TOTALE-ACCREDITI   PIC 9(7)V99 VALUE ZERO.
           01 DB-IMPORTO-MOVIMENTO  PIC S9(7)V99 VALUE ZERO.
           01 DB-IMPORTO            PIC 9(7)V99 VALUE ZERO.
           01 DB-DATA-MOVIMENTO     PIC X(10) VALUE SPACE.
           01 DB-DATA-CHIUSURA      PIC X(10) VALUE SPACE.
           01 DB-TIPO-MOVIMENTO     PIC X(10) VALUE SPACE.
           01 DB-RIFERIMENTO        PIC X(30) VALUE SPACE.
           01 DB-STATO              PIC X(12) VALUE SPACE.
           01 DB-IUV                PIC X(18) VALUE SPACE.
           01 DB-ISBN               PIC X(13) VALUE SPACE.
           01 DB-TITOLO             PIC X(100) VALUE SPACE.
           01 DB-DATA-SCADENZA      PIC X(10) VALUE SPACE.
           01 DB-DATA-EMISSIONE     PIC X(10) VALUE SPACE.
           01 DB-PRESTITI-IN-CORSO  PIC 9(5) VALUE ZERO.
           01 DB-PERIODO-APERTO     PIC X(1) VALUE 'N'.
           01 DB-INVIATO            PIC X(1) VALUE 'N'.
           01 DB-MESSAGGIO-NOTIFICA PIC X(200) VALUE SPACE.
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
               05 LS-USERNAME       PIC X(50).
               05 LS-DATA-DA        PIC X(10).
               05 LS-DATA-A         PIC X(10).
               05 LS-INVIA          PIC X(1).
               05 LS-ESITO          PIC X(1).

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
               EVALUATE LS-TYPE
                   WHEN 'u'
                       PERFORM ESTRATTOUTENTE
                   WHEN 'm'
                       PERFORM CORSAESTRATTIMENSILI
                   WHEN 'd'
                       PERFORM DISPLAYESTRATTI
               END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      **************ESTRATTO DI UN PATRON SU RICHIESTA******************
      ******************************************************************
      **SENZA DATE IL PERIODO VA DAL PRIMO DEL MESE A OGGI; L'INVIO***
      **DELLA NOTIFICA AVVIENE SOLO SE RICHIESTO DAL BANCO*************
           ESTRATTOUTENTE.
           MOVE 'N' TO LS-ESITO
           MOVE LS-USERNAME TO USERNAME
           MOVE LS-DATA-DA TO DB-DATA-DA
           MOVE LS-DATA-A TO DB-DATA-A
           MOVE LS-INVIA TO DB-INVIA
           IF DB-INVIA = 's'
               MOVE 'S' TO DB-INVIA
           END-IF
           IF DB-DATA-A = SPACE
               EXEC SQL
                   SELECT TO_CHAR(CURRENT_DATE, 'DD-MM-YYYY')
                   INTO :DB-DATA-A
               END-EXEC
           END-IF
           IF DB-DATA-DA = SPACE
               EXEC SQL
                   SELECT TO_CHAR(DATE_TRUNC('month',
                   TO_DATE(:DB-DATA-A, 'DD-MM-YYYY')), 'DD-MM-YYYY')
                   INTO :DB-DATA-DA
               END-EXEC
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE FROM UTENTE
               WHERE USERNAME = TRIM(:USERNAME)
           END-EXEC
           IF VALUESTABLE = ZERO
               DISPLAY "UTENTE NON TROVATO: " USERNAME
               EXIT PROGRAM
           END-IF
           EXEC SQL
               SELECT CASE WHEN TO_DATE(:DB-DATA-DA, 'DD-MM-YYYY')
                   > TO_DATE(:DB-DATA-A, 'DD-MM-YYYY')
                   THEN 1 ELSE 0 END
               INTO :VALUESTABLE
           END-EXEC
           IF SQLCODE NOT = 0 OR VALUESTABLE NOT = ZERO
               DISPLAY "PERIODO NON VALIDO (GG-MM-AAAA, DAL <= AL)"
               EXIT PROGRAM
           END-IF
           OPEN EXTEND ESTRATTI-PRINT-FILE
           PERFORM COMPONIESTRATTO
           CLOSE ESTRATTI-PRINT-FILE
           MOVE 'S' TO LS-ESITO
           DISPLAY "ESTRATTO CONTO STAMPATO SU ESTRATTIPRINT"
           EXIT PROGRAM.

      ******************************************************************
      **************CORSA MENSILE DEGLI ESTRATTI************************
      ******************************************************************
      **IL PERIODO E' IL MESE SOLARE PRECEDENTE. RICEVE L'ESTRATTO****
      **CHI HA AVUTO MOVIMENTI NEL MASTRO O NELLE CAUZIONI, HA*********
      **PRESTITI IN CORSO O UN SALDO APERTO; CHI L'HA GIA' AVUTO PER***
      **LO STESSO PERIODO VIENE SALTATO, COSI' LA CORSA SI PUO'********
      **RILANCIARE SENZA DOPPIONI***************************************
           CORSAESTRATTIMENSILI.
           MOVE ZERO TO WS-CONTEGGIO-EMESSI
           MOVE 'S' TO DB-INVIA
           EXEC SQL
               SELECT TO_CHAR(DATE_TRUNC('month', CURRENT_DATE)
               - INTERVAL '1 month', 'DD-MM-YYYY'),
               TO_CHAR(DATE_TRUNC('month', CURRENT_DATE)
               - INTERVAL '1 day', 'DD-MM-YYYY')
               INTO :DB-DATA-DA, :DB-DATA-A
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           OPEN EXTEND ESTRATTI-PRINT-FILE
           EXEC SQL
               DECLARE MENSILI_CURSOR CURSOR FOR
               SELECT U.USERNAME FROM UTENTE U
               WHERE (EXISTS (SELECT 1 FROM MULTA_EVENTO E
                   WHERE E.USERNAME = U.USERNAME
                   AND E.DATA_EVENTO BETWEEN
                   TO_DATE(:DB-DATA-DA, 'DD-MM-YYYY')
                   AND TO_DATE(:DB-DATA-A, 'DD-MM-YYYY'))
               OR EXISTS (SELECT 1 FROM CAUZIONE C
                   WHERE C.USERNAME = U.USERNAME
                   AND (C.DATA_VERSAMENTO BETWEEN
                   TO_DATE(:DB-DATA-DA, 'DD-MM-YYYY')
                   AND TO_DATE(:DB-DATA-A, 'DD-MM-YYYY')
                   OR C.DATA_CHIUSURA BETWEEN
                   TO_DATE(:DB-DATA-DA, 'DD-MM-YYYY')
                   AND TO_DATE(:DB-DATA-A, 'DD-MM-YYYY')))
               OR EXISTS (SELECT 1 FROM PRENOTAZIONE P
                   WHERE P.USERNAME = U.USERNAME
                   AND P.STATO = 'PRENOTATO')
               OR COALESCE(U.MULTA, 0) <> 0)
               AND NOT EXISTS (SELECT 1 FROM ESTRATTO_CONTO X
                   WHERE X.USERNAME = U.USERNAME
                   AND X.DATA_DA = TO_DATE(:DB-DATA-DA, 'DD-MM-YYYY')
                   AND X.DATA_A = TO_DATE(:DB-DATA-A, 'DD-MM-YYYY'))
               ORDER BY U.USERNAME
           END-EXEC
           EXEC SQL
           OPEN MENSILI_CURSOR
           END-EXEC

           EXEC SQL
               FETCH MENSILI_CURSOR INTO :USERNAME
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM COMPONIESTRATTO
               ADD 1 TO WS-CONTEGGIO-EMESSI
               EXEC SQL
                   FETCH MENSILI_CURSOR INTO :USERNAME
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE MENSILI_CURSOR
           END-EXEC
           CLOSE ESTRATTI-PRINT-FILE
           DISPLAY "ESTRATTI CONTO EMESSI PER IL PERIODO " DB-DATA-DA
               " - " DB-DATA-A ": " WS-CONTEGGIO-EMESSI
           EXIT PROGRAM.

      ******************************************************************
      **************COMPONE IL FOGLIO DI UN PATRON**********************
      ******************************************************************
      **IL SALDO SEGUE LA STESSA REGOLA DELLA RICONCILIAZIONE MULTE:***
      **ADDEBITI E RETTIFICHE CON IL LORO SEGNO, TUTTO IL RESTO*******
      **(PAGAMENTI, ABBUONI, CAUZIONI INCAMERATE) IN DIMINUZIONE******
           COMPONIESTRATTO.
           MOVE SPACE TO DB-EMAIL-UTENTE
           MOVE ZERO TO DB-MULTA-UTENTE
           EXEC SQL
               SELECT COALESCE(EMAIL, ' '), COALESCE(MULTA, 0)
               INTO :DB-EMAIL-UTENTE, :DB-MULTA-UTENTE
               FROM UTENTE WHERE USERNAME = TRIM(:USERNAME)
           END-EXEC
           MOVE ZERO TO DB-SALDO-INIZIALE
           EXEC SQL
               SELECT COALESCE(SUM(CASE
                 WHEN TIPO = 'ADDEBITO' THEN IMPORTO
                 WHEN TIPO = 'RETTIFICA' THEN IMPORTO
                 ELSE - IMPORTO END), 0)
               INTO :DB-SALDO-INIZIALE
               FROM MULTA_EVENTO
               WHERE USERNAME = TRIM(:USERNAME)
               AND DATA_EVENTO < TO_DATE(:DB-DATA-DA, 'DD-MM-YYYY')
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE DB-SALDO-INIZIALE TO DB-SALDO-PROGRESSIVO
           MOVE ZERO TO DB-TOTALE-ADDEBITI
           MOVE ZERO TO DB-TOTALE-ACCREDITI
      *    INTESTAZIONE DEL FOGLIO*************************************
           MOVE ALL '=' TO ESTRATTI-PRINT-RECORD
           WRITE ESTRATTI-PRINT-RECORD
           MOVE SPACE TO ESTRATTI-PRINT-RECORD
           STRING
               "ESTRATTO CONTO - UTENTE: " DELIMITED BY SIZE
               USERNAME DELIMITED BY SPACE
               " - PERIODO DAL " DELIMITED BY SIZE
               DB-DATA-DA DELIMITED BY SIZE
               " AL " DELIMITED BY SIZE
               DB-DATA-A DELIMITED BY SIZE
               INTO ESTRATTI-PRINT-RECORD
           END-STRING
           WRITE ESTRATTI-PRINT-RECORD
           MOVE DB-SALDO-INIZIALE TO WS-SALDO-STAMPA
           MOVE SPACE TO ESTRATTI-PRINT-RECORD
           STRING
               "  SALDO INIZIALE AL " DELIMITED BY SIZE
               DB-DATA-DA DELIMITED BY SIZE
               ": EUR " DELIMITED BY SIZE
               WS-SALDO-STAMPA DELIMITED BY SIZE
               INTO ESTRATTI-PRINT-RECORD
           END-STRING
           WRITE ESTRATTI-PRINT-RECORD
           MOVE SPACE TO ESTRATTI-PRINT-RECORD
           STRING
               "  DATA        MOVIMENTO   RIFERIMENTO"
               DELIMITED BY SIZE
               "                       ADDEBITO   ACCREDITO      SALDO"
               DELIMITED BY SIZE
               INTO ESTRATTI-PRINT-RECORD
           END-STRING
           WRITE ESTRATTI-PRINT-RECORD
      *    MOVIMENTI DEL MASTRO MULTE NEL PERIODO**********************
           EXEC SQL
               DECLARE MOVIMENTI_CURSOR CURSOR FOR
               SELECT TO_CHAR(DATA_EVENTO, 'DD-MM-YYYY'), TIPO,
               COALESCE(RIFERIMENTO, ' '),
               CASE WHEN TIPO = 'ADDEBITO' THEN IMPORTO
                    WHEN TIPO = 'RETTIFICA' THEN IMPORTO
                    ELSE - IMPORTO END
               FROM MULTA_EVENTO
               WHERE USERNAME = TRIM(:USERNAME)
               AND DATA_EVENTO BETWEEN
               TO_DATE(:DB-DATA-DA, 'DD-MM-YYYY')
               AND TO_DATE(:DB-DATA-A, 'DD-MM-YYYY')
               ORDER BY DATA_EVENTO, ID
           END-EXEC
           EXEC SQL
           OPEN MOVIMENTI_CURSOR
           END-EXEC

           MOVE ZERO TO WS-CONTEGGIO-RIGHE
           EXEC SQL
               FETCH MOVIMENTI_CURSOR INTO :DB-DATA-MOVIMENTO,
               :DB-TIPO-MOVIMENTO, :DB-RIFERIMENTO,
               :DB-IMPORTO-MOVIMENTO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               ADD DB-IMPORTO-MOVIMENTO TO DB-SALDO-PROGRESSIVO
               MOVE SPACE TO ESTRATTO-RIGA
               MOVE DB-DATA-MOVIMENTO TO ER-DATA
               MOVE DB-TIPO-MOVIMENTO TO ER-TIPO
               MOVE DB-RIFERIMENTO TO ER-RIFERIMENTO
               IF DB-IMPORTO-MOVIMENTO > ZERO
                   MOVE DB-IMPORTO-MOVIMENTO TO ER-ADDEBITO
                   MOVE ZERO TO ER-ACCREDITO
                   ADD DB-IMPORTO-MOVIMENTO TO DB-TOTALE-ADDEBITI
               ELSE
                   MOVE ZERO TO ER-ADDEBITO
                   COMPUTE DB-IMPORTO = - DB-IMPORTO-MOVIMENTO
                   MOVE DB-IMPORTO TO ER-ACCREDITO
                   ADD DB-IMPORTO TO DB-TOTALE-ACCREDITI
               END-IF
               MOVE DB-SALDO-PROGRESSIVO TO ER-SALDO
               MOVE ESTRATTO-RIGA TO ESTRATTI-PRINT-RECORD
               WRITE ESTRATTI-PRINT-RECORD
               ADD 1 TO WS-CONTEGGIO-RIGHE
               EXEC SQL
                   FETCH MOVIMENTI_CURSOR INTO :DB-DATA-MOVIMENTO,
                   :DB-TIPO-MOVIMENTO, :DB-RIFERIMENTO,
                   :DB-IMPORTO-MOVIMENTO
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE MOVIMENTI_CURSOR
           END-EXEC
           IF WS-CONTEGGIO-RIGHE = ZERO
               MOVE "  NESSUN MOVIMENTO NEL PERIODO"
                   TO ESTRATTI-PRINT-RECORD
               WRITE ESTRATTI-PRINT-RECORD
           END-IF
      *    SALDO FINALE E CONFRONTO CON LA COLONNA UTENTE.MULTA********
           MOVE DB-TOTALE-ADDEBITI TO WS-ADDEBITI-STAMPA
           MOVE DB-TOTALE-ACCREDITI TO WS-ACCREDITI-STAMPA
           MOVE DB-SALDO-PROGRESSIVO TO WS-SALDO-STAMPA
           MOVE SPACE TO ESTRATTI-PRINT-RECORD
           STRING
               "  TOTALE ADDEBITI: EUR " DELIMITED BY SIZE
               WS-ADDEBITI-STAMPA DELIMITED BY SIZE
               " - TOTALE ACCREDITI: EUR " DELIMITED BY SIZE
               WS-ACCREDITI-STAMPA DELIMITED BY SIZE
               " - SALDO FINALE AL " DELIMITED BY SIZE
               DB-DATA-A DELIMITED BY SIZE
               ": EUR " DELIMITED BY SIZE
               WS-SALDO-STAMPA DELIMITED BY SIZE
               INTO ESTRATTI-PRINT-RECORD
           END-STRING
           WRITE ESTRATTI-PRINT-RECORD
           PERFORM CONFRONTASALDOUTENTE
           PERFORM STAMPACAUZIONI
           PERFORM STAMPAAVVISIPAGOPA
           PERFORM STAMPAPRESTITIINCORSO
           PERFORM REGISTRAESTRATTO.

      ******************************************************************
      **************CONFRONTO CON IL SALDO IN ARCHIVIO******************
      ******************************************************************
      **UTENTE.MULTA E' IL SALDO DI OGGI: COINCIDE CON IL SALDO*******
      **FINALE SOLO SE IL PERIODO ARRIVA A OGGI. IN OGNI CASO UNA******
      **DIFFERENZA TRA COLONNA E MASTRO COMPLETO VIENE SEGNALATA SUL***
      **FOGLIO, RIMANDANDO ALLA RICONCILIAZIONE DEL MASTRO*************
           CONFRONTASALDOUTENTE.
           MOVE 'N' TO DB-PERIODO-APERTO
           EXEC SQL
               SELECT CASE WHEN TO_DATE(:DB-DATA-A, 'DD-MM-YYYY')
                   >= CURRENT_DATE THEN 'S' ELSE 'N' END,
               COALESCE((SELECT SUM(CASE
                 WHEN TIPO = 'ADDEBITO' THEN IMPORTO
                 WHEN TIPO = 'RETTIFICA' THEN IMPORTO
                 ELSE - IMPORTO END)
                FROM MULTA_EVENTO
                WHERE USERNAME = TRIM(:USERNAME)), 0)
               INTO :DB-PERIODO-APERTO, :DB-SALDO-MASTRO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE DB-MULTA-UTENTE TO WS-SALDO-UTENTE-STAMPA
           MOVE SPACE TO ESTRATTI-PRINT-RECORD
           IF DB-PERIODO-APERTO = 'S'
               STRING
                   "  SALDO IN ARCHIVIO (UTENTE.MULTA): EUR "
                   DELIMITED BY SIZE
                   WS-SALDO-UTENTE-STAMPA DELIMITED BY SIZE
                   INTO ESTRATTI-PRINT-RECORD
               END-STRING
           ELSE
               STRING
                   "  SALDO ATTUALE IN ARCHIVIO (UTENTE.MULTA), "
                   DELIMITED BY SIZE
                   "COMPRESI I MOVIMENTI SUCCESSIVI: EUR "
                   DELIMITED BY SIZE
                   WS-SALDO-UTENTE-STAMPA DELIMITED BY SIZE
                   INTO ESTRATTI-PRINT-RECORD
               END-STRING
           END-IF
           WRITE ESTRATTI-PRINT-RECORD
           IF DB-SALDO-MASTRO NOT = DB-MULTA-UTENTE
               MOVE SPACE TO ESTRATTI-PRINT-RECORD
               STRING
                   "  ATTENZIONE: IL SALDO IN ARCHIVIO NON QUADRA "
                   DELIMITED BY SIZE
                   "CON IL MASTRO MULTE - ESEGUIRE LA RICONCILIAZIONE "
                   DELIMITED BY SIZE
                   "PRIMA DI CONSEGNARE L'ESTRATTO"
                   DELIMITED BY SIZE
                   INTO ESTRATTI-PRINT-RECORD
               END-STRING
               WRITE ESTRATTI-PRINT-RECORD
           END-IF.

      ******************************************************************
      **************CAUZIONI MOSSE NEL PERIODO O ANCORA TRATTENUTE******
      ******************************************************************
      **LE CAUZIONI NON ENTRANO NEL SALDO MULTE (SONO SOLDI DEL*******
      **PATRON IN CUSTODIA): SI ELENCANO A PARTE CON LO STATO**********
           STAMPACAUZIONI.
           MOVE "  CAUZIONI (VERSATA / ISBN / EUR / STATO / CHIUSA):"
               TO ESTRATTI-PRINT-RECORD
           WRITE ESTRATTI-PRINT-RECORD
           EXEC SQL
               DECLARE CAUZIONI_ESTRATTO_CURSOR CURSOR FOR
               SELECT TO_CHAR(DATA_VERSAMENTO, 'DD-MM-YYYY'), ISBN,
               IMPORTO, STATO,
               COALESCE(TO_CHAR(DATA_CHIUSURA, 'DD-MM-YYYY'), ' ')
               FROM CAUZIONE
               WHERE USERNAME = TRIM(:USERNAME)
               AND (STATO = 'TRATTENUTA'
               OR DATA_VERSAMENTO BETWEEN
               TO_DATE(:DB-DATA-DA, 'DD-MM-YYYY')
               AND TO_DATE(:DB-DATA-A, 'DD-MM-YYYY')
               OR DATA_CHIUSURA BETWEEN
               TO_DATE(:DB-DATA-DA, 'DD-MM-YYYY')
               AND TO_DATE(:DB-DATA-A, 'DD-MM-YYYY'))
               ORDER BY ID
           END-EXEC
           EXEC SQL
           OPEN CAUZIONI_ESTRATTO_CURSOR
           END-EXEC

           MOVE ZERO TO WS-CONTEGGIO-RIGHE
           EXEC SQL
               FETCH CAUZIONI_ESTRATTO_CURSOR INTO :DB-DATA-MOVIMENTO,
               :DB-ISBN, :DB-IMPORTO, :DB-STATO, :DB-DATA-CHIUSURA
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE DB-IMPORTO TO WS-IMPORTO-STAMPA
               MOVE SPACE TO ESTRATTI-PRINT-RECORD
               STRING
                   "    " DELIMITED BY SIZE
                   DB-DATA-MOVIMENTO DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   DB-ISBN DELIMITED BY SIZE
                   " / EUR " DELIMITED BY SIZE
                   WS-IMPORTO-STAMPA DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   DB-STATO DELIMITED BY SPACE
                   " / " DELIMITED BY SIZE
                   DB-DATA-CHIUSURA DELIMITED BY SIZE
                   INTO ESTRATTI-PRINT-RECORD
               END-STRING
               WRITE ESTRATTI-PRINT-RECORD
               ADD 1 TO WS-CONTEGGIO-RIGHE
               EXEC SQL
                   FETCH CAUZIONI_ESTRATTO_CURSOR
                   INTO :DB-DATA-MOVIMENTO, :DB-ISBN, :DB-IMPORTO,
                   :DB-STATO, :DB-DATA-CHIUSURA
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE CAUZIONI_ESTRATTO_CURSOR
           END-EXEC
           IF WS-CONTEGGIO-RIGHE = ZERO
               MOVE "    NESSUNA CAUZIONE" TO ESTRATTI-PRINT-RECORD
               WRITE ESTRATTI-PRINT-RECORD
           END-IF.

      ******************************************************************
      **************AVVISI PAGOPA ANCORA DA PAGARE**********************
      ******************************************************************
           STAMPAAVVISIPAGOPA.
           MOVE "  AVVISI PAGOPA DA PAGARE (EMISSIONE / IUV / IMPORTO):"
               TO ESTRATTI-PRINT-RECORD
           WRITE ESTRATTI-PRINT-RECORD
           EXEC SQL
               DECLARE AVVISI_ESTRATTO_CURSOR CURSOR FOR
               SELECT TO_CHAR(DATA_EMISSIONE, 'DD-MM-YYYY'), IUV,
               IMPORTO
               FROM POSIZIONE_PAGOPA
               WHERE USERNAME = TRIM(:USERNAME)
               AND STATO = 'EMESSA'
               ORDER BY ID
           END-EXEC
           EXEC SQL
           OPEN AVVISI_ESTRATTO_CURSOR
           END-EXEC

           MOVE ZERO TO WS-CONTEGGIO-RIGHE
           EXEC SQL
               FETCH AVVISI_ESTRATTO_CURSOR INTO :DB-DATA-EMISSIONE,
               :DB-IUV, :DB-IMPORTO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE DB-IMPORTO TO WS-IMPORTO-STAMPA
               MOVE SPACE TO ESTRATTI-PRINT-RECORD
               STRING
                   "    " DELIMITED BY SIZE
                   DB-DATA-EMISSIONE DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   DB-IUV DELIMITED BY SIZE
                   " / EUR " DELIMITED BY SIZE
                   WS-IMPORTO-STAMPA DELIMITED BY SIZE
                   INTO ESTRATTI-PRINT-RECORD
               END-STRING
               WRITE ESTRATTI-PRINT-RECORD
               ADD 1 TO WS-CONTEGGIO-RIGHE
               EXEC SQL
                   FETCH AVVISI_ESTRATTO_CURSOR INTO :DB-DATA-EMISSIONE,
                   :DB-IUV, :DB-IMPORTO
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE AVVISI_ESTRATTO_CURSOR
           END-EXEC
           IF WS-CONTEGGIO-RIGHE = ZERO
               MOVE "    NESSUN AVVISO APERTO" TO ESTRATTI-PRINT-RECORD
               WRITE ESTRATTI-PRINT-RECORD
           END-IF.

      ******************************************************************
      **************PRESTITI IN CORSO CON LA SCADENZA*******************
      ******************************************************************
           STAMPAPRESTITIINCORSO.
           MOVE "  PRESTITI IN CORSO (SCADENZA / ISBN / TITOLO):"
               TO ESTRATTI-PRINT-RECORD
           WRITE ESTRATTI-PRINT-RECORD
           EXEC SQL
               DECLARE PRESTITI_ESTRATTO_CURSOR CURSOR FOR
               SELECT COALESCE(P.DATA_SCADENZA, ' '), P.ISBN,
               COALESCE(L.TITOLO, ' ')
               FROM PRENOTAZIONE P
               LEFT JOIN LIBRO L ON L.ISBN = P.ISBN
               WHERE P.USERNAME = TRIM(:USERNAME)
               AND P.STATO = 'PRENOTATO'
               ORDER BY TO_DATE(P.DATA_SCADENZA, 'DD-MM-YYYY')
           END-EXEC
           EXEC SQL
           OPEN PRESTITI_ESTRATTO_CURSOR
           END-EXEC

           MOVE ZERO TO DB-PRESTITI-IN-CORSO
           EXEC SQL
               FETCH PRESTITI_ESTRATTO_CURSOR INTO :DB-DATA-SCADENZA,
               :DB-ISBN, :DB-TITOLO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE SPACE TO ESTRATTI-PRINT-RECORD
               STRING
                   "    " DELIMITED BY SIZE
                   DB-DATA-SCADENZA DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   DB-ISBN DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   DB-TITOLO DELIMITED BY "  "
                   INTO ESTRATTI-PRINT-RECORD
               END-STRING
               WRITE ESTRATTI-PRINT-RECORD
               ADD 1 TO DB-PRESTITI-IN-CORSO
               EXEC SQL
                   FETCH PRESTITI_ESTRATTO_CURSOR
                   INTO :DB-DATA-SCADENZA, :DB-ISBN, :DB-TITOLO
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE PRESTITI_ESTRATTO_CURSOR
           END-EXEC
           IF DB-PRESTITI-IN-CORSO = ZERO
               MOVE "    NESSUN PRESTITO IN CORSO"
                   TO ESTRATTI-PRINT-RECORD
               WRITE ESTRATTI-PRINT-RECORD
           END-IF.

      ******************************************************************
      **************REGISTRA L'EMISSIONE E INVIA IL RIEPILOGO***********
      ******************************************************************
      **SENZA EMAIL IN ANAGRAFE L'ESTRATTO RESTA SOLO STAMPATO E LA****
      **RIGA DI ESTRATTO_CONTO LO DICE (INVIATO = 'N')*****************
           REGISTRAESTRATTO.
           MOVE 'N' TO DB-INVIATO
           IF DB-INVIA = 'S' AND DB-EMAIL-UTENTE NOT = SPACE
               MOVE 'S' TO DB-INVIATO
           END-IF
           EXEC SQL
               INSERT INTO ESTRATTO_CONTO (USERNAME, DATA_DA, DATA_A,
               SALDO_INIZIALE, ADDEBITI, ACCREDITI, SALDO_FINALE,
               SALDO_UTENTE, PRESTITI_IN_CORSO, INVIATO)
               VALUES (TRIM(:USERNAME),
               TO_DATE(:DB-DATA-DA, 'DD-MM-YYYY'),
               TO_DATE(:DB-DATA-A, 'DD-MM-YYYY'),
               :DB-SALDO-INIZIALE, :DB-TOTALE-ADDEBITI,
               :DB-TOTALE-ACCREDITI, :DB-SALDO-PROGRESSIVO,
               :DB-MULTA-UTENTE, :DB-PRESTITI-IN-CORSO, :DB-INVIATO)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE ALL '=' TO ESTRATTI-PRINT-RECORD
           WRITE ESTRATTI-PRINT-RECORD
           IF DB-INVIATO = 'S'
               MOVE DB-SALDO-INIZIALE TO WS-SALDO-INIZIALE-STAMPA
               MOVE DB-SALDO-PROGRESSIVO TO WS-SALDO-STAMPA
               MOVE DB-PRESTITI-IN-CORSO TO WS-PRESTITI-STAMPA
               MOVE SPACE TO DB-MESSAGGIO-NOTIFICA
               STRING
                   "ESTRATTO CONTO DAL " DELIMITED BY SIZE
                   DB-DATA-DA DELIMITED BY SIZE
                   " AL " DELIMITED BY SIZE
                   DB-DATA-A DELIMITED BY SIZE
                   ": SALDO INIZIALE EUR " DELIMITED BY SIZE
                   WS-SALDO-INIZIALE-STAMPA DELIMITED BY SIZE
                   ", ADDEBITI EUR " DELIMITED BY SIZE
                   WS-ADDEBITI-STAMPA DELIMITED BY SIZE
                   ", ACCREDITI EUR " DELIMITED BY SIZE
                   WS-ACCREDITI-STAMPA DELIMITED BY SIZE
                   ", SALDO FINALE EUR " DELIMITED BY SIZE
                   WS-SALDO-STAMPA DELIMITED BY SIZE
                   ", PRESTITI IN CORSO " DELIMITED BY SIZE
                   WS-PRESTITI-STAMPA DELIMITED BY SIZE
                   INTO DB-MESSAGGIO-NOTIFICA
               END-STRING
               EXEC SQL
                   INSERT INTO NOTIFICA (USERNAME, EMAIL, MESSAGGIO)
                   VALUES (TRIM(:USERNAME), TRIM(:DB-EMAIL-UTENTE),
                   TRIM(:DB-MESSAGGIO-NOTIFICA))
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME
           END-IF.

      ******************************************************************
      **************ELENCO DEGLI ESTRATTI EMESSI************************
      ******************************************************************
      **CON UNO USERNAME SI VEDONO SOLO I SUOI, ALTRIMENTI TUTTI*******
           DISPLAYESTRATTI.
           MOVE LS-USERNAME TO USERNAME
           DISPLAY "ESTRATTI CONTO (EMISSIONE / PATRON / DAL / AL / "
               "SALDO FINALE / INVIATO):"
           EXEC SQL
               DECLARE ESTRATTI_CURSOR CURSOR FOR
               SELECT ID, TO_CHAR(DATA_EMISSIONE, 'DD-MM-YYYY'),
               USERNAME, TO_CHAR(DATA_DA, 'DD-MM-YYYY'),
               TO_CHAR(DATA_A, 'DD-MM-YYYY'), SALDO_FINALE,
               COALESCE(INVIATO, 'N')
               FROM ESTRATTO_CONTO
               WHERE TRIM(:USERNAME) = ''
               OR USERNAME = TRIM(:USERNAME)
               ORDER BY ID DESC
           END-EXEC
           EXEC SQL
           OPEN ESTRATTI_CURSOR
           END-EXEC

           EXEC SQL
               FETCH ESTRATTI_CURSOR INTO :DB-ID-ESTRATTO,
               :DB-DATA-EMISSIONE, :USERNAME, :DB-DATA-DA, :DB-DATA-A,
               :DB-SALDO-PROGRESSIVO, :DB-INVIATO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE DB-SALDO-PROGRESSIVO TO WS-SALDO-STAMPA
               DISPLAY "  " DB-ID-ESTRATTO " " DB-DATA-EMISSIONE " / "
                   USERNAME " / " DB-DATA-DA " / " DB-DATA-A " / "
                   WS-SALDO-STAMPA " / " DB-INVIATO
               EXEC SQL
                   FETCH ESTRATTI_CURSOR INTO :DB-ID-ESTRATTO,
                   :DB-DATA-EMISSIONE, :USERNAME, :DB-DATA-DA,
                   :DB-DATA-A, :DB-SALDO-PROGRESSIVO, :DB-INVIATO
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE ESTRATTI_CURSOR
           END-EXEC
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
                   VALUES ('ESTRATTOCONTO', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
                   STOP RUN
               END-IF
               EXIT PROGRAM.
