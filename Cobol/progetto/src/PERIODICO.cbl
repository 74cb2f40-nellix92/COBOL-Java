      **FASCICOLI PASSANO IN STATO RILEGATO E IL VOLUME ENTRA A********
      **CATALOGO CON UNA COPIA A REGISTRO ESEMPLARI, PRONTO PER********
      **CIRCOLARE O PER LA SOLA CONSULTAZIONE***************************
      **OGNI TESTATA PUO' AVERE UNO SCHEMA DI PUBBLICAZIONE (FREQUENZA,*
      **NUMERAZIONE, PRIMO NUMERO CON LA SUA DATA DI ARRIVO, MESI CON**
      **IL NUMERO DOPPIO): ALL'ABBONAMENTO E A OGNI ANNO NUOVO I*******
      **FASCICOLI ATTESI SI GENERANO DA SOLI CON LA DATA PREVISTA, IL**
      **CHECK-IN PROPONE IL PROSSIMO ATTESO E UN NUMERO IN RITARDO****
      **OLTRE LA TOLLERANZA PASSA DA SOLO NELLA LISTA RECLAMI***********
       AUTHOR. ANOIR.
       DATA DIVISION.

           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.

      *****************************************************************
      ***********PREVISIONE DEI FASCICOLI DALLO SCHEMA*****************
      *****************************************************************
      **UN NUMERO DOPPIO SALTA L'USCITA SUCCESSIVA; PER I SETTIMANALI**
      **E' DOPPIO SOLO IL PRIMO NUMERO DEL MESE INDICATO****************
           01 WS-SALTA-USCITA PIC X(1) VALUE 'N'.
           01 WS-ULTIMO-MESE-DOPPIO PIC X(7) VALUE SPACE.
           01 WS-SOLO-FUTURE PIC X(1) VALUE 'N'.
           01 WS-FASCICOLI-PREVISTI PIC 9(5) VALUE ZERO.
           01 WS-ABBONAMENTI-PREVISTI PIC 9(5) VALUE ZERO.
           01 WS-FINE-ABBONAMENTI PIC X(1) VALUE 'N'.

           01 WS-PARAMETRO-CONFIG.
               05 WS-CONFIG-CHIAVE PIC X(40).
               05 WS-CONFIG-VALORE PIC X(100).
               05 WS-CONFIG-VALORE-NUM PIC 9(7)V99.
               05 WS-CONFIG-ESITO PIC X(1).

      *****************************************************************
      ***********REGISTRO ESEMPLARI PER IL VOLUME RILEGATO*************
      *****************************************************************
      *    RIPARAZIONE), CHE IL CHIAMATO MUOVE PER INTERO**************
               05 FILLER                   PIC X(121).

      *****************************************************************
      ***********ALLINEAMENTO DELL'INDICE PER PAROLE DEL CATALOGO******
      *****************************************************************
           01 WS-PAROLE-CHIAVE.
               05 WS-PCH-ISBN          PIC X(13).
               05 WS-PCH-ID-AUTORE     PIC 9(9).
               05 WS-PCH-GENERE        PIC X(50).
               05 WS-PCH-TESTO         PIC X(100).
               05 WS-PCH-PAROLE        PIC X(200).
               05 WS-PCH-NUMERO-PAROLE PIC 9(2).
               05 WS-PCH-OPERATORE     PIC X(50).
               05 WS-PCH-ESITO         PIC X(1).

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
      *****************************************************************
           01 DB-CHIAVE-VOLUME      PIC X(13) VALUE SPACE.
           01 DB-TITOLO-VOLUME      PIC X(100) VALUE SPACE.
           01 DB-SOLO-CONSULT       PIC X(1) VALUE SPACE.
           01 RECORDSCHEMA.
               05 DB-FREQUENZA          PIC X(12).
               05 DB-NUMERAZIONE        PIC X(10).
               05 DB-PRIMO-NUMERO       PIC 9(6).
               05 DB-PRIMA-USCITA       PIC X(10).
               05 DB-MESI-DOPPI         PIC X(40).
               05 DB-GIORNI-TOLLERANZA  PIC 9(3).
           01 DB-GIORNI-RECLAMO     PIC 9(3) VALUE 10.
           01 DB-DATA-PREVISTA      PIC X(10) VALUE SPACE.
           01 DB-ANNO-USCITA        PIC 9(4) VALUE ZERO.
           01 DB-MESE-USCITA        PIC X(7) VALUE SPACE.
           01 DB-DOPPIO             PIC X(1) VALUE SPACE.
           01 DB-FUTURA             PIC X(1) VALUE SPACE.
           01 DB-NUMERO-SINGOLO     PIC X(20) VALUE SPACE.
           01 DB-NUMERO-DOPPIO      PIC X(20) VALUE SPACE.
           01 DB-ID-ABBONAMENTO     PIC 9(9) VALUE ZERO.
           01 DB-ID-TESTATA-FILTRO  PIC 9(9) VALUE ZERO.
           01 DB-CONTEGGIO          PIC 9(5) VALUE ZERO.
           01 DB-SOLO-NUOVI         PIC X(1) VALUE 'N'.
           01 DB-CODICE-SQL-ORIGINALE PIC S9(9) VALUE ZERO.
           01 DB-ERR-MESSAGGIO PIC X(200) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.
               05 LS-ID-CIRCOLAZIONE PIC 9(9).
               05 LS-COLLOCAZIONE   PIC X(20).
               05 LS-SOLO-CONSULT   PIC X(1).
      *    CAMPI DELLO SCHEMA DI PUBBLICAZIONE (LS-PRIMA-USCITA********
      *    DD-MM-YYYY; IN USCITA DA 'n' E' LA DATA PREVISTA)***********
               05 LS-FREQUENZA      PIC X(12).
               05 LS-NUMERAZIONE    PIC X(10).
               05 LS-PRIMO-NUMERO   PIC 9(6).
               05 LS-PRIMA-USCITA   PIC X(10).
               05 LS-MESI-DOPPI     PIC X(40).
               05 LS-GIORNI-TOLLERANZA PIC 9(3).
               05 LS-CONTEGGIO      PIC 9(5).

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
                       PERFORM REPORTCIRCOLAZIONIFERME
                   WHEN 'y'
                       PERFORM RILEGAANNATA
                   WHEN 'e'
                       PERFORM IMPOSTASCHEMA
                   WHEN 'x'
                       PERFORM GENERAANNO
                   WHEN 'n'
                       PERFORM PROSSIMOATTESO
                   WHEN 'a'
                       PERFORM SEGNALARITARDIBATCH
                   WHEN 'w'
                       PERFORM PREVISIONEANNUALE
               END-EVALUATE.
           EXIT PROGRAM.

           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE 'S' TO LS-ESITO
           DISPLAY "ABBONAMENTO REGISTRATO PER L'ANNO " ANNO
      *    CON LO SCHEMA DI PUBBLICAZIONE I FASCICOLI DELL'ANNO*******
      *    SI PREVEDONO SUBITO******************************************
           MOVE 'N' TO WS-SOLO-FUTURE
           PERFORM GENERAFASCICOLIPREVISTI
           EXIT PROGRAM.

      ******************************************************************
      ******************************************************************
      **************LISTA RECLAMI (FASCICOLI MAI ARRIVATI)**************
      ******************************************************************
      **I FASCICOLI PREVISTI DALLO SCHEMA ENTRANO NELLA LISTA SOLO*****
      **QUANDO SONO IN RITARDO OLTRE LA TOLLERANZA; QUELLI REGISTRATI**
      **A MANO, SENZA DATA PREVISTA, CI STANNO COME SEMPRE**************
           LISTARECLAMI.
           PERFORM SEGNALARITARDI
           DISPLAY "FASCICOLI ATTESI E MAI ARRIVATI "
               "(TESTATA / ANNO / NUMERO / PREVISTO IL):"
           EXEC SQL
               DECLARE RECLAMI_CURSOR CURSOR FOR
               SELECT T.TITOLO, F.ANNO, F.NUMERO,
               COALESCE(TO_CHAR(F.DATA_PREVISTA, 'DD-MM-YYYY'), '-')
               FROM FASCICOLO F JOIN TESTATA T ON F.ID_TESTATA = T.ID
               WHERE F.STATO = 'ATTESO'
               AND (F.DATA_PREVISTA IS NULL
                    OR F.DATA_RECLAMO IS NOT NULL)
               ORDER BY T.TITOLO, F.ANNO, F.DATA_PREVISTA, F.NUMERO
           END-EXEC
           EXEC SQL
           OPEN RECLAMI_CURSOR

           EXEC SQL
               FETCH RECLAMI_CURSOR INTO :TITOLO, :ANNO,
               :NUMERO-FASCICOLO, :DB-DATA-PREVISTA
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "  " TITOLO " / " ANNO " / " NUMERO-FASCICOLO
                   " / " DB-DATA-PREVISTA
               EXEC SQL
                   FETCH RECLAMI_CURSOR INTO :TITOLO, :ANNO,
                   :NUMERO-FASCICOLO, :DB-DATA-PREVISTA
               END-EXEC
           END-PERFORM

           MOVE 1 TO WS-ESE-NUMERO-COPIE
           MOVE LS-COLLOCAZIONE TO WS-ESE-COLLOCAZIONE
           CALL 'ESEMPLARE' USING 'g', WS-ESEMPLARE-VOLUME
           MOVE DB-CHIAVE-VOLUME TO WS-PCH-ISBN
           CALL 'PAROLECHIAVE' USING 'i', WS-PAROLE-CHIAVE
           MOVE 'S' TO LS-ESITO
           DISPLAY "ANNATA RILEGATA: " VALUESTABLE " FASCICOLI NEL "
               "VOLUME " DB-CHIAVE-VOLUME
           EXIT PROGRAM.

      ******************************************************************
      **************IMPOSTA LO SCHEMA DI PUBBLICAZIONE DI UNA TESTATA***
      ******************************************************************
      **FREQUENZA SETTIMANALE, QUINDICINALE, MENSILE, BIMESTRALE O*****
      **TRIMESTRALE; NUMERAZIONE ANNUALE (RIPARTE DA 1 OGNI ANNO) O****
      **CONTINUA; LS-PRIMA-USCITA E' LA DATA DI ARRIVO DEL NUMERO******
      **LS-PRIMO-NUMERO E FISSA IL PASSO DI TUTTE LE ALTRE; I MESI*****
      **DOPPI SONO UN ELENCO MM SEPARATO DA VIRGOLE (ES. 07,12). SE LO**
      **SCHEMA CAMBIA SI RIFANNO SOLO LE USCITE FUTURE NON ARRIVATE****
           IMPOSTASCHEMA.
           MOVE 'N' TO LS-ESITO
           MOVE LS-ID-TESTATA TO ID-TESTATA
           MOVE LS-FREQUENZA TO DB-FREQUENZA
           MOVE LS-NUMERAZIONE TO DB-NUMERAZIONE
           MOVE LS-PRIMO-NUMERO TO DB-PRIMO-NUMERO
           MOVE LS-PRIMA-USCITA TO DB-PRIMA-USCITA
           MOVE LS-MESI-DOPPI TO DB-MESI-DOPPI
           MOVE LS-GIORNI-TOLLERANZA TO DB-GIORNI-TOLLERANZA
           IF DB-FREQUENZA NOT = 'SETTIMANALE'
               AND DB-FREQUENZA NOT = 'QUINDICINALE'
               AND DB-FREQUENZA NOT = 'MENSILE'
               AND DB-FREQUENZA NOT = 'BIMESTRALE'
               AND DB-FREQUENZA NOT = 'TRIMESTRALE'
               DISPLAY "FREQUENZA NON VALIDA"
               EXIT PROGRAM
           END-IF
           IF DB-NUMERAZIONE = SPACE
               MOVE 'ANNUALE' TO DB-NUMERAZIONE
           END-IF
           IF DB-NUMERAZIONE NOT = 'ANNUALE'
               AND DB-NUMERAZIONE NOT = 'CONTINUA'
               DISPLAY "NUMERAZIONE NON VALIDA: ANNUALE O CONTINUA"
               EXIT PROGRAM
           END-IF
           IF DB-PRIMO-NUMERO = ZERO
               MOVE 1 TO DB-PRIMO-NUMERO
           END-IF
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE FROM TESTATA
               WHERE ID = :ID-TESTATA
           END-EXEC
           IF VALUESTABLE = ZERO
               DISPLAY "TESTATA SCONOSCIUTA"
               EXIT PROGRAM
           END-IF
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE
               FROM SCHEMA_PUBBLICAZIONE
               WHERE ID_TESTATA = :ID-TESTATA
           END-EXEC
           IF VALUESTABLE = ZERO
               EXEC SQL
                   INSERT INTO SCHEMA_PUBBLICAZIONE
                   (ID_TESTATA, FREQUENZA, NUMERAZIONE, PRIMO_NUMERO,
                   PRIMA_USCITA, MESI_DOPPI, GIORNI_TOLLERANZA)
                   VALUES (:ID-TESTATA, TRIM(:DB-FREQUENZA),
                   TRIM(:DB-NUMERAZIONE), :DB-PRIMO-NUMERO,
                   TO_DATE(:DB-PRIMA-USCITA, 'DD-MM-YYYY'),
                   NULLIF(TRIM(:DB-MESI-DOPPI), ''),
                   NULLIF(:DB-GIORNI-TOLLERANZA, 0))
               END-EXEC
               MOVE 'N' TO WS-SOLO-FUTURE
           ELSE
               EXEC SQL
                   UPDATE SCHEMA_PUBBLICAZIONE
                   SET FREQUENZA = TRIM(:DB-FREQUENZA),
                   NUMERAZIONE = TRIM(:DB-NUMERAZIONE),
                   PRIMO_NUMERO = :DB-PRIMO-NUMERO,
                   PRIMA_USCITA = TO_DATE(:DB-PRIMA-USCITA,
                       'DD-MM-YYYY'),
                   MESI_DOPPI = NULLIF(TRIM(:DB-MESI-DOPPI), ''),
                   GIORNI_TOLLERANZA = NULLIF(:DB-GIORNI-TOLLERANZA, 0),
                   AGGIORNATO = CURRENT_TIMESTAMP
                   WHERE ID_TESTATA = :ID-TESTATA
               END-EXEC
               MOVE 'S' TO WS-SOLO-FUTURE
           END-IF
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
      *    LE USCITE FUTURE PREVISTE CON LO SCHEMA VECCHIO SI***********
      *    TOLGONO: LE RIGENERA LO SCHEMA NUOVO*************************
           IF WS-SOLO-FUTURE = 'S'
               EXEC SQL
                   DELETE FROM FASCICOLO
                   WHERE ID_TESTATA = :ID-TESTATA
                   AND STATO = 'ATTESO'
                   AND DATA_PREVISTA >= CURRENT_DATE
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM ERROR-RUNTIME
               END-IF
           END-IF
           MOVE 'S' TO LS-ESITO
           DISPLAY "SCHEMA DI PUBBLICAZIONE REGISTRATO"
      *    SI PREVEDONO GLI ABBONAMENTI DELL'ANNO IN CORSO E SEGUENTI**
           MOVE ID-TESTATA TO DB-ID-TESTATA-FILTRO
           MOVE 'N' TO DB-SOLO-NUOVI
           PERFORM PREVEDIABBONAMENTI
           MOVE WS-ABBONAMENTI-PREVISTI TO LS-CONTEGGIO
           EXIT PROGRAM.

      ******************************************************************
      **************GENERA I FASCICOLI PREVISTI DI UN ANNO**************
      ******************************************************************
           GENERAANNO.
           MOVE 'N' TO LS-ESITO
           MOVE LS-ID-TESTATA TO ID-TESTATA
           MOVE LS-ANNO TO ANNO
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE FROM ABBONAMENTO
               WHERE ID_TESTATA = :ID-TESTATA AND ANNO = :ANNO
           END-EXEC
           IF VALUESTABLE = ZERO
               DISPLAY "NESSUN ABBONAMENTO PER QUESTA TESTATA E ANNO"
               EXIT PROGRAM
           END-IF
           MOVE 'N' TO WS-SOLO-FUTURE
           PERFORM GENERAFASCICOLIPREVISTI
           MOVE WS-FASCICOLI-PREVISTI TO LS-CONTEGGIO
           MOVE 'S' TO LS-ESITO
           EXIT PROGRAM.

      ******************************************************************
      **************PREVISIONE DI INIZIO ANNO (BATCH)*******************
      ******************************************************************
      **GLI ABBONAMENTI DELL'ANNO IN CORSO O SEGUENTI CHE HANNO UNO*****
      **SCHEMA MA NESSUN FASCICOLO PREVISTO: IL PRIMO GIRO DELL'ANNO***
      **LI PRENDE TUTTI, I GIRI DOPO SOLO QUELLI REGISTRATI NEL MESE***
           PREVISIONEANNUALE.
           MOVE ZERO TO DB-ID-TESTATA-FILTRO
           MOVE 'S' TO DB-SOLO-NUOVI
           PERFORM PREVEDIABBONAMENTI
           MOVE WS-ABBONAMENTI-PREVISTI TO LS-CONTEGGIO
           DISPLAY "ABBONAMENTI CON FASCICOLI PREVISTI: "
               WS-ABBONAMENTI-PREVISTI
           EXIT PROGRAM.

      ******************************************************************
      **************PREVEDE GLI ABBONAMENTI DA ORA IN AVANTI************
      ******************************************************************
      **DB-ID-TESTATA-FILTRO = ZERO VUOL DIRE TUTTE LE TESTATE;********
      **DB-SOLO-NUOVI = 'S' SALTA GLI ABBONAMENTI GIA' PREVISTI. GLI****
      **ABBONAMENTI SI SCORRONO PER ID CRESCENTE, UNO ALLA VOLTA, PER**
      **NON TENERE DUE CURSORI APERTI INSIEME***************************
           PREVEDIABBONAMENTI.
           MOVE ZERO TO WS-ABBONAMENTI-PREVISTI
           MOVE ZERO TO DB-ID-ABBONAMENTO
           MOVE 'N' TO WS-FINE-ABBONAMENTI
           PERFORM UNTIL WS-FINE-ABBONAMENTI = 'S'
               EXEC SQL
                   SELECT A.ID, A.ID_TESTATA, A.ANNO
                   INTO :DB-ID-ABBONAMENTO, :ID-TESTATA, :ANNO
                   FROM ABBONAMENTO A
                   JOIN SCHEMA_PUBBLICAZIONE S
                   ON S.ID_TESTATA = A.ID_TESTATA
                   WHERE A.ID > :DB-ID-ABBONAMENTO
                   AND A.ANNO >= CAST(EXTRACT(YEAR FROM CURRENT_DATE)
                       AS INTEGER)
                   AND (:DB-ID-TESTATA-FILTRO = 0
                        OR A.ID_TESTATA = :DB-ID-TESTATA-FILTRO)
                   AND (:DB-SOLO-NUOVI = 'N'
                        OR NOT EXISTS (SELECT 1 FROM FASCICOLO F
                        WHERE F.ID_TESTATA = A.ID_TESTATA
                        AND F.ANNO = A.ANNO
                        AND F.DATA_PREVISTA IS NOT NULL))
                   ORDER BY A.ID
                   LIMIT 1
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'S' TO WS-FINE-ABBONAMENTI
               ELSE
                   PERFORM GENERAFASCICOLIPREVISTI
                   ADD 1 TO WS-ABBONAMENTI-PREVISTI
               END-IF
           END-PERFORM.

      ******************************************************************
      **************GENERA I FASCICOLI PREVISTI DI TESTATA E ANNO*******
      ******************************************************************
      **LE USCITE SI CONTANO DALLA PRIMA USCITA DELLO SCHEMA A PASSO***
      **FISSO (LE DATE LE CALCOLA IL DATABASE, CHE CONOSCE I MESI******
      **CORTI); SI SCORRE ANCHE L'ANNO PRIMA PER PORTARSI DIETRO UN****
      **NUMERO DOPPIO DI DICEMBRE. I FASCICOLI GIA' PRESENTI (ANCHE****
      **QUELLI REGISTRATI A MANO) NON SI DUPLICANO: PRENDONO SOLO LA***
      **DATA PREVISTA SE NON L'AVEVANO**********************************
           GENERAFASCICOLIPREVISTI.
           MOVE ZERO TO WS-FASCICOLI-PREVISTI
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE
               FROM SCHEMA_PUBBLICAZIONE
               WHERE ID_TESTATA = :ID-TESTATA
           END-EXEC
           IF VALUESTABLE = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SALTA-USCITA
           MOVE SPACE TO WS-ULTIMO-MESE-DOPPIO
           EXEC SQL
               DECLARE USCITE_CURSOR CURSOR FOR
               SELECT TO_CHAR(D, 'DD-MM-YYYY'),
               CAST(EXTRACT(YEAR FROM D) AS INTEGER),
               TO_CHAR(D, 'MM-YYYY'),
               CASE WHEN POSITION(TO_CHAR(D, 'MM')
                   IN COALESCE(MESI_DOPPI, '')) > 0
                   THEN 'S' ELSE 'N' END,
               CASE WHEN D >= CURRENT_DATE THEN 'S' ELSE 'N' END,
               CAST(N AS TEXT),
               CAST(N AS TEXT) || '-' || CAST(N + 1 AS TEXT)
               FROM (SELECT D, MESI_DOPPI,
                   CASE WHEN NUMERAZIONE = 'CONTINUA'
                       THEN PRIMO_NUMERO + K
                   WHEN EXTRACT(YEAR FROM D) =
                       EXTRACT(YEAR FROM PRIMA_USCITA)
                       THEN PRIMO_NUMERO - 1 + CAST(ROW_NUMBER()
                       OVER (PARTITION BY EXTRACT(YEAR FROM D)
                       ORDER BY D) AS INTEGER)
                   ELSE CAST(ROW_NUMBER() OVER (PARTITION BY
                       EXTRACT(YEAR FROM D) ORDER BY D) AS INTEGER)
                   END AS N
                   FROM (SELECT K, S.MESI_DOPPI, S.NUMERAZIONE,
                       S.PRIMO_NUMERO, S.PRIMA_USCITA,
                       CAST(S.PRIMA_USCITA + K *
                       CASE S.FREQUENZA
                       WHEN 'SETTIMANALE' THEN INTERVAL '7 DAY'
                       WHEN 'QUINDICINALE' THEN INTERVAL '14 DAY'
                       WHEN 'BIMESTRALE' THEN INTERVAL '2 MONTH'
                       WHEN 'TRIMESTRALE' THEN INTERVAL '3 MONTH'
                       ELSE INTERVAL '1 MONTH' END AS DATE) AS D
                       FROM SCHEMA_PUBBLICAZIONE S,
                       GENERATE_SERIES(0, 3000) AS K
                       WHERE S.ID_TESTATA = :ID-TESTATA) X
                   WHERE EXTRACT(YEAR FROM D) <= :ANNO) Y
               WHERE EXTRACT(YEAR FROM D) >= :ANNO - 1
               ORDER BY D
           END-EXEC
           EXEC SQL
           OPEN USCITE_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               FETCH USCITE_CURSOR INTO :DB-DATA-PREVISTA,
               :DB-ANNO-USCITA, :DB-MESE-USCITA, :DB-DOPPIO,
               :DB-FUTURA, :DB-NUMERO-SINGOLO, :DB-NUMERO-DOPPIO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM PREVEDIUSCITA
               EXEC SQL
                   FETCH USCITE_CURSOR INTO :DB-DATA-PREVISTA,
                   :DB-ANNO-USCITA, :DB-MESE-USCITA, :DB-DOPPIO,
                   :DB-FUTURA, :DB-NUMERO-SINGOLO, :DB-NUMERO-DOPPIO
               END-EXEC
           END-PERFORM
           EXEC SQL
           CLOSE USCITE_CURSOR
           END-EXEC
           DISPLAY "FASCICOLI PREVISTI PER LA TESTATA " ID-TESTATA
               " ANNO " ANNO ": " WS-FASCICOLI-PREVISTI.

      ******************************************************************
      **************UNA USCITA PREVISTA*********************************
      ******************************************************************
           PREVEDIUSCITA.
           IF WS-SALTA-USCITA = 'S'
               MOVE 'N' TO WS-SALTA-USCITA
               EXIT PARAGRAPH
           END-IF
           MOVE DB-NUMERO-SINGOLO TO NUMERO-FASCICOLO
           IF DB-DOPPIO = 'S'
               AND DB-MESE-USCITA NOT = WS-ULTIMO-MESE-DOPPIO
               MOVE DB-NUMERO-DOPPIO TO NUMERO-FASCICOLO
               MOVE DB-MESE-USCITA TO WS-ULTIMO-MESE-DOPPIO
               MOVE 'S' TO WS-SALTA-USCITA
           END-IF
           IF DB-ANNO-USCITA NOT = ANNO
               EXIT PARAGRAPH
           END-IF
           IF WS-SOLO-FUTURE = 'S' AND DB-FUTURA = 'N'
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               INSERT INTO FASCICOLO
               (ID_TESTATA, ANNO, NUMERO, DATA_PREVISTA)
               SELECT :ID-TESTATA, :ANNO, TRIM(:NUMERO-FASCICOLO),
               TO_DATE(:DB-DATA-PREVISTA, 'DD-MM-YYYY')
               WHERE NOT EXISTS (SELECT 1 FROM FASCICOLO
                   WHERE ID_TESTATA = :ID-TESTATA AND ANNO = :ANNO
                   AND NUMERO = TRIM(:NUMERO-FASCICOLO))
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLCODE = 0 AND SQLERRD(3) > 0
               ADD 1 TO WS-FASCICOLI-PREVISTI
           ELSE
               EXEC SQL
                   UPDATE FASCICOLO SET DATA_PREVISTA =
                   TO_DATE(:DB-DATA-PREVISTA, 'DD-MM-YYYY')
                   WHERE ID_TESTATA = :ID-TESTATA AND ANNO = :ANNO
                   AND NUMERO = TRIM(:NUMERO-FASCICOLO)
                   AND DATA_PREVISTA IS NULL
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM ERROR-RUNTIME
               END-IF
           END-IF.

      ******************************************************************
      **************PROSSIMO FASCICOLO ATTESO DI UNA TESTATA************
      ******************************************************************
      **IL PIU' VECCHIO ANCORA ATTESO PER DATA PREVISTA: E' QUELLO CHE**
      **IL CHECK-IN PROPONE. IN USCITA ANNO, NUMERO E DATA PREVISTA****
           PROSSIMOATTESO.
           MOVE 'N' TO LS-ESITO
           MOVE LS-ID-TESTATA TO ID-TESTATA
           EXEC SQL
               SELECT ANNO, NUMERO,
               TO_CHAR(DATA_PREVISTA, 'DD-MM-YYYY')
               INTO :ANNO, :NUMERO-FASCICOLO, :DB-DATA-PREVISTA
               FROM FASCICOLO
               WHERE ID_TESTATA = :ID-TESTATA
               AND STATO = 'ATTESO'
               AND DATA_PREVISTA IS NOT NULL
               ORDER BY DATA_PREVISTA, ID
               LIMIT 1
           END-EXEC
           IF SQLCODE = 100
               EXIT PROGRAM
           END-IF
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE ANNO TO LS-ANNO
           MOVE NUMERO-FASCICOLO TO LS-NUMERO
           MOVE DB-DATA-PREVISTA TO LS-PRIMA-USCITA
           MOVE 'S' TO LS-ESITO
           EXIT PROGRAM.

      ******************************************************************
      **************SEGNALA I FASCICOLI IN RITARDO (BATCH)**************
      ******************************************************************
           SEGNALARITARDIBATCH.
           PERFORM SEGNALARITARDI
           MOVE DB-CONTEGGIO TO LS-CONTEGGIO
           DISPLAY "FASCICOLI PASSATI IN LISTA RECLAMI: " DB-CONTEGGIO
           EXIT PROGRAM.

      ******************************************************************
      **************MARCA I FASCICOLI PREVISTI IN RITARDO***************
      ******************************************************************
      **IN RITARDO = ANCORA ATTESO OLTRE LA DATA PREVISTA PIU' LA******
      **TOLLERANZA DELLO SCHEMA (O GIORNI-RECLAMO-FASCICOLO): LA DATA**
      **DI RECLAMO LO METTE NELLA LISTA E RESTA COME PROMEMORIA DI*****
      **QUANDO CI E' ENTRATO********************************************
           SEGNALARITARDI.
           MOVE ZERO TO DB-CONTEGGIO
           MOVE 'GIORNI-RECLAMO-FASCICOLO' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-VALORE NOT = SPACE
               MOVE WS-CONFIG-VALORE-NUM TO DB-GIORNI-RECLAMO
           END-IF
           EXEC SQL
               UPDATE FASCICOLO F SET DATA_RECLAMO = CURRENT_DATE
               WHERE F.STATO = 'ATTESO'
               AND F.DATA_RECLAMO IS NULL
               AND F.DATA_PREVISTA IS NOT NULL
               AND F.DATA_PREVISTA + COALESCE((SELECT
                   S.GIORNI_TOLLERANZA FROM SCHEMA_PUBBLICAZIONE S
                   WHERE S.ID_TESTATA = F.ID_TESTATA),
                   :DB-GIORNI-RECLAMO) < CURRENT_DATE
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO DB-CONTEGGIO
           END-IF.

      ******************************************************************
      **************GESTIONE ERRORI************************************
      ******************************************************************
