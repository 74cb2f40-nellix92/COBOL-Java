       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORARIO.
      ******************************************************************
      **************LIBRERIA PER OPERAZIONE TABELLA*********************
      ********************ORARIO_SEDE / STAGIONE_ORARIO*****************
      ******************************************************************
      **ORARIO SETTIMANALE DI APERTURA PER SEDE, A MEZZE GIORNATE******
      **(MATTINA DALLE/ALLE, POMERIGGIO DALLE/ALLE; VUOTO = CHIUSO)*****
      **CON VARIANTI STAGIONALI (ESTIVO...) VALIDE TRA DUE DATE MM-GG.*
      **UNA RIGA STAGIONALE SOSTITUISCE QUELLA ORDINARIA DELLO STESSO**
      **GIORNO; UNA SEDE CHE HA UN ORARIO E' CHIUSA NEI GIORNI SENZA***
      **RIGA, UNA SEDE SENZA ORARIO E' APERTA TUTTO IL GIORNO COME*****
      **PRIMA. L'OPERAZIONE 'h' DICE SE LA SEDE E' APERTA IN UNA DATA**
      **(E IN QUALE FASCIA) TENENDO CONTO ANCHE DI CHIUSURA E DI*******
      **SEDE.GIORNO_CHIUSURA: LA USANO SCADENZE, RITIRI, POSTI, OPAC***
      **E AVVISI AI PATRON**********************************************
       AUTHOR. ANOIR.
       DATA DIVISION.

           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
      *****************************************************************
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01 DBNAME                PIC X(30) VALUE SPACE.

           01 RECORDORARIO.
               05 CODICE-SEDE       PIC 9(5).
               05 STAGIONE          PIC X(10).
               05 GIORNO-SETTIMANA  PIC 9(1).
               05 MATTINA-DALLE     PIC X(5).
               05 MATTINA-ALLE      PIC X(5).
               05 POMERIGGIO-DALLE  PIC X(5).
               05 POMERIGGIO-ALLE   PIC X(5).
           01 RECORDSTAGIONE.
               05 STAGIONE-DAL      PIC X(5).
               05 STAGIONE-AL       PIC X(5).
           01 DB-DATA-ORARIO        PIC X(10) VALUE SPACE.
           01 DB-CONTA-CHIUSO       PIC 9(5) VALUE ZERO.
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
               05 LS-CODICE-SEDE    PIC 9(5).
               05 LS-STAGIONE       PIC X(10).
               05 LS-GIORNO         PIC 9(1).
               05 LS-MATTINA-DALLE  PIC X(5).
               05 LS-MATTINA-ALLE   PIC X(5).
               05 LS-POMERIGGIO-DALLE PIC X(5).
               05 LS-POMERIGGIO-ALLE PIC X(5).
               05 LS-DAL            PIC X(5).
               05 LS-AL             PIC X(5).
               05 LS-DATA           PIC X(10).
               05 LS-TESTO          PIC X(40).
               05 LS-APERTO-MATTINA PIC X(1).
               05 LS-APERTO-POMERIGGIO PIC X(1).
               05 LS-ESITO          PIC X(1).

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
               EVALUATE LS-TYPE
                   WHEN 'i'
                       PERFORM IMPOSTAGIORNO
                   WHEN 'r'
                       PERFORM RIMUOVIGIORNO
                   WHEN 's'
                       PERFORM IMPOSTASTAGIONE
                   WHEN 'd'
                       PERFORM DISPLAYORARIO
                   WHEN 'h'
                       PERFORM ORARIODELGIORNO
               END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      **************IMPOSTA L'ORARIO DI UN GIORNO DELLA SETTIMANA*******
      ******************************************************************
      **STAGIONE VUOTA = ORDINARIO. GLI ORARI SONO HH:MM; UNA FASCIA***
      **CON ENTRAMBI GLI ORARI VUOTI E' CHIUSA**************************
           IMPOSTAGIORNO.
           MOVE 'N' TO LS-ESITO
           MOVE LS-CODICE-SEDE TO CODICE-SEDE
           MOVE LS-STAGIONE TO STAGIONE
           MOVE LS-GIORNO TO GIORNO-SETTIMANA
           MOVE LS-MATTINA-DALLE TO MATTINA-DALLE
           MOVE LS-MATTINA-ALLE TO MATTINA-ALLE
           MOVE LS-POMERIGGIO-DALLE TO POMERIGGIO-DALLE
           MOVE LS-POMERIGGIO-ALLE TO POMERIGGIO-ALLE
           IF STAGIONE = SPACE
               MOVE 'ORDINARIO' TO STAGIONE
           END-IF
           IF GIORNO-SETTIMANA < 1 OR GIORNO-SETTIMANA > 7
               DISPLAY "GIORNO NON VALIDO (1=LUNEDI'...7=DOMENICA)"
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
           IF STAGIONE NOT = 'ORDINARIO'
               MOVE ZERO TO VALUESTABLE
               EXEC SQL
                   SELECT COUNT(*) INTO :VALUESTABLE
                   FROM STAGIONE_ORARIO
                   WHERE STAGIONE = TRIM(:STAGIONE)
               END-EXEC
               IF VALUESTABLE = ZERO
                   DISPLAY "STAGIONE NON DEFINITA: " STAGIONE
                   EXIT PROGRAM
               END-IF
           END-IF
           IF (MATTINA-DALLE = SPACE AND MATTINA-ALLE NOT = SPACE)
               OR (MATTINA-DALLE NOT = SPACE
               AND (MATTINA-DALLE(3:1) NOT = ':'
               OR MATTINA-ALLE(3:1) NOT = ':'
               OR MATTINA-ALLE NOT > MATTINA-DALLE))
               DISPLAY "ORARIO DEL MATTINO NON VALIDO (HH:MM-HH:MM)"
               EXIT PROGRAM
           END-IF
           IF (POMERIGGIO-DALLE = SPACE AND POMERIGGIO-ALLE NOT = SPACE)
               OR (POMERIGGIO-DALLE NOT = SPACE
               AND (POMERIGGIO-DALLE(3:1) NOT = ':'
               OR POMERIGGIO-ALLE(3:1) NOT = ':'
               OR POMERIGGIO-ALLE NOT > POMERIGGIO-DALLE))
               DISPLAY "ORARIO DEL POMERIGGIO NON VALIDO (HH:MM-HH:MM)"
               EXIT PROGRAM
           END-IF
           EXEC SQL
               UPDATE ORARIO_SEDE SET
               MATTINA_DALLE = TRIM(:MATTINA-DALLE),
               MATTINA_ALLE = TRIM(:MATTINA-ALLE),
               POMERIGGIO_DALLE = TRIM(:POMERIGGIO-DALLE),
               POMERIGGIO_ALLE = TRIM(:POMERIGGIO-ALLE)
               WHERE CODICE_SEDE = :CODICE-SEDE
               AND STAGIONE = TRIM(:STAGIONE)
               AND GIORNO_SETTIMANA = :GIORNO-SETTIMANA
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLERRD(3) = ZERO
               EXEC SQL
                   INSERT INTO ORARIO_SEDE (CODICE_SEDE, STAGIONE,
                   GIORNO_SETTIMANA, MATTINA_DALLE, MATTINA_ALLE,
                   POMERIGGIO_DALLE, POMERIGGIO_ALLE)
                   VALUES (:CODICE-SEDE, TRIM(:STAGIONE),
                   :GIORNO-SETTIMANA, TRIM(:MATTINA-DALLE),
                   TRIM(:MATTINA-ALLE), TRIM(:POMERIGGIO-DALLE),
                   TRIM(:POMERIGGIO-ALLE))
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME
           END-IF
           MOVE 'S' TO LS-ESITO
           DISPLAY "ORARIO SEDE " CODICE-SEDE " " STAGIONE
               " GIORNO " GIORNO-SETTIMANA " IMPOSTATO".
           EXIT PROGRAM.

      ******************************************************************
      **************TOGLIE LA RIGA DI UN GIORNO*************************
      ******************************************************************
      **SENZA RIGA STAGIONALE IL GIORNO TORNA ALL'ORARIO ORDINARIO;****
      **SENZA RIGA ORDINARIA IL GIORNO E' DI CHIUSURA*******************
           RIMUOVIGIORNO.
           MOVE 'N' TO LS-ESITO
           MOVE LS-CODICE-SEDE TO CODICE-SEDE
           MOVE LS-STAGIONE TO STAGIONE
           MOVE LS-GIORNO TO GIORNO-SETTIMANA
           IF STAGIONE = SPACE
               MOVE 'ORDINARIO' TO STAGIONE
           END-IF
           EXEC SQL
               DELETE FROM ORARIO_SEDE
               WHERE CODICE_SEDE = :CODICE-SEDE
               AND STAGIONE = TRIM(:STAGIONE)
               AND GIORNO_SETTIMANA = :GIORNO-SETTIMANA
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLERRD(3) = ZERO
               DISPLAY "NESSUNA RIGA DI ORARIO DA TOGLIERE"
           ELSE
               MOVE 'S' TO LS-ESITO
               DISPLAY "RIGA DI ORARIO TOLTA"
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
      **************DEFINISCE IL PERIODO DI UNA STAGIONE****************
      ******************************************************************
      **DAL E AL IN FORMATO MM-GG, VALIDI TUTTI GLI ANNI. UN PERIODO***
      **CHE SCAVALCA L'ANNO (12-15 / 01-06) E' AMMESSO******************
           IMPOSTASTAGIONE.
           MOVE 'N' TO LS-ESITO
           MOVE LS-STAGIONE TO STAGIONE
           MOVE LS-DAL TO STAGIONE-DAL
           MOVE LS-AL TO STAGIONE-AL
           IF STAGIONE = SPACE OR STAGIONE = 'ORDINARIO'
               DISPLAY "NOME DELLA STAGIONE NON VALIDO"
               EXIT PROGRAM
           END-IF
           IF STAGIONE-DAL(3:1) NOT = '-' OR STAGIONE-AL(3:1) NOT = '-'
               OR STAGIONE-DAL(1:2) IS NOT NUMERIC
               OR STAGIONE-DAL(4:2) IS NOT NUMERIC
               OR STAGIONE-AL(1:2) IS NOT NUMERIC
               OR STAGIONE-AL(4:2) IS NOT NUMERIC
               DISPLAY "PERIODO NON VALIDO (FORMATO MM-GG)"
               EXIT PROGRAM
           END-IF
           EXEC SQL
               UPDATE STAGIONE_ORARIO SET DAL = :STAGIONE-DAL,
               AL = :STAGIONE-AL
               WHERE STAGIONE = TRIM(:STAGIONE)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLERRD(3) = ZERO
               EXEC SQL
                   INSERT INTO STAGIONE_ORARIO (STAGIONE, DAL, AL)
                   VALUES (TRIM(:STAGIONE), :STAGIONE-DAL,
                   :STAGIONE-AL)
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME
           END-IF
           MOVE 'S' TO LS-ESITO
           DISPLAY "STAGIONE " STAGIONE " DAL " STAGIONE-DAL
               " AL " STAGIONE-AL.
           EXIT PROGRAM.

      ******************************************************************
      **************MOSTRA L'ORARIO DI UNA SEDE*************************
      ******************************************************************
      **CON SEDE ZERO TUTTE LE SEDI; IN CODA LE STAGIONI DEFINITE*******
           DISPLAYORARIO.
           MOVE LS-CODICE-SEDE TO CODICE-SEDE
           DISPLAY "ORARIO (SEDE / STAGIONE / GIORNO / MATTINA / "
               "POMERIGGIO):"
           EXEC SQL
               DECLARE ORARIO_CURSOR CURSOR FOR
               SELECT CODICE_SEDE, STAGIONE, GIORNO_SETTIMANA,
               COALESCE(MATTINA_DALLE, ' '),
               COALESCE(MATTINA_ALLE, ' '),
               COALESCE(POMERIGGIO_DALLE, ' '),
               COALESCE(POMERIGGIO_ALLE, ' ')
               FROM ORARIO_SEDE
               WHERE :CODICE-SEDE = 0 OR CODICE_SEDE = :CODICE-SEDE
               ORDER BY CODICE_SEDE,
               CASE WHEN STAGIONE = 'ORDINARIO' THEN 0 ELSE 1 END,
               STAGIONE, GIORNO_SETTIMANA
           END-EXEC
           EXEC SQL
           OPEN ORARIO_CURSOR
           END-EXEC

           EXEC SQL
               FETCH ORARIO_CURSOR INTO :CODICE-SEDE, :STAGIONE,
               :GIORNO-SETTIMANA, :MATTINA-DALLE, :MATTINA-ALLE,
               :POMERIGGIO-DALLE, :POMERIGGIO-ALLE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "  " CODICE-SEDE " / " STAGIONE " / "
                   GIORNO-SETTIMANA " / " MATTINA-DALLE "-"
                   MATTINA-ALLE " / " POMERIGGIO-DALLE "-"
                   POMERIGGIO-ALLE
               EXEC SQL
                   FETCH ORARIO_CURSOR INTO :CODICE-SEDE, :STAGIONE,
                   :GIORNO-SETTIMANA, :MATTINA-DALLE, :MATTINA-ALLE,
                   :POMERIGGIO-DALLE, :POMERIGGIO-ALLE
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE ORARIO_CURSOR
           END-EXEC
           DISPLAY "STAGIONI (STAGIONE / DAL / AL):"
           EXEC SQL
               DECLARE STAGIONI_CURSOR CURSOR FOR
               SELECT STAGIONE, DAL, AL FROM STAGIONE_ORARIO
               ORDER BY DAL
           END-EXEC
           EXEC SQL
           OPEN STAGIONI_CURSOR
           END-EXEC

           EXEC SQL
               FETCH STAGIONI_CURSOR INTO :STAGIONE, :STAGIONE-DAL,
               :STAGIONE-AL
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "  " STAGIONE " / " STAGIONE-DAL " / "
                   STAGIONE-AL
               EXEC SQL
                   FETCH STAGIONI_CURSOR INTO :STAGIONE,
                   :STAGIONE-DAL, :STAGIONE-AL
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE STAGIONI_CURSOR
           END-EXEC
           EXIT PROGRAM.

      ******************************************************************
      **************LA SEDE E' APERTA IN QUESTA DATA?*******************
      ******************************************************************
      **RESTITUISCE ESITO 'S' SE LA SEDE APRE ALMENO IN UNA FASCIA,****
      **I DUE INDICATORI DI FASCIA E IL TESTO DELL'ORARIO PER GLI******
      **AVVISI (VUOTO SE LA SEDE NON HA UN ORARIO, 'CHIUSO' SE CHIUSA)*
           ORARIODELGIORNO.
           MOVE LS-CODICE-SEDE TO CODICE-SEDE
           MOVE LS-DATA TO DB-DATA-ORARIO
           MOVE SPACE TO LS-TESTO
           MOVE 'N' TO LS-ESITO
           MOVE 'N' TO LS-APERTO-MATTINA
           MOVE 'N' TO LS-APERTO-POMERIGGIO
      *    PRIMA IL CALENDARIO DELLE CHIUSURE, CHE VALE SEMPRE*********
           MOVE ZERO TO DB-CONTA-CHIUSO
           EXEC SQL
               SELECT COUNT(*) INTO :DB-CONTA-CHIUSO
               FROM (SELECT 1 FROM CHIUSURA
                     WHERE DATA_CHIUSURA =
                     TO_DATE(TRIM(:DB-DATA-ORARIO), 'DD-MM-YYYY')
                     AND (COALESCE(CODICE_SEDE, 0) = 0
                          OR CODICE_SEDE = :CODICE-SEDE)
                     UNION ALL
                     SELECT 1 FROM SEDE
                     WHERE CODICE_SEDE = :CODICE-SEDE
                     AND COALESCE(GIORNO_CHIUSURA, 0) =
                     CAST(EXTRACT(ISODOW FROM
                     TO_DATE(TRIM(:DB-DATA-ORARIO), 'DD-MM-YYYY'))
                     AS INTEGER)
                    ) X
           END-EXEC
           IF DB-CONTA-CHIUSO NOT = ZERO
               MOVE 'CHIUSO' TO LS-TESTO
               EXIT PROGRAM
           END-IF
      *    UNA SEDE SENZA ORARIO E' APERTA TUTTO IL GIORNO*************
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE FROM ORARIO_SEDE
               WHERE CODICE_SEDE = :CODICE-SEDE
           END-EXEC
           IF VALUESTABLE = ZERO
               MOVE 'S' TO LS-ESITO
               MOVE 'S' TO LS-APERTO-MATTINA
               MOVE 'S' TO LS-APERTO-POMERIGGIO
               EXIT PROGRAM
           END-IF
      *    LA RIGA STAGIONALE IN VIGORE VINCE SU QUELLA ORDINARIA*****
           MOVE SPACE TO MATTINA-DALLE
           MOVE SPACE TO MATTINA-ALLE
           MOVE SPACE TO POMERIGGIO-DALLE
           MOVE SPACE TO POMERIGGIO-ALLE
           EXEC SQL
               SELECT COALESCE(O.MATTINA_DALLE, ' '),
               COALESCE(O.MATTINA_ALLE, ' '),
               COALESCE(O.POMERIGGIO_DALLE, ' '),
               COALESCE(O.POMERIGGIO_ALLE, ' ')
               INTO :MATTINA-DALLE, :MATTINA-ALLE,
               :POMERIGGIO-DALLE, :POMERIGGIO-ALLE
               FROM ORARIO_SEDE O
               WHERE O.CODICE_SEDE = :CODICE-SEDE
               AND O.GIORNO_SETTIMANA = CAST(EXTRACT(ISODOW FROM
                   TO_DATE(TRIM(:DB-DATA-ORARIO), 'DD-MM-YYYY'))
                   AS INTEGER)
               AND (O.STAGIONE = 'ORDINARIO'
               OR EXISTS (SELECT 1 FROM STAGIONE_ORARIO T
                   WHERE T.STAGIONE = O.STAGIONE
                   AND ((T.DAL <= T.AL
                   AND TO_CHAR(TO_DATE(TRIM(:DB-DATA-ORARIO),
                   'DD-MM-YYYY'), 'MM-DD') BETWEEN T.DAL AND T.AL)
                   OR (T.DAL > T.AL
                   AND (TO_CHAR(TO_DATE(TRIM(:DB-DATA-ORARIO),
                   'DD-MM-YYYY'), 'MM-DD') >= T.DAL
                   OR TO_CHAR(TO_DATE(TRIM(:DB-DATA-ORARIO),
                   'DD-MM-YYYY'), 'MM-DD') <= T.AL)))))
               ORDER BY CASE WHEN O.STAGIONE = 'ORDINARIO'
                   THEN 1 ELSE 0 END
               LIMIT 1
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 'CHIUSO' TO LS-TESTO
               EXIT PROGRAM
           END-IF
           IF MATTINA-DALLE NOT = SPACE
               MOVE 'S' TO LS-APERTO-MATTINA
           END-IF
           IF POMERIGGIO-DALLE NOT = SPACE
               MOVE 'S' TO LS-APERTO-POMERIGGIO
           END-IF
           IF LS-APERTO-MATTINA = 'N' AND LS-APERTO-POMERIGGIO = 'N'
               MOVE 'CHIUSO' TO LS-TESTO
               EXIT PROGRAM
           END-IF
           MOVE 'S' TO LS-ESITO
           IF LS-APERTO-MATTINA = 'S' AND LS-APERTO-POMERIGGIO = 'S'
               STRING MATTINA-DALLE DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   MATTINA-ALLE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   POMERIGGIO-DALLE DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   POMERIGGIO-ALLE DELIMITED BY SIZE
                   INTO LS-TESTO
               END-STRING
           ELSE
               IF LS-APERTO-MATTINA = 'S'
                   STRING MATTINA-DALLE DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       MATTINA-ALLE DELIMITED BY SIZE
                       INTO LS-TESTO
                   END-STRING
               ELSE
                   STRING POMERIGGIO-DALLE DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       POMERIGGIO-ALLE DELIMITED BY SIZE
                       INTO LS-TESTO
                   END-STRING
               END-IF
           END-IF.
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
                   VALUES ('ORARIO', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
                   STOP RUN
               END-IF
               EXIT PROGRAM.
