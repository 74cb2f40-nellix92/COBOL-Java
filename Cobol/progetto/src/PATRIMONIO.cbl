       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATRIMONIO.
      ******************************************************************
      **************VALUTAZIONE DEL PATRIMONIO LIBRARIO*****************
      ********************VALUTAZIONE_PATRIMONIO************************
      ******************************************************************
      **LA RAGIONERIA CHIEDE OGNI ANNO IL VALORE DELLE RACCOLTE PER IL**
      **CONTO DEL PATRIMONIO DEL COMUNE. OGNI ESEMPLARE VALE IL SUO*****
      **COSTO DI ACQUISIZIONE: PREZZO DI FATTURA, IN MANCANZA PREZZO****
      **DELLA RIGA D'ORDINE RICEVUTA; PER I DONI IL VALORE DI STIMA*****
      **DELLA COPIA O, SE MANCA, LA STIMA STANDARD DI CONFIG; ULTIMA****
      **RISORSA IL PREZZO DI CATALOGO. IL COSTO SI AMMORTIZZA A QUOTE***
      **COSTANTI CON L'ALIQUOTA ANNUA DEL TIPO DI MATERIALE, PER ANNI***
      **INTERI DALLA DATA DI ACQUISIZIONE. LE COPIE RITIRATE********
      **(RITIRO_COPIA) O SMALTITE (SCARTO_REGISTRO) ESCONO DAL**********
      **PATRIMONIO ALLA DATA DI USCITA. PER SEDE E CLASSE DI MATERIALE**
      **SI REGISTRANO VALORE DI APERTURA, INCREMENTI, DECREMENTI,*******
      **AMMORTAMENTO E VALORE DI CHIUSURA; IL TRACCIATO FISSO********
      **PATRIMONIOCONT VA CARICATO NELLA CONTABILITA'***************
       AUTHOR. ANOIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATRIMONIO-CONT-FILE ASSIGN TO "PATRIMONIOCONT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD PATRIMONIO-CONT-FILE.
           01 PATRIMONIO-CONT-RECORD PIC X(120).

           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.
           01 WS-MESE-CORRENTE PIC 9(2) VALUE ZERO.
           01 WS-RIGHE-DETTAGLIO PIC 9(5) VALUE ZERO.

           01 WS-PARAMETRO-CONFIG.
               05 WS-CONFIG-CHIAVE PIC X(40).
               05 WS-CONFIG-VALORE PIC X(100).
               05 WS-CONFIG-VALORE-NUM PIC 9(7)V99.
               05 WS-CONFIG-ESITO PIC X(1).

      *****************************************************************
      ***********TRACCIATO FISSO PER LA CONTABILITA' (120 BYTE)********
      *****************************************************************
      **TESTATA H******************************************************
      **  POS 1      'H'**********************************************
      **  POS 2-5    ANNO DI ESERCIZIO*********************************
      **  POS 6-13   DATA DI ELABORAZIONE (AAAAMMGG)*******************
      **  POS 14-43  ENTE (BIBLIOTECA COMUNALE)*************************
      **DETTAGLIO D, UNO PER SEDE E CLASSE DI MATERIALE****************
      **  POS 1      'D'**********************************************
      **  POS 2-5    ANNO DI ESERCIZIO*********************************
      **  POS 6-10   CODICE SEDE**************************************
      **  POS 11-22  CLASSE DI MATERIALE (TIPO_MATERIALE)**************
      **  POS 23-29  COPIE IN PATRIMONIO A FINE ANNO*******************
      **  POS 30-42  VALORE DI APERTURA (11 INTERI, 2 DECIMALI)*********
      **  POS 43-55  INCREMENTI (ACQUISIZIONI DELL'ANNO AL COSTO)*******
      **  POS 56-68  DECREMENTI (RITIRI E SCARTI AL VALORE CONTABILE)***
      **  POS 69-81  AMMORTAMENTO DELL'ANNO*****************************
      **  POS 82-94  VALORE DI CHIUSURA*********************************
      **CODA T*********************************************************
      **  POS 1      'T'**********************************************
      **  POS 2-5    ANNO DI ESERCIZIO*********************************
      **  POS 6-10   NUMERO DI RIGHE DI DETTAGLIO**********************
      **  POS 11-22  SPAZI*********************************************
      **  POS 23-94  TOTALI, COME SUL DETTAGLIO***********************
           01  CONT-RIGA.
               05 CON-TIPO-RIGA     PIC X(1).
               05 CON-ANNO          PIC 9(4).
               05 CON-CORPO         PIC X(115).
           01  CONT-TESTATA REDEFINES CONT-RIGA.
               05 FILLER            PIC X(5).
               05 CON-DATA-ELAB     PIC X(8).
               05 CON-ENTE          PIC X(30).
               05 FILLER            PIC X(77).
           01  CONT-DETTAGLIO REDEFINES CONT-RIGA.
               05 FILLER            PIC X(5).
               05 CON-CODICE-SEDE   PIC 9(5).
               05 CON-CLASSE        PIC X(12).
               05 CON-COPIE         PIC 9(7).
               05 CON-APERTURA      PIC 9(11)V99.
               05 CON-INCREMENTI    PIC 9(11)V99.
               05 CON-DECREMENTI    PIC 9(11)V99.
               05 CON-AMMORTAMENTO  PIC 9(11)V99.
               05 CON-CHIUSURA      PIC 9(11)V99.
               05 FILLER            PIC X(26).
           01  CONT-CODA REDEFINES CONT-RIGA.
               05 FILLER            PIC X(5).
               05 CON-RIGHE         PIC 9(5).
               05 FILLER            PIC X(12).
               05 CON-TOT-COPIE     PIC 9(7).
               05 CON-TOT-APERTURA  PIC 9(11)V99.
               05 CON-TOT-INCREMENTI PIC 9(11)V99.
               05 CON-TOT-DECREMENTI PIC 9(11)V99.
               05 CON-TOT-AMMORTAMENTO PIC 9(11)V99.
               05 CON-TOT-CHIUSURA  PIC 9(11)V99.
               05 FILLER            PIC X(26).
           01  WS-TOTALI.
               05 WS-TOT-COPIE      PIC 9(7) VALUE ZERO.
               05 WS-TOT-APERTURA   PIC 9(11)V99 VALUE ZERO.
               05 WS-TOT-INCREMENTI PIC 9(11)V99 VALUE ZERO.
               05 WS-TOT-DECREMENTI PIC 9(11)V99 VALUE ZERO.
               05 WS-TOT-AMMORTAMENTO PIC 9(11)V99 VALUE ZERO.
               05 WS-TOT-CHIUSURA   PIC 9(11)V99 VALUE ZERO.

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
      *****************************************************************
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01 DBNAME                PIC X(30) VALUE SPACE.

           01 RECORDVALUTAZIONE.
               05 ANNO              PIC 9(4).
               05 CODICE-SEDE       PIC 9(5).
               05 TIPO-MATERIALE    PIC X(12).
               05 NUMERO-COPIE      PIC 9(7).
               05 VALORE-APERTURA   PIC 9(11)V99.
               05 INCREMENTI        PIC 9(11)V99.
               05 DECREMENTI        PIC 9(11)V99.
               05 AMMORTAMENTO      PIC 9(11)V99.
               05 VALORE-CHIUSURA   PIC 9(11)V99.
           01 DB-NUMERO-INVENTARIO  PIC 9(9) VALUE ZERO.
           01 DB-VALORE-STIMA       PIC 9(6)V99 VALUE ZERO.
           01 DB-STIMA-DONO         PIC 9(6)V99 VALUE ZERO.
           01 DB-ALIQUOTA           PIC 9(3)V99 VALUE ZERO.
           01 DB-DATA-ELAB          PIC X(8) VALUE SPACE.
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
               05 LS-ANNO           PIC 9(4).
               05 LS-NUMERO-INVENTARIO PIC 9(9).
               05 LS-VALORE         PIC 9(6)V99.
               05 LS-TIPO-MATERIALE PIC X(12).
               05 LS-ALIQUOTA       PIC 9(3)V99.
               05 LS-ESITO          PIC X(1).

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
               EVALUATE LS-TYPE
                   WHEN 'v'
                       PERFORM VALUTAPATRIMONIO
                   WHEN 'q'
                       PERFORM CORSAANNUALE
                   WHEN 's'
                       PERFORM IMPOSTASTIMA
                   WHEN 'a'
                       PERFORM IMPOSTAALIQUOTA
                   WHEN 'd'
                       PERFORM DISPLAYVALUTAZIONE
               END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      **************VALORE DI STIMA DI UNA COPIA DONATA*****************
      ******************************************************************
      **PREVALE SU OGNI ALTRO COSTO; A ZERO LA COPIA TORNA AL COSTO****
      **DI FATTURA O ALLA STIMA STANDARD********************************
           IMPOSTASTIMA.
           MOVE 'N' TO LS-ESITO
           MOVE LS-NUMERO-INVENTARIO TO DB-NUMERO-INVENTARIO
           MOVE LS-VALORE TO DB-VALORE-STIMA
           EXEC SQL
               UPDATE ESEMPLARE SET VALORE_STIMA = :DB-VALORE-STIMA
               WHERE NUMERO_INVENTARIO = :DB-NUMERO-INVENTARIO
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLERRD(3) = ZERO
               DISPLAY "ESEMPLARE NON TROVATO: " DB-NUMERO-INVENTARIO
           ELSE
               MOVE 'S' TO LS-ESITO
               DISPLAY "VALORE DI STIMA REGISTRATO PER L'ESEMPLARE "
                   DB-NUMERO-INVENTARIO
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
      **************ALIQUOTA DI AMMORTAMENTO PER TIPO DI MATERIALE******
      ******************************************************************
      **PERCENTUALE ANNUA A QUOTE COSTANTI STABILITA DAL REGOLAMENTO***
      **DI CONTABILITA' DEL COMUNE (ZERO = BENE NON AMMORTIZZATO)*******
           IMPOSTAALIQUOTA.
           MOVE 'N' TO LS-ESITO
           MOVE LS-TIPO-MATERIALE TO TIPO-MATERIALE
           MOVE LS-ALIQUOTA TO DB-ALIQUOTA
           IF DB-ALIQUOTA > 100
               DISPLAY "ALIQUOTA NON VALIDA (0-100)"
               EXIT PROGRAM
           END-IF
           EXEC SQL
               UPDATE TIPO_MATERIALE
               SET ALIQUOTA_AMMORTAMENTO = :DB-ALIQUOTA
               WHERE TIPO = TRIM(:TIPO-MATERIALE)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLERRD(3) = ZERO
               DISPLAY "TIPO DI MATERIALE SCONOSCIUTO: " TIPO-MATERIALE
           ELSE
               MOVE 'S' TO LS-ESITO
               DISPLAY "ALIQUOTA DI " TIPO-MATERIALE " PORTATA AL "
                   DB-ALIQUOTA "%"
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
      **************CORSA ANNUALE DAL PIANIFICATORE*********************
      ******************************************************************
      **IL LAVORO E' MENSILE MA LA VALUTAZIONE DELL'ESERCIZIO CHIUSO***
      **SI PRODUCE SOLO A GENNAIO, PER IL RENDICONTO*******************
           CORSAANNUALE.
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT CAST(EXTRACT(MONTH FROM CURRENT_DATE) AS INTEGER)
               INTO :VALUESTABLE
           END-EXEC
           MOVE VALUESTABLE TO WS-MESE-CORRENTE
           IF WS-MESE-CORRENTE NOT = 1
               DISPLAY "VALUTAZIONE PATRIMONIO: SI ELABORA A GENNAIO"
               EXIT PROGRAM
           END-IF
           MOVE ZERO TO LS-ANNO
           PERFORM VALUTAPATRIMONIO.

      ******************************************************************
      **************VALUTAZIONE DI UN ESERCIZIO*************************
      ******************************************************************
      **ANNO A ZERO = ESERCIZIO SCORSO. LE RIGHE DELL'ANNO VENGONO*****
      **RICALCOLATE DA CAPO, COSI' UNA RETTIFICA DI STIMA O DI********
      **ALIQUOTA SI RIPORTA CON UNA NUOVA CORSA*********************
           VALUTAPATRIMONIO.
           MOVE 'N' TO LS-ESITO
           MOVE LS-ANNO TO ANNO
           IF ANNO = ZERO
               EXEC SQL
                   SELECT CAST(EXTRACT(YEAR FROM CURRENT_DATE)
                   AS INTEGER) - 1 INTO :ANNO
               END-EXEC
           END-IF
           MOVE 'VALORE-STIMA-DONO' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           MOVE ZERO TO DB-STIMA-DONO
           IF WS-CONFIG-VALORE-NUM NOT = ZERO
               MOVE WS-CONFIG-VALORE-NUM TO DB-STIMA-DONO
           END-IF
           EXEC SQL
               DELETE FROM VALUTAZIONE_PATRIMONIO WHERE ANNO = :ANNO
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
      *    X: UNA RIGA PER ESEMPLARE CON COSTO, ALIQUOTA E DATA DI*****
      *    USCITA; V: IL VALORE CONTABILE A INIZIO E FINE ANNO*********
           EXEC SQL
               INSERT INTO VALUTAZIONE_PATRIMONIO
               (ANNO, CODICE_SEDE, TIPO_MATERIALE, NUMERO_COPIE,
               VALORE_APERTURA, INCREMENTI, DECREMENTI,
               AMMORTAMENTO, VALORE_CHIUSURA)
               SELECT :ANNO, V.SEDE, V.TIPO,
               SUM(CASE WHEN V.ACQ <= V.FINE AND (V.USCITA IS NULL
                   OR V.USCITA > V.FINE) THEN 1 ELSE 0 END),
               SUM(CASE WHEN V.ACQ < V.INIZIO AND (V.USCITA IS NULL
                   OR V.USCITA >= V.INIZIO) THEN V.VAL_INIZIO
                   ELSE 0 END),
               SUM(CASE WHEN V.ACQ >= V.INIZIO AND V.ACQ <= V.FINE
                   THEN V.COSTO ELSE 0 END),
               SUM(CASE WHEN V.USCITA >= V.INIZIO
                   AND V.USCITA <= V.FINE
                   THEN CASE WHEN V.ACQ < V.INIZIO THEN V.VAL_INIZIO
                   ELSE V.COSTO END ELSE 0 END),
               0,
               SUM(CASE WHEN V.ACQ <= V.FINE AND (V.USCITA IS NULL
                   OR V.USCITA > V.FINE) THEN V.VAL_FINE ELSE 0 END)
               FROM (SELECT X.*,
                   ROUND(X.COSTO * GREATEST(0, 1 - X.ALIQUOTA / 100
                   * EXTRACT(YEAR FROM AGE(X.INIZIO - 1, X.ACQ))), 2)
                   AS VAL_INIZIO,
                   ROUND(X.COSTO * GREATEST(0, 1 - X.ALIQUOTA / 100
                   * EXTRACT(YEAR FROM AGE(X.FINE, X.ACQ))), 2)
                   AS VAL_FINE
                   FROM (SELECT COALESCE(L.CODICE_SEDE, 0) AS SEDE,
                   COALESCE(L.TIPO_MATERIALE, 'LIBRO') AS TIPO,
                   COALESCE(E.DATA_ACQUISIZIONE, DATE '1900-01-01')
                   AS ACQ,
                   MAKE_DATE(CAST(:ANNO AS INTEGER), 1, 1) AS INIZIO,
                   MAKE_DATE(CAST(:ANNO AS INTEGER), 12, 31) AS FINE,
                   COALESCE(T.ALIQUOTA_AMMORTAMENTO, 0) AS ALIQUOTA,
                   LEAST((SELECT MIN(R.DATA_RITIRO) FROM RITIRO_COPIA R
                       WHERE R.NUMERO_INVENTARIO =
                       E.NUMERO_INVENTARIO),
                       (SELECT MIN(S.DATA_SMALTIMENTO)
                       FROM SCARTO_REGISTRO S
                       WHERE S.NUMERO_INVENTARIO =
                       E.NUMERO_INVENTARIO
                       AND S.STATO = 'SMALTITO')) AS USCITA,
                   COALESCE(NULLIF(E.VALORE_STIMA, 0),
                       (SELECT FR.PREZZO FROM FATTURA_RIGA FR
                       JOIN FATTURA F ON F.ID = FR.ID_FATTURA
                       WHERE FR.ISBN = E.ISBN
                       AND F.DATA_FATTURA <= E.DATA_ACQUISIZIONE + 90
                       ORDER BY F.DATA_FATTURA DESC, FR.ID DESC
                       LIMIT 1),
                       (SELECT OR1.PREZZO FROM ORDINE_RIGA OR1
                       JOIN ORDINE O ON O.ID = OR1.ID_ORDINE
                       WHERE OR1.ISBN = E.ISBN
                       AND OR1.QUANTITA_RICEVUTA > 0
                       AND O.DATA_ORDINE <= E.DATA_ACQUISIZIONE
                       ORDER BY O.DATA_ORDINE DESC, OR1.ID DESC
                       LIMIT 1),
                       CASE WHEN EXISTS (SELECT 1 FROM DONAZIONE_RIGA D
                           WHERE D.ISBN = E.ISBN
                           AND D.STATO = 'ACCETTATO')
                           THEN NULLIF(:DB-STIMA-DONO, 0) END,
                       NULLIF(L.PREZZO, 0), 0) AS COSTO
                   FROM ESEMPLARE E
                   JOIN LIBRO L ON L.ISBN = E.ISBN
                   LEFT JOIN TIPO_MATERIALE T
                   ON T.TIPO = L.TIPO_MATERIALE) X) V
               WHERE V.ACQ <= V.FINE
               AND (V.USCITA IS NULL OR V.USCITA >= V.INIZIO)
               GROUP BY V.SEDE, V.TIPO
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
      *    L'AMMORTAMENTO E' LA DIFFERENZA CHE CHIUDE IL PROSPETTO*****
           EXEC SQL
               UPDATE VALUTAZIONE_PATRIMONIO
               SET AMMORTAMENTO = GREATEST(0, VALORE_APERTURA
               + INCREMENTI - DECREMENTI - VALORE_CHIUSURA)
               WHERE ANNO = :ANNO
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           PERFORM SCRIVIFLUSSOCONTABILE
           MOVE 'S' TO LS-ESITO
           EXIT PROGRAM.

      ******************************************************************
      **************SCRIVE PATRIMONIOCONT E IL PROSPETTO A VIDEO********
      ******************************************************************
           SCRIVIFLUSSOCONTABILE.
           MOVE ZERO TO WS-RIGHE-DETTAGLIO
           MOVE ZERO TO WS-TOTALI
           MOVE SPACE TO DB-DATA-ELAB
           EXEC SQL
               SELECT TO_CHAR(CURRENT_DATE, 'YYYYMMDD')
               INTO :DB-DATA-ELAB
           END-EXEC
           OPEN OUTPUT PATRIMONIO-CONT-FILE
           MOVE SPACE TO CONT-RIGA
           MOVE 'H' TO CON-TIPO-RIGA
           MOVE ANNO TO CON-ANNO
           MOVE DB-DATA-ELAB TO CON-DATA-ELAB
           MOVE 'BIBLIOTECA COMUNALE' TO CON-ENTE
           MOVE CONT-RIGA TO PATRIMONIO-CONT-RECORD
           WRITE PATRIMONIO-CONT-RECORD
           DISPLAY "PATRIMONIO LIBRARIO - ESERCIZIO " ANNO
           DISPLAY "(SEDE / CLASSE / COPIE / APERTURA / INCREMENTI / "
               "DECREMENTI / AMMORTAMENTO / CHIUSURA)"
           PERFORM APRIVALUTAZIONECURSOR
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "  " CODICE-SEDE " / " TIPO-MATERIALE " / "
                   NUMERO-COPIE
               DISPLAY "      " VALORE-APERTURA " / " INCREMENTI
                   " / " DECREMENTI " / " AMMORTAMENTO " / "
                   VALORE-CHIUSURA
               MOVE SPACE TO CONT-RIGA
               MOVE 'D' TO CON-TIPO-RIGA
               MOVE ANNO TO CON-ANNO
               MOVE CODICE-SEDE TO CON-CODICE-SEDE
               MOVE TIPO-MATERIALE TO CON-CLASSE
               MOVE NUMERO-COPIE TO CON-COPIE
               MOVE VALORE-APERTURA TO CON-APERTURA
               MOVE INCREMENTI TO CON-INCREMENTI
               MOVE DECREMENTI TO CON-DECREMENTI
               MOVE AMMORTAMENTO TO CON-AMMORTAMENTO
               MOVE VALORE-CHIUSURA TO CON-CHIUSURA
               MOVE CONT-RIGA TO PATRIMONIO-CONT-RECORD
               WRITE PATRIMONIO-CONT-RECORD
               ADD 1 TO WS-RIGHE-DETTAGLIO
               ADD NUMERO-COPIE TO WS-TOT-COPIE
               ADD VALORE-APERTURA TO WS-TOT-APERTURA
               ADD INCREMENTI TO WS-TOT-INCREMENTI
               ADD DECREMENTI TO WS-TOT-DECREMENTI
               ADD AMMORTAMENTO TO WS-TOT-AMMORTAMENTO
               ADD VALORE-CHIUSURA TO WS-TOT-CHIUSURA
               PERFORM LEGGIVALUTAZIONE
           END-PERFORM
           EXEC SQL
           CLOSE VALUTAZIONE_CURSOR
           END-EXEC
           MOVE SPACE TO CONT-RIGA
           MOVE 'T' TO CON-TIPO-RIGA
           MOVE ANNO TO CON-ANNO
           MOVE WS-RIGHE-DETTAGLIO TO CON-RIGHE
           MOVE WS-TOT-COPIE TO CON-TOT-COPIE
           MOVE WS-TOT-APERTURA TO CON-TOT-APERTURA
           MOVE WS-TOT-INCREMENTI TO CON-TOT-INCREMENTI
           MOVE WS-TOT-DECREMENTI TO CON-TOT-DECREMENTI
           MOVE WS-TOT-AMMORTAMENTO TO CON-TOT-AMMORTAMENTO
           MOVE WS-TOT-CHIUSURA TO CON-TOT-CHIUSURA
           MOVE CONT-RIGA TO PATRIMONIO-CONT-RECORD
           WRITE PATRIMONIO-CONT-RECORD
           CLOSE PATRIMONIO-CONT-FILE
           DISPLAY "TOTALE: COPIE " WS-TOT-COPIE
           DISPLAY "  APERTURA     " WS-TOT-APERTURA
           DISPLAY "  INCREMENTI   " WS-TOT-INCREMENTI
           DISPLAY "  DECREMENTI   " WS-TOT-DECREMENTI
           DISPLAY "  AMMORTAMENTO " WS-TOT-AMMORTAMENTO
           DISPLAY "  CHIUSURA     " WS-TOT-CHIUSURA
           DISPLAY "FLUSSO PER LA CONTABILITA' SU PATRIMONIOCONT".

      ******************************************************************
      **************PROSPETTO DI UN ESERCIZIO GIA' ELABORATO************
      ******************************************************************
           DISPLAYVALUTAZIONE.
           MOVE LS-ANNO TO ANNO
           DISPLAY "PATRIMONIO LIBRARIO REGISTRATO - ESERCIZIO " ANNO
           DISPLAY "(SEDE / CLASSE / COPIE / APERTURA / INCREMENTI / "
               "DECREMENTI / AMMORTAMENTO / CHIUSURA)"
           PERFORM APRIVALUTAZIONECURSOR
           IF SQLCODE NOT = 0
               DISPLAY "ESERCIZIO NON ANCORA ELABORATO"
           END-IF
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "  " CODICE-SEDE " / " TIPO-MATERIALE " / "
                   NUMERO-COPIE
               DISPLAY "      " VALORE-APERTURA " / " INCREMENTI
                   " / " DECREMENTI " / " AMMORTAMENTO " / "
                   VALORE-CHIUSURA
               PERFORM LEGGIVALUTAZIONE
           END-PERFORM
           EXEC SQL
           CLOSE VALUTAZIONE_CURSOR
           END-EXEC
           EXIT PROGRAM.

      ******************************************************************
      **************CURSORE SULLE RIGHE DI UN ESERCIZIO*****************
      ******************************************************************
           APRIVALUTAZIONECURSOR.
           EXEC SQL
               DECLARE VALUTAZIONE_CURSOR CURSOR FOR
               SELECT CODICE_SEDE, TIPO_MATERIALE, NUMERO_COPIE,
               VALORE_APERTURA, INCREMENTI, DECREMENTI,
               AMMORTAMENTO, VALORE_CHIUSURA
               FROM VALUTAZIONE_PATRIMONIO
               WHERE ANNO = :ANNO
               ORDER BY CODICE_SEDE, TIPO_MATERIALE
           END-EXEC
           EXEC SQL
           OPEN VALUTAZIONE_CURSOR
           END-EXEC
           PERFORM LEGGIVALUTAZIONE.

           LEGGIVALUTAZIONE.
           EXEC SQL
               FETCH VALUTAZIONE_CURSOR INTO :CODICE-SEDE,
               :TIPO-MATERIALE, :NUMERO-COPIE, :VALORE-APERTURA,
               :INCREMENTI, :DECREMENTI, :AMMORTAMENTO,
               :VALORE-CHIUSURA
           END-EXEC.

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
                   VALUES ('PATRIMONIO', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
                   STOP RUN
               END-IF
               EXIT PROGRAM.
