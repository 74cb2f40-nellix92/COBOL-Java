           01 WS-INDICE-COPIA PIC 9(5) VALUE ZERO.
           01 WS-TITOLO-BREVE PIC X(30) VALUE SPACE.
           01 WS-CONTEGGIO-ETICHETTE PIC 9(5) VALUE ZERO.
           01 WS-CONTEGGIO-EVENTI PIC 9(5) VALUE ZERO.

      *****************************************************************
      ***********CONTROLLO E STORIA DEI CAMBI DI STATO*****************
      *****************************************************************
           01 WS-STORIA-COPIA.
               05 WS-STC-NUMERO-INVENTARIO PIC 9(9).
               05 WS-STC-STATO-A           PIC X(20).
               05 WS-STC-STATO-DA          PIC X(20).
               05 WS-STC-MOTIVO            PIC X(100).
               05 WS-STC-OPERATORE         PIC X(50).
               05 WS-STC-DATA-DA           PIC X(10).
               05 WS-STC-DATA-A            PIC X(10).
               05 WS-STC-ESITO             PIC X(1).

      *****************************************************************
      ***********VALIDAZIONE DELLA COLLOCAZIONE (NNN.NN-AAA)***********
           01 DB-COSTO-CUMULATO     PIC 9(8)V99 VALUE ZERO.
           01 DB-PREZZO-TITOLO      PIC 9(6)V99 VALUE ZERO.
           01 DB-CONTA-RIPARAZIONI  PIC 9(5) VALUE ZERO.
           01 DB-DATA-EVENTO        PIC X(16) VALUE SPACE.
           01 DB-TIPO-EVENTO        PIC X(16) VALUE SPACE.
           01 DB-DETTAGLIO-EVENTO   PIC X(150) VALUE SPACE.
           01 DB-CODICE-SQL-ORIGINALE PIC S9(9) VALUE ZERO.
           01 DB-ERR-MESSAGGIO PIC X(200) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.
                       PERFORM REPORTSCAFFALEPERSEDE
                   WHEN 'b'
                       PERFORM CERCAPERBARCODE
                   WHEN 'v'
                       PERFORM BIOGRAFIAESEMPLARE
                   WHEN 'r'
                       PERFORM INVIAINRIPARAZIONE
                   WHEN 'e'
               WHERE CODICE_BARRE IS NULL
           END-EXEC.
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
      *    LA COPIA NASCE A SCAFFALE: E' LA PRIMA RIGA DELLA SUA STORIA
           MOVE SPACE TO WS-STORIA-COPIA
           EXEC SQL
               SELECT CURRVAL('esemplare_numero_inventario_seq')
               INTO :NUMERO-INVENTARIO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE NUMERO-INVENTARIO TO WS-STC-NUMERO-INVENTARIO
           CALL 'STORIACOPIA' USING 'i', WS-STORIA-COPIA.

      ******************************************************************
      **************MOSTRA LE COPIE DI UN ISBN**************************
      ******************************************************************
      **************AGGIORNA STATO E CONDIZIONE DI UNA COPIA************
      ******************************************************************
      **IL PASSAGGIO DI STATO DEVE ESSERE TRA QUELLI AMMESSI; IL*******
      **MOTIVO ARRIVA NEL CAMPO FORNITORE DEL TRACCIATO (SLOT RIUSATO)**
           UPDATESTATOESEMPLARE.
           MOVE 'N' TO LS-ESITO
      *    I CAMPI VANNO MOSSI UNO A UNO: IL TRACCIATO DI LINKAGE******
           MOVE LS-NUMERO-INVENTARIO TO NUMERO-INVENTARIO
           MOVE LS-CONDIZIONE TO CONDIZIONE
           MOVE LS-STATO TO STATO
           MOVE SPACE TO WS-STORIA-COPIA
           MOVE NUMERO-INVENTARIO TO WS-STC-NUMERO-INVENTARIO
           MOVE STATO TO WS-STC-STATO-A
           MOVE LS-FORNITORE TO WS-STC-MOTIVO
           IF WS-STC-MOTIVO = SPACE
               MOVE 'CORREZIONE MANUALE' TO WS-STC-MOTIVO
           END-IF
           CALL 'STORIACOPIA' USING 'c', WS-STORIA-COPIA
           IF WS-STC-ESITO NOT = 'S'
               DISPLAY "ESEMPLARE NON AGGIORNATO"
               EXIT PROGRAM
           END-IF
           EXEC SQL
               UPDATE ESEMPLARE
               SET STATO = TRIM(:STATO),
           END-IF
           EXIT PROGRAM.

      ******************************************************************
      **************BIOGRAFIA DI UNA COPIA PER CODICE A BARRE***********
      ******************************************************************
      **TUTTA LA VITA DELLA COPIA IN ORDINE DI DATA: INGRESSO A********
      **REGISTRO, CAMBI DI STATO (ANCHE QUELLI RIFIUTATI), PRESTITI****
      **IN CORSO E ARCHIVIATI, LEGATORIA, TRASFERIMENTI DEL TITOLO*****
      **DOPO L'ACQUISIZIONE, AVVISTAMENTI IN INVENTARIO, RITIRI E******
      **SCARTO. IL CODICE A BARRE ARRIVA NEL CAMPO COLLOCAZIONE COME***
      **PER CERCAPERBARCODE*********************************************
           BIOGRAFIAESEMPLARE.
           MOVE 'N' TO LS-ESITO
           MOVE LS-COLLOCAZIONE TO CODICE-BARRE
           MOVE ZERO TO NUMERO-INVENTARIO
           EXEC SQL
               SELECT E.NUMERO_INVENTARIO, E.ISBN,
               COALESCE(L.TITOLO, ' '),
               TO_CHAR(E.DATA_ACQUISIZIONE, 'DD-MM-YYYY'),
               E.CONDIZIONE, E.STATO, COALESCE(E.COLLOCAZIONE, ' ')
               INTO :NUMERO-INVENTARIO, :ISBN, :DB-TITOLO-SCAFFALE,
               :DB-DATA-ACQUISIZIONE, :CONDIZIONE, :STATO,
               :DB-COLLOCAZIONE
               FROM ESEMPLARE E LEFT JOIN LIBRO L ON L.ISBN = E.ISBN
               WHERE E.CODICE_BARRE = TRIM(:CODICE-BARRE)
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY "CODICE A BARRE NON A REGISTRO"
               EXIT PROGRAM
           END-IF
           MOVE NUMERO-INVENTARIO TO LS-NUMERO-INVENTARIO
           MOVE ISBN TO LS-ISBN
           MOVE 'S' TO LS-ESITO
           DISPLAY WS-LINE
           DISPLAY "COPIA " CODICE-BARRE " - INVENTARIO N. "
               NUMERO-INVENTARIO
           DISPLAY "TITOLO: " ISBN " " DB-TITOLO-SCAFFALE
           DISPLAY "ACQUISITA IL " DB-DATA-ACQUISIZIONE
               " - OGGI: " STATO " / " CONDIZIONE " / "
               DB-COLLOCAZIONE
           DISPLAY WS-LINE
           DISPLAY "(DATA E ORA / EVENTO / DETTAGLIO):"
           MOVE ZERO TO WS-CONTEGGIO-EVENTI
           EXEC SQL
               DECLARE BIOGRAFIA_CURSOR CURSOR FOR
               SELECT TO_CHAR(T.MOMENTO, 'DD-MM-YYYY HH24:MI'),
               T.EVENTO, T.DETTAGLIO
               FROM (
               SELECT CAST(E.DATA_ACQUISIZIONE AS TIMESTAMP)
                   AS MOMENTO, 0 AS ORDINE,
                   'ACQUISIZIONE' AS EVENTO,
                   'A REGISTRO COME ' || COALESCE(E.CODICE_BARRE, '?')
                   AS DETTAGLIO
               FROM ESEMPLARE E
               WHERE E.NUMERO_INVENTARIO = :NUMERO-INVENTARIO
               UNION ALL
               SELECT S.DATA_ORA, 1,
                   CASE WHEN S.ESITO = 'RIFIUTATO'
                   THEN 'STATO RIFIUTATO' ELSE 'CAMBIO STATO' END,
                   COALESCE(S.STATO_DA, '(NUOVA)') || ' -> ' ||
                   S.STATO_A || ' ' || COALESCE(S.MOTIVO, '') ||
                   ' (' || COALESCE(S.USERNAME, 'BATCH') ||
                   ', SEDE ' ||
                   COALESCE(CAST(S.CODICE_SEDE AS TEXT), '-') ||
                   ', ' || COALESCE(S.POSTAZIONE, '-') || ')'
               FROM ESEMPLARE_STORIA S
               WHERE S.NUMERO_INVENTARIO = :NUMERO-INVENTARIO
               UNION ALL
               SELECT CAST(TO_DATE(P.DATA_PRENOTAZIONE, 'DD-MM-YYYY')
                   AS TIMESTAMP), 2, 'PRESTITO',
                   P.USERNAME || ' ' || P.STATO ||
                   COALESCE(' RESO IL ' ||
                   NULLIF(TRIM(P.DATA_RESTITUZIONE), ''), '')
               FROM PRENOTAZIONE P
               WHERE P.NUMERO_INVENTARIO = :NUMERO-INVENTARIO
               UNION ALL
               SELECT CAST(TO_DATE(H.DATA_PRENOTAZIONE, 'DD-MM-YYYY')
                   AS TIMESTAMP), 2, 'PRESTITO',
                   H.USERNAME || ' ' || H.ESITO ||
                   COALESCE(' RESO IL ' ||
                   NULLIF(TRIM(H.DATA_RESTITUZIONE), ''), '')
               FROM STORICO_PRENOTAZIONI H
               WHERE H.NUMERO_INVENTARIO = :NUMERO-INVENTARIO
               UNION ALL
               SELECT CAST(R.DATA_INVIO AS TIMESTAMP), 3,
                   'RIPARAZIONE',
                   COALESCE(R.FORNITORE, '') || ' ' || R.STATO ||
                   COALESCE(' RIENTRO ' ||
                   TO_CHAR(R.DATA_RIENTRO, 'DD-MM-YYYY'), '') ||
                   COALESCE(' COSTO ' || CAST(R.COSTO AS TEXT), '')
               FROM RIPARAZIONE R
               WHERE R.NUMERO_INVENTARIO = :NUMERO-INVENTARIO
               UNION ALL
               SELECT X.DATA_RICHIESTA, 4, 'TRASFERIMENTO',
                   'TITOLO, ' || CAST(X.NUMERO_COPIE AS TEXT) ||
                   ' COPIE DA SEDE ' ||
                   CAST(X.SEDE_ORIGINE AS TEXT) || ' A SEDE ' ||
                   CAST(X.SEDE_DESTINAZIONE AS TEXT) || ' ' ||
                   X.STATO
               FROM TRASFERIMENTO X JOIN ESEMPLARE E
                   ON E.ISBN = X.ISBN
               WHERE E.NUMERO_INVENTARIO = :NUMERO-INVENTARIO
               AND CAST(X.DATA_RICHIESTA AS DATE)
                   >= E.DATA_ACQUISIZIONE
               UNION ALL
               SELECT I.DATA_APERTURA, 5, 'INVENTARIO',
                   'VISTA A SCAFFALE, SESSIONE ' ||
                   CAST(I.ID AS TEXT) || ' SEDE ' ||
                   CAST(I.CODICE_SEDE AS TEXT)
               FROM INVENTARIO_SCANSIONE C
               JOIN INVENTARIO_SESSIONE I ON I.ID = C.ID_SESSIONE
               JOIN ESEMPLARE E ON E.CODICE_BARRE = TRIM(C.CODICE)
               WHERE E.NUMERO_INVENTARIO = :NUMERO-INVENTARIO
               UNION ALL
               SELECT CAST(W.DATA_RITIRO AS TIMESTAMP), 6, 'RITIRO',
                   W.MOTIVO || ' ADDEBITO ' ||
                   CAST(W.IMPORTO_ADDEBITATO AS TEXT) || ' A ' ||
                   COALESCE(W.USERNAME, '-')
               FROM RITIRO_COPIA W
               WHERE W.NUMERO_INVENTARIO = :NUMERO-INVENTARIO
               UNION ALL
               SELECT CAST(D.DATA_PROPOSTA AS TIMESTAMP), 7, 'SCARTO',
                   D.STATO || COALESCE(' ' || D.DESTINAZIONE, '') ||
                   COALESCE(' IL ' ||
                   TO_CHAR(D.DATA_SMALTIMENTO, 'DD-MM-YYYY'), '')
               FROM SCARTO_REGISTRO D
               WHERE D.NUMERO_INVENTARIO = :NUMERO-INVENTARIO
               ) T
               ORDER BY T.MOMENTO, T.ORDINE
           END-EXEC
           EXEC SQL
           OPEN BIOGRAFIA_CURSOR
           END-EXEC

           EXEC SQL
               FETCH BIOGRAFIA_CURSOR INTO :DB-DATA-EVENTO,
               :DB-TIPO-EVENTO, :DB-DETTAGLIO-EVENTO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CONTEGGIO-EVENTI
               DISPLAY "  " DB-DATA-EVENTO " " DB-TIPO-EVENTO " "
                   DB-DETTAGLIO-EVENTO
               EXEC SQL
                   FETCH BIOGRAFIA_CURSOR INTO :DB-DATA-EVENTO,
                   :DB-TIPO-EVENTO, :DB-DETTAGLIO-EVENTO
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE BIOGRAFIA_CURSOR
           END-EXEC
           DISPLAY WS-LINE
           DISPLAY "EVENTI: " WS-CONTEGGIO-EVENTI
           EXIT PROGRAM.

      ******************************************************************
      **************REPORT DELLE COPIE RITIRATE (SCARICO)***************
      ******************************************************************
               "ANNULLATO"
               EXIT PROGRAM
           END-IF
           MOVE SPACE TO WS-STORIA-COPIA
           MOVE NUMERO-INVENTARIO TO WS-STC-NUMERO-INVENTARIO
           MOVE 'RIPARAZIONE' TO WS-STC-STATO-A
           STRING "LEGATORIA " DELIMITED BY SIZE
               DB-FORNITORE DELIMITED BY SIZE
               INTO WS-STC-MOTIVO
           END-STRING
           CALL 'STORIACOPIA' USING 'c', WS-STORIA-COPIA
           IF WS-STC-ESITO NOT = 'S'
               DISPLAY "INVIO ANNULLATO"
               EXIT PROGRAM
           END-IF
      *    UNA COPIA ANCORA A SCAFFALE VA SCALATA DALLA****************
      *    DISPONIBILITA'; UNA GIA' IN RIPARAZIONE (RIENTRO CON********
      *    DANNO) E' GIA' FUORI DAI CONTATORI***************************
               DISPLAY "NESSUNA RIPARAZIONE APERTA PER QUESTA COPIA"
               EXIT PROGRAM
           END-IF
           MOVE SPACE TO WS-STORIA-COPIA
           MOVE NUMERO-INVENTARIO TO WS-STC-NUMERO-INVENTARIO
           MOVE 'SCAFFALE' TO WS-STC-STATO-A
           MOVE 'RIENTRO DALLA LEGATORIA' TO WS-STC-MOTIVO
           CALL 'STORIACOPIA' USING 'c', WS-STORIA-COPIA
           IF WS-STC-ESITO NOT = 'S'
               DISPLAY "RIENTRO ANNULLATO"
               EXIT PROGRAM
           END-IF
           EXEC SQL
               UPDATE RIPARAZIONE SET STATO = 'RIENTRATA',
               DATA_RIENTRO = CURRENT_DATE,
