       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERSAMENTO.
      ******************************************************************
      **************VERSAMENTI IN TESORERIA E ESTRATTO DELLA BANCA******
      ******************************************************************
      **CHIUDICASSA QUADRA IL CASSETTO, MA IL SACCHETTO CHE VA IN******
      **TESORERIA NON LO SEGUIVA NESSUNO. LE SESSIONI DI CASSA CHIUSE**
      **(CONTATO MENO FONDO CASSA, CHE RESTA NEL CASSETTO), GLI INCASSI*
      **POS (MULTE E VENDITE AL BANCO) E GLI INCASSI PAGOPA NON ANCORA**
      **VERSATI DIVENTANO VERSAMENTI NUMERATI, UNO PER SEDE E CANALE,**
      **CON LA DISTINTA DI OGNI SEDE SU VERSAMENTOPRINT. IL NUMERO DEL**
      **VERSAMENTO VA NELLA CAUSALE: L'ESTRATTO DELLA TESORERIA********
      **(ESTRATTOBANCA, UNA RIGA DATA;IMPORTO;CAUSALE PER ACCREDITO)***
      **SI AGGANCIA VERSAMENTO PER VERSAMENTO. AMMANCHI, ECCEDENZE,*****
      **VERSAMENTI MAI ACCREDITATI E ACCREDITI SENZA VERSAMENTO*********
      **FINISCONO SUL REPORT DELLE ECCEZIONI PER IL DIRETTORE***********
       AUTHOR. ANOIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERSAMENTO-PRINT-FILE ASSIGN TO "VERSAMENTOPRINT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ESTRATTO-BANCA-FILE ASSIGN TO "ESTRATTOBANCA"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD VERSAMENTO-PRINT-FILE.
           01 VERSAMENTO-PRINT-RECORD PIC X(132).
           FD ESTRATTO-BANCA-FILE.
           01 ESTRATTO-BANCA-RECORD PIC X(120).

           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.
           01 WS-CONTEGGIO-RIGHE PIC 9(5) VALUE ZERO.
           01 WS-CONTEGGIO-SEDI PIC 9(5) VALUE ZERO.
           01 WS-CONTEGGIO-VERSAMENTI PIC 9(5) VALUE ZERO.
           01 WS-CONTEGGIO-ACCREDITATI PIC 9(5) VALUE ZERO.
           01 WS-CONTEGGIO-SENZA PIC 9(5) VALUE ZERO.
           01 WS-GIORNI-ACCREDITO PIC 9(3) VALUE 5.
           01 WS-TOTALE-DISTINTA PIC S9(8)V99 VALUE ZERO.
           01 WS-TOTALE-AMMANCHI PIC S9(8)V99 VALUE ZERO.
           01 WS-TOTALE-ECCEDENZE PIC S9(8)V99 VALUE ZERO.
           01 WS-TOTALE-NON-ACCREDITATI PIC S9(8)V99 VALUE ZERO.
           01 WS-TOTALE-SENZA-VERSAMENTO PIC S9(8)V99 VALUE ZERO.
           01 WS-FINE-FILE PIC X(1) VALUE 'N'.
           01 WS-IMPORTO-EDIT PIC -ZZZZZZ9.99.
           01 WS-IMPORTO-EDIT-2 PIC -ZZZZZZ9.99.
           01 WS-IMPORTO-EDIT-3 PIC -ZZZZZZ9.99.
           01 WS-IMPORTO-EDIT-4 PIC -ZZZZZZ9.99.
           01 WS-PARAMETRO-CONFIG.
               05 WS-CONFIG-CHIAVE PIC X(40).
               05 WS-CONFIG-VALORE PIC X(100).
               05 WS-CONFIG-VALORE-NUM PIC 9(7)V99.
               05 WS-CONFIG-ESITO PIC X(1).
      *    REGISTRO DEI FILE IN ENTRATA: IMPRONTA E DOPPIONI*********
           01 WS-INGRESSO.
               05 WS-ING-FILE          PIC X(20).
               05 WS-ING-CONTESTO      PIC X(20).
               05 WS-ING-OPERATORE     PIC X(50).
               05 WS-ING-ID            PIC 9(9).
               05 WS-ING-DIMENSIONE    PIC 9(9).
               05 WS-ING-NUMERO-RECORD PIC 9(7).
               05 WS-ING-IMPRONTA      PIC X(32).
               05 WS-ING-APPLICATI     PIC 9(7).
               05 WS-ING-SALTATI       PIC 9(7).
               05 WS-ING-SCARTATI      PIC 9(7).
               05 WS-ING-ESITO         PIC X(1).

      *    UNA RIGA DELL'ESTRATTO: DATA VALUTA GG-MM-AAAA, IMPORTO*****
      *    CON PUNTO O VIRGOLA DECIMALE, CAUSALE LIBERA CON IL NUMERO**
      *    DEL VERSAMENTO (LA PRIMA SEQUENZA DI CIFRE)******************
           01 WS-EB-DATA PIC X(10) VALUE SPACE.
           01 WS-EB-IMPORTO PIC X(15) VALUE SPACE.
           01 WS-EB-CAUSALE PIC X(60) VALUE SPACE.
           01 WS-EB-VALORE PIC 9(8)V99 VALUE ZERO.
           01 WS-EB-NUMERO PIC 9(9) VALUE ZERO.
           01 WS-EB-CARATTERE PIC X(1) VALUE SPACE.
           01 WS-EB-CIFRA PIC 9(1) VALUE ZERO.
           01 WS-EB-CIFRE PIC 9(2) VALUE ZERO.
           01 WS-EB-DECIMALI PIC 9(1) VALUE ZERO.
           01 WS-EB-SEPARATORE PIC X(1) VALUE 'N'.
           01 WS-EB-VALIDO PIC X(1) VALUE 'S'.
           01 WS-EB-STATO-NUMERO PIC X(1) VALUE 'A'.
           01 WS-POS PIC 9(3) VALUE ZERO.

           01 WS-LINE PIC X(132) VALUE ALL '-'.
           01 WS-HEADER-DISTINTA.
               05 FILLER PIC X(16) VALUE 'VERSAMENTO N.'.
               05 FILLER PIC X(11) VALUE 'CANALE'.
               05 FILLER PIC X(11) VALUE 'MOVIMENTI'.
               05 FILLER PIC X(12) VALUE '     IMPORTO'.
           01 WS-COLUMNS-DISTINTA.
               05 FILLER PIC X(3) VALUE SPACE.
               05 WS-COLUMN-NUMERO PIC 9(9).
               05 FILLER PIC X(4) VALUE SPACE.
               05 WS-COLUMN-CANALE PIC X(11).
               05 WS-COLUMN-MOVIMENTI PIC ZZZZ9.
               05 FILLER PIC X(6) VALUE SPACE.
               05 WS-COLUMN-IMPORTO PIC -ZZZZZZ9.99.
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-COLUMN-NOTA PIC X(30).
           01 WS-COLUMNS-SESSIONE.
               05 FILLER PIC X(8) VALUE '  CASSA '.
               05 WS-COLUMN-ID-CASSA PIC 9(9).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-COLUMN-OPERATORE PIC X(21).
               05 WS-COLUMN-POSTAZIONE PIC X(11).
               05 WS-COLUMN-CHIUSURA PIC X(17).
               05 FILLER PIC X(9) VALUE 'CONTATO '.
               05 WS-COLUMN-CONTATO PIC ZZZZZ9.99.
               05 FILLER PIC X(8) VALUE ' FONDO '.
               05 WS-COLUMN-FONDO PIC ZZZZZ9.99.
               05 FILLER PIC X(8) VALUE ' NETTO '.
               05 WS-COLUMN-NETTO PIC -ZZZZZ9.99.

           01 WS-HEADER-ECCEZIONI.
               05 FILLER PIC X(17) VALUE 'ECCEZIONE'.
               05 FILLER PIC X(10) VALUE 'NUMERO'.
               05 FILLER PIC X(6) VALUE 'SEDE'.
               05 FILLER PIC X(10) VALUE 'CANALE'.
               05 FILLER PIC X(11) VALUE 'DATA'.
               05 FILLER PIC X(12) VALUE '      ATTESO'.
               05 FILLER PIC X(12) VALUE ' ACCREDITATO'.
               05 FILLER PIC X(12) VALUE '  DIFFERENZA'.
               05 FILLER PIC X(8) VALUE '  CAUSALE'.
           01 WS-COLUMNS-ECCEZIONI.
               05 WS-COLUMN-TIPO PIC X(17).
               05 WS-COLUMN-ECC-NUMERO PIC 9(9).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-COLUMN-ECC-SEDE PIC 9(5).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-COLUMN-ECC-CANALE PIC X(10).
               05 WS-COLUMN-ECC-DATA PIC X(11).
               05 WS-COLUMN-ATTESO PIC -ZZZZZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-COLUMN-ACCREDITATO PIC -ZZZZZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-COLUMN-DIFFERENZA PIC -ZZZZZZ9.99.
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-COLUMN-CAUSALE PIC X(30).

           01  WS-SCRITTURA-REPORT.
               05 RW-TITOLO PIC X(60).
               05 RW-OPERATORE PIC X(50).
               05 RW-INTESTAZIONE PIC X(200).
               05 RW-RIGA PIC X(200).
               05 RW-TOTALE PIC X(60).

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
      *****************************************************************
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01 DBNAME                PIC X(30) VALUE SPACE.

           01 RECORDVERSAMENTO.
               05 ID-VERSAMENTO       PIC 9(9).
               05 CODICE-SEDE         PIC 9(5).
               05 CANALE              PIC X(10).
               05 DATA-VERSAMENTO     PIC X(10).
               05 NUMERO-MOVIMENTI    PIC 9(5).
               05 IMPORTO             PIC S9(8)V99.
               05 STATO               PIC X(12).
               05 IMPORTO-ACCREDITATO PIC S9(8)V99.
               05 DIFFERENZA          PIC S9(8)V99.
           01 DB-OPERATORE          PIC X(50) VALUE SPACE.
           01 DB-NOME-SEDE          PIC X(40) VALUE SPACE.
           01 DB-SEDE-FILTRO        PIC 9(5) VALUE ZERO.
           01 DB-GIORNI-ACCREDITO   PIC 9(3) VALUE ZERO.
           01 DB-DATA-OGGI          PIC X(10) VALUE SPACE.
           01 DB-MOVIMENTI-VENDITE  PIC 9(5) VALUE ZERO.
           01 DB-IMPORTO-VENDITE    PIC S9(8)V99 VALUE ZERO.
           01 DB-ID-CASSA           PIC 9(9) VALUE ZERO.
           01 DB-OPERATORE-CASSA    PIC X(50) VALUE SPACE.
           01 DB-POSTAZIONE-CASSA   PIC X(20) VALUE SPACE.
           01 DB-CHIUSURA-CASSA     PIC X(16) VALUE SPACE.
           01 DB-CONTANTI-CONTATI   PIC S9(6)V99 VALUE ZERO.
           01 DB-FONDO-INIZIALE     PIC S9(6)V99 VALUE ZERO.
           01 DB-NETTO-CASSA        PIC S9(6)V99 VALUE ZERO.
           01 DB-DATA-VALUTA        PIC X(10) VALUE SPACE.
           01 DB-RIFERIMENTO        PIC X(60) VALUE SPACE.
           01 DB-ID-INGRESSO        PIC 9(9) VALUE ZERO.
           01 DB-TIPO-ECCEZIONE     PIC X(16) VALUE SPACE.
           01 DB-ORDINE-ECCEZIONE   PIC 9(1) VALUE ZERO.
           01 DB-CODICE-SQL-ORIGINALE PIC S9(9) VALUE ZERO.
           01 DB-ERR-MESSAGGIO PIC X(200) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.
      *****************************************************************
      ********************INCLUDO SQLCA********************************
      *****************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.

           LINKAGE SECTION.
           01 LS-TYPE PIC X(1).
      **'p' PREPARA I VERSAMENTI E STAMPA LE DISTINTE (SEDE ZERO =*****
      **TUTTE); 'i' IMPORTA L'ESTRATTO DELLA TESORERIA; 'e' REPORT*****
      **DELLE ECCEZIONI PER IL DIRETTORE; 'l' ELENCO DEI VERSAMENTI****
           01 LS-RECORD.
               05 LS-CODICE-SEDE       PIC 9(5).
               05 LS-OPERATORE         PIC X(50).
               05 LS-ESITO             PIC X(1).

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
               PERFORM CARICACONFIG
               EVALUATE LS-TYPE
                   WHEN 'p'
                       PERFORM PREPARAVERSAMENTI
                   WHEN 'i'
                       PERFORM IMPORTAESTRATTO
                   WHEN 'e'
                       PERFORM REPORTECCEZIONI
                   WHEN 'l'
                       PERFORM LISTAVERSAMENTI
               END-EVALUATE.
           EXIT PROGRAM.

           CARICACONFIG.
           MOVE 'GIORNI-ACCREDITO-VERSAMENTO' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-VALORE-NUM NOT = ZERO
               MOVE WS-CONFIG-VALORE-NUM TO WS-GIORNI-ACCREDITO
           END-IF.

      ******************************************************************
      **************PREPARA I VERSAMENTI E LE DISTINTE******************
      ******************************************************************
      **UNA DISTINTA PER SEDE CON UN VERSAMENTO PER CANALE: CONTANTI***
      **DELLE SESSIONI CHIUSE, POS, PAGOPA. GLI INCASSI SENZA SEDE*****
      **(PAGOPA, CASSE APERTE FUORI POSTAZIONE) VANNO SULLA SEDE ZERO.**
      **OGNI MOVIMENTO VIENE LEGATO AL SUO VERSAMENTO E NON RIENTRA IN**
      **UNA DISTINTA SUCCESSIVA. UN VERSAMENTO DI CONTANTI A ZERO O*****
      **SOTTO ZERO (CONTATO NON OLTRE IL FONDO) RESTA AGLI ATTI COME****
      **NULLO: NON C'E' NIENTE DA PORTARE IN BANCA**********************
           PREPARAVERSAMENTI.
           MOVE 'N' TO LS-ESITO
           MOVE LS-CODICE-SEDE TO DB-SEDE-FILTRO
           MOVE LS-OPERATORE TO DB-OPERATORE
           MOVE ZERO TO WS-CONTEGGIO-SEDI
           MOVE ZERO TO WS-CONTEGGIO-VERSAMENTI
           EXEC SQL
               SELECT TO_CHAR(CURRENT_DATE, 'DD-MM-YYYY')
               INTO :DB-DATA-OGGI
           END-EXEC
           OPEN EXTEND VERSAMENTO-PRINT-FILE
           EXEC SQL
               DECLARE SEDI_VERSAMENTO_CURSOR CURSOR FOR
               SELECT M.SEDE, COALESCE(S.NOME, 'INCASSI SENZA SEDE')
               FROM (SELECT COALESCE(SEDE_OPERAZIONE, 0) AS SEDE
                     FROM CASSA_SESSIONE
                     WHERE STATO = 'CHIUSA' AND ID_VERSAMENTO IS NULL
                     UNION
                     SELECT COALESCE(SEDE_OPERAZIONE, 0)
                     FROM PAGAMENTO
                     WHERE METODO IN ('POS', 'PAGOPA')
                     AND ID_VERSAMENTO IS NULL
                     UNION
                     SELECT COALESCE(SEDE_OPERAZIONE, 0)
                     FROM VENDITA
                     WHERE METODO = 'POS'
                     AND ID_VERSAMENTO IS NULL) M
               LEFT JOIN SEDE S ON S.CODICE_SEDE = M.SEDE
               WHERE :DB-SEDE-FILTRO = 0 OR M.SEDE = :DB-SEDE-FILTRO
               ORDER BY M.SEDE
           END-EXEC
           EXEC SQL
               OPEN SEDI_VERSAMENTO_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
               CLOSE VERSAMENTO-PRINT-FILE
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               FETCH SEDI_VERSAMENTO_CURSOR INTO :CODICE-SEDE,
               :DB-NOME-SEDE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM DISTINTASEDE
               EXEC SQL
                   FETCH SEDI_VERSAMENTO_CURSOR INTO :CODICE-SEDE,
                   :DB-NOME-SEDE
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE SEDI_VERSAMENTO_CURSOR
           END-EXEC
           CLOSE VERSAMENTO-PRINT-FILE
           CALL 'DBUTIL' USING BY CONTENT 'k'
           IF WS-CONTEGGIO-VERSAMENTI = ZERO
               DISPLAY "NESSUN INCASSO DA VERSARE"
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO LS-ESITO
           DISPLAY "VERSAMENTI PREPARATI: " WS-CONTEGGIO-VERSAMENTI
               " - DISTINTE SU VERSAMENTOPRINT: " WS-CONTEGGIO-SEDI.

      *    INTESTAZIONE, UN VERSAMENTO PER CANALE E PIEDE CON LE*******
      *    FIRME: LA DISTINTA ACCOMPAGNA IL SACCHETTO IN TESORERIA*****
           DISTINTASEDE.
           ADD 1 TO WS-CONTEGGIO-SEDI
           MOVE ZERO TO WS-TOTALE-DISTINTA
           MOVE ALL '=' TO VERSAMENTO-PRINT-RECORD
           WRITE VERSAMENTO-PRINT-RECORD
           MOVE SPACE TO VERSAMENTO-PRINT-RECORD
           STRING
               "DISTINTA DI VERSAMENTO IN TESORERIA DEL "
               DELIMITED BY SIZE
               DB-DATA-OGGI DELIMITED BY SIZE
               " - SEDE " DELIMITED BY SIZE
               CODICE-SEDE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DB-NOME-SEDE DELIMITED BY "  "
               INTO VERSAMENTO-PRINT-RECORD
           END-STRING
           WRITE VERSAMENTO-PRINT-RECORD
           DISPLAY VERSAMENTO-PRINT-RECORD
           MOVE WS-LINE TO VERSAMENTO-PRINT-RECORD
           WRITE VERSAMENTO-PRINT-RECORD
           MOVE WS-HEADER-DISTINTA TO VERSAMENTO-PRINT-RECORD
           WRITE VERSAMENTO-PRINT-RECORD
           PERFORM VERSAMENTOCONTANTI
           PERFORM VERSAMENTOPOS
           PERFORM VERSAMENTOPAGOPA
           MOVE WS-LINE TO VERSAMENTO-PRINT-RECORD
           WRITE VERSAMENTO-PRINT-RECORD
           MOVE WS-TOTALE-DISTINTA TO WS-IMPORTO-EDIT
           MOVE SPACE TO VERSAMENTO-PRINT-RECORD
           STRING
               "TOTALE DELLA DISTINTA: " DELIMITED BY SIZE
               WS-IMPORTO-EDIT DELIMITED BY SIZE
               INTO VERSAMENTO-PRINT-RECORD
           END-STRING
           WRITE VERSAMENTO-PRINT-RECORD
           DISPLAY VERSAMENTO-PRINT-RECORD
           MOVE "RIPORTARE IL NUMERO DI VERSAMENTO NELLA CAUSALE"
               TO VERSAMENTO-PRINT-RECORD
           WRITE VERSAMENTO-PRINT-RECORD
           MOVE SPACE TO VERSAMENTO-PRINT-RECORD
           WRITE VERSAMENTO-PRINT-RECORD
           MOVE SPACE TO VERSAMENTO-PRINT-RECORD
           STRING
               "FIRMA DELL'OPERATORE ____________________   "
               DELIMITED BY SIZE
               "FIRMA DELLA TESORERIA ____________________"
               DELIMITED BY SIZE
               INTO VERSAMENTO-PRINT-RECORD
           END-STRING
           WRITE VERSAMENTO-PRINT-RECORD.

      *    IL CONTANTE DEL SACCHETTO E' IL CONTATO MENO IL FONDO, CHE**
      *    RESTA NEL CASSETTO PER IL TURNO DOPO*************************
           VERSAMENTOCONTANTI.
           MOVE ZERO TO NUMERO-MOVIMENTI
           EXEC SQL
               SELECT COUNT(*) INTO :NUMERO-MOVIMENTI
               FROM CASSA_SESSIONE
               WHERE STATO = 'CHIUSA' AND ID_VERSAMENTO IS NULL
               AND COALESCE(SEDE_OPERAZIONE, 0) = :CODICE-SEDE
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF NUMERO-MOVIMENTI = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE 'CONTANTI' TO CANALE
           PERFORM INSERISCIVERSAMENTO
           EXEC SQL
               UPDATE CASSA_SESSIONE SET ID_VERSAMENTO = :ID-VERSAMENTO
               WHERE STATO = 'CHIUSA' AND ID_VERSAMENTO IS NULL
               AND COALESCE(SEDE_OPERAZIONE, 0) = :CODICE-SEDE
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
      *    I TOTALI SI RIFANNO SULLE SESSIONI LEGATE: UNA CASSA CHIUSA*
      *    NEL FRATTEMPO ENTRA NEL VERSAMENTO CON IL SUO IMPORTO*******
           EXEC SQL
               SELECT COUNT(*),
               COALESCE(SUM(COALESCE(CONTANTI_CONTATI, 0)
                   - COALESCE(FONDO_INIZIALE, 0)), 0)
               INTO :NUMERO-MOVIMENTI, :IMPORTO
               FROM CASSA_SESSIONE
               WHERE ID_VERSAMENTO = :ID-VERSAMENTO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           PERFORM AGGIORNAVERSAMENTO
           PERFORM STAMPARIGAVERSAMENTO
           PERFORM STAMPASESSIONIVERSAMENTO.

      *    POS: INCASSI MULTE E VENDITE AL BANCO DELLA SEDE*************
           VERSAMENTOPOS.
           MOVE ZERO TO NUMERO-MOVIMENTI
           MOVE ZERO TO DB-MOVIMENTI-VENDITE
           EXEC SQL
               SELECT COUNT(*) INTO :NUMERO-MOVIMENTI
               FROM PAGAMENTO
               WHERE METODO = 'POS' AND ID_VERSAMENTO IS NULL
               AND COALESCE(SEDE_OPERAZIONE, 0) = :CODICE-SEDE
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               SELECT COUNT(*) INTO :DB-MOVIMENTI-VENDITE
               FROM VENDITA
               WHERE METODO = 'POS' AND ID_VERSAMENTO IS NULL
               AND COALESCE(SEDE_OPERAZIONE, 0) = :CODICE-SEDE
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF NUMERO-MOVIMENTI = ZERO AND DB-MOVIMENTI-VENDITE = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE 'POS' TO CANALE
           PERFORM INSERISCIVERSAMENTO
           EXEC SQL
               UPDATE PAGAMENTO SET ID_VERSAMENTO = :ID-VERSAMENTO
               WHERE METODO = 'POS' AND ID_VERSAMENTO IS NULL
               AND COALESCE(SEDE_OPERAZIONE, 0) = :CODICE-SEDE
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               UPDATE VENDITA SET ID_VERSAMENTO = :ID-VERSAMENTO
               WHERE METODO = 'POS' AND ID_VERSAMENTO IS NULL
               AND COALESCE(SEDE_OPERAZIONE, 0) = :CODICE-SEDE
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(IMPORTO), 0)
               INTO :NUMERO-MOVIMENTI, :IMPORTO
               FROM PAGAMENTO
               WHERE ID_VERSAMENTO = :ID-VERSAMENTO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(IMPORTO), 0)
               INTO :DB-MOVIMENTI-VENDITE, :DB-IMPORTO-VENDITE
               FROM VENDITA
               WHERE ID_VERSAMENTO = :ID-VERSAMENTO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           ADD DB-MOVIMENTI-VENDITE TO NUMERO-MOVIMENTI
           ADD DB-IMPORTO-VENDITE TO IMPORTO
           PERFORM AGGIORNAVERSAMENTO
           PERFORM STAMPARIGAVERSAMENTO.

      *    PAGOPA: GLI INCASSI RICONCILIATI DI NOTTE NON HANNO SEDE E***
      *    FINISCONO SULLA DISTINTA DELLA SEDE ZERO*********************
           VERSAMENTOPAGOPA.
           MOVE ZERO TO NUMERO-MOVIMENTI
           EXEC SQL
               SELECT COUNT(*) INTO :NUMERO-MOVIMENTI
               FROM PAGAMENTO
               WHERE METODO = 'PAGOPA' AND ID_VERSAMENTO IS NULL
               AND COALESCE(SEDE_OPERAZIONE, 0) = :CODICE-SEDE
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF NUMERO-MOVIMENTI = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE 'PAGOPA' TO CANALE
           PERFORM INSERISCIVERSAMENTO
           EXEC SQL
               UPDATE PAGAMENTO SET ID_VERSAMENTO = :ID-VERSAMENTO
               WHERE METODO = 'PAGOPA' AND ID_VERSAMENTO IS NULL
               AND COALESCE(SEDE_OPERAZIONE, 0) = :CODICE-SEDE
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(IMPORTO), 0)
               INTO :NUMERO-MOVIMENTI, :IMPORTO
               FROM PAGAMENTO
               WHERE ID_VERSAMENTO = :ID-VERSAMENTO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           PERFORM AGGIORNAVERSAMENTO
           PERFORM STAMPARIGAVERSAMENTO.

      *    IL NUMERO DEL VERSAMENTO E' L'ID PROGRESSIVO APPENA*********
      *    ASSEGNATO; GLI IMPORTI ARRIVANO DOPO IL LEGAME DEI MOVIMENTI*
           INSERISCIVERSAMENTO.
           EXEC SQL
               INSERT INTO VERSAMENTO
               (CODICE_SEDE, CANALE, NUMERO_MOVIMENTI, IMPORTO,
               OPERATORE)
               VALUES (:CODICE-SEDE, TRIM(:CANALE), 0, 0,
               NULLIF(TRIM(:DB-OPERATORE), ''))
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               SELECT CURRVAL('versamento_id_seq')
               INTO :ID-VERSAMENTO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           ADD 1 TO WS-CONTEGGIO-VERSAMENTI.

           AGGIORNAVERSAMENTO.
           IF IMPORTO > ZERO
               MOVE 'VERSATO' TO STATO
           ELSE
               MOVE 'NULLO' TO STATO
           END-IF
           EXEC SQL
               UPDATE VERSAMENTO SET
               NUMERO_MOVIMENTI = :NUMERO-MOVIMENTI,
               IMPORTO = :IMPORTO, STATO = TRIM(:STATO)
               WHERE ID = :ID-VERSAMENTO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.

           STAMPARIGAVERSAMENTO.
           MOVE SPACE TO WS-COLUMN-NOTA
           MOVE ID-VERSAMENTO TO WS-COLUMN-NUMERO
           MOVE CANALE TO WS-COLUMN-CANALE
           MOVE NUMERO-MOVIMENTI TO WS-COLUMN-MOVIMENTI
           MOVE IMPORTO TO WS-COLUMN-IMPORTO
           IF STATO = 'NULLO'
               MOVE 'NULLO: NIENTE DA VERSARE' TO WS-COLUMN-NOTA
           ELSE
               ADD IMPORTO TO WS-TOTALE-DISTINTA
           END-IF
           MOVE WS-COLUMNS-DISTINTA TO VERSAMENTO-PRINT-RECORD
           WRITE VERSAMENTO-PRINT-RECORD
           DISPLAY WS-COLUMNS-DISTINTA.

      *    SOTTO IL VERSAMENTO DEI CONTANTI IL DETTAGLIO DEI CASSETTI***
      *    CHE LO COMPONGONO, PER IL CONTROLLO IN TESORERIA*************
           STAMPASESSIONIVERSAMENTO.
           EXEC SQL
               DECLARE SESSIONI_VERSAMENTO_CURSOR CURSOR FOR
               SELECT ID, OPERATORE, COALESCE(POSTAZIONE, ' '),
               COALESCE(TO_CHAR(CHIUSURA, 'DD-MM-YYYY HH24:MI'), ' '),
               COALESCE(CONTANTI_CONTATI, 0),
               COALESCE(FONDO_INIZIALE, 0),
               COALESCE(CONTANTI_CONTATI, 0)
                   - COALESCE(FONDO_INIZIALE, 0)
               FROM CASSA_SESSIONE
               WHERE ID_VERSAMENTO = :ID-VERSAMENTO
               ORDER BY ID
           END-EXEC
           EXEC SQL
               OPEN SESSIONI_VERSAMENTO_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               FETCH SESSIONI_VERSAMENTO_CURSOR INTO :DB-ID-CASSA,
               :DB-OPERATORE-CASSA, :DB-POSTAZIONE-CASSA,
               :DB-CHIUSURA-CASSA, :DB-CONTANTI-CONTATI,
               :DB-FONDO-INIZIALE, :DB-NETTO-CASSA
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE DB-ID-CASSA TO WS-COLUMN-ID-CASSA
               MOVE DB-OPERATORE-CASSA TO WS-COLUMN-OPERATORE
               MOVE DB-POSTAZIONE-CASSA TO WS-COLUMN-POSTAZIONE
               MOVE DB-CHIUSURA-CASSA TO WS-COLUMN-CHIUSURA
               MOVE DB-CONTANTI-CONTATI TO WS-COLUMN-CONTATO
               MOVE DB-FONDO-INIZIALE TO WS-COLUMN-FONDO
               MOVE DB-NETTO-CASSA TO WS-COLUMN-NETTO
               MOVE WS-COLUMNS-SESSIONE TO VERSAMENTO-PRINT-RECORD
               WRITE VERSAMENTO-PRINT-RECORD
               EXEC SQL
                   FETCH SESSIONI_VERSAMENTO_CURSOR INTO :DB-ID-CASSA,
                   :DB-OPERATORE-CASSA, :DB-POSTAZIONE-CASSA,
                   :DB-CHIUSURA-CASSA, :DB-CONTANTI-CONTATI,
                   :DB-FONDO-INIZIALE, :DB-NETTO-CASSA
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE SESSIONI_VERSAMENTO_CURSOR
           END-EXEC.

      ******************************************************************
      **************IMPORTA L'ESTRATTO DELLA TESORERIA******************
      ******************************************************************
      **OGNI ACCREDITO RESTA AGLI ATTI IN ACCREDITO_BANCA. QUELLO CHE**
      **PORTA IN CAUSALE IL NUMERO DI UN VERSAMENTO ANCORA DA**********
      **ACCREDITARE LO CHIUDE, CON LA DIFFERENZA SE L'IMPORTO NON******
      **TORNA; GLI ALTRI RESTANO SENZA VERSAMENTO PER IL REPORT DELLE**
      **ECCEZIONI. UNA RIGA GIA' CARICATA (STESSA DATA, IMPORTO E******
      **VERSAMENTO O CAUSALE) SI SALTA**********************************
           IMPORTAESTRATTO.
           MOVE 'N' TO LS-ESITO
           MOVE ZERO TO WS-CONTEGGIO-ACCREDITATI
           MOVE ZERO TO WS-CONTEGGIO-SENZA
           MOVE 'N' TO WS-FINE-FILE
           MOVE SPACE TO WS-INGRESSO
           MOVE 'ESTRATTOBANCA' TO WS-ING-FILE
           MOVE SPACE TO WS-ING-CONTESTO
           MOVE LS-OPERATORE TO WS-ING-OPERATORE
           CALL 'INGRESSO' USING 'c', WS-INGRESSO
           IF WS-ING-ESITO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-ING-SALTATI
           MOVE ZERO TO WS-ING-SCARTATI
           MOVE WS-ING-ID TO DB-ID-INGRESSO
           OPEN INPUT ESTRATTO-BANCA-FILE
           READ ESTRATTO-BANCA-FILE
               AT END MOVE 'S' TO WS-FINE-FILE
           END-READ
           PERFORM UNTIL WS-FINE-FILE = 'S'
               PERFORM APPLICAUNACCREDITO
               READ ESTRATTO-BANCA-FILE
                   AT END MOVE 'S' TO WS-FINE-FILE
               END-READ
           END-PERFORM
           CLOSE ESTRATTO-BANCA-FILE
           CALL 'DBUTIL' USING BY CONTENT 'k'
           DISPLAY "VERSAMENTI ACCREDITATI: " WS-CONTEGGIO-ACCREDITATI
           DISPLAY "ACCREDITI SENZA VERSAMENTO: " WS-CONTEGGIO-SENZA
           DISPLAY "RIGHE GIA' CARICATE, SALTATE: " WS-ING-SALTATI
           MOVE WS-CONTEGGIO-ACCREDITATI TO WS-ING-APPLICATI
           ADD WS-CONTEGGIO-SENZA TO WS-ING-SCARTATI
           CALL 'INGRESSO' USING 'e', WS-INGRESSO
           MOVE 'S' TO LS-ESITO.

           APPLICAUNACCREDITO.
           MOVE SPACE TO WS-EB-DATA
           MOVE SPACE TO WS-EB-IMPORTO
           MOVE SPACE TO WS-EB-CAUSALE
           UNSTRING ESTRATTO-BANCA-RECORD DELIMITED BY ';'
               INTO WS-EB-DATA, WS-EB-IMPORTO, WS-EB-CAUSALE
           END-UNSTRING
           IF WS-EB-DATA = SPACE
               EXIT PARAGRAPH
           END-IF
      *    DATA GG-MM-AAAA E IMPORTO POSITIVO, ALTRIMENTI LA RIGA NON***
      *    SI LEGGE E SI SCARTA*****************************************
           MOVE 'S' TO WS-EB-VALIDO
           IF WS-EB-DATA(1:2) NOT NUMERIC OR WS-EB-DATA(3:1) NOT = '-'
              OR WS-EB-DATA(4:2) NOT NUMERIC
              OR WS-EB-DATA(6:1) NOT = '-'
              OR WS-EB-DATA(7:4) NOT NUMERIC
               MOVE 'N' TO WS-EB-VALIDO
           END-IF
           MOVE ZERO TO WS-EB-VALORE
           MOVE ZERO TO WS-EB-CIFRE
           MOVE ZERO TO WS-EB-DECIMALI
           MOVE 'N' TO WS-EB-SEPARATORE
           PERFORM LEGGICARATTEREIMPORTO
               VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 15
           IF WS-EB-CIFRE = ZERO OR WS-EB-VALORE = ZERO
               MOVE 'N' TO WS-EB-VALIDO
           END-IF
           IF WS-EB-VALIDO NOT = 'S'
               ADD 1 TO WS-ING-SCARTATI
               DISPLAY "RIGA ILLEGGIBILE, SCARTATA: "
                   ESTRATTO-BANCA-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-EB-NUMERO
           MOVE 'A' TO WS-EB-STATO-NUMERO
           PERFORM LEGGICARATTERECAUSALE
               VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 60
           MOVE WS-EB-DATA TO DB-DATA-VALUTA
           MOVE WS-EB-VALORE TO IMPORTO-ACCREDITATO
           MOVE WS-EB-CAUSALE TO DB-RIFERIMENTO
           MOVE WS-EB-NUMERO TO ID-VERSAMENTO
           IF ID-VERSAMENTO > ZERO
               MOVE SPACE TO STATO
               EXEC SQL
                   SELECT IMPORTO, STATO INTO :IMPORTO, :STATO
                   FROM VERSAMENTO WHERE ID = :ID-VERSAMENTO
               END-EXEC
               IF SQLCODE = ZERO AND STATO = 'VERSATO'
                   PERFORM ACCREDITAVERSAMENTO
                   EXIT PARAGRAPH
               END-IF
               IF SQLCODE = ZERO
                   MOVE ZERO TO VALUESTABLE
                   EXEC SQL
                       SELECT COUNT(*) INTO :VALUESTABLE
                       FROM ACCREDITO_BANCA
                       WHERE ID_VERSAMENTO = :ID-VERSAMENTO
                       AND IMPORTO = :IMPORTO-ACCREDITATO
                       AND DATA_VALUTA =
                           TO_DATE(:DB-DATA-VALUTA, 'DD-MM-YYYY')
                   END-EXEC
                   IF SQLCODE NOT = 0
                       PERFORM ERROR-RUNTIME
                   END-IF
                   IF VALUESTABLE NOT = ZERO
                       ADD 1 TO WS-ING-SALTATI
                       DISPLAY "RIGA GIA' APPLICATA, SALTATA: "
                           ESTRATTO-BANCA-RECORD
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF
           PERFORM ACCREDITOSENZAVERSAMENTO.

      *    IMPORTO: CIFRE CON UN SOLO SEPARATORE DECIMALE (PUNTO O*****
      *    VIRGOLA) E AL PIU' DUE DECIMALI, SENZA SEPARATORE MIGLIAIA***
           LEGGICARATTEREIMPORTO.
           MOVE WS-EB-IMPORTO(WS-POS:1) TO WS-EB-CARATTERE
           EVALUATE TRUE
               WHEN WS-EB-CARATTERE = SPACE
                   CONTINUE
               WHEN WS-EB-CARATTERE = '.' OR WS-EB-CARATTERE = ','
                   IF WS-EB-SEPARATORE = 'S'
                       MOVE 'N' TO WS-EB-VALIDO
                   END-IF
                   MOVE 'S' TO WS-EB-SEPARATORE
               WHEN WS-EB-CARATTERE NUMERIC
                   MOVE WS-EB-CARATTERE TO WS-EB-CIFRA
                   ADD 1 TO WS-EB-CIFRE
                   IF WS-EB-SEPARATORE = 'S'
                       ADD 1 TO WS-EB-DECIMALI
                       EVALUATE WS-EB-DECIMALI
                           WHEN 1
                               COMPUTE WS-EB-VALORE =
                                   WS-EB-VALORE + WS-EB-CIFRA / 10
                           WHEN 2
                               COMPUTE WS-EB-VALORE =
                                   WS-EB-VALORE + WS-EB-CIFRA / 100
                           WHEN OTHER
                               MOVE 'N' TO WS-EB-VALIDO
                       END-EVALUATE
                   ELSE
                       COMPUTE WS-EB-VALORE =
                           WS-EB-VALORE * 10 + WS-EB-CIFRA
                           ON SIZE ERROR MOVE 'N' TO WS-EB-VALIDO
                       END-COMPUTE
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-EB-VALIDO
           END-EVALUATE.

      *    IL NUMERO DEL VERSAMENTO E' LA PRIMA SEQUENZA DI CIFRE******
      *    DELLA CAUSALE ('VERS. N. 123 DEL ...'): A = NON ANCORA******
      *    TROVATA, C = IN LETTURA, F = FINITA**************************
           LEGGICARATTERECAUSALE.
           MOVE WS-EB-CAUSALE(WS-POS:1) TO WS-EB-CARATTERE
           IF WS-EB-CARATTERE NUMERIC
               IF WS-EB-STATO-NUMERO NOT = 'F'
                   MOVE 'C' TO WS-EB-STATO-NUMERO
                   MOVE WS-EB-CARATTERE TO WS-EB-CIFRA
                   COMPUTE WS-EB-NUMERO =
                       WS-EB-NUMERO * 10 + WS-EB-CIFRA
                       ON SIZE ERROR MOVE ZERO TO WS-EB-NUMERO
                   END-COMPUTE
               END-IF
           ELSE
               IF WS-EB-STATO-NUMERO = 'C'
                   MOVE 'F' TO WS-EB-STATO-NUMERO
               END-IF
           END-IF.

      *    L'ACCREDITO CHIUDE IL VERSAMENTO: LA DIFFERENZA E'**********
      *    ACCREDITATO MENO VERSATO (NEGATIVA = AMMANCO)****************
           ACCREDITAVERSAMENTO.
           COMPUTE DIFFERENZA = IMPORTO-ACCREDITATO - IMPORTO
           IF DIFFERENZA = ZERO
               MOVE 'ACCREDITATO' TO STATO
           ELSE
               MOVE 'DIFFERENZA' TO STATO
           END-IF
           EXEC SQL
               UPDATE VERSAMENTO SET STATO = TRIM(:STATO),
               IMPORTO_ACCREDITATO = :IMPORTO-ACCREDITATO,
               DATA_ACCREDITO = TO_DATE(:DB-DATA-VALUTA, 'DD-MM-YYYY'),
               DIFFERENZA = :DIFFERENZA
               WHERE ID = :ID-VERSAMENTO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           PERFORM REGISTRAACCREDITO
           ADD 1 TO WS-CONTEGGIO-ACCREDITATI
           IF DIFFERENZA NOT = ZERO
               MOVE DIFFERENZA TO WS-IMPORTO-EDIT
               DISPLAY "VERSAMENTO " ID-VERSAMENTO
                   " ACCREDITATO CON DIFFERENZA " WS-IMPORTO-EDIT
           END-IF.

      *    ACCREDITO CHE NON CHIUDE NESSUN VERSAMENTO (CAUSALE SENZA****
      *    NUMERO, NUMERO SCONOSCIUTO O VERSAMENTO GIA' ACCREDITATO)****
           ACCREDITOSENZAVERSAMENTO.
           MOVE ZERO TO ID-VERSAMENTO
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE
               FROM ACCREDITO_BANCA
               WHERE ID_VERSAMENTO IS NULL
               AND IMPORTO = :IMPORTO-ACCREDITATO
               AND DATA_VALUTA = TO_DATE(:DB-DATA-VALUTA, 'DD-MM-YYYY')
               AND COALESCE(RIFERIMENTO, ' ') =
                   COALESCE(NULLIF(TRIM(:DB-RIFERIMENTO), ''), ' ')
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF VALUESTABLE NOT = ZERO
               ADD 1 TO WS-ING-SALTATI
               DISPLAY "RIGA GIA' APPLICATA, SALTATA: "
                   ESTRATTO-BANCA-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM REGISTRAACCREDITO
           ADD 1 TO WS-CONTEGGIO-SENZA
           DISPLAY "ACCREDITO SENZA VERSAMENTO: " ESTRATTO-BANCA-RECORD.

           REGISTRAACCREDITO.
           EXEC SQL
               INSERT INTO ACCREDITO_BANCA
               (DATA_VALUTA, IMPORTO, RIFERIMENTO, ID_VERSAMENTO,
               ID_INGRESSO)
               VALUES (TO_DATE(:DB-DATA-VALUTA, 'DD-MM-YYYY'),
               :IMPORTO-ACCREDITATO, NULLIF(TRIM(:DB-RIFERIMENTO), ''),
               NULLIF(:ID-VERSAMENTO, 0), NULLIF(:DB-ID-INGRESSO, 0))
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.

      ******************************************************************
      **************ECCEZIONI DEI VERSAMENTI PER IL DIRETTORE***********
      ******************************************************************
      **AMMANCHI ED ECCEDENZE TRA VERSATO E ACCREDITATO, VERSAMENTI****
      **NON ACCREDITATI DOPO GIORNI-ACCREDITO-VERSAMENTO GIORNI E*******
      **ACCREDITI DELLA BANCA SENZA VERSAMENTO (QUESTI ULTIMI NON*******
      **HANNO SEDE E COMPAIONO SOLO NEL REPORT DI TUTTE LE SEDI)********
           REPORTECCEZIONI.
           MOVE LS-CODICE-SEDE TO DB-SEDE-FILTRO
           MOVE WS-GIORNI-ACCREDITO TO DB-GIORNI-ACCREDITO
           MOVE ZERO TO WS-TOTALE-AMMANCHI
           MOVE ZERO TO WS-TOTALE-ECCEDENZE
           MOVE ZERO TO WS-TOTALE-NON-ACCREDITATI
           MOVE ZERO TO WS-TOTALE-SENZA-VERSAMENTO
           EXEC SQL
               DECLARE ECCEZIONI_CURSOR CURSOR FOR
               SELECT CASE WHEN V.DIFFERENZA < 0 THEN 'AMMANCO'
                      ELSE 'ECCEDENZA' END,
               V.ID, V.CODICE_SEDE, V.CANALE,
               COALESCE(TO_CHAR(V.DATA_ACCREDITO, 'DD-MM-YYYY'), ' '),
               V.IMPORTO, V.IMPORTO_ACCREDITATO, V.DIFFERENZA, ' ', 1
               FROM VERSAMENTO V
               WHERE V.STATO = 'DIFFERENZA'
               AND (:DB-SEDE-FILTRO = 0
                OR V.CODICE_SEDE = :DB-SEDE-FILTRO)
               UNION ALL
               SELECT 'NON ACCREDITATO', V.ID, V.CODICE_SEDE, V.CANALE,
               TO_CHAR(V.DATA_VERSAMENTO, 'DD-MM-YYYY'),
               V.IMPORTO, 0, 0 - V.IMPORTO, ' ', 2
               FROM VERSAMENTO V
               WHERE V.STATO = 'VERSATO'
               AND V.DATA_VERSAMENTO <
                   CURRENT_DATE - CAST(:DB-GIORNI-ACCREDITO AS INT)
               AND (:DB-SEDE-FILTRO = 0
                OR V.CODICE_SEDE = :DB-SEDE-FILTRO)
               UNION ALL
               SELECT 'SENZA VERSAMENTO', A.ID, 0, ' ',
               TO_CHAR(A.DATA_VALUTA, 'DD-MM-YYYY'),
               0, A.IMPORTO, A.IMPORTO, COALESCE(A.RIFERIMENTO, ' '), 3
               FROM ACCREDITO_BANCA A
               WHERE A.ID_VERSAMENTO IS NULL
               AND :DB-SEDE-FILTRO = 0
               ORDER BY 10, 2
           END-EXEC

           MOVE SPACE TO WS-SCRITTURA-REPORT
           MOVE "ECCEZIONI DEI VERSAMENTI IN TESORERIA" TO RW-TITOLO
           MOVE LS-OPERATORE TO RW-OPERATORE
           MOVE WS-HEADER-ECCEZIONI TO RW-INTESTAZIONE
           CALL 'REPORTWRITER' USING 'i', WS-SCRITTURA-REPORT
           DISPLAY WS-LINE
           DISPLAY WS-HEADER-ECCEZIONI
           DISPLAY WS-LINE

           MOVE ZERO TO WS-CONTEGGIO-RIGHE
           EXEC SQL
               OPEN ECCEZIONI_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
               CALL 'REPORTWRITER' USING 'f', WS-SCRITTURA-REPORT
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               FETCH ECCEZIONI_CURSOR INTO :DB-TIPO-ECCEZIONE,
               :ID-VERSAMENTO, :CODICE-SEDE, :CANALE,
               :DATA-VERSAMENTO, :IMPORTO, :IMPORTO-ACCREDITATO,
               :DIFFERENZA, :DB-RIFERIMENTO, :DB-ORDINE-ECCEZIONE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM SCRIVIRIGAECCEZIONE
               EXEC SQL
                   FETCH ECCEZIONI_CURSOR INTO :DB-TIPO-ECCEZIONE,
                   :ID-VERSAMENTO, :CODICE-SEDE, :CANALE,
                   :DATA-VERSAMENTO, :IMPORTO, :IMPORTO-ACCREDITATO,
                   :DIFFERENZA, :DB-RIFERIMENTO, :DB-ORDINE-ECCEZIONE
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE ECCEZIONI_CURSOR
           END-EXEC
           DISPLAY WS-LINE
           MOVE WS-TOTALE-AMMANCHI TO WS-IMPORTO-EDIT
           MOVE WS-TOTALE-ECCEDENZE TO WS-IMPORTO-EDIT-2
           MOVE WS-TOTALE-NON-ACCREDITATI TO WS-IMPORTO-EDIT-3
           MOVE WS-TOTALE-SENZA-VERSAMENTO TO WS-IMPORTO-EDIT-4
           MOVE SPACE TO RW-RIGA
           STRING
               "AMMANCHI: " DELIMITED BY SIZE
               WS-IMPORTO-EDIT DELIMITED BY SIZE
               "   ECCEDENZE: " DELIMITED BY SIZE
               WS-IMPORTO-EDIT-2 DELIMITED BY SIZE
               "   NON ACCREDITATI: " DELIMITED BY SIZE
               WS-IMPORTO-EDIT-3 DELIMITED BY SIZE
               "   SENZA VERSAMENTO: " DELIMITED BY SIZE
               WS-IMPORTO-EDIT-4 DELIMITED BY SIZE
               INTO RW-RIGA
           END-STRING
           DISPLAY RW-RIGA
           CALL 'REPORTWRITER' USING 'w', WS-SCRITTURA-REPORT
           MOVE SPACE TO RW-TOTALE
           STRING
               "ECCEZIONI: " DELIMITED BY SIZE
               WS-CONTEGGIO-RIGHE DELIMITED BY SIZE
               INTO RW-TOTALE
           END-STRING
           DISPLAY RW-TOTALE
           CALL 'REPORTWRITER' USING 'f', WS-SCRITTURA-REPORT.

           SCRIVIRIGAECCEZIONE.
           ADD 1 TO WS-CONTEGGIO-RIGHE
           EVALUATE DB-ORDINE-ECCEZIONE
               WHEN 1
                   IF DIFFERENZA < ZERO
                       ADD DIFFERENZA TO WS-TOTALE-AMMANCHI
                   ELSE
                       ADD DIFFERENZA TO WS-TOTALE-ECCEDENZE
                   END-IF
               WHEN 2
                   ADD IMPORTO TO WS-TOTALE-NON-ACCREDITATI
               WHEN OTHER
                   ADD DIFFERENZA TO WS-TOTALE-SENZA-VERSAMENTO
           END-EVALUATE
           MOVE SPACE TO WS-COLUMNS-ECCEZIONI
           MOVE DB-TIPO-ECCEZIONE TO WS-COLUMN-TIPO
           MOVE ID-VERSAMENTO TO WS-COLUMN-ECC-NUMERO
           MOVE CODICE-SEDE TO WS-COLUMN-ECC-SEDE
           MOVE CANALE TO WS-COLUMN-ECC-CANALE
           MOVE DATA-VERSAMENTO TO WS-COLUMN-ECC-DATA
           MOVE IMPORTO TO WS-COLUMN-ATTESO
           MOVE IMPORTO-ACCREDITATO TO WS-COLUMN-ACCREDITATO
           MOVE DIFFERENZA TO WS-COLUMN-DIFFERENZA
           MOVE DB-RIFERIMENTO TO WS-COLUMN-CAUSALE
           DISPLAY WS-COLUMNS-ECCEZIONI
           MOVE WS-COLUMNS-ECCEZIONI TO RW-RIGA
           CALL 'REPORTWRITER' USING 'w', WS-SCRITTURA-REPORT.

      ******************************************************************
      **************ELENCO DEI VERSAMENTI*******************************
      ******************************************************************
           LISTAVERSAMENTI.
           MOVE LS-CODICE-SEDE TO DB-SEDE-FILTRO
           DISPLAY "VERSAMENTI (N. / SEDE / CANALE / DEL / MOVIMENTI / "
               "IMPORTO / STATO / ACCREDITATO):"
           EXEC SQL
               DECLARE VERSAMENTI_CURSOR CURSOR FOR
               SELECT ID, CODICE_SEDE, CANALE,
               TO_CHAR(DATA_VERSAMENTO, 'DD-MM-YYYY'),
               NUMERO_MOVIMENTI, IMPORTO, STATO,
               COALESCE(IMPORTO_ACCREDITATO, 0)
               FROM VERSAMENTO
               WHERE :DB-SEDE-FILTRO = 0
               OR CODICE_SEDE = :DB-SEDE-FILTRO
               ORDER BY ID DESC
           END-EXEC
           EXEC SQL
               OPEN VERSAMENTI_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               FETCH VERSAMENTI_CURSOR INTO :ID-VERSAMENTO,
               :CODICE-SEDE, :CANALE, :DATA-VERSAMENTO,
               :NUMERO-MOVIMENTI, :IMPORTO, :STATO,
               :IMPORTO-ACCREDITATO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE IMPORTO TO WS-IMPORTO-EDIT
               MOVE IMPORTO-ACCREDITATO TO WS-IMPORTO-EDIT-2
               DISPLAY "  " ID-VERSAMENTO " / " CODICE-SEDE " / "
                   CANALE " / " DATA-VERSAMENTO " / "
                   NUMERO-MOVIMENTI " / " WS-IMPORTO-EDIT " / "
                   STATO " / " WS-IMPORTO-EDIT-2
               EXEC SQL
                   FETCH VERSAMENTI_CURSOR INTO :ID-VERSAMENTO,
                   :CODICE-SEDE, :CANALE, :DATA-VERSAMENTO,
                   :NUMERO-MOVIMENTI, :IMPORTO, :STATO,
                   :IMPORTO-ACCREDITATO
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE VERSAMENTI_CURSOR
           END-EXEC.

      ******************************************************************
      **************GESTIONE ERRORI*************************************
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
                   VALUES ('VERSAMENTO', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
                   STOP RUN
               END-IF
               EXIT PROGRAM.
