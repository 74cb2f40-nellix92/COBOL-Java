       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDAZIONE.
      ******************************************************************
      **************ATTI DI LIQUIDAZIONE DELLE FATTURE******************
      ********************FATTURA***************************************
      ******************************************************************
      **LE FATTURE CHE HANNO PASSATO IL RISCONTRO A TRE VIE ESCONO*****
      **NELL'ATTO DI LIQUIDAZIONE PER LA RAGIONERIA (LIQUIDAZIONIOUT)**
      **NEL TRACCIATO FISSO DEL PROGRAMMA DI CONTABILITA' DEL COMUNE:**
      **FORNITORE, NUMERO E DATA FATTURA, IMPORTO, SCADENZA, FONDO E***
      **ANNO DI BILANCIO. IL RITORNO (LIQUIDAZIONIIN) PORTA IL NUMERO**
      **DI MANDATO E LA DATA DI PAGAMENTO E CHIUDE LA FATTURA COME*****
      **PAGATA; I RITORNI CHE NON SI AGGANCIANO FINISCONO SU***********
      **LIQUIDAZIONISOSPESI. IL REPORT DELLE SCADENZE AVVISA DELLE*****
      **FATTURE VICINE AL TERMINE DI LEGGE DI 30 GIORNI****************
       AUTHOR. ANOIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIQ-OUT-FILE ASSIGN TO "LIQUIDAZIONIOUT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT LIQ-IN-FILE ASSIGN TO "LIQUIDAZIONIIN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT LIQ-SOSPESI-FILE ASSIGN TO "LIQUIDAZIONISOSPESI"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD LIQ-OUT-FILE.
           01 LIQ-OUT-RECORD PIC X(200).
           FD LIQ-IN-FILE.
           01 LIQ-IN-RECORD PIC X(40).
           FD LIQ-SOSPESI-FILE.
           01 LIQ-SOSPESI-RECORD PIC X(120).

           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.
           01 WS-FINE-FILE PIC X(1) VALUE 'N'.
           01 WS-CONTEGGIO-ESPORTATE PIC 9(5) VALUE ZERO.
           01 WS-CONTEGGIO-SENZA-FONDO PIC 9(5) VALUE ZERO.
           01 WS-CONTEGGIO-PAGATE PIC 9(5) VALUE ZERO.
           01 WS-CONTEGGIO-SOSPESE PIC 9(5) VALUE ZERO.
           01 WS-TOTALE-ATTO PIC 9(12)V99 VALUE ZERO.
           01 WS-IMPORTO-EDIT PIC ZZZZZZZ9.99.
           01 WS-GIORNI-EDIT PIC -ZZZ9.
           01 WS-MOTIVO-SOSPESO PIC X(40) VALUE SPACE.

           01 WS-PARAMETRO-CONFIG.
               05 WS-CONFIG-CHIAVE PIC X(40).
               05 WS-CONFIG-VALORE PIC X(100).
               05 WS-CONFIG-VALORE-NUM PIC 9(7)V99.
               05 WS-CONFIG-ESITO PIC X(1).

      *****************************************************************
      ***********TRACCIATO DEL RITORNO DALLA RAGIONERIA (40 BYTE)*******
      *****************************************************************
      **  POS 1-9    NUMERO INTERNO DELLA FATTURA (COME SULL'ATTO)*****
      **  POS 10-29  NUMERO DEL MANDATO DI PAGAMENTO*******************
      **  POS 30-37  DATA DI PAGAMENTO (AAAAMMGG)**********************
           01  RIT-RIGA.
               05 RIT-ID-FATTURA    PIC X(9).
               05 RIT-MANDATO       PIC X(20).
               05 RIT-DATA-PAGAMENTO PIC X(8).
               05 FILLER            PIC X(3).

      *****************************************************************
      ***********TRACCIATO FISSO DELL'ATTO DI LIQUIDAZIONE (200 BYTE)***
      *****************************************************************
      **TESTATA H******************************************************
      **  POS 1      'H'**********************************************
      **  POS 2-9    DATA DELL'ATTO (AAAAMMGG)*************************
      **  POS 10-39  ENTE (BIBLIOTECA COMUNALE)*************************
      **DETTAGLIO D, UNO PER FATTURA DA PAGARE*************************
      **  POS 1      'D'**********************************************
      **  POS 2-10   NUMERO INTERNO DELLA FATTURA*********************
      **  POS 11-15  CODICE FORNITORE (CASA EDITRICE)*****************
      **  POS 16-43  PARTITA IVA DEL FORNITORE************************
      **  POS 44-93  RAGIONE SOCIALE**********************************
      **  POS 94-123 NUMERO FATTURA DEL FORNITORE*********************
      **  POS 124-131 DATA FATTURA (AAAAMMGG)*************************
      **  POS 132-143 IMPORTO DA PAGARE (10 INTERI, 2 DECIMALI)*******
      **  POS 144-151 SCADENZA DI PAGAMENTO (AAAAMMGG)****************
      **  POS 152-160 CODICE DEL FONDO DI SPESA (ZERO = DA IMPUTARE)**
      **  POS 161-190 NOME DEL FONDO**********************************
      **  POS 191-194 ANNO DI BILANCIO********************************
      **CODA T*********************************************************
      **  POS 1      'T'**********************************************
      **  POS 2-7    NUMERO DI FATTURE NELL'ATTO***********************
      **  POS 8-21   TOTALE DELL'ATTO (12 INTERI, 2 DECIMALI)**********
           01  ATTO-RIGA.
               05 ATT-TIPO-RIGA     PIC X(1).
               05 ATT-CORPO         PIC X(199).
           01  ATTO-TESTATA REDEFINES ATTO-RIGA.
               05 FILLER            PIC X(1).
               05 ATT-DATA-ATTO     PIC X(8).
               05 ATT-ENTE          PIC X(30).
               05 FILLER            PIC X(161).
           01  ATTO-DETTAGLIO REDEFINES ATTO-RIGA.
               05 FILLER            PIC X(1).
               05 ATT-ID-FATTURA    PIC 9(9).
               05 ATT-CODICE-CASA   PIC 9(5).
               05 ATT-PARTITA-IVA   PIC X(28).
               05 ATT-RAGIONE-SOCIALE PIC X(50).
               05 ATT-NUMERO-FATTURA PIC X(30).
               05 ATT-DATA-FATTURA  PIC X(8).
               05 ATT-IMPORTO       PIC 9(10)V99.
               05 ATT-SCADENZA      PIC X(8).
               05 ATT-ID-FONDO      PIC 9(9).
               05 ATT-NOME-FONDO    PIC X(30).
               05 ATT-ANNO-BILANCIO PIC 9(4).
               05 FILLER            PIC X(6).
           01  ATTO-CODA REDEFINES ATTO-RIGA.
               05 FILLER            PIC X(1).
               05 ATT-NUMERO-FATTURE PIC 9(6).
               05 ATT-TOTALE        PIC 9(12)V99.
               05 FILLER            PIC X(179).

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
      *****************************************************************
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01 DBNAME                PIC X(30) VALUE SPACE.

           01 RECORDLIQUIDAZIONE.
               05 ID-FATTURA        PIC 9(9).
               05 CODICE-CASA       PIC 9(5).
               05 PARTITA-IVA       PIC X(28).
               05 RAGIONE-SOCIALE   PIC X(50).
               05 NUMERO-FATTURA    PIC X(30).
               05 DATA-FATTURA      PIC X(8).
               05 IMPORTO           PIC 9(10)V99.
               05 SCADENZA          PIC X(10).
               05 ID-FONDO          PIC 9(9).
               05 NOME-FONDO        PIC X(30).
               05 ANNO-BILANCIO     PIC 9(4).
               05 STATO             PIC X(20).
           01 DB-GIORNI-TERMINE     PIC 9(3) VALUE 30.
           01 DB-GIORNI-PREAVVISO   PIC 9(3) VALUE 7.
           01 DB-GIORNI-RESIDUI     PIC S9(5) VALUE ZERO.
           01 DB-DATA-ATTO          PIC X(8) VALUE SPACE.
           01 DB-MANDATO            PIC X(20) VALUE SPACE.
           01 DB-DATA-PAGAMENTO     PIC X(8) VALUE SPACE.
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
               05 LS-GIORNI-PREAVVISO PIC 9(3).
               05 LS-ESITO            PIC X(1).

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
               PERFORM CARICATERMINI
               EVALUATE LS-TYPE
                   WHEN 'x'
                       PERFORM GENERAATTO
                   WHEN 'i'
                       PERFORM IMPORTARITORNO
                   WHEN 's'
                       PERFORM ELENCOSCADENZE
                   WHEN 'q'
                       PERFORM GENERAATTO
                       PERFORM ELENCOSCADENZE
               END-EVALUATE.
           EXIT PROGRAM.

      *    TERMINE DI PAGAMENTO E PREAVVISO DA CONFIG; IL PREAVVISO****
      *    PASSATO DAL CHIAMANTE, SE C'E', PREVALE********************
           CARICATERMINI.
           MOVE 'GIORNI-TERMINE-PAGAMENTO' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-VALORE-NUM NOT = ZERO
               MOVE WS-CONFIG-VALORE-NUM TO DB-GIORNI-TERMINE
           END-IF
           MOVE 'GIORNI-PREAVVISO-PAGAMENTO' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-VALORE-NUM NOT = ZERO
               MOVE WS-CONFIG-VALORE-NUM TO DB-GIORNI-PREAVVISO
           END-IF
           IF LS-GIORNI-PREAVVISO IS NUMERIC
               AND LS-GIORNI-PREAVVISO NOT = ZERO
               MOVE LS-GIORNI-PREAVVISO TO DB-GIORNI-PREAVVISO
           END-IF.

      ******************************************************************
      **************GENERA L'ATTO DI LIQUIDAZIONE***********************
      ******************************************************************
      **LE FATTURE LIQUIDABILI PASSANO IN LIQUIDAZIONE CON LA DATA*****
      **DELL'ATTO E LA SCADENZA DI LEGGE, CONTATA DALLA RICEZIONE SUL**
      **SDI (O, PER LE FATTURE CARTACEE, DALLA DATA DEL DOCUMENTO).*****
      **UNA SECONDA CORSA NELLA STESSA GIORNATA RIPRODUCE LO STESSO****
      **ATTO CON LE EVENTUALI FATTURE NUOVE*****************************
           GENERAATTO.
           MOVE 'N' TO LS-ESITO
           MOVE ZERO TO WS-CONTEGGIO-ESPORTATE
           MOVE ZERO TO WS-CONTEGGIO-SENZA-FONDO
           MOVE ZERO TO WS-TOTALE-ATTO
           EXEC SQL
               UPDATE FATTURA SET STATO = 'IN_LIQUIDAZIONE',
               DATA_LIQUIDAZIONE = CURRENT_DATE,
               DATA_SCADENZA = COALESCE(DATA_SCADENZA,
                   COALESCE((SELECT MIN(S.DATA_RICEZIONE)
                   FROM FATTURA_SDI S
                   WHERE S.ID_FATTURA = FATTURA.ID),
                   DATA_FATTURA) + :DB-GIORNI-TERMINE)
               WHERE STATO = 'LIQUIDABILE'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               SELECT TO_CHAR(CURRENT_DATE, 'YYYYMMDD')
               INTO :DB-DATA-ATTO
           END-EXEC
           OPEN OUTPUT LIQ-OUT-FILE
           MOVE SPACE TO ATTO-RIGA
           MOVE 'H' TO ATT-TIPO-RIGA
           MOVE DB-DATA-ATTO TO ATT-DATA-ATTO
           MOVE 'BIBLIOTECA COMUNALE' TO ATT-ENTE
           WRITE LIQ-OUT-RECORD FROM ATTO-RIGA
      *    L'IMPORTO E' IL TOTALE DEL DOCUMENTO SDI SE C'E', ALTRIMENTI*
      *    LA SOMMA DELLE RIGHE RISCONTRATE****************************
           EXEC SQL
               DECLARE ATTO_CURSOR CURSOR FOR
               SELECT F.ID, F.CODICE_CASA,
               COALESCE(C.PARTITA_IVA, ' '), COALESCE(C.NOME, ' '),
               F.NUMERO_FATTURA,
               TO_CHAR(F.DATA_FATTURA, 'YYYYMMDD'),
               COALESCE((SELECT MAX(NULLIF(S.IMPORTO, 0))
                   FROM FATTURA_SDI S WHERE S.ID_FATTURA = F.ID),
                   (SELECT SUM(R.QUANTITA * R.PREZZO)
                   FROM FATTURA_RIGA R WHERE R.ID_FATTURA = F.ID),
                   0),
               TO_CHAR(F.DATA_SCADENZA, 'YYYYMMDD'),
               COALESCE(O.ID_FONDO, 0), COALESCE(D.NOME, ' '),
               COALESCE(D.ANNO,
                   CAST(EXTRACT(YEAR FROM F.DATA_FATTURA) AS INTEGER))
               FROM FATTURA F
               JOIN ORDINE O ON O.ID = F.ID_ORDINE
               LEFT JOIN CASAEDITRICE C ON C.CODICE_CASA = F.CODICE_CASA
               LEFT JOIN FONDO D ON D.ID = O.ID_FONDO
               WHERE F.STATO = 'IN_LIQUIDAZIONE'
               AND F.DATA_LIQUIDAZIONE = CURRENT_DATE
               ORDER BY F.ID
           END-EXEC
           EXEC SQL
           OPEN ATTO_CURSOR
           END-EXEC

           EXEC SQL
               FETCH ATTO_CURSOR INTO :ID-FATTURA, :CODICE-CASA,
               :PARTITA-IVA, :RAGIONE-SOCIALE, :NUMERO-FATTURA,
               :DATA-FATTURA, :IMPORTO, :SCADENZA, :ID-FONDO,
               :NOME-FONDO, :ANNO-BILANCIO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM SCRIVIDETTAGLIOATTO
               EXEC SQL
                   FETCH ATTO_CURSOR INTO :ID-FATTURA, :CODICE-CASA,
                   :PARTITA-IVA, :RAGIONE-SOCIALE, :NUMERO-FATTURA,
                   :DATA-FATTURA, :IMPORTO, :SCADENZA, :ID-FONDO,
                   :NOME-FONDO, :ANNO-BILANCIO
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE ATTO_CURSOR
           END-EXEC
           MOVE SPACE TO ATTO-RIGA
           MOVE 'T' TO ATT-TIPO-RIGA
           MOVE WS-CONTEGGIO-ESPORTATE TO ATT-NUMERO-FATTURE
           MOVE WS-TOTALE-ATTO TO ATT-TOTALE
           WRITE LIQ-OUT-RECORD FROM ATTO-RIGA
           CLOSE LIQ-OUT-FILE
           MOVE WS-TOTALE-ATTO TO WS-IMPORTO-EDIT
           DISPLAY "ATTO DI LIQUIDAZIONE DEL " DB-DATA-ATTO
               " SCRITTO SU LIQUIDAZIONIOUT"
           DISPLAY "  FATTURE: " WS-CONTEGGIO-ESPORTATE
               "  TOTALE EUR " WS-IMPORTO-EDIT
           IF WS-CONTEGGIO-SENZA-FONDO NOT = ZERO
               DISPLAY "  DI CUI SENZA FONDO (DA IMPUTARE IN "
                   "RAGIONERIA): " WS-CONTEGGIO-SENZA-FONDO
           END-IF
           MOVE 'S' TO LS-ESITO.

           SCRIVIDETTAGLIOATTO.
           MOVE SPACE TO ATTO-RIGA
           MOVE 'D' TO ATT-TIPO-RIGA
           MOVE ID-FATTURA TO ATT-ID-FATTURA
           MOVE CODICE-CASA TO ATT-CODICE-CASA
           MOVE PARTITA-IVA TO ATT-PARTITA-IVA
           MOVE RAGIONE-SOCIALE TO ATT-RAGIONE-SOCIALE
           MOVE NUMERO-FATTURA TO ATT-NUMERO-FATTURA
           MOVE DATA-FATTURA TO ATT-DATA-FATTURA
           MOVE IMPORTO TO ATT-IMPORTO
           MOVE SCADENZA TO ATT-SCADENZA
           MOVE ID-FONDO TO ATT-ID-FONDO
           MOVE NOME-FONDO TO ATT-NOME-FONDO
           MOVE ANNO-BILANCIO TO ATT-ANNO-BILANCIO
           WRITE LIQ-OUT-RECORD FROM ATTO-RIGA
           ADD 1 TO WS-CONTEGGIO-ESPORTATE
           ADD IMPORTO TO WS-TOTALE-ATTO
           IF ID-FONDO = ZERO
               ADD 1 TO WS-CONTEGGIO-SENZA-FONDO
           END-IF.

      ******************************************************************
      **************IMPORTA IL RITORNO DEI MANDATI**********************
      ******************************************************************
      **OGNI RIGA CHIUDE COME PAGATA UNA FATTURA IN LIQUIDAZIONE CON***
      **IL NUMERO DI MANDATO E LA DATA DI PAGAMENTO; LE RIGHE CHE NON**
      **SI AGGANCIANO VANNO SU LIQUIDAZIONISOSPESI**********************
           IMPORTARITORNO.
           MOVE 'N' TO LS-ESITO
           MOVE ZERO TO WS-CONTEGGIO-PAGATE
           MOVE ZERO TO WS-CONTEGGIO-SOSPESE
           MOVE 'N' TO WS-FINE-FILE
           OPEN INPUT LIQ-IN-FILE
           OPEN EXTEND LIQ-SOSPESI-FILE
           READ LIQ-IN-FILE
               AT END MOVE 'S' TO WS-FINE-FILE
           END-READ
           PERFORM UNTIL WS-FINE-FILE = 'S'
               PERFORM APPLICAUNMANDATO
               READ LIQ-IN-FILE
                   AT END MOVE 'S' TO WS-FINE-FILE
               END-READ
           END-PERFORM
           CLOSE LIQ-IN-FILE
           CLOSE LIQ-SOSPESI-FILE
           DISPLAY "MANDATI APPLICATI, FATTURE PAGATE: "
               WS-CONTEGGIO-PAGATE
           DISPLAY "RITORNI SOSPESI (REVISIONE MANUALE): "
               WS-CONTEGGIO-SOSPESE
           MOVE 'S' TO LS-ESITO.

           APPLICAUNMANDATO.
           MOVE LIQ-IN-RECORD TO RIT-RIGA
           IF RIT-RIGA = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-MOTIVO-SOSPESO
           EVALUATE TRUE
               WHEN RIT-ID-FATTURA IS NOT NUMERIC
                   MOVE 'NUMERO FATTURA NON NUMERICO'
                       TO WS-MOTIVO-SOSPESO
               WHEN RIT-MANDATO = SPACE
                   MOVE 'NUMERO DI MANDATO ASSENTE'
                       TO WS-MOTIVO-SOSPESO
               WHEN RIT-DATA-PAGAMENTO IS NOT NUMERIC
                   MOVE 'DATA DI PAGAMENTO NON VALIDA'
                       TO WS-MOTIVO-SOSPESO
           END-EVALUATE
           IF WS-MOTIVO-SOSPESO NOT = SPACE
               PERFORM SOSPENDIRITORNO
               EXIT PARAGRAPH
           END-IF
           MOVE RIT-ID-FATTURA TO ID-FATTURA
           MOVE RIT-MANDATO TO DB-MANDATO
           MOVE RIT-DATA-PAGAMENTO TO DB-DATA-PAGAMENTO
           EXEC SQL
               UPDATE FATTURA SET STATO = 'PAGATA',
               NUMERO_MANDATO = TRIM(:DB-MANDATO),
               DATA_PAGAMENTO = TO_DATE(:DB-DATA-PAGAMENTO, 'YYYYMMDD')
               WHERE ID = :ID-FATTURA AND STATO = 'IN_LIQUIDAZIONE'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLERRD(3) = ZERO
               MOVE 'FATTURA NON IN LIQUIDAZIONE'
                   TO WS-MOTIVO-SOSPESO
               PERFORM SOSPENDIRITORNO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CONTEGGIO-PAGATE.

      *    IL RITORNO CHE NON SI AGGANCIA RESTA AGLI ATTI PER LA*******
      *    REVISIONE MANUALE CON LA RAGIONERIA**************************
           SOSPENDIRITORNO.
           ADD 1 TO WS-CONTEGGIO-SOSPESE
           MOVE SPACE TO LIQ-SOSPESI-RECORD
           STRING
               WS-MOTIVO-SOSPESO DELIMITED BY "  "
               ": " DELIMITED BY SIZE
               LIQ-IN-RECORD DELIMITED BY SIZE
               INTO LIQ-SOSPESI-RECORD
           END-STRING
           WRITE LIQ-SOSPESI-RECORD.

      ******************************************************************
      **************FATTURE VICINE AL TERMINE DI PAGAMENTO**************
      ******************************************************************
      **TUTTE LE FATTURE NON ANCORA PAGATE (NE' RIFIUTATE) CHE*********
      **SCADONO ENTRO IL PREAVVISO O SONO GIA' SCADUTE, IN QUALUNQUE***
      **PUNTO DEL CICLO SIANO FERME: RISCONTRO, ATTO O MANDATO*********
           ELENCOSCADENZE.
           DISPLAY "FATTURE IN SCADENZA ENTRO " DB-GIORNI-PREAVVISO
               " GIORNI (N. / FORNITORE / NUMERO / STATO / "
               "SCADENZA / GIORNI):"
           EXEC SQL
               DECLARE SCADENZE_CURSOR CURSOR FOR
               SELECT ID, RAGIONE, NUMERO_FATTURA, STATO,
               TO_CHAR(SCADENZA, 'DD-MM-YYYY'), SCADENZA - CURRENT_DATE
               FROM (SELECT F.ID, COALESCE(C.NOME, ' ') AS RAGIONE,
                   F.NUMERO_FATTURA, F.STATO,
                   COALESCE(F.DATA_SCADENZA,
                   COALESCE((SELECT MIN(S.DATA_RICEZIONE)
                   FROM FATTURA_SDI S WHERE S.ID_FATTURA = F.ID),
                   F.DATA_FATTURA) + :DB-GIORNI-TERMINE) AS SCADENZA
                   FROM FATTURA F
                   LEFT JOIN CASAEDITRICE C
                   ON C.CODICE_CASA = F.CODICE_CASA
                   WHERE F.STATO NOT IN ('PAGATA', 'RIFIUTATA')) X
               WHERE SCADENZA <= CURRENT_DATE + :DB-GIORNI-PREAVVISO
               ORDER BY SCADENZA, ID
           END-EXEC
           EXEC SQL
           OPEN SCADENZE_CURSOR
           END-EXEC

           EXEC SQL
               FETCH SCADENZE_CURSOR INTO :ID-FATTURA,
               :RAGIONE-SOCIALE, :NUMERO-FATTURA, :STATO, :SCADENZA,
               :DB-GIORNI-RESIDUI
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE DB-GIORNI-RESIDUI TO WS-GIORNI-EDIT
               IF DB-GIORNI-RESIDUI < ZERO
                   DISPLAY "  " ID-FATTURA " / " RAGIONE-SOCIALE
                   DISPLAY "      " NUMERO-FATTURA " / " STATO " / "
                       SCADENZA " / " WS-GIORNI-EDIT
                       " *** TERMINE SUPERATO ***"
               ELSE
                   DISPLAY "  " ID-FATTURA " / " RAGIONE-SOCIALE
                   DISPLAY "      " NUMERO-FATTURA " / " STATO " / "
                       SCADENZA " / " WS-GIORNI-EDIT
               END-IF
               EXEC SQL
                   FETCH SCADENZE_CURSOR INTO :ID-FATTURA,
                   :RAGIONE-SOCIALE, :NUMERO-FATTURA, :STATO,
                   :SCADENZA, :DB-GIORNI-RESIDUI
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE SCADENZE_CURSOR
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
                   VALUES ('LIQUIDAZIONE', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
                   STOP RUN
               END-IF
               EXIT PROGRAM.
