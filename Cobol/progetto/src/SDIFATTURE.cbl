       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDIFATTURE.
      ******************************************************************
      **************LIBRERIA PER OPERAZIONE TABELLA*********************
      ********************FATTURA_SDI***********************************
      ******************************************************************
      **IMPORT DELLE FATTURE ELETTRONICHE (FATTURAPA) CHE IL GATEWAY***
      **SDI DEL COMUNE DEPOSITA SU FATTURESDI, UN ELEMENTO XML PER*****
      **RIGA. IL CEDENTE SI RICONOSCE DALLA PARTITA IVA IN*************
      **CASAEDITRICE, L'ORDINE DAL RIFERIMENTO IN DATIORDINEACQUISTO:**
      **LA FATTURA E LE RIGHE ENTRANO IN FATTURA/FATTURA_RIGA CON LO***
      **STESSO PERCORSO DEL MENU E PASSANO SUBITO DAL RISCONTRO A TRE**
      **VIE. QUELLE CHE NON SI AGGANCIANO FINISCONO IN ECCEZIONE (E SU*
      **SDIECCEZIONI) CON LA SCADENZA DEI 15 GIORNI PER IL RIFIUTO*****
       AUTHOR. ANOIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SDI-IN-FILE ASSIGN TO "FATTURESDI"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SDI-ECCEZIONI-FILE ASSIGN TO "SDIECCEZIONI"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD SDI-IN-FILE.
           01 SDI-IN-RECORD PIC X(300).
           FD SDI-ECCEZIONI-FILE.
           01 SDI-ECCEZIONI-RECORD PIC X(200).

           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.
           01 WS-FINE-FILE PIC X(1) VALUE 'N'.
           01 WS-CONTEGGIO-LETTE PIC 9(5) VALUE ZERO.
           01 WS-CONTEGGIO-IMPORTATE PIC 9(5) VALUE ZERO.
           01 WS-CONTEGGIO-ECCEZIONI PIC 9(5) VALUE ZERO.
           01 WS-CONTEGGIO-GIA-NOTE PIC 9(5) VALUE ZERO.
           01 WS-MOTIVO-ECCEZIONE PIC X(100) VALUE SPACE.
           01 WS-IMPORTO-EDIT PIC ZZZZZZZ9.99.
           01 WS-GIORNI-EDIT PIC -ZZZ9.
           01 WS-RIF-LUNG PIC 9(2) VALUE ZERO.

      *****************************************************************
      ***********SCOMPOSIZIONE DI UNA RIGA XML**************************
      *****************************************************************
      **<TAG>VALORE</TAG>: IL TESTO PRIMA DEL '<' E' L'INDENTAZIONE,***
      **POI IL NOME DEL TAG E IL VALORE FINO AL TAG DI CHIUSURA*******
           01 WS-XML-PRIMA PIC X(100) VALUE SPACE.
           01 WS-XML-TAG PIC X(100) VALUE SPACE.
           01 WS-XML-VALORE PIC X(200) VALUE SPACE.

      *****************************************************************
      **SEZIONI DEL TRACCIATO IN CUI SI TROVA LA RIGA CORRENTE: LO*****
      **STESSO TAG (IDCODICE, DATA, NUMERO) COMPARE IN PIU' PUNTI******
           01 WS-IN-CEDENTE PIC X(1) VALUE 'N'.
           01 WS-IN-DATI-GENERALI PIC X(1) VALUE 'N'.
           01 WS-IN-ORDINE PIC X(1) VALUE 'N'.

      *****************************************************************
      **IMPORTI IN FORMATO XML (PUNTO DECIMALE, DECIMALI VARIABILI)***
           01 WS-NUM-INTERO PIC X(10) VALUE SPACE.
           01 WS-NUM-INTERO-LUNG PIC 9(2) VALUE ZERO.
           01 WS-NUM-DECIMALI PIC X(2) VALUE SPACE.
           01 WS-NUM-PARTE-INTERA PIC 9(8) VALUE ZERO.
           01 WS-NUM-PARTE-DECIMALE PIC 9(2) VALUE ZERO.
           01 WS-NUM-RISULTATO PIC 9(8)V99 VALUE ZERO.

      *****************************************************************
      **RIGHE DI DETTAGLIO DELLA FATTURA IN LETTURA*******************
           01 WS-NUMERO-RIGHE PIC 9(3) VALUE ZERO.
           01 WS-IND-RIGA PIC 9(3) VALUE ZERO.
           01 WS-RIGHE-SENZA-ISBN PIC 9(3) VALUE ZERO.
           01 WS-RIGA-CORRENTE.
               05 WS-RC-ISBN         PIC X(13).
               05 WS-RC-QUANTITA     PIC 9(5).
               05 WS-RC-PREZZO       PIC 9(6)V99.
           01 WS-RIGHE-SDI.
               05 WS-RIGA-SDI OCCURS 200.
                   10 WS-RS-ISBN     PIC X(13).
                   10 WS-RS-QUANTITA PIC 9(5).
                   10 WS-RS-PREZZO   PIC 9(6)V99.

      *****************************************************************
      ***********RECORD NEL TRACCIATO DI FATTURA************************
      *****************************************************************
      **LA FATTURA ELETTRONICA ENTRA DALLO STESSO PERCORSO DEL MENU****
           01 WS-FATTURA.
               05 WS-FAT-ID-FATTURA     PIC 9(9).
               05 WS-FAT-ID-ORDINE      PIC 9(9).
               05 WS-FAT-NUMERO-FATTURA PIC X(30).
               05 WS-FAT-ISBN           PIC X(13).
               05 WS-FAT-QUANTITA       PIC 9(5).
               05 WS-FAT-PREZZO         PIC 9(6)V99.
               05 WS-FAT-ESITO          PIC X(1).

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
      *****************************************************************
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01 DBNAME                PIC X(30) VALUE SPACE.

           01 RECORDFATTURASDI.
               05 DB-ID-SDI          PIC 9(9).
               05 DB-PROGRESSIVO     PIC X(10).
               05 DB-PARTITA-IVA     PIC X(28).
               05 DB-DENOMINAZIONE   PIC X(80).
               05 DB-NUMERO-FATTURA  PIC X(30).
               05 DB-DATA-FATTURA    PIC X(10).
               05 DB-RIF-ORDINE      PIC X(20).
               05 DB-IMPORTO         PIC 9(8)V99.
               05 DB-ID-FATTURA      PIC 9(9).
               05 DB-STATO-SDI       PIC X(20).
               05 DB-MOTIVO          PIC X(100).
           01 DB-TIPO-DOCUMENTO     PIC X(4) VALUE SPACE.
           01 DB-CODICE-CASA        PIC 9(5) VALUE ZERO.
           01 DB-CASA-ORDINE        PIC 9(5) VALUE ZERO.
           01 DB-ID-ORDINE          PIC 9(9) VALUE ZERO.
           01 DB-SCADENZA-RIFIUTO   PIC X(10) VALUE SPACE.
           01 DB-GIORNI-RESIDUI     PIC S9(5) VALUE ZERO.
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
               05 LS-ID-SDI          PIC 9(9).
               05 LS-CODICE-CASA     PIC 9(5).
               05 LS-PARTITA-IVA     PIC X(28).
               05 LS-MOTIVO          PIC X(100).
               05 LS-ESITO           PIC X(1).

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
               EVALUATE LS-TYPE
                   WHEN 'i'
                       PERFORM IMPORTAFATTURESDI
                   WHEN 'e'
                       PERFORM ELENCOECCEZIONI
                   WHEN 'f'
                       PERFORM SEGNARIFIUTO
                   WHEN 'c'
                       PERFORM CONFERMARIFIUTO
                   WHEN 'p'
                       PERFORM IMPOSTAPARTITAIVA
               END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      **************IMPORTA LE FATTURE DEPOSITATE DAL GATEWAY***********
      ******************************************************************
      **IL FILE PUO' CONTENERE PIU' FATTURE (ANCHE PIU' CORPI SOTTO LA*
      **STESSA TESTATA): OGNI </FATTURAELETTRONICABODY> CHIUDE UNA*****
      **FATTURA E LA REGISTRA. UNA FATTURA GIA' ARRIVATA NON SI********
      **REGISTRA DUE VOLTE, SALVO CHE FOSSE RIMASTA IN ECCEZIONE:******
      **IN QUEL CASO SI RITENTA L'AGGANCIO (ES. PARTITA IVA CENSITA*****
      **NEL FRATTEMPO) MANTENENDO LA DATA DI RICEZIONE ORIGINALE********
           IMPORTAFATTURESDI.
           MOVE ZERO TO WS-CONTEGGIO-LETTE
           MOVE ZERO TO WS-CONTEGGIO-IMPORTATE
           MOVE ZERO TO WS-CONTEGGIO-ECCEZIONI
           MOVE ZERO TO WS-CONTEGGIO-GIA-NOTE
           MOVE 'N' TO WS-FINE-FILE
           PERFORM AZZERATESTATA
           PERFORM AZZERACORPO
           OPEN INPUT SDI-IN-FILE
           OPEN EXTEND SDI-ECCEZIONI-FILE
           READ SDI-IN-FILE
               AT END MOVE 'S' TO WS-FINE-FILE
           END-READ
           PERFORM UNTIL WS-FINE-FILE = 'S'
               PERFORM LEGGIUNARIGAXML
               READ SDI-IN-FILE
                   AT END MOVE 'S' TO WS-FINE-FILE
               END-READ
           END-PERFORM
           CLOSE SDI-IN-FILE
           CLOSE SDI-ECCEZIONI-FILE
           DISPLAY "FATTURE ELETTRONICHE LETTE: " WS-CONTEGGIO-LETTE
           DISPLAY "  REGISTRATE E RISCONTRATE:  "
               WS-CONTEGGIO-IMPORTATE
           DISPLAY "  IN ECCEZIONE (SDIECCEZIONI): "
               WS-CONTEGGIO-ECCEZIONI
           DISPLAY "  GIA' RICEVUTE, SALTATE:    "
               WS-CONTEGGIO-GIA-NOTE
           EXIT PROGRAM.

      ******************************************************************
      **************INTERPRETA UNA RIGA DEL TRACCIATO XML***************
      ******************************************************************
           LEGGIUNARIGAXML.
           MOVE SPACE TO WS-XML-PRIMA
           MOVE SPACE TO WS-XML-TAG
           MOVE SPACE TO WS-XML-VALORE
           UNSTRING SDI-IN-RECORD DELIMITED BY '<' OR '>'
               INTO WS-XML-PRIMA, WS-XML-TAG, WS-XML-VALORE
           END-UNSTRING
           EVALUATE WS-XML-TAG
               WHEN 'FatturaElettronicaHeader'
                   PERFORM AZZERATESTATA
               WHEN 'FatturaElettronicaBody'
                   PERFORM AZZERACORPO
               WHEN '/FatturaElettronicaBody'
                   PERFORM REGISTRAFATTURASDI
               WHEN 'CedentePrestatore'
                   MOVE 'S' TO WS-IN-CEDENTE
               WHEN '/CedentePrestatore'
                   MOVE 'N' TO WS-IN-CEDENTE
               WHEN 'DatiGeneraliDocumento'
                   MOVE 'S' TO WS-IN-DATI-GENERALI
               WHEN '/DatiGeneraliDocumento'
                   MOVE 'N' TO WS-IN-DATI-GENERALI
               WHEN 'DatiOrdineAcquisto'
                   MOVE 'S' TO WS-IN-ORDINE
               WHEN '/DatiOrdineAcquisto'
                   MOVE 'N' TO WS-IN-ORDINE
               WHEN 'DettaglioLinee'
                   MOVE SPACE TO WS-RC-ISBN
                   MOVE ZERO TO WS-RC-QUANTITA
                   MOVE ZERO TO WS-RC-PREZZO
               WHEN '/DettaglioLinee'
                   PERFORM ACCODARIGA
               WHEN 'ProgressivoInvio'
                   MOVE WS-XML-VALORE TO DB-PROGRESSIVO
               WHEN 'IdCodice'
                   IF WS-IN-CEDENTE = 'S'
                       MOVE WS-XML-VALORE TO DB-PARTITA-IVA
                   END-IF
               WHEN 'Denominazione'
                   IF WS-IN-CEDENTE = 'S'
                       MOVE WS-XML-VALORE TO DB-DENOMINAZIONE
                   END-IF
               WHEN 'TipoDocumento'
                   MOVE WS-XML-VALORE TO DB-TIPO-DOCUMENTO
               WHEN 'Numero'
                   IF WS-IN-DATI-GENERALI = 'S'
                       MOVE WS-XML-VALORE TO DB-NUMERO-FATTURA
                   END-IF
               WHEN 'Data'
                   IF WS-IN-DATI-GENERALI = 'S'
                       MOVE WS-XML-VALORE TO DB-DATA-FATTURA
                   END-IF
               WHEN 'ImportoTotaleDocumento'
                   PERFORM CONVERTIIMPORTO
                   MOVE WS-NUM-RISULTATO TO DB-IMPORTO
      *        SI TIENE IL PRIMO ORDINE CITATO: UNA FATTURA DELLA******
      *        BIBLIOTECA SALDA SEMPRE UN SOLO ORDINE******************
               WHEN 'IdDocumento'
                   IF WS-IN-ORDINE = 'S' AND DB-RIF-ORDINE = SPACE
                       MOVE WS-XML-VALORE TO DB-RIF-ORDINE
                   END-IF
               WHEN 'CodiceValore'
                   IF WS-RC-ISBN = SPACE
                       MOVE WS-XML-VALORE TO WS-RC-ISBN
                   END-IF
               WHEN 'Quantita'
                   PERFORM CONVERTIIMPORTO
                   MOVE WS-NUM-PARTE-INTERA TO WS-RC-QUANTITA
               WHEN 'PrezzoUnitario'
                   PERFORM CONVERTIIMPORTO
                   MOVE WS-NUM-RISULTATO TO WS-RC-PREZZO
           END-EVALUATE.

      *    UNA NUOVA TESTATA APRE UN NUOVO INVIO DI UN ALTRO CEDENTE***
           AZZERATESTATA.
           MOVE SPACE TO DB-PROGRESSIVO
           MOVE SPACE TO DB-PARTITA-IVA
           MOVE SPACE TO DB-DENOMINAZIONE
           MOVE 'N' TO WS-IN-CEDENTE.

      *    UN NUOVO CORPO E' UNA NUOVA FATTURA DELLO STESSO CEDENTE****
           AZZERACORPO.
           MOVE SPACE TO DB-TIPO-DOCUMENTO
           MOVE SPACE TO DB-NUMERO-FATTURA
           MOVE SPACE TO DB-DATA-FATTURA
           MOVE SPACE TO DB-RIF-ORDINE
           MOVE ZERO TO DB-IMPORTO
           MOVE ZERO TO WS-NUMERO-RIGHE
           MOVE ZERO TO WS-RIGHE-SENZA-ISBN
           MOVE 'N' TO WS-IN-DATI-GENERALI
           MOVE 'N' TO WS-IN-ORDINE.

      *    LE RIGHE SENZA CODICE ARTICOLO (SPESE DI TRASPORTO, BOLLI)**
      *    NON HANNO UNA RIGA D'ORDINE DA RISCONTRARE: SI CONTANO E****
      *    SI ANNOTANO SUL REGISTRO DI ARRIVO*************************
           ACCODARIGA.
           IF WS-RC-ISBN = SPACE
               ADD 1 TO WS-RIGHE-SENZA-ISBN
               EXIT PARAGRAPH
           END-IF
           IF WS-NUMERO-RIGHE NOT < 200
               ADD 1 TO WS-RIGHE-SENZA-ISBN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NUMERO-RIGHE
           MOVE WS-RC-ISBN TO WS-RS-ISBN(WS-NUMERO-RIGHE)
           MOVE WS-RC-QUANTITA TO WS-RS-QUANTITA(WS-NUMERO-RIGHE)
           MOVE WS-RC-PREZZO TO WS-RS-PREZZO(WS-NUMERO-RIGHE).

      *    "12.50" -> 12,50: PARTE INTERA E PRIME DUE CIFRE DECIMALI***
      *    (IL TRACCIATO AMMETTE FINO A 8 DECIMALI SUI PREZZI)**********
           CONVERTIIMPORTO.
           MOVE ZERO TO WS-NUM-RISULTATO
           MOVE ZERO TO WS-NUM-PARTE-INTERA
           MOVE ZERO TO WS-NUM-PARTE-DECIMALE
           MOVE SPACE TO WS-NUM-INTERO
           MOVE SPACE TO WS-NUM-DECIMALI
           MOVE ZERO TO WS-NUM-INTERO-LUNG
           UNSTRING WS-XML-VALORE DELIMITED BY '.'
               INTO WS-NUM-INTERO COUNT IN WS-NUM-INTERO-LUNG,
               WS-NUM-DECIMALI
           END-UNSTRING
           IF WS-NUM-INTERO-LUNG = ZERO OR WS-NUM-INTERO-LUNG > 8
               EXIT PARAGRAPH
           END-IF
           IF WS-NUM-INTERO(1:WS-NUM-INTERO-LUNG) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-NUM-DECIMALI REPLACING ALL SPACE BY '0'
           IF WS-NUM-DECIMALI IS NOT NUMERIC
               MOVE '00' TO WS-NUM-DECIMALI
           END-IF
           MOVE WS-NUM-INTERO(1:WS-NUM-INTERO-LUNG)
               TO WS-NUM-PARTE-INTERA
           MOVE WS-NUM-DECIMALI TO WS-NUM-PARTE-DECIMALE
           COMPUTE WS-NUM-RISULTATO = WS-NUM-PARTE-INTERA
               + WS-NUM-PARTE-DECIMALE / 100.

      ******************************************************************
      **************REGISTRA UNA FATTURA LETTA DAL FILE*****************
      ******************************************************************
           REGISTRAFATTURASDI.
           ADD 1 TO WS-CONTEGGIO-LETTE
           MOVE SPACE TO WS-MOTIVO-ECCEZIONE
           MOVE ZERO TO DB-ID-FATTURA
           MOVE ZERO TO DB-ID-SDI
           MOVE SPACE TO DB-STATO-SDI
           EXEC SQL
               SELECT ID, STATO INTO :DB-ID-SDI, :DB-STATO-SDI
               FROM FATTURA_SDI
               WHERE PARTITA_IVA = TRIM(:DB-PARTITA-IVA)
               AND NUMERO_FATTURA = TRIM(:DB-NUMERO-FATTURA)
               ORDER BY ID DESC
               LIMIT 1
           END-EXEC
           IF SQLCODE = ZERO AND DB-STATO-SDI NOT = 'ECCEZIONE'
               ADD 1 TO WS-CONTEGGIO-GIA-NOTE
               EXIT PARAGRAPH
           END-IF
           IF SQLCODE NOT = ZERO
               MOVE ZERO TO DB-ID-SDI
           END-IF
           PERFORM ABBINAFORNITOREORDINE
           IF WS-MOTIVO-ECCEZIONE = SPACE
               PERFORM CREAFATTURADAXML
           END-IF
           IF WS-MOTIVO-ECCEZIONE = SPACE
               MOVE 'IMPORTATA' TO DB-STATO-SDI
               MOVE SPACE TO DB-MOTIVO
               IF WS-RIGHE-SENZA-ISBN NOT = ZERO
                   STRING
                       WS-RIGHE-SENZA-ISBN DELIMITED BY SIZE
                       " RIGHE SENZA ISBN NON RISCONTRATE"
                           DELIMITED BY SIZE
                       INTO DB-MOTIVO
                   END-STRING
               END-IF
               ADD 1 TO WS-CONTEGGIO-IMPORTATE
           ELSE
               MOVE 'ECCEZIONE' TO DB-STATO-SDI
               MOVE WS-MOTIVO-ECCEZIONE TO DB-MOTIVO
               ADD 1 TO WS-CONTEGGIO-ECCEZIONI
               PERFORM SCRIVIECCEZIONE
           END-IF
           IF DB-ID-SDI = ZERO
               EXEC SQL
                   INSERT INTO FATTURA_SDI
                   (PROGRESSIVO_INVIO, PARTITA_IVA, DENOMINAZIONE,
                   NUMERO_FATTURA, DATA_FATTURA, RIF_ORDINE, IMPORTO,
                   ID_FATTURA, STATO, MOTIVO)
                   VALUES (TRIM(:DB-PROGRESSIVO),
                   TRIM(:DB-PARTITA-IVA), TRIM(:DB-DENOMINAZIONE),
                   TRIM(:DB-NUMERO-FATTURA),
                   TO_DATE(NULLIF(TRIM(:DB-DATA-FATTURA), ''),
                   'YYYY-MM-DD'),
                   TRIM(:DB-RIF-ORDINE), :DB-IMPORTO,
                   NULLIF(:DB-ID-FATTURA, 0), TRIM(:DB-STATO-SDI),
                   TRIM(:DB-MOTIVO))
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE FATTURA_SDI
                   SET PROGRESSIVO_INVIO = TRIM(:DB-PROGRESSIVO),
                   DENOMINAZIONE = TRIM(:DB-DENOMINAZIONE),
                   DATA_FATTURA =
                   TO_DATE(NULLIF(TRIM(:DB-DATA-FATTURA), ''),
                   'YYYY-MM-DD'),
                   RIF_ORDINE = TRIM(:DB-RIF-ORDINE),
                   IMPORTO = :DB-IMPORTO,
                   ID_FATTURA = NULLIF(:DB-ID-FATTURA, 0),
                   STATO = TRIM(:DB-STATO-SDI),
                   MOTIVO = TRIM(:DB-MOTIVO)
                   WHERE ID = :DB-ID-SDI
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.

      ******************************************************************
      **************RICONOSCE IL FORNITORE E L'ORDINE*******************
      ******************************************************************
      **LA PARTITA IVA DEL CEDENTE DEVE ESSERE CENSITA SU UNA SOLA*****
      **CASA EDITRICE, E L'ORDINE CITATO DEVE ESISTERE ED ESSERE*******
      **STATO EMESSO A QUELLA STESSA CASA EDITRICE**********************
           ABBINAFORNITOREORDINE.
           EVALUATE TRUE
               WHEN DB-TIPO-DOCUMENTO = 'TD04'
                   OR DB-TIPO-DOCUMENTO = 'TD05'
                   MOVE 'NOTA DI CREDITO/DEBITO: DA TRATTARE A MANO'
                       TO WS-MOTIVO-ECCEZIONE
               WHEN DB-PARTITA-IVA = SPACE
                   MOVE 'PARTITA IVA DEL CEDENTE ASSENTE'
                       TO WS-MOTIVO-ECCEZIONE
               WHEN DB-NUMERO-FATTURA = SPACE
                   MOVE 'NUMERO DI FATTURA ASSENTE'
                       TO WS-MOTIVO-ECCEZIONE
           END-EVALUATE
           IF WS-MOTIVO-ECCEZIONE NOT = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO DB-CODICE-CASA
           EXEC SQL
               SELECT CODICE_CASA INTO :DB-CODICE-CASA
               FROM CASAEDITRICE
               WHERE TRIM(PARTITA_IVA) = TRIM(:DB-PARTITA-IVA)
               ORDER BY CODICE_CASA
               LIMIT 1
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 'FORNITORE NON CENSITO (PARTITA IVA)'
                   TO WS-MOTIVO-ECCEZIONE
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-RIF-LUNG
           INSPECT DB-RIF-ORDINE TALLYING WS-RIF-LUNG
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-RIF-LUNG = ZERO
               MOVE 'RIFERIMENTO ORDINE ASSENTE'
                   TO WS-MOTIVO-ECCEZIONE
               EXIT PARAGRAPH
           END-IF
           IF WS-RIF-LUNG > 9
               MOVE 'RIFERIMENTO ORDINE NON RICONOSCIUTO'
                   TO WS-MOTIVO-ECCEZIONE
               EXIT PARAGRAPH
           END-IF
           IF DB-RIF-ORDINE(1:WS-RIF-LUNG) IS NOT NUMERIC
               MOVE 'RIFERIMENTO ORDINE NON RICONOSCIUTO'
                   TO WS-MOTIVO-ECCEZIONE
               EXIT PARAGRAPH
           END-IF
           MOVE DB-RIF-ORDINE(1:WS-RIF-LUNG) TO DB-ID-ORDINE
           MOVE ZERO TO DB-CASA-ORDINE
           EXEC SQL
               SELECT CODICE_CASA INTO :DB-CASA-ORDINE
               FROM ORDINE WHERE ID = :DB-ID-ORDINE
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 'ORDINE CITATO INESISTENTE'
                   TO WS-MOTIVO-ECCEZIONE
               EXIT PARAGRAPH
           END-IF
           IF DB-CASA-ORDINE NOT = DB-CODICE-CASA
               MOVE 'ORDINE EMESSO A UN ALTRO FORNITORE'
                   TO WS-MOTIVO-ECCEZIONE
           END-IF.

      ******************************************************************
      **************CREA LA FATTURA E LANCIA IL RISCONTRO***************
      ******************************************************************
      **TESTATA E RIGHE PASSANO DA FATTURA COME DAL MENU, COSI' IL*****
      **CONTROLLO SUI DOPPIONI E IL RISCONTRO A TRE VIE SONO GLI*******
      **STESSI DELL'INSERIMENTO MANUALE*********************************
           CREAFATTURADAXML.
           MOVE SPACE TO WS-FATTURA
           MOVE ZERO TO WS-FAT-ID-FATTURA
           MOVE DB-ID-ORDINE TO WS-FAT-ID-ORDINE
           MOVE DB-NUMERO-FATTURA TO WS-FAT-NUMERO-FATTURA
           MOVE ZERO TO WS-FAT-QUANTITA
           MOVE ZERO TO WS-FAT-PREZZO
           CALL 'FATTURA' USING 'i', WS-FATTURA
           IF WS-FAT-ESITO NOT = 'S'
               MOVE 'FATTURA GIA REGISTRATA PER QUESTO FORNITORE'
                   TO WS-MOTIVO-ECCEZIONE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FAT-ID-FATTURA TO DB-ID-FATTURA
      *    LA DATA DEL DOCUMENTO E' QUELLA DEL FORNITORE, NON QUELLA***
      *    DI REGISTRAZIONE: SERVE PER I TERMINI DI PAGAMENTO**********
           IF DB-DATA-FATTURA NOT = SPACE
               EXEC SQL
                   UPDATE FATTURA SET DATA_FATTURA =
                   TO_DATE(TRIM(:DB-DATA-FATTURA), 'YYYY-MM-DD')
                   WHERE ID = :DB-ID-FATTURA
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME
           END-IF
           PERFORM AGGIUNGIRIGAXML VARYING WS-IND-RIGA FROM 1 BY 1
               UNTIL WS-IND-RIGA > WS-NUMERO-RIGHE
           MOVE DB-ID-FATTURA TO WS-FAT-ID-FATTURA
           CALL 'FATTURA' USING 'm', WS-FATTURA.

           AGGIUNGIRIGAXML.
           MOVE DB-ID-FATTURA TO WS-FAT-ID-FATTURA
           MOVE WS-RS-ISBN(WS-IND-RIGA) TO WS-FAT-ISBN
           MOVE WS-RS-QUANTITA(WS-IND-RIGA) TO WS-FAT-QUANTITA
           MOVE WS-RS-PREZZO(WS-IND-RIGA) TO WS-FAT-PREZZO
           CALL 'FATTURA' USING 'r', WS-FATTURA.

      *    LA FATTURA NON AGGANCIATA RESTA AGLI ATTI PER L'UFFICIO*****
      *    ACQUISTI, CON IL MOTIVO E I DATI PER RINTRACCIARLA***********
           SCRIVIECCEZIONE.
           MOVE DB-IMPORTO TO WS-IMPORTO-EDIT
           MOVE SPACE TO SDI-ECCEZIONI-RECORD
           STRING
               DB-PARTITA-IVA DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               DB-DENOMINAZIONE DELIMITED BY "  "
               ";" DELIMITED BY SIZE
               DB-NUMERO-FATTURA DELIMITED BY "  "
               ";" DELIMITED BY SIZE
               DB-DATA-FATTURA DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               DB-RIF-ORDINE DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-IMPORTO-EDIT DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-MOTIVO-ECCEZIONE DELIMITED BY "  "
               INTO SDI-ECCEZIONI-RECORD
           END-STRING
           WRITE SDI-ECCEZIONI-RECORD.

      ******************************************************************
      **************ELENCO ECCEZIONI E SCADENZE DI RIFIUTO**************
      ******************************************************************
      **FATTURE IN ECCEZIONE, DA RIFIUTARE O CON RISCONTRO FALLITO,****
      **DALLA SCADENZA PIU' VICINA: TRASCORSI 15 GIORNI DALLA**********
      **RICEZIONE IL RIFIUTO VIA SDI NON E' PIU' POSSIBILE*************
           ELENCOECCEZIONI.
           DISPLAY "FATTURE SDI DA LAVORARE (N. / P.IVA / CEDENTE / "
               "NUMERO / STATO / MOTIVO / RIFIUTO ENTRO / GIORNI):"
           EXEC SQL
               DECLARE ECCEZIONI_SDI_CURSOR CURSOR FOR
               SELECT S.ID, COALESCE(S.PARTITA_IVA, ' '),
               COALESCE(S.DENOMINAZIONE, ' '),
               COALESCE(S.NUMERO_FATTURA, ' '),
               CASE WHEN S.STATO = 'IMPORTATA' THEN 'DISCORDANTE'
               ELSE S.STATO END,
               CASE WHEN S.STATO = 'IMPORTATA'
               THEN 'RISCONTRO A TRE VIE FALLITO'
               ELSE COALESCE(S.MOTIVO, ' ') END,
               TO_CHAR(S.DATA_RICEZIONE + 15, 'DD-MM-YYYY'),
               (S.DATA_RICEZIONE + 15) - CURRENT_DATE
               FROM FATTURA_SDI S
               LEFT JOIN FATTURA F ON F.ID = S.ID_FATTURA
               WHERE S.STATO IN ('ECCEZIONE', 'DA_RIFIUTARE')
               OR (S.STATO = 'IMPORTATA' AND F.STATO = 'DISCORDANTE')
               ORDER BY S.DATA_RICEZIONE, S.ID
           END-EXEC
           EXEC SQL
           OPEN ECCEZIONI_SDI_CURSOR
           END-EXEC

           EXEC SQL
               FETCH ECCEZIONI_SDI_CURSOR INTO :DB-ID-SDI,
               :DB-PARTITA-IVA, :DB-DENOMINAZIONE,
               :DB-NUMERO-FATTURA, :DB-STATO-SDI, :DB-MOTIVO,
               :DB-SCADENZA-RIFIUTO, :DB-GIORNI-RESIDUI
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE DB-GIORNI-RESIDUI TO WS-GIORNI-EDIT
               DISPLAY "  " DB-ID-SDI " / " DB-PARTITA-IVA " / "
                   DB-DENOMINAZIONE
               DISPLAY "      " DB-NUMERO-FATTURA " / " DB-STATO-SDI
                   " / " DB-MOTIVO
               IF DB-GIORNI-RESIDUI < ZERO
                   DISPLAY "      RIFIUTO ENTRO " DB-SCADENZA-RIFIUTO
                       " - TERMINE SCADUTO, FATTURA ACCETTATA"
               ELSE
                   IF DB-GIORNI-RESIDUI NOT > 3
                       DISPLAY "      RIFIUTO ENTRO "
                           DB-SCADENZA-RIFIUTO " - GIORNI "
                           WS-GIORNI-EDIT " *** URGENTE ***"
                   ELSE
                       DISPLAY "      RIFIUTO ENTRO "
                           DB-SCADENZA-RIFIUTO " - GIORNI "
                           WS-GIORNI-EDIT
                   END-IF
               END-IF
               EXEC SQL
                   FETCH ECCEZIONI_SDI_CURSOR INTO :DB-ID-SDI,
                   :DB-PARTITA-IVA, :DB-DENOMINAZIONE,
                   :DB-NUMERO-FATTURA, :DB-STATO-SDI, :DB-MOTIVO,
                   :DB-SCADENZA-RIFIUTO, :DB-GIORNI-RESIDUI
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE ECCEZIONI_SDI_CURSOR
           END-EXEC
           EXIT PROGRAM.

      ******************************************************************
      **************SEGNA UNA FATTURA DA RIFIUTARE**********************
      ******************************************************************
      **LA DECISIONE SI PRENDE SOLO DENTRO I 15 GIORNI DALLA***********
      **RICEZIONE; IL MOTIVO ACCOMPAGNERA' L'ESITO DI RIFIUTO SUL SDI**
           SEGNARIFIUTO.
           MOVE 'N' TO LS-ESITO
           MOVE LS-ID-SDI TO DB-ID-SDI
           MOVE LS-MOTIVO TO DB-MOTIVO
           MOVE ZERO TO DB-GIORNI-RESIDUI
           EXEC SQL
               SELECT (DATA_RICEZIONE + 15) - CURRENT_DATE
               INTO :DB-GIORNI-RESIDUI
               FROM FATTURA_SDI
               WHERE ID = :DB-ID-SDI
               AND STATO IN ('IMPORTATA', 'ECCEZIONE')
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY "NESSUNA FATTURA SDI RIFIUTABILE CON QUESTO "
               "NUMERO"
               EXIT PROGRAM
           END-IF
           IF DB-GIORNI-RESIDUI < ZERO
               DISPLAY "TERMINE DI 15 GIORNI SCADUTO: LA FATTURA SI "
               "INTENDE ACCETTATA, RIFIUTO NON PIU' POSSIBILE"
               EXIT PROGRAM
           END-IF
           EXEC SQL
               UPDATE FATTURA_SDI SET STATO = 'DA_RIFIUTARE',
               MOTIVO = COALESCE(NULLIF(TRIM(:DB-MOTIVO), ''), MOTIVO)
               WHERE ID = :DB-ID-SDI
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE 'S' TO LS-ESITO
           DISPLAY "FATTURA SDI " DB-ID-SDI " DA RIFIUTARE"
           EXIT PROGRAM.

      ******************************************************************
      **************CONFERMA IL RIFIUTO INVIATO SUL SDI*****************
      ******************************************************************
      **UNA VOLTA INVIATO L'ESITO DI RIFIUTO, LA FATTURA COLLEGATA*****
      **ESCE DAL CICLO PASSIVO E NON PUO' PIU' ESSERE LIQUIDATA********
           CONFERMARIFIUTO.
           MOVE 'N' TO LS-ESITO
           MOVE LS-ID-SDI TO DB-ID-SDI
           MOVE ZERO TO DB-ID-FATTURA
           EXEC SQL
               SELECT COALESCE(ID_FATTURA, 0) INTO :DB-ID-FATTURA
               FROM FATTURA_SDI
               WHERE ID = :DB-ID-SDI AND STATO = 'DA_RIFIUTARE'
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY "NESSUNA FATTURA SDI SEGNATA DA RIFIUTARE CON "
               "QUESTO NUMERO"
               EXIT PROGRAM
           END-IF
           EXEC SQL
               UPDATE FATTURA_SDI SET STATO = 'RIFIUTATA',
               DATA_RIFIUTO = CURRENT_DATE
               WHERE ID = :DB-ID-SDI
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF DB-ID-FATTURA NOT = ZERO
               EXEC SQL
                   UPDATE FATTURA SET STATO = 'RIFIUTATA'
                   WHERE ID = :DB-ID-FATTURA
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME
           END-IF
           MOVE 'S' TO LS-ESITO
           DISPLAY "RIFIUTO REGISTRATO PER LA FATTURA SDI " DB-ID-SDI
           EXIT PROGRAM.

      ******************************************************************
      **************PARTITA IVA DI UNA CASA EDITRICE********************
      ******************************************************************
      **LA STESSA PARTITA IVA NON PUO' STARE SU DUE FORNITORI, O LE*****
      **FATTURE ELETTRONICHE NON SAPREBBERO A CHI ANDARE***************
           IMPOSTAPARTITAIVA.
           MOVE 'N' TO LS-ESITO
           MOVE LS-CODICE-CASA TO DB-CODICE-CASA
           MOVE LS-PARTITA-IVA TO DB-PARTITA-IVA
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE FROM CASAEDITRICE
               WHERE TRIM(PARTITA_IVA) = TRIM(:DB-PARTITA-IVA)
               AND CODICE_CASA <> :DB-CODICE-CASA
           END-EXEC
           IF VALUESTABLE NOT = ZERO
               DISPLAY "PARTITA IVA GIA' ASSEGNATA A UN'ALTRA CASA "
               "EDITRICE"
               EXIT PROGRAM
           END-IF
           EXEC SQL
               UPDATE CASAEDITRICE
               SET PARTITA_IVA = NULLIF(TRIM(:DB-PARTITA-IVA), '')
               WHERE CODICE_CASA = :DB-CODICE-CASA
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLERRD(3) = ZERO
               DISPLAY "NESSUNA CASA EDITRICE CON QUESTO CODICE"
               EXIT PROGRAM
           END-IF
           MOVE 'S' TO LS-ESITO
           DISPLAY "PARTITA IVA AGGIORNATA PER LA CASA EDITRICE "
               DB-CODICE-CASA
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
                   VALUES ('SDIFATTURE', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
                   STOP RUN
               END-IF
               EXIT PROGRAM.
