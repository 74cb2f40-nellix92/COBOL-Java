      **REGISTRAPAGAMENTO (RIGA A MASTRO, SALDO, RICEVUTA); LE*********
      **CONFERME CHE NON AGGANCIANO NESSUNA POSIZIONE FINISCONO SU*****
      **PAGOPASOSPESI PER LA REVISIONE MANUALE. IL CONTANTE AL*********
      **BANCO RESTA COME RIPIEGO. L'EMISSIONE PROCEDE UN PATRON ALLA***
      **VOLTA E CONSOLIDA OGNI INTERVALLO-CHECKPOINT POSIZIONI (VEDI***
      **CHECKPOINT): DOPO UN ABEND RIPARTE DAL PATRON SUCCESSIVO*******
      **ALL'ULTIMO CONSOLIDATO. PAGOPAOUT INVECE E' LA FOTOGRAFIA******
      **COMPLETA DELLE POSIZIONI APERTE CON IL SUO TRAILER E SI*********
      **RISCRIVE PER INTERO A FINE EMISSIONE****************************
       AUTHOR. ANOIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.
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
           01 WS-FINE-FILE PIC X(1) VALUE 'N'.
           01 WS-CONTEGGIO-EMESSE PIC 9(5) VALUE ZERO.
           01 WS-CONTEGGIO-PAGATE PIC 9(5) VALUE ZERO.
           01 WS-IUV-RIGA PIC X(18) VALUE SPACE.
           01 WS-IMPORTO-RIGA PIC X(12) VALUE SPACE.
           01 WS-IMPORTO-RIGA-LUNG PIC 9(2) VALUE ZERO.
           01 WS-FINE-EMISSIONE PIC X(1) VALUE 'N'.
           01 WS-NUMERO-EDIT PIC Z(6)9.
      *    PUNTO DI RIPRESA DELL'EMISSIONE (VEDI CHECKPOINT)**********
           01 WS-CHECKPOINT.
               05 WS-CKP-JOB         PIC X(40).
               05 WS-CKP-CHIAVE      PIC X(100).
               05 WS-CKP-ELABORATI   PIC 9(7).
               05 WS-CKP-CONFERMATI  PIC 9(7).
               05 WS-CKP-RESIDUI     PIC 9(7).
               05 WS-CKP-INTERVALLO  PIC 9(5).
               05 WS-CKP-RIPRESA     PIC X(1).
               05 WS-CKP-ESITO       PIC X(1).
           01 WS-DAL-PUNTO PIC 9(5) VALUE ZERO.

      *****************************************************************
      ***********RECORD NEL TRACCIATO DI PAGAMENTO**********************
           01 DB-EMAIL              PIC X(50) VALUE SPACE.
           01 DB-MESSAGGIO-NOTIFICA PIC X(200) VALUE SPACE.
           01 DB-DATA-POSIZIONE     PIC X(10) VALUE SPACE.
           01 DB-CODICE-FISCALE     PIC X(16) VALUE SPACE.
           01 DB-RIPRESA-USERNAME   PIC X(50) VALUE SPACE.
           01 DB-RESIDUI            PIC 9(7) VALUE ZERO.
           01 DB-CODICE-SQL-ORIGINALE PIC S9(9) VALUE ZERO.
           01 DB-ERR-MESSAGGIO PIC X(200) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.
      **A 16 CIFRE; IL PATRON RICEVE IL NUMERO AVVISO VIA NOTIFICA*****
           GENERAPOSIZIONI.
           MOVE ZERO TO WS-CONTEGGIO-EMESSE
           MOVE 'N' TO WS-FINE-EMISSIONE
           MOVE SPACE TO WS-CHECKPOINT
           MOVE 'EMISSIONE PAGOPA' TO WS-CKP-JOB
           CALL 'CHECKPOINT' USING 'a', WS-CHECKPOINT
           IF WS-CKP-ESITO NOT = 'S'
               EXIT PROGRAM
           END-IF
           MOVE WS-CKP-CHIAVE(1:50) TO DB-RIPRESA-USERNAME
           MOVE ZERO TO WS-DAL-PUNTO
           PERFORM EMETTIPOSIZIONE
               UNTIL WS-FINE-EMISSIONE = 'S'
           MOVE ZERO TO WS-CKP-RESIDUI
           CALL 'CHECKPOINT' USING 'c', WS-CHECKPOINT
      *    FILE DELLE POSIZIONI PER IL NODO DEI PAGAMENTI*************
      *    IUV;USERNAME;IMPORTO;CODICE FISCALE DEL DEBITORE (VUOTO****
      *    FINCHE' IL PATRON NON LO HA COMPLETATO AL BANCO)**********
           OPEN OUTPUT PAGOPA-OUT-FILE
           MOVE 'PAGOPAOUT' TO WS-IFC-INTERFACCIA
           MOVE 'S' TO WS-IFC-CON-TRAILER
           CALL 'INTERFACCIA' USING 'a', WS-IFC-INVIO
           EXEC SQL
               DECLARE POSIZIONI_OUT_CURSOR CURSOR FOR
               SELECT P.IUV, P.USERNAME, P.IMPORTO,
               COALESCE(U.CODICE_FISCALE, ' ')
               FROM POSIZIONE_PAGOPA P
               LEFT JOIN UTENTE U ON U.USERNAME = P.USERNAME
               WHERE P.STATO = 'EMESSA'
               ORDER BY P.ID
           END-EXEC
           EXEC SQL
           OPEN POSIZIONI_OUT_CURSOR

           EXEC SQL
               FETCH POSIZIONI_OUT_CURSOR INTO :IUV, :USERNAME,
               :IMPORTO, :DB-CODICE-FISCALE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE IMPORTO TO WS-IMPORTO-EDIT
                   USERNAME DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   WS-IMPORTO-EDIT DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   DB-CODICE-FISCALE DELIMITED BY SPACE
                   INTO PAGOPA-OUT-RECORD
               END-STRING
               WRITE PAGOPA-OUT-RECORD
               MOVE PAGOPA-OUT-RECORD TO WS-IFC-RIGA
               MOVE IMPORTO TO WS-IFC-IMPORTO
               CALL 'INTERFACCIA' USING 'r', WS-IFC-INVIO
               EXEC SQL
                   FETCH POSIZIONI_OUT_CURSOR INTO :IUV, :USERNAME,
                   :IMPORTO, :DB-CODICE-FISCALE
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE POSIZIONI_OUT_CURSOR
           END-EXEC
           CALL 'INTERFACCIA' USING 'c', WS-IFC-INVIO
           MOVE WS-IFC-TRAILER TO PAGOPA-OUT-RECORD
           WRITE PAGOPA-OUT-RECORD
           CLOSE PAGOPA-OUT-FILE
           DISPLAY "POSIZIONI PAGOPA EMESSE IN QUESTA CORSA: "
               WS-CONTEGGIO-EMESSE
           IF WS-CKP-RIPRESA = 'S'
               MOVE WS-CKP-CONFERMATI TO WS-NUMERO-EDIT
               DISPLAY "POSIZIONI EMESSE OGGI, CORSE INTERROTTE "
                   "COMPRESE: " WS-NUMERO-EDIT
           END-IF
           DISPLAY "FILE DELLE POSIZIONI APERTE SCRITTO SU PAGOPAOUT"
           EXIT PROGRAM.

      ******************************************************************
      **************EMETTE LA POSIZIONE DEL PROSSIMO PATRON*************
      ******************************************************************
      **I PATRON CON SALDO APERTO E SENZA POSIZIONE EMESSA SI***********
      **PRENDONO IN ORDINE DI USERNAME DOPO L'ULTIMO FATTO: LO IUV E'***
      **'30' PIU' IL PROGRESSIVO A 16 CIFRE E L'AVVISO PARTE NELLA*****
      **STESSA TRANSAZIONE DELLA POSIZIONE******************************
           EMETTIPOSIZIONE.
           MOVE SPACE TO USERNAME
           MOVE ZERO TO IMPORTO
           EXEC SQL
               SELECT USERNAME, MULTA INTO :USERNAME, :IMPORTO
               FROM UTENTE
               WHERE COALESCE(MULTA, 0) > 0
               AND USERNAME > TRIM(:DB-RIPRESA-USERNAME)
               AND NOT EXISTS (SELECT 1 FROM POSIZIONE_PAGOPA P
                   WHERE P.USERNAME = UTENTE.USERNAME
                   AND P.STATO = 'EMESSA')
               ORDER BY USERNAME
               LIMIT 1
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 'S' TO WS-FINE-EMISSIONE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               INSERT INTO POSIZIONE_PAGOPA (USERNAME, IMPORTO)
               VALUES (TRIM(:USERNAME), :IMPORTO)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               SELECT CURRVAL('posizione_pagopa_id_seq')
               INTO :ID-POSIZIONE
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               UPDATE POSIZIONE_PAGOPA
               SET IUV = '30' || LPAD(CAST(ID AS TEXT), 16, '0')
               WHERE ID = :ID-POSIZIONE
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
      *    AVVISO AL PATRON CON IL NUMERO DA PAGARE********************
           EXEC SQL
               INSERT INTO NOTIFICA (USERNAME, EMAIL, MESSAGGIO)
               SELECT P.USERNAME, COALESCE(U.EMAIL, ' '),
               'AVVISO PAGOPA N. ' || P.IUV ||
               ' PER IL SALDO MULTE DI EUR ' ||
               TRIM(TO_CHAR(P.IMPORTO, '9999990.99'))
               FROM POSIZIONE_PAGOPA P
               LEFT JOIN UTENTE U ON U.USERNAME = P.USERNAME
               WHERE P.ID = :ID-POSIZIONE
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           ADD 1 TO WS-CONTEGGIO-EMESSE
           ADD 1 TO WS-CKP-ELABORATI
           ADD 1 TO WS-DAL-PUNTO
           MOVE USERNAME TO DB-RIPRESA-USERNAME
           IF WS-DAL-PUNTO NOT < WS-CKP-INTERVALLO
               PERFORM PUNTOEMISSIONE
           END-IF.

      *    CONSOLIDA LE POSIZIONI FATTE E ANNOTA L'ULTIMO PATRON******
           PUNTOEMISSIONE.
           MOVE SPACE TO WS-CKP-CHIAVE
           MOVE DB-RIPRESA-USERNAME TO WS-CKP-CHIAVE(1:50)
           MOVE ZERO TO DB-RESIDUI
           EXEC SQL
               SELECT COUNT(*) INTO :DB-RESIDUI
               FROM UTENTE
               WHERE COALESCE(MULTA, 0) > 0
               AND USERNAME > TRIM(:DB-RIPRESA-USERNAME)
               AND NOT EXISTS (SELECT 1 FROM POSIZIONE_PAGOPA P
                   WHERE P.USERNAME = UTENTE.USERNAME
                   AND P.STATO = 'EMESSA')
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE DB-RESIDUI TO WS-CKP-RESIDUI
           CALL 'CHECKPOINT' USING 'p', WS-CHECKPOINT
           MOVE ZERO TO WS-DAL-PUNTO.

      ******************************************************************
      **************IMPORTA LA RICONCILIAZIONE NOTTURNA*****************
      ******************************************************************
           MOVE ZERO TO WS-CONTEGGIO-PAGATE
           MOVE ZERO TO WS-CONTEGGIO-SOSPESE
           MOVE 'N' TO WS-FINE-FILE
           MOVE SPACE TO WS-INGRESSO
           MOVE 'PAGOPAIN' TO WS-ING-FILE
           MOVE SPACE TO WS-ING-CONTESTO
           MOVE 'PAGOPA' TO WS-ING-OPERATORE
           CALL 'INGRESSO' USING 'c', WS-INGRESSO
           IF WS-ING-ESITO NOT = 'S'
               EXIT PROGRAM
           END-IF
           MOVE ZERO TO WS-ING-SALTATI
           OPEN INPUT PAGOPA-IN-FILE
           OPEN EXTEND PAGOPA-SOSPESI-FILE
           READ PAGOPA-IN-FILE
           DISPLAY "CONFERME PAGOPA APPLICATE: " WS-CONTEGGIO-PAGATE
           DISPLAY "CONFERME SOSPESE (REVISIONE MANUALE): "
               WS-CONTEGGIO-SOSPESE
           MOVE WS-CONTEGGIO-PAGATE TO WS-ING-APPLICATI
           MOVE WS-CONTEGGIO-SOSPESE TO WS-ING-SCARTATI
           CALL 'INGRESSO' USING 'e', WS-INGRESSO
           EXIT PROGRAM.

           APPLICAUNACONFERMA.
               WHERE IUV = TRIM(:IUV) AND STATO = 'EMESSA'
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM CONFERMAGIAPAGATA
               IF VALUESTABLE NOT = ZERO
                   EXIT PARAGRAPH
               END-IF
               PERFORM SOSPENDICONFERMA
               EXIT PARAGRAPH
           END-IF
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           ADD 1 TO WS-CONTEGGIO-PAGATE.

      *    UNA CONFERMA PER UNA POSIZIONE GIA' PAGATA E' UNA RIGA****
      *    GIA' APPLICATA (RICONSEGNA PARZIALE DEL FILE): SI SALTA****
      *    SENZA POSTARE DUE VOLTE E SENZA MANDARLA IN SOSPESO*********
           CONFERMAGIAPAGATA.
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE
               FROM POSIZIONE_PAGOPA
               WHERE IUV = TRIM(:IUV) AND STATO = 'PAGATA'
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF VALUESTABLE NOT = ZERO
               ADD 1 TO WS-ING-SALTATI
               DISPLAY "RIGA GIA' APPLICATA, SALTATA: " WS-IUV-RIGA
           END-IF.

      *    LA CONFERMA CHE NON SI AGGANCIA RESTA AGLI ATTI PER LA*****
      *    REVISIONE MANUALE DELLA RAGIONERIA***************************
           SOSPENDICONFERMA.
