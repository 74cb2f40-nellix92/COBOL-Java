           01 WS-GIORNI-EXTRA-ISTITUTO PIC 9(3) VALUE 30.
           01 WS-MAX-PRESTITI-EFFETTIVO PIC 9(3) VALUE 5.

      *****************************************************************
      **********REGOLE PER I PATRON SERVITI A DOMICILIO****************
      *****************************************************************
      **CHI HA UN PROFILO DOMICILIO ATTIVO RICEVE I VOLUMI DAI*********
      **VOLONTARI DEL GIRO: IL PRESTITO DURA ALMENO QUESTI GIORNI E****
      **IL RITARDO NON MATURA MULTA NE' SOSPENSIONE********************
           01 WS-GIORNI-PRESTITO-DOMICILIO PIC 9(3) VALUE 42.

      *****************************************************************
      **********CAUZIONE SUI PRESTITI DI PREGIO************************
      *****************************************************************
           01 WS-RITARDI-PER-SOSPENSIONE PIC 9(2) VALUE 3.
           01 WS-GIORNI-SOSPENSIONE PIC 9(3) VALUE 30.

      *****************************************************************
      **********MATERIALI IN PIU' PARTI********************************
      *****************************************************************
      **IL BANCO E IL CHIOSCO CONFERMANO IL NUMERO DI COMPONENTI******
      **PRIMA DEL MOVIMENTO (CONTEGGIO IN SOSPESO IN COMPONENTE): LA***
      **COPIA RESA CON PEZZI MANCANTI RESTA FUORI SCAFFALE IN STATO****
      **INCOMPLETO E, SE IL COSTO E' CENSITO IN CONFIG, IL PATRON******
      **PAGA OGNI PEZZO MANCANTE****************************************
           01 WS-COSTO-COMPONENTE-MANCANTE PIC 9(4)V99 VALUE ZERO.
           01 WS-COPIA-TRATTENUTA PIC X(1) VALUE 'N'.
           01 WS-CONTEGGIO-COMPONENTI.
               05 WS-CMP-ISBN             PIC X(13).
               05 WS-CMP-NUMERO-INVENTARIO PIC 9(9).
               05 WS-CMP-USERNAME         PIC X(50).
               05 WS-CMP-DESCRIZIONE      PIC X(60).
               05 WS-CMP-QUANTITA         PIC 9(3).
               05 WS-CMP-MODO             PIC X(1).
               05 WS-CMP-ATTESI           PIC 9(3).
               05 WS-CMP-CONTATI          PIC 9(3).
               05 WS-CMP-IMPORTO          PIC 9(6)V99.
               05 WS-CMP-OPERATORE        PIC X(50).
               05 WS-CMP-ESITO            PIC X(1).

      *****************************************************************
      **********RICHIAMO DI UN PRESTITO IN CORSO***********************
      *****************************************************************
      **QUANDO IL TITOLO SERVE (PRESTITO INTERBIBLIOTECARIO, RISERVA**
      **DI UN CORSO, CODA LUNGA) IL PERSONALE ANTICIPA LA SCADENZA:****
      **LA NUOVA DATA NON SCENDE SOTTO LA DURATA MINIMA DEL PRESTITO,**
      **IL PRESTITO NON SI RINNOVA PIU' E IL RITARDO OLTRE LA NUOVA****
      **DATA SI PAGA ALLA TARIFFA DEI RICHIAMI**************************
           01 WS-TARIFFA-MULTA-RICHIAMO PIC 9(2)V99 VALUE 1.00.
           01 WS-CONTEGGIO-RICHIAMI PIC 9(5) VALUE ZERO.
           01 WS-RICHIAMI-FUORI PIC 9(5) VALUE ZERO.
           01 WS-RICHIAMI-LINE PIC X(118) VALUE ALL "-".
           01 WS-RICHIAMI-HEADER.
                      05 FILLER PIC X(1) VALUE "|".
                      05 FILLER PIC X(14) VALUE "ISBN".
                      05 FILLER PIC X(1) VALUE "|".
                      05 FILLER PIC X(30) VALUE "USERNAME".
                      05 FILLER PIC X(1) VALUE "|".
                      05 FILLER PIC X(20) VALUE "MOTIVO".
                      05 FILLER PIC X(1) VALUE "|".
                      05 FILLER PIC X(10) VALUE "RICHIAMO".
                      05 FILLER PIC X(1) VALUE "|".
                      05 FILLER PIC X(10) VALUE "SCADENZA".
                      05 FILLER PIC X(1) VALUE "|".
                      05 FILLER PIC X(14) VALUE "RIENTRATO".
                      05 FILLER PIC X(1) VALUE "|".
                      05 FILLER PIC X(10) VALUE "GG RITARDO".
                      05 FILLER PIC X(1) VALUE "|".
           01 WS-RICHIAMI-COLUMNS.
                      05 FILLER PIC X(1) VALUE "|".
                      05 WS-RICHIAMI-ISBN PIC X(14).
                      05 FILLER PIC X(1) VALUE "|".
                      05 WS-RICHIAMI-USERNAME PIC X(30).
                      05 FILLER PIC X(1) VALUE "|".
                      05 WS-RICHIAMI-MOTIVO PIC X(20).
                      05 FILLER PIC X(1) VALUE "|".
                      05 WS-RICHIAMI-DATA PIC X(10).
                      05 FILLER PIC X(1) VALUE "|".
                      05 WS-RICHIAMI-SCADENZA PIC X(10).
                      05 FILLER PIC X(1) VALUE "|".
                      05 WS-RICHIAMI-RIENTRATO PIC X(14).
                      05 FILLER PIC X(1) VALUE "|".
                      05 WS-RICHIAMI-RITARDO PIC ZZZZZZZZZ9.
                      05 FILLER PIC X(1) VALUE "|".

      *****************************************************************
      **********TITOLI AD ALTA RICHIESTA*******************************
      *****************************************************************
      **QUANDO LA CODA SUPERA WS-SOGLIA-ALTA-RICHIESTA VOLTE LE COPIE**
      **IL TITOLO ENTRA IN ALTA RICHIESTA: I PRESTITI CHE ESCONO IN****
      **QUEL PERIODO DURANO MENO, NON SI RINNOVANO E PAGANO UNA********
      **MULTA PIU' ALTA. IL FLAG SI SPEGNE QUANDO LA CODA SCENDE*******
      **SOTTO WS-SOGLIA-FINE-ALTA-RICH VOLTE LE COPIE, COSI' UN********
      **TITOLO SUL CONFINE NON ENTRA ED ESCE OGNI SERA*****************
           01 WS-SOGLIA-ALTA-RICHIESTA PIC 9(3)V99 VALUE 3.
           01 WS-SOGLIA-FINE-ALTA-RICH PIC 9(3)V99 VALUE 1.
           01 WS-GIORNI-ALTA-RICHIESTA PIC 9(3) VALUE 7.
           01 WS-TARIFFA-ALTA-RICHIESTA PIC 9(2)V99 VALUE 1.00.
           01 WS-ENTRATI-ALTA-RICHIESTA PIC 9(5) VALUE ZERO.
           01 WS-USCITI-ALTA-RICHIESTA PIC 9(5) VALUE ZERO.
           01 WS-ALTA-RICH-LINE PIC X(95) VALUE ALL "-".
           01 WS-ALTA-RICH-HEADER.
                      05 FILLER PIC X(1) VALUE "|".
                      05 FILLER PIC X(8) VALUE "EVENTO".
                      05 FILLER PIC X(1) VALUE "|".
                      05 FILLER PIC X(14) VALUE "ISBN".
                      05 FILLER PIC X(1) VALUE "|".
                      05 FILLER PIC X(50) VALUE "TITOLO".
                      05 FILLER PIC X(1) VALUE "|".
                      05 FILLER PIC X(8) VALUE "CODA".
                      05 FILLER PIC X(1) VALUE "|".
                      05 FILLER PIC X(8) VALUE "COPIE".
                      05 FILLER PIC X(1) VALUE "|".
           01 WS-ALTA-RICH-COLUMNS.
                      05 FILLER PIC X(1) VALUE "|".
                      05 WS-ALTA-RICH-EVENTO PIC X(8).
                      05 FILLER PIC X(1) VALUE "|".
                      05 WS-ALTA-RICH-ISBN PIC X(14).
                      05 FILLER PIC X(1) VALUE "|".
                      05 WS-ALTA-RICH-TITOLO PIC X(50).
                      05 FILLER PIC X(1) VALUE "|".
                      05 WS-ALTA-RICH-CODA PIC ZZZZZZZ9.
                      05 FILLER PIC X(1) VALUE "|".
                      05 WS-ALTA-RICH-COPIE PIC ZZZZZZZ9.
                      05 FILLER PIC X(1) VALUE "|".

      *****************************************************************
      **********CEDOLINI DI PRESTITO E RESTITUZIONE********************
      *****************************************************************
      **SU UNA SEDE CHIUSA PER SEMPRE PER ERRORE DI CONFIGURAZIONE)***
           01 WS-SLITTAMENTI PIC 9(2) VALUE ZERO.

      *****************************************************************
      **********ORARIO DI APERTURA DELLE SEDI**************************
      *****************************************************************
      **OLTRE ALLE CHIUSURE CONTA L'ORARIO SETTIMANALE DELLA SEDE:*****
      **SCADENZE E DATE LIMITE DI RITIRO CADONO SOLO NEI GIORNI IN*****
      **CUI LA SEDE APRE ALMENO UNA FASCIA, E GLI AVVISI RIPORTANO*****
      **L'ORARIO DEL GIORNO INDICATO***********************************
           01 WS-ORARIO.
               05 WS-ORA-SEDE         PIC 9(5).
               05 WS-ORA-STAGIONE     PIC X(10).
               05 WS-ORA-GIORNO       PIC 9(1).
               05 WS-ORA-MATTINA-DALLE PIC X(5).
               05 WS-ORA-MATTINA-ALLE PIC X(5).
               05 WS-ORA-POMERIGGIO-DALLE PIC X(5).
               05 WS-ORA-POMERIGGIO-ALLE PIC X(5).
               05 WS-ORA-DAL          PIC X(5).
               05 WS-ORA-AL           PIC X(5).
               05 WS-ORA-DATA         PIC X(10).
               05 WS-ORA-TESTO        PIC X(40).
               05 WS-ORA-APERTO-MATTINA PIC X(1).
               05 WS-ORA-APERTO-POMERIGGIO PIC X(1).
               05 WS-ORA-ESITO        PIC X(1).
           01 WS-AVVISO-BASE PIC X(200) VALUE SPACE.
           01 WS-SCADENZA-SALVATA PIC X(10) VALUE SPACE.
           01 WS-SEDE-SALVATA PIC 9(5) VALUE ZERO.

      *****************************************************************
      **********REGOLE DIFFERENZIATE PER CATEGORIA DI PATRON***********
      *****************************************************************
               05 WS-CONFIG-VALORE PIC X(100).
               05 WS-CONFIG-VALORE-NUM PIC 9(7)V99.
               05 WS-CONFIG-ESITO PIC X(1).
      *    SESSIONE DI POSTAZIONE: SEDE E TERMINALE DEL MOVIMENTO****
           01 WS-SESSIONE-POSTAZIONE.
               05 WS-SP-CODICE-POSTAZIONE PIC X(20).
               05 WS-SP-CODICE-SEDE       PIC 9(5).
               05 WS-SP-DESCRIZIONE       PIC X(100).
               05 WS-SP-ATTIVA            PIC X(1).
               05 WS-SP-USERNAME          PIC X(50).
               05 WS-SP-RUOLO             PIC X(30).
               05 WS-SP-DATA-DA           PIC X(10).
               05 WS-SP-DATA-A            PIC X(10).
               05 WS-SP-ESITO             PIC X(1).

      *    CONTROLLO E STORIA DEI CAMBI DI STATO DELLA COPIA**********
           01 WS-STORIA-COPIA.
               05 WS-STC-NUMERO-INVENTARIO PIC 9(9).
               05 WS-STC-STATO-A           PIC X(20).
               05 WS-STC-STATO-DA          PIC X(20).
               05 WS-STC-MOTIVO            PIC X(100).
               05 WS-STC-OPERATORE         PIC X(50).
               05 WS-STC-DATA-DA           PIC X(10).
               05 WS-STC-DATA-A            PIC X(10).
               05 WS-STC-ESITO             PIC X(1).
           01 WS-MOTIVO-RILASCIO PIC X(30) VALUE SPACE.

      *****************************************************************
      **********CODICI DI RIFIUTO PER LE RICHIESTE DALL'OPAC***********
      *****************************************************************
      **LE PRENOTAZIONI CHE ARRIVANO DAL SITO (OPERAZIONE 'o') NON*****
      **HANNO UN OPERATORE CHE LEGGA IL VIDEO: IN CASO DI RIFIUTO IL***
      **CODICE DEL MOTIVO TORNA AL CHIAMANTE NEL CAMPO STATO, COSI' IL**
      **SITO PUO' SPIEGARLO AL PATRON. PER LE ALTRE OPERAZIONI LO******
      **STATO RESTA COM'ERA E I CHIAMANTI STORICI NON CAMBIANO*********
           01 WS-MOTIVO-RIFIUTO PIC X(20) VALUE SPACE.


      *****************************************************************
           01 DB-GIORNI-PRESTITO PIC 9(3) VALUE 14.
           01 DB-GIORNI-PREAVVISO PIC 9(3) VALUE 3.
           01 DB-NUMERO-INVENTARIO PIC 9(9) VALUE ZERO.
           01 DB-STATO-ESEMPLARE PIC X(20) VALUE SPACE.
           01 DB-PREZZO-RIMPIAZZO PIC 9(6)V99 VALUE ZERO.
           01 DB-MOTIVO-RITIRO PIC X(20) VALUE SPACE.
           01 DB-SEDE-RITIRO PIC 9(5) VALUE ZERO.
           01 DB-QUANTITA-PRESTITO PIC 9(5) VALUE 1.
           01 DB-QUANTITA-RESA PIC 9(5) VALUE ZERO.
           01 DB-GIORNI-TIPO PIC 9(3) VALUE ZERO.
           01 DB-DOMICILIO-ATTIVO PIC 9(5) VALUE ZERO.
           01 DB-TARIFFA-TIPO PIC 9(4)V99 VALUE ZERO.
           01 DB-RITARDI-RECENTI PIC 9(5) VALUE ZERO.
           01 DB-DATA-EVASIONE PIC X(10) VALUE SPACE.
           01 DB-GIORNI-SOSP-TOTALI PIC 9(5) VALUE ZERO.
           01 DB-SOSPESO-FINO PIC X(10) VALUE SPACE.
           01 DB-MOTIVO-BLOCCO PIC X(20) VALUE SPACE.
           01 DB-SEDE-OPERAZIONE PIC 9(5) VALUE ZERO.
           01 DB-POSTAZIONE PIC X(20) VALUE SPACE.
           01 DB-COMPONENTI-ATTESI PIC 9(3) VALUE ZERO.
           01 DB-COMPONENTI-CONTATI PIC 9(3) VALUE ZERO.
           01 DB-COMPONENTI-MANCANTI PIC 9(3) VALUE ZERO.
           01 DB-COSTO-COMPONENTI PIC 9(6)V99 VALUE ZERO.
           01 DB-GIORNI-MINIMI-RICHIAMO PIC 9(3) VALUE 7.
           01 DB-GIORNI-PREAVVISO-RICHIAMO PIC 9(3) VALUE 7.
           01 DB-GIORNI-STORICO-RICHIAMI PIC 9(3) VALUE 30.
           01 DB-DATA-RICHIAMO PIC X(10) VALUE SPACE.
           01 DB-MOTIVO-RICHIAMO PIC X(20) VALUE SPACE.
           01 DB-SCADENZA-CORRENTE PIC X(10) VALUE SPACE.
           01 DB-ALTA-RICHIESTA PIC X(1) VALUE 'N'.
           01 DB-PRESTITO-ALTA-RICH PIC X(1) VALUE 'N'.
           01 DB-SOGLIA-ALTA-RICHIESTA PIC 9(3)V99 VALUE ZERO.
           01 DB-SOGLIA-FINE-ALTA-RICH PIC 9(3)V99 VALUE ZERO.
           01 DB-EVENTO-ALTA-RICH PIC X(8) VALUE SPACE.
           01 DB-CODA-TITOLO PIC 9(5) VALUE ZERO.
           01 DB-COPIE-TITOLO PIC 9(5) VALUE ZERO.
           01 DB-RICHIAMO-TARDIVO PIC 9(5) VALUE ZERO.
           EXEC SQL END DECLARE SECTION END-EXEC.
      *****************************************************************
      ********************INCLUDO SQLCA********************************
           IF WS-CONFIG-CARICATA = 'N'
               PERFORM CARICACONFIG
           END-IF
           PERFORM LEGGIPOSTAZIONE
           EVALUATE LS-TYPE
            WHEN 'd'
               PERFORM DISPLAYPRENOTAZIONE
            WHEN 'i'
               PERFORM INSERTPRENOTAZIONE
            WHEN 'o'
               PERFORM INSERTPRENOTAZIONE
            WHEN 'c'
               PERFORM RESTITUZIONEPRENOTAZIONE
            WHEN 'r'
               PERFORM PRESTITOCUMULATIVO
            WHEN 'j'
               PERFORM RESTITUZIONECUMULATIVA
            WHEN 'a'
               PERFORM SERVICODARITROVATA
            WHEN 'q'
               PERFORM RICHIAMAPRESTITO
            WHEN 't'
               PERFORM REPORTRICHIAMI
            WHEN 's'
               PERFORM RICALCOLAALTARICHIESTA
           END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      **************SEDE E POSTAZIONE DELLA SESSIONE IN CORSO***********
      ******************************************************************
      **FUORI DA UNA SESSIONE DI BANCO (BATCH) RESTANO A ZERO E SPAZI**
      **E IL MOVIMENTO NON VIENE TIMBRATO*******************************
           LEGGIPOSTAZIONE.
           MOVE SPACE TO WS-SESSIONE-POSTAZIONE
           CALL 'POSTAZIONE' USING 'g', WS-SESSIONE-POSTAZIONE
           MOVE WS-SP-CODICE-SEDE TO DB-SEDE-OPERAZIONE
           MOVE WS-SP-CODICE-POSTAZIONE TO DB-POSTAZIONE.


      ******************************************************************
      **************CARICA I PARAMETRI DI ESERCIZIO DA CONFIG***********
           IF WS-CONFIG-VALORE-NUM NOT = ZERO
               MOVE WS-CONFIG-VALORE-NUM TO WS-FATTORE-MULTA-SENIOR
           END-IF
           MOVE 'COSTO-COMPONENTE-MANCANTE' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-VALORE-NUM NOT = ZERO
               MOVE WS-CONFIG-VALORE-NUM TO
                   WS-COSTO-COMPONENTE-MANCANTE
           END-IF
           MOVE 'GIORNI-EXTRA-STUDENTE' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-VALORE-NUM NOT = ZERO
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-VALORE-NUM NOT = ZERO
               MOVE WS-CONFIG-VALORE-NUM TO WS-GIORNI-SOSPENSIONE
           END-IF
           MOVE 'GIORNI-PRESTITO-DOMICILIO' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-VALORE-NUM NOT = ZERO
               MOVE WS-CONFIG-VALORE-NUM
                   TO WS-GIORNI-PRESTITO-DOMICILIO
           END-IF
           MOVE 'GIORNI-MINIMI-RICHIAMO' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-VALORE-NUM NOT = ZERO
               MOVE WS-CONFIG-VALORE-NUM TO DB-GIORNI-MINIMI-RICHIAMO
           END-IF
           MOVE 'GIORNI-PREAVVISO-RICHIAMO' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-VALORE-NUM NOT = ZERO
               MOVE WS-CONFIG-VALORE-NUM
                   TO DB-GIORNI-PREAVVISO-RICHIAMO
           END-IF
           MOVE 'TARIFFA-MULTA-RICHIAMO' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-VALORE-NUM NOT = ZERO
               MOVE WS-CONFIG-VALORE-NUM TO WS-TARIFFA-MULTA-RICHIAMO
           END-IF
           MOVE 'RAPPORTO-ALTA-RICHIESTA' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-VALORE-NUM NOT = ZERO
               MOVE WS-CONFIG-VALORE-NUM TO WS-SOGLIA-ALTA-RICHIESTA
           END-IF
           MOVE 'RAPPORTO-FINE-ALTA-RICHIESTA' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-VALORE-NUM NOT = ZERO
               MOVE WS-CONFIG-VALORE-NUM TO WS-SOGLIA-FINE-ALTA-RICH
           END-IF
           MOVE 'GIORNI-PRESTITO-ALTA-RICHIESTA' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-VALORE-NUM NOT = ZERO
               MOVE WS-CONFIG-VALORE-NUM TO WS-GIORNI-ALTA-RICHIESTA
           END-IF
           MOVE 'TARIFFA-MULTA-ALTA-RICHIESTA' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-VALORE-NUM NOT = ZERO
               MOVE WS-CONFIG-VALORE-NUM TO WS-TARIFFA-ALTA-RICHIESTA
           END-IF
      *    UNA SOGLIA DI USCITA SOPRA QUELLA DI INGRESSO FAREBBE*******
      *    OSCILLARE IL FLAG: SI RIPORTA ALLA SOGLIA DI INGRESSO*******
           IF WS-SOGLIA-FINE-ALTA-RICH > WS-SOGLIA-ALTA-RICHIESTA
               MOVE WS-SOGLIA-ALTA-RICHIESTA
                   TO WS-SOGLIA-FINE-ALTA-RICH
           END-IF.

      ******************************************************************
      ******************************************************************
           INSERTPRENOTAZIONE.
           MOVE LS-RECORD TO RECORDPRENOTAZIONE
           MOVE SPACE TO WS-MOTIVO-RIFIUTO
           MOVE ZERO TO DB-CONTEGGIO-LIBRO
           EXEC SQL
               SELECT COUNT(*) INTO :DB-CONTEGGIO-LIBRO
           IF DB-CONTEGGIO-LIBRO = ZERO
               DISPLAY "ISBN NON PRESENTE A CATALOGO, "
               "PRENOTAZIONE RIFIUTATA."
               MOVE 'ISBN-SCONOSCIUTO' TO WS-MOTIVO-RIFIUTO
               PERFORM RIFIUTAPRENOTAZIONE
               EXIT PROGRAM
           END-IF
      *    UN SALDO MULTE OLTRE IL TETTO BLOCCA LE NUOVE PRENOTAZIONI**
                   WS-MULTA-EDIT " EUR."
               DISPLAY "REGOLARIZZARE IL SALDO AL BANCO PRESTITI "
               "PRIMA DI PRENOTARE."
               MOVE 'MULTE-NON-PAGATE' TO WS-MOTIVO-RIFIUTO
               PERFORM RIFIUTAPRENOTAZIONE
               EXIT PROGRAM
           END-IF
      *    UN PATRON SOSPESO PER RITARDI RIPETUTI NON PRENOTA FINO****
               DISPLAY "PRENOTAZIONE RIFIUTATA: SOSPESO DAI "
               "PRESTITI PER RITARDI RIPETUTI FINO AL "
               DB-SOSPESO-FINO
               MOVE 'SOSPESO' TO WS-MOTIVO-RIFIUTO
               PERFORM RIFIUTAPRENOTAZIONE
               EXIT PROGRAM
           END-IF
      *    UN BLOCCO MANUALE DEL PERSONALE IN VIGORE FERMA LA**********
      *    PRENOTAZIONE FINCHE' NON SCADE O UN RESPONSABILE LO TOGLIE**
           MOVE SPACE TO DB-MOTIVO-BLOCCO
           MOVE SPACE TO DB-SOSPESO-FINO
           EXEC SQL
               SELECT CODICE_MOTIVO,
               COALESCE(TO_CHAR(SCADENZA, 'DD-MM-YYYY'), ' ')
               INTO :DB-MOTIVO-BLOCCO, :DB-SOSPESO-FINO
               FROM BLOCCO_MANUALE
               WHERE USERNAME = TRIM(:USERNAME)
               AND STATO = 'ATTIVO'
               AND (SCADENZA IS NULL OR SCADENZA >= CURRENT_DATE)
               ORDER BY ID DESC
               LIMIT 1
           END-EXEC
           IF SQLCODE = ZERO
               DISPLAY "PRENOTAZIONE RIFIUTATA: BLOCCO MANUALE ("
               DB-MOTIVO-BLOCCO ") " DB-SOSPESO-FINO
               DISPLAY "RIVOLGERSI AL BANCO PRESTITI."
               MOVE 'BLOCCO-MANUALE' TO WS-MOTIVO-RIFIUTO
               PERFORM RIFIUTAPRENOTAZIONE
               EXIT PROGRAM
           END-IF
      *    UNA TESSERA SOCIO SCADUTA BLOCCA LE NUOVE PRENOTAZIONI:*****
           IF VALUESTABLE NOT = ZERO
               DISPLAY "PRENOTAZIONE RIFIUTATA: TESSERA SOCIO "
               "SCADUTA. RINNOVARE LA TESSERA AL BANCO PRESTITI."
               MOVE 'TESSERA-SCADUTA' TO WS-MOTIVO-RIFIUTO
               PERFORM RIFIUTAPRENOTAZIONE
               EXIT PROGRAM
           END-IF
      *    IL FONDO DI CONSULTAZIONE NON ESCE DALL'EDIFICIO************
           IF VALUESTABLE NOT = ZERO
               DISPLAY "PRENOTAZIONE RIFIUTATA: VOLUME DISPONIBILE "
               "SOLO PER LA CONSULTAZIONE IN SEDE."
               MOVE 'SOLO-CONSULTAZIONE' TO WS-MOTIVO-RIFIUTO
               PERFORM RIFIUTAPRENOTAZIONE
               EXIT PROGRAM
           END-IF
      *    I MINORI NON POSSONO PRENOTARE I GENERI VIETATI************
               IF VALUESTABLE NOT = ZERO
                   DISPLAY "PRENOTAZIONE RIFIUTATA: GENERE NON "
                   "DISPONIBILE PER I PATRON MINORENNI."
                   MOVE 'GENERE-VIETATO' TO WS-MOTIVO-RIFIUTO
                   PERFORM RIFIUTAPRENOTAZIONE
                   EXIT PROGRAM
               END-IF
           END-IF
               IF VALUESTABLE NOT = ZERO
                   DISPLAY "PRENOTAZIONE RIFIUTATA: TIPO DI "
                   "MATERIALE NON DISPONIBILE PER I MINORENNI."
                   MOVE 'MATERIALE-VIETATO' TO WS-MOTIVO-RIFIUTO
                   PERFORM RIFIUTAPRENOTAZIONE
                   EXIT PROGRAM
               END-IF
           END-IF
           END-EXEC
           PERFORM CONTROLLALIMITEPRESTITI
           IF WS-LIMITE-SUPERATO = 'S'
               IF DB-COPIE-DISPONIBILI > ZERO
                   MOVE 'LIMITE-PRESTITI' TO WS-MOTIVO-RIFIUTO
               ELSE
                   MOVE 'LIMITE-CODE' TO WS-MOTIVO-RIFIUTO
               END-IF
               PERFORM RIFIUTAPRENOTAZIONE
               EXIT PROGRAM
           END-IF
      *    DAL SITO IL PATRON NON E' AL BANCO: LA COPIA LIBERA VA*****
      *    SULLO SCAFFALE RITIRI INVECE DI USCIRE SUBITO IN PRESTITO**
           IF LS-TYPE = 'o' AND DB-COPIE-DISPONIBILI > ZERO
               PERFORM PRENOTAZIONEOPACSCAFFALE
           END-IF
           IF DB-COPIE-DISPONIBILI > ZERO
               MOVE 'PRENOTATO' TO STATO
               MOVE ZERO TO POSIZIONE_CODA
               PERFORM PROSSIMAPOSIZIONECODA
               MOVE 'IN_CODA' TO STATO
               MOVE SPACE TO DB-DATA-SCADENZA
               MOVE 'N' TO DB-PRESTITO-ALTA-RICH
      *        IN CODA: L'EVASIONE ARRIVERA' CON LA PROMOZIONE********
               MOVE SPACE TO DB-DATA-EVASIONE
           END-IF
               INSERT INTO
               PRENOTAZIONE(ISBN,USERNAME,DATA_PRENOTAZIONE,STATO,
               POSIZIONE_CODA,DATA_SCADENZA,SEDE_RITIRO,
               DATA_EVASIONE,SEDE_OPERAZIONE,POSTAZIONE,
               ALTA_RICHIESTA)
               VALUES (TRIM(:ISBN),TRIM(:USERNAME),
               TRIM(:DATA_PRENOTAZIONE),TRIM(:STATO),:POSIZIONE_CODA,
               NULLIF(TRIM(:DB-DATA-SCADENZA), ''),
               NULLIF(:DB-SEDE-RITIRO, 0),
               NULLIF(TRIM(:DB-DATA-EVASIONE), ''),
               NULLIF(:DB-SEDE-OPERAZIONE, 0),
               NULLIF(TRIM(:DB-POSTAZIONE), ''),
               :DB-PRESTITO-ALTA-RICH)
           END-EXEC.
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF STATO = 'PRENOTATO'
                   PERFORM RICONCILIAPRENOTAZIONECONCORRENTE
               ELSE
                   PERFORM ASSEGNAESEMPLARE
                   PERFORM REGISTRACOMPONENTIUSCITA
                   DISPLAY "ESEGUITO INSERIMENTO PRENOTAZIONE "
                   DISPLAY "SCADENZA DEL PRESTITO: " DB-DATA-SCADENZA
                   PERFORM NOTIFICACONFERMAPRENOTAZIONE
           MOVE RECORDPRENOTAZIONE TO LS-RECORD
           EXIT PROGRAM.

      ******************************************************************
      **************CHIUDE UNA PRENOTAZIONE RIFIUTATA*******************
      ******************************************************************
      **SOLO LE RICHIESTE DALL'OPAC RICEVONO IL CODICE DEL MOTIVO******
      **NELLO STATO: GLI ALTRI CHIAMANTI RICONOSCONO IL RIFIUTO DALLO**
      **STATO RIMASTO COM'ERA*******************************************
           RIFIUTAPRENOTAZIONE.
           IF LS-TYPE = 'o'
               MOVE WS-MOTIVO-RIFIUTO TO STATO
               MOVE ZERO TO POSIZIONE_CODA
           END-IF
           MOVE RECORDPRENOTAZIONE TO LS-RECORD.

      ******************************************************************
      **************PRENOTAZIONE OPAC CON COPIA DISPONIBILE*************
      ******************************************************************
      **LA COPIA VIENE TOLTA DALLE DISPONIBILI E LA PRENOTAZIONE NASCE**
      **GIA' PRONTO_AL_RITIRO, CON LA STESSA FINESTRA DI RITIRO DELLE**
      **CODE PROMOSSE. SE UN'ALTRA PRENOTAZIONE HA PRESO L'ULTIMA******
      **COPIA NEL FRATTEMPO SI RICADE NELLA CODA ORDINARIA**************
           PRENOTAZIONEOPACSCAFFALE.
           EXEC SQL
               UPDATE LIBRO SET
               COPIE_DISPONIBILI = COPIE_DISPONIBILI - 1
               WHERE ISBN = TRIM(:ISBN) AND COPIE_DISPONIBILI > 0
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLERRD(3) = ZERO
               MOVE ZERO TO DB-COPIE-DISPONIBILI
               EXIT PARAGRAPH
           END-IF
           MOVE LS-SEDE-RITIRO TO DB-SEDE-RITIRO
           IF DB-SEDE-RITIRO = ZERO
               EXEC SQL
                   SELECT COALESCE(CODICE_SEDE, 0)
                   INTO :DB-SEDE-RITIRO
                   FROM LIBRO WHERE ISBN = TRIM(:ISBN)
               END-EXEC
           END-IF
           MOVE SPACE TO DB-DATA-RITIRO-ENTRO
           EXEC SQL
               SELECT TO_CHAR(CURRENT_DATE
               + :WS-GIORNI-RITIRO-PRENOTAZ, 'DD-MM-YYYY')
               INTO :DB-DATA-RITIRO-ENTRO
           END-EXEC
           MOVE 'PRONTO_AL_RITIRO' TO STATO
           MOVE ZERO TO POSIZIONE_CODA
           EXEC SQL
               INSERT INTO
               PRENOTAZIONE(ISBN,USERNAME,DATA_PRENOTAZIONE,STATO,
               POSIZIONE_CODA,SEDE_RITIRO,DATA_RITIRO_ENTRO,
               DATA_EVASIONE,SEDE_OPERAZIONE,POSTAZIONE)
               VALUES (TRIM(:ISBN),TRIM(:USERNAME),
               TRIM(:DATA_PRENOTAZIONE),TRIM(:STATO),:POSIZIONE_CODA,
               NULLIF(:DB-SEDE-RITIRO, 0),
               TRIM(:DB-DATA-RITIRO-ENTRO),
               TO_CHAR(CURRENT_DATE, 'DD-MM-YYYY'),
               NULLIF(:DB-SEDE-OPERAZIONE, 0),
               NULLIF(TRIM(:DB-POSTAZIONE), ''))
           END-EXEC.
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE USERNAME TO DB-PROSSIMO-USERNAME
           PERFORM SLITTARITIROAPERTURA
           PERFORM ASSEGNAESEMPLARE
           PERFORM NOTIFICAPRONTOALRITIRO
           DISPLAY "PRENOTAZIONE OPAC: COPIA SULLO SCAFFALE RITIRI "
               "FINO AL " DB-DATA-RITIRO-ENTRO
           MOVE RECORDPRENOTAZIONE TO LS-RECORD
           EXIT PROGRAM.

      ******************************************************************
      **************PRESTITO CUMULATIVO PER GLI ISTITUTI****************
      ******************************************************************
           EXEC SQL
               INSERT INTO
               PRENOTAZIONE(ISBN,USERNAME,DATA_PRENOTAZIONE,STATO,
               POSIZIONE_CODA,DATA_SCADENZA,QUANTITA,DATA_EVASIONE,
               SEDE_OPERAZIONE,POSTAZIONE,ALTA_RICHIESTA)
               VALUES (TRIM(:ISBN),TRIM(:USERNAME),
               TRIM(:DATA_PRENOTAZIONE),'PRENOTATO',0,
               TRIM(:DB-DATA-SCADENZA),:DB-QUANTITA-PRESTITO,
               TRIM(:DATA_PRENOTAZIONE),
               NULLIF(:DB-SEDE-OPERAZIONE, 0),
               NULLIF(TRIM(:DB-POSTAZIONE), ''),
               :DB-PRESTITO-ALTA-RICH)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               WHERE ISBN = TRIM(:ISBN) AND STATO = 'SCAFFALE'
           END-EXEC
           IF DB-NUMERO-INVENTARIO > ZERO
               MOVE 'PRESTITO' TO WS-STC-STATO-A
               MOVE 'PRESTITO' TO WS-STC-MOTIVO
               PERFORM CONTROLLASTATOESEMPLARE
           END-IF
           IF DB-NUMERO-INVENTARIO > ZERO AND WS-STC-ESITO = 'S'
               EXEC SQL
                   UPDATE ESEMPLARE SET STATO = 'PRESTITO'
                   WHERE NUMERO_INVENTARIO = :DB-NUMERO-INVENTARIO
      **************RIMETTE A SCAFFALE LA COPIA DI UN PRESTITO**********
      ******************************************************************
      **DB-NUMERO-INVENTARIO DEVE CONTENERE LA COPIA DA LIBERARE;******
      **ZERO SIGNIFICA PRESTITO SENZA COPIA AGGANCIATA. SOLO UNA COPIA**
      **ANCORA IN PRESTITO TORNA A SCAFFALE, CON WS-MOTIVO-RILASCIO****
      **NELLA SUA STORIA************************************************
           RILASCIAESEMPLARE.
           IF DB-NUMERO-INVENTARIO > ZERO
               MOVE SPACE TO DB-STATO-ESEMPLARE
               EXEC SQL
                   SELECT STATO INTO :DB-STATO-ESEMPLARE
                   FROM ESEMPLARE
                   WHERE NUMERO_INVENTARIO = :DB-NUMERO-INVENTARIO
               END-EXEC
      *        LA COPIA CONTESTATA RITROVATA RIENTRA COME RESA********
               IF DB-STATO-ESEMPLARE NOT = 'PRESTITO'
                   AND DB-STATO-ESEMPLARE NOT = 'CONTESTATO'
                   EXIT PARAGRAPH
               END-IF
               MOVE 'SCAFFALE' TO WS-STC-STATO-A
               MOVE WS-MOTIVO-RILASCIO TO WS-STC-MOTIVO
               PERFORM CONTROLLASTATOESEMPLARE
           END-IF
           IF DB-NUMERO-INVENTARIO > ZERO AND WS-STC-ESITO = 'S'
               EXEC SQL
                   UPDATE ESEMPLARE SET STATO = 'SCAFFALE'
                   WHERE NUMERO_INVENTARIO = :DB-NUMERO-INVENTARIO
                   AND STATO IN ('PRESTITO', 'CONTESTATO')
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME
           END-IF.

      ******************************************************************
      **************CHIEDE IL PERMESSO PER IL CAMBIO DI STATO***********
      ******************************************************************
      **WS-STC-STATO-A E WS-STC-MOTIVO GIA' VALORIZZATI; CON*********
      **WS-STC-ESITO DIVERSO DA 'S' IL PASSAGGIO NON E' AMMESSO E LA***
      **COPIA NON VA TOCCATA (IL RIFIUTO RESTA IN STORIA)***************
           CONTROLLASTATOESEMPLARE.
           MOVE DB-NUMERO-INVENTARIO TO WS-STC-NUMERO-INVENTARIO
           MOVE SPACE TO WS-STC-OPERATORE
           CALL 'STORIACOPIA' USING 'c', WS-STORIA-COPIA.

           CALCOLADATASCADENZA.
           MOVE SPACE TO DB-RUOLO-UTENTE
           EXEC SQL
           IF DB-CATEGORIA-UTENTE = 'ISTITUTO'
               ADD WS-GIORNI-EXTRA-ISTITUTO TO DB-GIORNI-EFFETTIVI
           END-IF
      *    UN TITOLO AD ALTA RICHIESTA ESCE PER MENO GIORNI E IL*****
      *    PRESTITO NE PORTA IL SEGNO (NIENTE RINNOVO, MULTA**********
      *    MAGGIORATA) ANCHE DOPO CHE IL FLAG DEL TITOLO SI SPEGNE****
           MOVE 'N' TO DB-ALTA-RICHIESTA
           EXEC SQL
               SELECT ALTA_RICHIESTA INTO :DB-ALTA-RICHIESTA
               FROM LIBRO WHERE ISBN = TRIM(:ISBN)
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 'N' TO DB-ALTA-RICHIESTA
           END-IF
           MOVE DB-ALTA-RICHIESTA TO DB-PRESTITO-ALTA-RICH
           IF DB-ALTA-RICHIESTA = 'S'
               AND DB-GIORNI-EFFETTIVI > WS-GIORNI-ALTA-RICHIESTA
               MOVE WS-GIORNI-ALTA-RICHIESTA TO DB-GIORNI-EFFETTIVI
           END-IF
      *    AI PATRON A DOMICILIO IL GIRO PASSA DI RADO: LA DURATA*****
      *    NON SCENDE SOTTO QUELLA DEL SERVIZIO A DOMICILIO************
           PERFORM CONTROLLADOMICILIO
           IF DB-DOMICILIO-ATTIVO > ZERO
               AND DB-GIORNI-EFFETTIVI < WS-GIORNI-PRESTITO-DOMICILIO
               MOVE WS-GIORNI-PRESTITO-DOMICILIO TO DB-GIORNI-EFFETTIVI
           END-IF
           MOVE SPACE TO DB-DATA-SCADENZA
           EXEC SQL
               SELECT TO_CHAR(TO_DATE(TRIM(:DB-DATA-BASE),
                     CAST(EXTRACT(ISODOW FROM
                     TO_DATE(TRIM(:DB-DATA-SCADENZA), 'DD-MM-YYYY'))
                     AS INTEGER)) X
           END-EXEC
      *    NON CHIUSA A CALENDARIO: RESTA DA VEDERE SE L'ORARIO*******
      *    SETTIMANALE (O STAGIONALE) APRE LA SEDE QUEL GIORNO*********
           IF DB-CONTA-CHIUSO = ZERO
               MOVE SPACE TO WS-ORARIO
               MOVE DB-SEDE-CALENDARIO TO WS-ORA-SEDE
               MOVE ZERO TO WS-ORA-GIORNO
               MOVE DB-DATA-SCADENZA TO WS-ORA-DATA
               CALL 'ORARIO' USING 'h', WS-ORARIO
               IF WS-ORA-ESITO = 'N'
                   MOVE 1 TO DB-CONTA-CHIUSO
               END-IF
           END-IF.

      ******************************************************************
      **************LA DATA LIMITE DI RITIRO CADE IN UN GIORNO APERTO***
      ******************************************************************
      **STESSA REGOLA DELLA SCADENZA, SULLA SEDE DI RITIRO: LA DATA****
      **SLITTA AL PRIMO GIORNO IN CUI IL BANCO DI QUELLA SEDE APRE******
           SLITTARITIROAPERTURA.
           MOVE DB-DATA-SCADENZA TO WS-SCADENZA-SALVATA
           MOVE DB-SEDE-CALENDARIO TO WS-SEDE-SALVATA
           MOVE DB-DATA-RITIRO-ENTRO TO DB-DATA-SCADENZA
           MOVE DB-SEDE-RITIRO TO DB-SEDE-CALENDARIO
           MOVE ZERO TO WS-SLITTAMENTI
           PERFORM CONTROLLAGIORNOCHIUSO
           PERFORM UNTIL DB-CONTA-CHIUSO = ZERO
               OR WS-SLITTAMENTI > 30
               EXEC SQL
                   SELECT TO_CHAR(TO_DATE(TRIM(:DB-DATA-SCADENZA),
                   'DD-MM-YYYY') + 1, 'DD-MM-YYYY')
                   INTO :DB-DATA-SCADENZA
               END-EXEC
               ADD 1 TO WS-SLITTAMENTI
               PERFORM CONTROLLAGIORNOCHIUSO
           END-PERFORM
           IF DB-DATA-SCADENZA NOT = DB-DATA-RITIRO-ENTRO
               MOVE DB-DATA-SCADENZA TO DB-DATA-RITIRO-ENTRO
               EXEC SQL
                   UPDATE PRENOTAZIONE SET
                   DATA_RITIRO_ENTRO = TRIM(:DB-DATA-RITIRO-ENTRO)
                   WHERE ISBN = TRIM(:ISBN)
                   AND USERNAME = TRIM(:DB-PROSSIMO-USERNAME)
                   AND STATO = 'PRONTO_AL_RITIRO'
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME
           END-IF
           MOVE WS-SCADENZA-SALVATA TO DB-DATA-SCADENZA
           MOVE WS-SEDE-SALVATA TO DB-SEDE-CALENDARIO.

      ******************************************************************
      **************AGGIUNGE ALL'AVVISO L'ORARIO DEL GIORNO*************
      ******************************************************************
      **WS-ORA-SEDE E WS-ORA-DATA LI PREPARA IL CHIAMANTE. SOLO PER****
      **LE SEDI CHE HANNO UN ORARIO: LE ALTRE NON AGGIUNGONO NULLA*****
           AGGIUNGIORARIOAVVISO.
           MOVE ZERO TO WS-ORA-GIORNO
           CALL 'ORARIO' USING 'h', WS-ORARIO
           IF WS-ORA-TESTO NOT = SPACE
               MOVE DB-MESSAGGIO-NOTIFICA TO WS-AVVISO-BASE
               MOVE SPACE TO DB-MESSAGGIO-NOTIFICA
               STRING
                   WS-AVVISO-BASE DELIMITED BY "  "
                   " - ORARIO DEL " DELIMITED BY SIZE
                   WS-ORA-DATA DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WS-ORA-TESTO DELIMITED BY "  "
                   INTO DB-MESSAGGIO-NOTIFICA
               END-STRING
           END-IF.

      ******************************************************************
      **************SEDE DELLA COPIA PER L'ORARIO NEGLI AVVISI**********
      ******************************************************************
           PREPARAORARIOCOPIA.
           MOVE SPACE TO WS-ORARIO
           MOVE ZERO TO DB-SEDE-CALENDARIO
           EXEC SQL
               SELECT COALESCE(CODICE_SEDE, 0)
               INTO :DB-SEDE-CALENDARIO
               FROM LIBRO WHERE ISBN = TRIM(:ISBN)
           END-EXEC
           MOVE DB-SEDE-CALENDARIO TO WS-ORA-SEDE
           MOVE DB-DATA-SCADENZA TO WS-ORA-DATA.

      ******************************************************************
      **************AVVISA IL PATRON DELLA PRENOTAZIONE CONFERMATA******
                   INTO DB-MESSAGGIO-NOTIFICA
               END-STRING
           END-IF
           IF DB-DATA-SCADENZA NOT = SPACE
               PERFORM PREPARAORARIOCOPIA
               PERFORM AGGIUNGIORARIOAVVISO
           END-IF
           PERFORM SCRIVINOTIFICA.

      ******************************************************************
           MOVE LS-RECORD TO RECORDPRENOTAZIONE
           MOVE ZERO TO DB-GIORNI-ARRETRATO
           MOVE ZERO TO DB-MULTA-CALCOLATA
           MOVE 'N' TO WS-COPIA-TRATTENUTA
           MOVE SPACE TO DB-DATA-RICHIAMO
           MOVE 'N' TO DB-PRESTITO-ALTA-RICH
           EXEC SQL
      *        I GIORNI DI RITARDO SI CONTANO DALLA DATA DI SCADENZA***
      *        MEMORIZZATA; LE PRENOTAZIONI STORICHE SENZA SCADENZA****
      *        RICADONO SULLA VECCHIA ARITMETICA DAL GIORNO DEL********
      *        PRESTITO. UN PRESTITO CONTESTATO SMETTE DI MATURARE*****
      *        RITARDO DAL GIORNO DELLA CONTESTAZIONE. LA DATA DEL*****
      *        RICHIAMO E IL FLAG DI ALTA RICHIESTA DEL PRESTITO******
      *        DECIDONO LA TARIFFA DELLA MULTA**************************
               SELECT
               GREATEST(COALESCE(
               TO_DATE(DATA_CONTESTAZIONE, 'DD-MM-YYYY'),
               CURRENT_DATE) -
               COALESCE(TO_DATE(DATA_SCADENZA, 'DD-MM-YYYY'),
               TO_DATE(DATA_PRENOTAZIONE, 'DD-MM-YYYY')
               + :DB-GIORNI-PRESTITO), 0),
               COALESCE(DATA_RICHIAMO, ' '),
               COALESCE(ALTA_RICHIESTA, 'N')
               INTO :DB-GIORNI-ARRETRATO, :DB-DATA-RICHIAMO,
               :DB-PRESTITO-ALTA-RICH
               FROM PRENOTAZIONE
               WHERE ISBN = TRIM(:ISBN) AND USERNAME = TRIM(:USERNAME)
               AND STATO = 'PRENOTATO'
      *    I GIORNI DI CHIUSURA DELLA SEDE NON CONTANO NEL RITARDO:***
      *    NIENTE MULTA PER I GIORNI IN CUI NON SI POTEVA RENDERE*****
           PERFORM ESCLUDIGIORNICHIUSI
           PERFORM ESENTARITARDODOMICILIO
      *    PRIMA DI CHIUDERE IL PRESTITO SI ANNOTA QUALE COPIA FISICA**
      *    ERA FUORI, PER RIMETTERLA A SCAFFALE*************************
           MOVE ZERO TO DB-NUMERO-INVENTARIO
               MOVE ZERO TO DB-SEDE-RITIRO
               MOVE 1 TO DB-QUANTITA-PRESTITO
           END-IF
      *    IL CONTEGGIO DEI COMPONENTI CONFERMATO AL BANCO (SE C'E')**
           PERFORM VERIFICACOMPONENTI
           EXEC SQL
               UPDATE PRENOTAZIONE SET STATO = 'RESTITUITO',
               DATA_RESTITUZIONE = TRIM(:DATA_RESTITUZIONE),
               SEDE_RESTITUZIONE = NULLIF(:DB-SEDE-OPERAZIONE, 0),
               POSTAZIONE_RESTITUZIONE =
                   NULLIF(TRIM(:DB-POSTAZIONE), '')
               WHERE ISBN = TRIM(:ISBN) AND USERNAME = TRIM(:USERNAME)
               AND STATO = 'PRENOTATO'
           END-EXEC.
      *    'PRENOTATO' ATTIVA PER QUESTO ISBN/UTENTE: NON RESTITUIRE
      *    UNA COPIA CHE NON RISULTA REALMENTE PRESA IN PRESTITO*******
           IF SQLERRD(3) NOT = ZERO
      *        UNA COPIA CON PEZZI MANCANTI NON TORNA DISPONIBILE*****
               IF DB-COMPONENTI-MANCANTI > ZERO
                   PERFORM TRATTIENECOPIAINCOMPLETA
               END-IF
               IF WS-COPIA-TRATTENUTA = 'S'
                   SUBTRACT 1 FROM DB-QUANTITA-PRESTITO
               END-IF
      *        I PRESTITI CUMULATIVI RIACCREDITANO L'INTERA***********
      *        QUANTITA' RESIDUA; PER I PRESTITI NORMALI VALE 1********
               EXEC SQL
                   WHERE ISBN = TRIM(:ISBN)
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME
               MOVE 'RESTITUZIONE' TO WS-MOTIVO-RILASCIO
               PERFORM RILASCIAESEMPLARE
      *        I TITOLI FLOTTANTI RESTANO ALLA SEDE DI RIENTRO*********
      *        INVECE DI TORNARE IN FURGONE A QUELLA DI ORIGINE********
      *        CODA: PROMUOVIPROSSIMOINCODA SOVRASCRIVE USERNAME CON**
      *        IL PATRON PROMOSSO E L'ADDEBITO FINIREBBE A LUI********
               PERFORM ADDEBITAMULTARITARDO
               IF DB-COMPONENTI-MANCANTI > ZERO
                   PERFORM ADDEBITACOMPONENTIMANCANTI
               END-IF
      *        UNA RESTITUZIONE TARDIVA PUO' FAR SCATTARE LA**********
      *        SOSPENSIONE DEI RITARDATARI SERIALI**********************
               IF DB-GIORNI-ARRETRATO > ZERO
      *        CORTESIA A UN EVENTUALE NUOVO RITARDO*******************
               PERFORM CHIUDISOLLECITIPRESTITO
               PERFORM STAMPACEDOLINORESTITUZIONE
      *        LA COPIA TRATTENUTA NON SERVE LA CODA: COME PER IL*****
      *        RIENTRO CON DANNO, LA CODA AVANZA AL PROSSIMO RIENTRO**
               IF WS-COPIA-TRATTENUTA NOT = 'S'
                   PERFORM PROMUOVIPROSSIMOINCODA
               END-IF
      *        L'ESITO TORNA AL CHIAMANTE NEL CAMPO STATO DEL*********
      *        TRACCIATO (COME FA INSERTPRENOTAZIONE): 'RESTITUITO'***
      *        SOLO SE LA RESTITUZIONE E' DAVVERO AVVENUTA, COSI' IL**
           MOVE RECORDPRENOTAZIONE TO LS-RECORD.
           EXIT PROGRAM.

      ******************************************************************
      **************CONTEGGIO DEI COMPONENTI DEL MOVIMENTO**************
      ******************************************************************
      **RITIRA DA COMPONENTE IL CONTEGGIO CONFERMATO AL BANCO O AL*****
      **CHIOSCO PER QUESTO ISBN/PATRON; SENZA CONTEGGIO (MOVIMENTI*****
      **BATCH O TITOLI IN UN PEZZO SOLO) I MANCANTI RESTANO A ZERO******
           VERIFICACOMPONENTI.
           MOVE ZERO TO DB-COMPONENTI-ATTESI
           MOVE ZERO TO DB-COMPONENTI-CONTATI
           MOVE ZERO TO DB-COMPONENTI-MANCANTI
           MOVE SPACE TO WS-CONTEGGIO-COMPONENTI
           MOVE ZERO TO WS-CMP-NUMERO-INVENTARIO
           MOVE ISBN TO WS-CMP-ISBN
           MOVE USERNAME TO WS-CMP-USERNAME
           CALL 'COMPONENTE' USING 'v', WS-CONTEGGIO-COMPONENTI
           IF WS-CMP-ESITO = 'S'
               MOVE WS-CMP-ATTESI TO DB-COMPONENTI-ATTESI
               MOVE WS-CMP-CONTATI TO DB-COMPONENTI-CONTATI
               IF DB-COMPONENTI-CONTATI < DB-COMPONENTI-ATTESI
                   COMPUTE DB-COMPONENTI-MANCANTI =
                       DB-COMPONENTI-ATTESI - DB-COMPONENTI-CONTATI
               END-IF
           END-IF.

      *    AL PRESTITO SI ANNOTANO I PEZZI USCITI: AL RIENTRO SI******
      *    CHIEDONO INDIETRO SOLO QUELLI********************************
           REGISTRACOMPONENTIUSCITA.
           PERFORM VERIFICACOMPONENTI
           IF WS-CMP-ESITO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE PRENOTAZIONE
               SET COMPONENTI_USCITA = :DB-COMPONENTI-CONTATI
               WHERE ISBN = TRIM(:ISBN)
               AND USERNAME = TRIM(:USERNAME)
               AND STATO = 'PRENOTATO'
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF DB-COMPONENTI-MANCANTI > ZERO
               DISPLAY "ATTENZIONE: LA COPIA ESCE CON "
                   DB-COMPONENTI-CONTATI " COMPONENTI SU "
                   DB-COMPONENTI-ATTESI
           END-IF.

      ******************************************************************
      **************TRATTIENE LA COPIA RESA INCOMPLETA******************
      ******************************************************************
      **LA COPIA DEL PRESTITO PASSA DA PRESTITO A INCOMPLETO E RESTA***
      **FUORI SCAFFALE FINO AL RITROVAMENTO DEI PEZZI; SENZA COPIA*****
      **AGGANCIATA (O CON IL PASSAGGIO RIFIUTATO) IL RIENTRO RESTA*****
      **ORDINARIO E I MANCANTI SONO SOLO SEGNALATI**********************
           TRATTIENECOPIAINCOMPLETA.
           IF DB-NUMERO-INVENTARIO = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO DB-STATO-ESEMPLARE
           EXEC SQL
               SELECT STATO INTO :DB-STATO-ESEMPLARE
               FROM ESEMPLARE
               WHERE NUMERO_INVENTARIO = :DB-NUMERO-INVENTARIO
           END-EXEC
           IF DB-STATO-ESEMPLARE NOT = 'PRESTITO'
               EXIT PARAGRAPH
           END-IF
           MOVE 'INCOMPLETO' TO WS-STC-STATO-A
           MOVE 'RESTITUITA CON COMPONENTI MANCANTI' TO WS-STC-MOTIVO
           PERFORM CONTROLLASTATOESEMPLARE
           IF WS-STC-ESITO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE ESEMPLARE SET STATO = 'INCOMPLETO'
               WHERE NUMERO_INVENTARIO = :DB-NUMERO-INVENTARIO
               AND STATO = 'PRESTITO'
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE 'S' TO WS-COPIA-TRATTENUTA
           DISPLAY "COPIA INCOMPLETA (" DB-COMPONENTI-CONTATI " SU "
               DB-COMPONENTI-ATTESI " COMPONENTI): TENERLA FUORI "
               "SCAFFALE, INVENTARIO N. " DB-NUMERO-INVENTARIO.

      ******************************************************************
      **************ADDEBITA E REGISTRA I COMPONENTI MANCANTI***********
      ******************************************************************
      **COSTO A PEZZO DA CONFIG (ZERO = NESSUN ADDEBITO); LA RIGA IN***
      **COMPONENTE_MANCANTE ALIMENTA IL REPORT DELLE COPIE IN ATTESA****
           ADDEBITACOMPONENTIMANCANTI.
           MOVE ZERO TO DB-COSTO-COMPONENTI
           IF WS-COSTO-COMPONENTE-MANCANTE > ZERO
               COMPUTE DB-COSTO-COMPONENTI =
                   WS-COSTO-COMPONENTE-MANCANTE * DB-COMPONENTI-MANCANTI
               EXEC SQL
                   UPDATE UTENTE SET
                   MULTA = MULTA + :DB-COSTO-COMPONENTI
                   WHERE USERNAME = TRIM(:USERNAME)
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME
               EXEC SQL
                   INSERT INTO MULTA_EVENTO
                   (USERNAME, TIPO, IMPORTO, RIFERIMENTO)
                   VALUES (TRIM(:USERNAME), 'ADDEBITO',
                   :DB-COSTO-COMPONENTI, TRIM(:ISBN))
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME
               MOVE SPACE TO DB-EMAIL-UTENTE
               EXEC SQL
                   SELECT EMAIL INTO :DB-EMAIL-UTENTE FROM UTENTE
                   WHERE USERNAME = TRIM(:USERNAME)
               END-EXEC
               MOVE SPACE TO DB-MESSAGGIO-NOTIFICA
               STRING
                   "ADDEBITO PER COMPONENTI MANCANTI DEL LIBRO "
                   DELIMITED BY SIZE
                   ISBN DELIMITED BY SPACE
                   ": " DELIMITED BY SIZE
                   DB-COMPONENTI-MANCANTI DELIMITED BY SIZE
                   " PEZZI" DELIMITED BY SIZE
                   INTO DB-MESSAGGIO-NOTIFICA
               END-STRING
               PERFORM SCRIVINOTIFICA
               MOVE DB-COSTO-COMPONENTI TO WS-MULTA-EDIT
               DISPLAY "ADDEBITO COMPONENTI MANCANTI: " WS-MULTA-EDIT
           END-IF
           MOVE SPACE TO WS-CONTEGGIO-COMPONENTI
           MOVE ISBN TO WS-CMP-ISBN
           MOVE DB-NUMERO-INVENTARIO TO WS-CMP-NUMERO-INVENTARIO
           MOVE USERNAME TO WS-CMP-USERNAME
           MOVE ZERO TO WS-CMP-QUANTITA
           MOVE DB-COMPONENTI-ATTESI TO WS-CMP-ATTESI
           MOVE DB-COMPONENTI-CONTATI TO WS-CMP-CONTATI
           MOVE DB-COSTO-COMPONENTI TO WS-CMP-IMPORTO
           MOVE DB-POSTAZIONE TO WS-CMP-OPERATORE
           IF WS-COPIA-TRATTENUTA = 'S'
               MOVE 'T' TO WS-CMP-MODO
           END-IF
           CALL 'COMPONENTE' USING 'm', WS-CONTEGGIO-COMPONENTI.

      ******************************************************************
      **************CHIUDE LA SCALA DEI SOLLECITI DEL PRESTITO**********
      ******************************************************************
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               INSERT INTO PAGAMENTO
               (USERNAME, IMPORTO, METODO, OPERATORE,
               SEDE_OPERAZIONE, POSTAZIONE)
               VALUES (TRIM(:USERNAME), :DB-PREZZO-RIMPIAZZO,
               'CAUZIONE', 'BANCO', NULLIF(:DB-SEDE-OPERAZIONE, 0),
               NULLIF(TRIM(:DB-POSTAZIONE), ''))
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE DB-PREZZO-RIMPIAZZO TO WS-MULTA-EDIT
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               INSERT INTO PAGAMENTO
               (USERNAME, IMPORTO, METODO, OPERATORE,
               SEDE_OPERAZIONE, POSTAZIONE)
               VALUES (TRIM(:USERNAME), :DB-PREZZO-RIMPIAZZO,
               'RIMB-CAUZIONE', 'BANCO', NULLIF(:DB-SEDE-OPERAZIONE, 0),
               NULLIF(TRIM(:DB-POSTAZIONE), ''))
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE DB-PREZZO-RIMPIAZZO TO WS-MULTA-EDIT
                    WHERE P.ISBN = TRIM(:ISBN)
                    AND P.USERNAME = TRIM(:USERNAME)
                    AND P.STATO = 'PRENOTATO'),
                   (SELECT COALESCE(
                    TO_DATE(P2.DATA_CONTESTAZIONE, 'DD-MM-YYYY'),
                    CURRENT_DATE)
                    FROM PRENOTAZIONE P2
                    WHERE P2.ISBN = TRIM(:ISBN)
                    AND P2.USERNAME = TRIM(:USERNAME)
                    AND P2.STATO = 'PRENOTATO'), '1 DAY') G
                   WHERE EXISTS (SELECT 1 FROM CHIUSURA C
                    WHERE C.DATA_CHIUSURA = CAST(G AS DATE)
                    AND (COALESCE(C.CODICE_SEDE, 0) = 0
               END-IF
           END-IF.

      ******************************************************************
      **************IL PATRON E' SERVITO A DOMICILIO?*******************
      ******************************************************************
           CONTROLLADOMICILIO.
           MOVE ZERO TO DB-DOMICILIO-ATTIVO
           EXEC SQL
               SELECT COUNT(*) INTO :DB-DOMICILIO-ATTIVO
               FROM PROFILO_DOMICILIO
               WHERE USERNAME = TRIM(:USERNAME)
               AND COALESCE(ATTIVO, 'S') = 'S'
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE ZERO TO DB-DOMICILIO-ATTIVO
           END-IF.

      ******************************************************************
      **************NESSUN RITARDO PER I PATRON A DOMICILIO*************
      ******************************************************************
      **IL RIENTRO DIPENDE DAL PASSAGGIO DEL GIRO, NON DAL PATRON:******
      **I GIORNI DI RITARDO SI AZZERANO, QUINDI NIENTE MULTA E NIENTE**
      **VALUTAZIONE DELLA SOSPENSIONE**********************************
           ESENTARITARDODOMICILIO.
           IF DB-GIORNI-ARRETRATO > ZERO
               PERFORM CONTROLLADOMICILIO
               IF DB-DOMICILIO-ATTIVO > ZERO
                   DISPLAY "PATRON A DOMICILIO: NESSUNA MULTA PER "
                       DB-GIORNI-ARRETRATO " GIORNI DI RITARDO"
                   MOVE ZERO TO DB-GIORNI-ARRETRATO
               END-IF
           END-IF.

      ******************************************************************
      **************ADDEBITA LA MULTA PER RITARDO***********************
      ******************************************************************
                   MOVE WS-TARIFFA-MULTA-GIORNALIERA
                       TO DB-TARIFFA-TIPO
               END-IF
      *        IL PRESTITO RICHIAMATO PAGA IL RITARDO OLTRE LA NUOVA**
      *        SCADENZA ALLA TARIFFA MAGGIORATA DEI RICHIAMI, SALVO***
      *        CHE QUELLA DEL TIPO DI MATERIALE SIA GIA' PIU' ALTA****
               IF DB-DATA-RICHIAMO NOT = SPACE
                   AND WS-TARIFFA-MULTA-RICHIAMO > DB-TARIFFA-TIPO
                   MOVE WS-TARIFFA-MULTA-RICHIAMO TO DB-TARIFFA-TIPO
               END-IF
      *        COSI' ANCHE IL PRESTITO USCITO CON IL TITOLO AD ALTA***
      *        RICHIESTA, ALLA TARIFFA MAGGIORATA DI QUEI TITOLI******
               IF DB-PRESTITO-ALTA-RICH = 'S'
                   AND WS-TARIFFA-ALTA-RICHIESTA > DB-TARIFFA-TIPO
                   MOVE WS-TARIFFA-ALTA-RICHIESTA TO DB-TARIFFA-TIPO
               END-IF
               COMPUTE DB-MULTA-CALCOLATA =
                   DB-GIORNI-ARRETRATO * DB-TARIFFA-TIPO
      *        TARIFFA RIDOTTA PER I PATRON SENIOR*********************
           MOVE ZERO TO DB-GIORNI-ARRETRATO
           MOVE ZERO TO DB-MULTA-CALCOLATA
           MOVE ZERO TO DB-NUMERO-INVENTARIO
           MOVE SPACE TO DB-DATA-RICHIAMO
           MOVE 'N' TO DB-PRESTITO-ALTA-RICH
           EXEC SQL
               SELECT COALESCE(NUMERO_INVENTARIO, 0),
               GREATEST(COALESCE(
               TO_DATE(DATA_CONTESTAZIONE, 'DD-MM-YYYY'),
               CURRENT_DATE) -
               COALESCE(TO_DATE(DATA_SCADENZA, 'DD-MM-YYYY'),
               TO_DATE(DATA_PRENOTAZIONE, 'DD-MM-YYYY')
               + :DB-GIORNI-PRESTITO), 0),
               COALESCE(DATA_RICHIAMO, ' '),
               COALESCE(ALTA_RICHIESTA, 'N')
               INTO :DB-NUMERO-INVENTARIO, :DB-GIORNI-ARRETRATO,
               :DB-DATA-RICHIAMO, :DB-PRESTITO-ALTA-RICH
               FROM PRENOTAZIONE
               WHERE ISBN = TRIM(:ISBN) AND USERNAME = TRIM(:USERNAME)
               AND STATO = 'PRENOTATO'
      *    ANCHE SUL RIENTRO CON DANNO I GIORNI DI CHIUSURA DELLA*****
      *    SEDE NON MATURANO MULTA**************************************
           PERFORM ESCLUDIGIORNICHIUSI
           PERFORM ESENTARITARDODOMICILIO
           EXEC SQL
               UPDATE PRENOTAZIONE SET STATO = 'RESTITUITO',
               DATA_RESTITUZIONE = TRIM(:DATA_RESTITUZIONE),
               SEDE_RESTITUZIONE = NULLIF(:DB-SEDE-OPERAZIONE, 0),
               POSTAZIONE_RESTITUZIONE =
                   NULLIF(TRIM(:DB-POSTAZIONE), '')
               WHERE ISBN = TRIM(:ISBN) AND USERNAME = TRIM(:USERNAME)
               AND STATO = 'PRENOTATO'
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           DISPLAY "RESTITUZIONE CON DANNO REGISTRATA"
           IF DB-NUMERO-INVENTARIO > ZERO
               MOVE 'RIPARAZIONE' TO WS-STC-STATO-A
               MOVE 'RESTITUITA DANNEGGIATA' TO WS-STC-MOTIVO
               PERFORM CONTROLLASTATOESEMPLARE
           END-IF
           IF DB-NUMERO-INVENTARIO > ZERO AND WS-STC-ESITO = 'S'
               EXEC SQL
                   UPDATE ESEMPLARE SET STATO = 'RIPARAZIONE',
                   CONDIZIONE = 'DANNEGGIATO'
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF DB-NUMERO-INVENTARIO > ZERO
               MOVE 'PERSO' TO WS-STC-STATO-A
               MOVE 'SMARRITA DAL PATRON' TO WS-STC-MOTIVO
               PERFORM CONTROLLASTATOESEMPLARE
           END-IF
           IF DB-NUMERO-INVENTARIO > ZERO AND WS-STC-ESITO = 'S'
               EXEC SQL
                   UPDATE ESEMPLARE SET STATO = 'PERSO'
                   WHERE NUMERO_INVENTARIO = :DB-NUMERO-INVENTARIO
               IF SQLCODE NOT = ZERO
                   MOVE ZERO TO DB-SEDE-RITIRO
               END-IF
               PERFORM SLITTARITIROAPERTURA
               PERFORM ASSEGNAESEMPLARE
               PERFORM NOTIFICAPRONTOALRITIRO
           END-IF.

      ******************************************************************
      **************UNA COPIA RITROVATA SERVE LA CODA*******************
      ******************************************************************
      **LA COPIA MANCANTE RITROVATA E' GIA' TORNATA A SCAFFALE E TRA***
      **LE DISPONIBILI: SE QUALCUNO E' IN CODA PER IL TITOLO LA********
      **PRENDE COME AL RIENTRO DI UN PRESTITO***************************
           SERVICODARITROVATA.
           MOVE LS-ISBN TO ISBN
           PERFORM PROMUOVIPROSSIMOINCODA
           EXIT PROGRAM.

      ******************************************************************
      **************AVVISA IL PATRON CHE IL LIBRO E' PRONTO*************
      ******************************************************************
                   INTO DB-MESSAGGIO-NOTIFICA
               END-STRING
           END-IF
           MOVE SPACE TO WS-ORARIO
           MOVE DB-SEDE-RITIRO TO WS-ORA-SEDE
           MOVE DB-DATA-RITIRO-ENTRO TO WS-ORA-DATA
           PERFORM AGGIUNGIORARIOAVVISO
           PERFORM SCRIVINOTIFICA.

      ******************************************************************
               DATA_PRENOTAZIONE = TRIM(:DB-DATA-BASE),
               DATA_SCADENZA = TRIM(:DB-DATA-SCADENZA),
               DATA_RITIRO_ENTRO = NULL,
               PROMEMORIA_INVIATO = 'N',
               SEDE_OPERAZIONE = NULLIF(:DB-SEDE-OPERAZIONE, 0),
               POSTAZIONE = NULLIF(TRIM(:DB-POSTAZIONE), ''),
               ALTA_RICHIESTA = :DB-PRESTITO-ALTA-RICH
               WHERE ISBN = TRIM(:ISBN) AND USERNAME = TRIM(:USERNAME)
               AND STATO = 'PRONTO_AL_RITIRO'
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           PERFORM REGISTRACOMPONENTIUSCITA
           MOVE DB-DATA-BASE TO DATA_PRENOTAZIONE
           MOVE 'PRENOTATO' TO STATO
           DISPLAY "RITIRO REGISTRATO, SCADENZA DEL PRESTITO: "
                   INSERT INTO STORICO_PRENOTAZIONI
                   (ISBN, USERNAME, DATA_PRENOTAZIONE, DATA_SCADENZA,
                   DATA_RESTITUZIONE, DATA_EVASIONE,
                   PROMOSSO_DA_CODA, SEDE_OPERAZIONE, POSTAZIONE,
                   SEDE_RESTITUZIONE, POSTAZIONE_RESTITUZIONE, ESITO)
                   SELECT ISBN, USERNAME, DATA_PRENOTAZIONE,
                   DATA_SCADENZA, DATA_RESTITUZIONE, DATA_EVASIONE,
                   PROMOSSO_DA_CODA, SEDE_OPERAZIONE, POSTAZIONE,
                   SEDE_RESTITUZIONE, POSTAZIONE_RESTITUZIONE,
                   'NON_RITIRATO'
                   FROM PRENOTAZIONE
                   WHERE ISBN = TRIM(:ISBN)
                   AND USERNAME = TRIM(:USERNAME)
                   WHERE ISBN = TRIM(:ISBN)
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME
               MOVE 'NON RITIRATA' TO WS-MOTIVO-RILASCIO
               PERFORM RILASCIAESEMPLARE
               MOVE SPACE TO DB-EMAIL-UTENTE
               EXEC SQL
                   INSERT INTO STORICO_PRENOTAZIONI
                   (ISBN, USERNAME, DATA_PRENOTAZIONE, DATA_SCADENZA,
                   DATA_RESTITUZIONE, DATA_EVASIONE,
                   PROMOSSO_DA_CODA, SEDE_OPERAZIONE, POSTAZIONE,
                   SEDE_RESTITUZIONE, POSTAZIONE_RESTITUZIONE, ESITO)
                   SELECT ISBN, USERNAME, DATA_PRENOTAZIONE,
                   DATA_SCADENZA, DATA_RESTITUZIONE, DATA_EVASIONE,
                   PROMOSSO_DA_CODA, SEDE_OPERAZIONE, POSTAZIONE,
                   SEDE_RESTITUZIONE, POSTAZIONE_RESTITUZIONE,
                   'ANNULLATO'
                   FROM PRENOTAZIONE
                   WHERE ISBN = TRIM(:ISBN)
                   AND USERNAME = TRIM(:USERNAME)
                       + :DB-QUANTITA-PRESTITO
                       WHERE ISBN = TRIM(:ISBN)
                   END-EXEC
                   MOVE 'PRENOTAZIONE ANNULLATA' TO WS-MOTIVO-RILASCIO
                   PERFORM RILASCIAESEMPLARE
                   PERFORM PROMUOVIPROSSIMOINCODA
               END-IF
           RINNOVAPRENOTAZIONE.
           MOVE LS-RECORD TO RECORDPRENOTAZIONE
           MOVE ZERO TO NUMERO_RINNOVI
           MOVE SPACE TO DB-DATA-RICHIAMO
           EXEC SQL
               SELECT NUMERO_RINNOVI, COALESCE(DATA_RICHIAMO, ' ')
               INTO :NUMERO_RINNOVI, :DB-DATA-RICHIAMO
               FROM PRENOTAZIONE
               WHERE ISBN = TRIM(:ISBN) AND USERNAME = TRIM(:USERNAME)
               AND STATO = 'PRENOTATO'
               DISPLAY "NESSUNA PRENOTAZIONE ATTIVA TROVATA PER QUESTO "
               "UTENTE SU QUESTO LIBRO"
           ELSE
      *        UN PRESTITO RICHIAMATO VA RESO ENTRO LA NUOVA DATA*****
               IF DB-DATA-RICHIAMO NOT = SPACE
                   DISPLAY "PRESTITO RICHIAMATO IL " DB-DATA-RICHIAMO
                   ": RINNOVO NON CONSENTITO"
                   MOVE RECORDPRENOTAZIONE TO LS-RECORD
                   EXIT PROGRAM
               END-IF
      *        I TIPI DI MATERIALE NON RINNOVABILI (ES. DVD) SI*******
      *        FERMANO QUI**********************************************
               MOVE ZERO TO VALUESTABLE
                   MOVE RECORDPRENOTAZIONE TO LS-RECORD
                   EXIT PROGRAM
               END-IF
      *        NEMMENO I PRESTITI USCITI AD ALTA RICHIESTA, NE' QUELLI*
      *        DI UN TITOLO CHE LO E' DIVENTATO NEL FRATTEMPO: LA******
      *        COPIA SERVE ALLA CODA************************************
               MOVE ZERO TO VALUESTABLE
               EXEC SQL
                   SELECT COUNT(*) INTO :VALUESTABLE
                   FROM PRENOTAZIONE P JOIN LIBRO L ON L.ISBN = P.ISBN
                   WHERE P.ISBN = TRIM(:ISBN)
                   AND P.USERNAME = TRIM(:USERNAME)
                   AND P.STATO = 'PRENOTATO'
                   AND (COALESCE(P.ALTA_RICHIESTA, 'N') = 'S'
                    OR L.ALTA_RICHIESTA = 'S')
               END-EXEC
               IF VALUESTABLE NOT = ZERO
                   DISPLAY "TITOLO AD ALTA RICHIESTA: RINNOVO NON "
                   "CONSENTITO"
                   MOVE RECORDPRENOTAZIONE TO LS-RECORD
                   EXIT PROGRAM
               END-IF
               IF NUMERO_RINNOVI >= WS-MAX-RINNOVI
                   DISPLAY "NUMERO MASSIMO DI RINNOVI RAGGIUNTO"
               ELSE
           MOVE RECORDPRENOTAZIONE TO LS-RECORD
           EXIT PROGRAM.

      ******************************************************************
      **************RICHIAMO DI UN PRESTITO IN CORSO********************
      ******************************************************************
      **LA NUOVA SCADENZA E' QUELLA CHIESTA DAL PERSONALE (DATA_******
      **RESTITUZIONE DEL TRACCIATO) O, SE VUOTA, OGGI PIU' IL*********
      **PREAVVISO; NON PRIMA DELLA DURATA MINIMA DEL PRESTITO E SOLO***
      **IN UN GIORNO DI APERTURA. IL MOTIVO ARRIVA NEL CAMPO STATO,****
      **CHE TORNA 'RICHIAMATO' SE IL RICHIAMO E' STATO REGISTRATO******
           RICHIAMAPRESTITO.
           MOVE LS-RECORD TO RECORDPRENOTAZIONE
           MOVE STATO TO DB-MOTIVO-RICHIAMO
           MOVE SPACE TO STATO
           IF DB-MOTIVO-RICHIAMO = SPACE
               MOVE 'CODA' TO DB-MOTIVO-RICHIAMO
           END-IF
           MOVE SPACE TO DATA_PRENOTAZIONE
           MOVE SPACE TO DB-SCADENZA-CORRENTE
           MOVE SPACE TO DB-DATA-RICHIAMO
           EXEC SQL
               SELECT DATA_PRENOTAZIONE,
               COALESCE(DATA_SCADENZA, TO_CHAR(
               TO_DATE(DATA_PRENOTAZIONE, 'DD-MM-YYYY')
               + :DB-GIORNI-PRESTITO, 'DD-MM-YYYY')),
               COALESCE(DATA_RICHIAMO, ' ')
               INTO :DATA_PRENOTAZIONE, :DB-SCADENZA-CORRENTE,
               :DB-DATA-RICHIAMO
               FROM PRENOTAZIONE
               WHERE ISBN = TRIM(:ISBN) AND USERNAME = TRIM(:USERNAME)
               AND STATO = 'PRENOTATO'
               AND DATA_CONTESTAZIONE IS NULL
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY "NESSUN PRESTITO IN CORSO (NON CONTESTATO) PER "
               "QUESTO LIBRO E UTENTE"
               MOVE RECORDPRENOTAZIONE TO LS-RECORD
               EXIT PROGRAM
           END-IF
           IF DB-DATA-RICHIAMO NOT = SPACE
               DISPLAY "PRESTITO GIA' RICHIAMATO IL " DB-DATA-RICHIAMO
               MOVE RECORDPRENOTAZIONE TO LS-RECORD
               EXIT PROGRAM
           END-IF
           MOVE SPACE TO DB-DATA-SCADENZA
           EXEC SQL
               SELECT TO_CHAR(GREATEST(
               COALESCE(TO_DATE(NULLIF(TRIM(:DATA_RESTITUZIONE), ''),
               'DD-MM-YYYY'),
               CURRENT_DATE + :DB-GIORNI-PREAVVISO-RICHIAMO),
               TO_DATE(TRIM(:DATA_PRENOTAZIONE), 'DD-MM-YYYY')
               + :DB-GIORNI-MINIMI-RICHIAMO,
               CURRENT_DATE), 'DD-MM-YYYY')
               INTO :DB-DATA-SCADENZA
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
      *    COME OGNI SCADENZA, ANCHE QUELLA DEL RICHIAMO SLITTA OLTRE**
      *    I GIORNI DI CHIUSURA DELLA SEDE DELLA COPIA******************
           MOVE ZERO TO DB-SEDE-CALENDARIO
           EXEC SQL
               SELECT COALESCE(CODICE_SEDE, 0)
               INTO :DB-SEDE-CALENDARIO
               FROM LIBRO WHERE ISBN = TRIM(:ISBN)
           END-EXEC
           MOVE ZERO TO WS-SLITTAMENTI
           PERFORM CONTROLLAGIORNOCHIUSO
           PERFORM UNTIL DB-CONTA-CHIUSO = ZERO
               OR WS-SLITTAMENTI > 30
               EXEC SQL
                   SELECT TO_CHAR(TO_DATE(TRIM(:DB-DATA-SCADENZA),
                   'DD-MM-YYYY') + 1, 'DD-MM-YYYY')
                   INTO :DB-DATA-SCADENZA
               END-EXEC
               ADD 1 TO WS-SLITTAMENTI
               PERFORM CONTROLLAGIORNOCHIUSO
           END-PERFORM
      *    UN RICHIAMO CHE NON ANTICIPA LA SCADENZA NON HA SENSO*******
           MOVE ZERO TO DB-RICHIAMO-TARDIVO
           EXEC SQL
               SELECT CASE WHEN
               TO_DATE(TRIM(:DB-DATA-SCADENZA), 'DD-MM-YYYY') >=
               TO_DATE(TRIM(:DB-SCADENZA-CORRENTE), 'DD-MM-YYYY')
               THEN 1 ELSE 0 END
               INTO :DB-RICHIAMO-TARDIVO
           END-EXEC
           IF DB-RICHIAMO-TARDIVO NOT = ZERO
               DISPLAY "IL PRESTITO SCADE GIA' IL " DB-SCADENZA-CORRENTE
               ", NON OLTRE IL " DB-DATA-SCADENZA
               ": RICHIAMO NON NECESSARIO"
               MOVE RECORDPRENOTAZIONE TO LS-RECORD
               EXIT PROGRAM
           END-IF
           EXEC SQL
               UPDATE PRENOTAZIONE SET
               SCADENZA_ORIGINARIA = TRIM(:DB-SCADENZA-CORRENTE),
               DATA_SCADENZA = TRIM(:DB-DATA-SCADENZA),
               DATA_RICHIAMO = TO_CHAR(CURRENT_DATE, 'DD-MM-YYYY'),
               MOTIVO_RICHIAMO = TRIM(:DB-MOTIVO-RICHIAMO),
               PROMEMORIA_INVIATO = 'N'
               WHERE ISBN = TRIM(:ISBN) AND USERNAME = TRIM(:USERNAME)
               AND STATO = 'PRENOTATO'
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           PERFORM NOTIFICARICHIAMO
           MOVE 'RICHIAMATO' TO STATO
           MOVE DB-DATA-SCADENZA TO DATA_RESTITUZIONE
           DISPLAY "PRESTITO RICHIAMATO (" DB-MOTIVO-RICHIAMO
               "): NUOVA SCADENZA " DB-DATA-SCADENZA
           MOVE RECORDPRENOTAZIONE TO LS-RECORD
           EXIT PROGRAM.

      *    AVVISO DI RICHIAMO AL PATRON CON LA NUOVA DATA**************
           NOTIFICARICHIAMO.
           MOVE SPACE TO DB-EMAIL-UTENTE
           EXEC SQL
               SELECT EMAIL INTO :DB-EMAIL-UTENTE FROM UTENTE
               WHERE USERNAME = TRIM(:USERNAME)
           END-EXEC
           PERFORM CARICATITOLOMODELLO
           MOVE SPACE TO WS-RICHIESTA-MODELLO
           MOVE 'RICHIAMO' TO WS-MOD-CODICE
           MOVE USERNAME TO WS-MOD-USERNAME
           MOVE DB-TITOLO-CEDOLINO TO WS-MOD-TITOLO
           MOVE DB-DATA-SCADENZA TO WS-MOD-DATA
           CALL 'MODELLO' USING 'f', WS-RICHIESTA-MODELLO
           MOVE SPACE TO DB-MESSAGGIO-NOTIFICA
           IF WS-MOD-ESITO = 'S'
               MOVE WS-MOD-MESSAGGIO TO DB-MESSAGGIO-NOTIFICA
           ELSE
               STRING
                   "IL LIBRO " DELIMITED BY SIZE
                   ISBN DELIMITED BY SPACE
                   " E' STATO RICHIAMATO: RIPORTALO ENTRO IL "
                   DELIMITED BY SIZE
                   DB-DATA-SCADENZA DELIMITED BY SIZE
                   ". IL PRESTITO NON E' PIU' RINNOVABILE"
                   DELIMITED BY SIZE
                   INTO DB-MESSAGGIO-NOTIFICA
               END-STRING
           END-IF
           PERFORM SCRIVINOTIFICA.

      ******************************************************************
      **************REPORT DEI RICHIAMI*********************************
      ******************************************************************
      **I RICHIAMI ANCORA FUORI E QUELLI EMESSI NEGLI ULTIMI**********
      **DB-GIORNI-STORICO-RICHIAMI GIORNI, CON LA NUOVA SCADENZA, LA***
      **DATA DI RIENTRO E I GIORNI DI RITARDO SULLA NUOVA DATA (A OGGI*
      **PER I PRESTITI ANCORA IN CORSO)*********************************
           REPORTRICHIAMI.
           MOVE SPACE TO WS-SCRITTURA-REPORT
           MOVE "RICHIAMI DI PRESTITI" TO RW-TITOLO
           MOVE LS-USERNAME TO RW-OPERATORE
           MOVE WS-RICHIAMI-HEADER TO RW-INTESTAZIONE
           CALL 'REPORTWRITER' USING 'i', WS-SCRITTURA-REPORT
           EXEC SQL
               DECLARE RICHIAMI_CURSOR CURSOR FOR
               SELECT ISBN, USERNAME, COALESCE(MOTIVO_RICHIAMO, ' '),
               DATA_RICHIAMO, COALESCE(DATA_SCADENZA, ' '), STATO,
               COALESCE(DATA_RESTITUZIONE, ' '),
               GREATEST(COALESCE(TO_DATE(NULLIF(TRIM(
               CASE WHEN STATO = 'PRENOTATO' THEN NULL
               ELSE DATA_RESTITUZIONE END), ''), 'DD-MM-YYYY'),
               CURRENT_DATE) -
               TO_DATE(DATA_SCADENZA, 'DD-MM-YYYY'), 0)
               FROM PRENOTAZIONE
               WHERE DATA_RICHIAMO IS NOT NULL
               AND (STATO = 'PRENOTATO'
                OR TO_DATE(DATA_RICHIAMO, 'DD-MM-YYYY') >=
                   CURRENT_DATE - :DB-GIORNI-STORICO-RICHIAMI)
               ORDER BY CASE WHEN STATO = 'PRENOTATO' THEN 0
               ELSE 1 END, TO_DATE(DATA_SCADENZA, 'DD-MM-YYYY')
           END-EXEC
           EXEC SQL
           OPEN RICHIAMI_CURSOR
           END-EXEC
           MOVE ZERO TO WS-CONTEGGIO-RICHIAMI
           MOVE ZERO TO WS-RICHIAMI-FUORI
           DISPLAY WS-RICHIAMI-LINE
           DISPLAY WS-RICHIAMI-HEADER
           DISPLAY WS-RICHIAMI-LINE
           EXEC SQL
               FETCH RICHIAMI_CURSOR INTO :ISBN, :USERNAME,
               :DB-MOTIVO-RICHIAMO, :DB-DATA-RICHIAMO,
               :DB-DATA-SCADENZA, :STATO, :DATA_RESTITUZIONE,
               :DB-GIORNI-ARRETRATO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CONTEGGIO-RICHIAMI
               MOVE ISBN TO WS-RICHIAMI-ISBN
               MOVE USERNAME TO WS-RICHIAMI-USERNAME
               MOVE DB-MOTIVO-RICHIAMO TO WS-RICHIAMI-MOTIVO
               MOVE DB-DATA-RICHIAMO TO WS-RICHIAMI-DATA
               MOVE DB-DATA-SCADENZA TO WS-RICHIAMI-SCADENZA
               MOVE SPACE TO WS-RICHIAMI-RIENTRATO
               EVALUATE STATO
                   WHEN 'PRENOTATO'
                       ADD 1 TO WS-RICHIAMI-FUORI
                       MOVE 'NO' TO WS-RICHIAMI-RIENTRATO
                   WHEN 'RESTITUITO'
                       STRING 'SI ' DELIMITED BY SIZE
                           DATA_RESTITUZIONE DELIMITED BY SIZE
                           INTO WS-RICHIAMI-RIENTRATO
                       END-STRING
                   WHEN OTHER
                       MOVE STATO TO WS-RICHIAMI-RIENTRATO
               END-EVALUATE
               MOVE DB-GIORNI-ARRETRATO TO WS-RICHIAMI-RITARDO
               DISPLAY WS-RICHIAMI-COLUMNS
               MOVE WS-RICHIAMI-COLUMNS TO RW-RIGA
               CALL 'REPORTWRITER' USING 'w', WS-SCRITTURA-REPORT
               EXEC SQL
                   FETCH RICHIAMI_CURSOR INTO :ISBN, :USERNAME,
                   :DB-MOTIVO-RICHIAMO, :DB-DATA-RICHIAMO,
                   :DB-DATA-SCADENZA, :STATO, :DATA_RESTITUZIONE,
                   :DB-GIORNI-ARRETRATO
               END-EXEC
           END-PERFORM
           EXEC SQL
           CLOSE RICHIAMI_CURSOR
           END-EXEC
           DISPLAY WS-RICHIAMI-LINE
           MOVE SPACE TO RW-TOTALE
           STRING "RICHIAMI: " DELIMITED BY SIZE
               WS-CONTEGGIO-RICHIAMI DELIMITED BY SIZE
               " - ANCORA FUORI: " DELIMITED BY SIZE
               WS-RICHIAMI-FUORI DELIMITED BY SIZE
               INTO RW-TOTALE
           END-STRING
           DISPLAY RW-TOTALE
           CALL 'REPORTWRITER' USING 'f', WS-SCRITTURA-REPORT
           EXIT PROGRAM.

      ******************************************************************
      **************RICALCOLO DEI TITOLI AD ALTA RICHIESTA**************
      ******************************************************************
      **BATCH GIORNALIERO: ACCENDE IL FLAG SUI TITOLI LA CUI CODA******
      **SUPERA WS-SOGLIA-ALTA-RICHIESTA VOLTE LE COPIE POSSEDUTE E LO**
      **SPEGNE DOVE E' SCESA SOTTO WS-SOGLIA-FINE-ALTA-RICH VOLTE;*****
      **OGNI PASSAGGIO FINISCE IN ALTA_RICHIESTA_EVENTO E LA LISTA*****
      **DEI CAMBI DI OGGI VA AL BANCO (CHIAMATO SENZA TRACCIATO)*******
           RICALCOLAALTARICHIESTA.
           MOVE WS-SOGLIA-ALTA-RICHIESTA TO DB-SOGLIA-ALTA-RICHIESTA
           MOVE WS-SOGLIA-FINE-ALTA-RICH TO DB-SOGLIA-FINE-ALTA-RICH
           MOVE ZERO TO WS-ENTRATI-ALTA-RICHIESTA
           MOVE ZERO TO WS-USCITI-ALTA-RICHIESTA
           EXEC SQL
               INSERT INTO ALTA_RICHIESTA_EVENTO
               (ISBN, EVENTO, LUNGHEZZA_CODA, COPIE)
               SELECT X.ISBN, 'ENTRATA', X.CODA, X.COPIE
               FROM (SELECT L.ISBN, L.ALTA_RICHIESTA,
                     GREATEST(COALESCE(L.TOTALE_COPIE, 0), 1) COPIE,
                     (SELECT COUNT(*) FROM PRENOTAZIONE P
                      WHERE P.ISBN = L.ISBN
                      AND P.STATO = 'IN_CODA') CODA
                     FROM LIBRO L) X
               WHERE X.ALTA_RICHIESTA = 'N'
               AND X.CODA > :DB-SOGLIA-ALTA-RICHIESTA * X.COPIE
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO WS-ENTRATI-ALTA-RICHIESTA
           END-IF
           EXEC SQL
               INSERT INTO ALTA_RICHIESTA_EVENTO
               (ISBN, EVENTO, LUNGHEZZA_CODA, COPIE)
               SELECT X.ISBN, 'USCITA', X.CODA, X.COPIE
               FROM (SELECT L.ISBN, L.ALTA_RICHIESTA,
                     GREATEST(COALESCE(L.TOTALE_COPIE, 0), 1) COPIE,
                     (SELECT COUNT(*) FROM PRENOTAZIONE P
                      WHERE P.ISBN = L.ISBN
                      AND P.STATO = 'IN_CODA') CODA
                     FROM LIBRO L) X
               WHERE X.ALTA_RICHIESTA = 'S'
               AND X.CODA < :DB-SOGLIA-FINE-ALTA-RICH * X.COPIE
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO WS-USCITI-ALTA-RICHIESTA
           END-IF
      *    IL FLAG SEGUE LE RIGHE APPENA SCRITTE: L'ULTIMO EVENTO******
      *    DEL TITOLO DECIDE LO STATO***********************************
           EXEC SQL
               UPDATE LIBRO L SET ALTA_RICHIESTA =
               CASE WHEN E.EVENTO = 'ENTRATA' THEN 'S' ELSE 'N' END
               FROM ALTA_RICHIESTA_EVENTO E
               WHERE E.ISBN = L.ISBN
               AND E.DATA_EVENTO = CURRENT_DATE
               AND E.ID = (SELECT MAX(E2.ID)
                   FROM ALTA_RICHIESTA_EVENTO E2
                   WHERE E2.ISBN = L.ISBN)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           PERFORM LISTAALTARICHIESTA
           EXIT PROGRAM.

      ******************************************************************
      **************LISTA DEL BANCO DEI CAMBI DI OGGI*******************
      ******************************************************************
           LISTAALTARICHIESTA.
           MOVE SPACE TO WS-SCRITTURA-REPORT
           MOVE "TITOLI AD ALTA RICHIESTA - CAMBI DI OGGI"
               TO RW-TITOLO
           MOVE "SISTEMA" TO RW-OPERATORE
           MOVE WS-ALTA-RICH-HEADER TO RW-INTESTAZIONE
           CALL 'REPORTWRITER' USING 'i', WS-SCRITTURA-REPORT
           EXEC SQL
               DECLARE ALTA_RICHIESTA_CURSOR CURSOR FOR
               SELECT E.EVENTO, E.ISBN, COALESCE(L.TITOLO, ' '),
               COALESCE(E.LUNGHEZZA_CODA, 0), COALESCE(E.COPIE, 0)
               FROM ALTA_RICHIESTA_EVENTO E
               LEFT JOIN LIBRO L ON L.ISBN = E.ISBN
               WHERE E.DATA_EVENTO = CURRENT_DATE
               ORDER BY E.EVENTO, E.ISBN
           END-EXEC
           EXEC SQL
           OPEN ALTA_RICHIESTA_CURSOR
           END-EXEC
           DISPLAY WS-ALTA-RICH-LINE
           DISPLAY WS-ALTA-RICH-HEADER
           DISPLAY WS-ALTA-RICH-LINE
           EXEC SQL
               FETCH ALTA_RICHIESTA_CURSOR INTO :DB-EVENTO-ALTA-RICH,
               :ISBN, :DB-TITOLO-CEDOLINO, :DB-CODA-TITOLO,
               :DB-COPIE-TITOLO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE DB-EVENTO-ALTA-RICH TO WS-ALTA-RICH-EVENTO
               MOVE ISBN TO WS-ALTA-RICH-ISBN
               MOVE DB-TITOLO-CEDOLINO TO WS-ALTA-RICH-TITOLO
               MOVE DB-CODA-TITOLO TO WS-ALTA-RICH-CODA
               MOVE DB-COPIE-TITOLO TO WS-ALTA-RICH-COPIE
               DISPLAY WS-ALTA-RICH-COLUMNS
               MOVE WS-ALTA-RICH-COLUMNS TO RW-RIGA
               CALL 'REPORTWRITER' USING 'w', WS-SCRITTURA-REPORT
               EXEC SQL
                   FETCH ALTA_RICHIESTA_CURSOR
                   INTO :DB-EVENTO-ALTA-RICH, :ISBN,
                   :DB-TITOLO-CEDOLINO, :DB-CODA-TITOLO,
                   :DB-COPIE-TITOLO
               END-EXEC
           END-PERFORM
           EXEC SQL
           CLOSE ALTA_RICHIESTA_CURSOR
           END-EXEC
           DISPLAY WS-ALTA-RICH-LINE
           MOVE SPACE TO RW-TOTALE
           STRING "ENTRATI: " DELIMITED BY SIZE
               WS-ENTRATI-ALTA-RICHIESTA DELIMITED BY SIZE
               " - USCITI: " DELIMITED BY SIZE
               WS-USCITI-ALTA-RICHIESTA DELIMITED BY SIZE
               INTO RW-TOTALE
           END-STRING
           DISPLAY RW-TOTALE
           CALL 'REPORTWRITER' USING 'f', WS-SCRITTURA-REPORT.

      ******************************************************************
      **************SCADE LE PRENOTAZIONI INATTIVE DA TROPPO TEMPO******
      ******************************************************************
                   INSERT INTO STORICO_PRENOTAZIONI
                   (ISBN, USERNAME, DATA_PRENOTAZIONE, DATA_SCADENZA,
                   DATA_RESTITUZIONE, DATA_EVASIONE,
                   PROMOSSO_DA_CODA, SEDE_OPERAZIONE, POSTAZIONE,
                   SEDE_RESTITUZIONE, POSTAZIONE_RESTITUZIONE, ESITO)
                   SELECT ISBN, USERNAME, DATA_PRENOTAZIONE,
                   DATA_SCADENZA, DATA_RESTITUZIONE, DATA_EVASIONE,
                   PROMOSSO_DA_CODA, SEDE_OPERAZIONE, POSTAZIONE,
                   SEDE_RESTITUZIONE, POSTAZIONE_RESTITUZIONE,
                   'SCADUTO'
                   FROM PRENOTAZIONE
                   WHERE ISBN = TRIM(:ISBN)
                   AND USERNAME = TRIM(:USERNAME)
                       COPIE_DISPONIBILI = COPIE_DISPONIBILI + 1
                       WHERE ISBN = TRIM(:ISBN)
                   END-EXEC
                   MOVE 'PRENOTAZIONE SCADUTA' TO WS-MOTIVO-RILASCIO
                   PERFORM RILASCIAESEMPLARE
                   PERFORM PROMUOVIPROSSIMOINCODA
               END-IF
                       INTO DB-MESSAGGIO-NOTIFICA
                   END-STRING
               END-IF
               PERFORM PREPARAORARIOCOPIA
               PERFORM AGGIUNGIORARIOAVVISO
               PERFORM SCRIVINOTIFICA
               EXEC SQL
                   UPDATE PRENOTAZIONE SET PROMEMORIA_INVIATO = 'S'
