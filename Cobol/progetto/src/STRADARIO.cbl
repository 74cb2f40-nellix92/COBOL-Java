       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRADARIO.
      ******************************************************************
      **************INDIRIZZO STRUTTURATO E BACINO D'UTENZA*************
      ******************************************************************
      **L'INDIRIZZO DEL PATRON E' SCOMPOSTO IN VIA, CIVICO, CAP,*******
      **COMUNE E FRAZIONE E CONTROLLATO CONTRO LO STRADARIO CARICATO***
      **DAL FILE DI TOPONOMASTICA DEL COMUNE (STRADARIOIN, UNA RIGA****
      **DENOMINAZIONE;CAP;FRAZIONE;COMUNE). IL TESTO LIBERO DI UTENTE.**
      **INDIRIZZO RESTA PER LE STAMPE: OGNI INSERIMENTO O MODIFICA LO***
      **RIANALIZZA, E CIO' CHE NON SI RICONOSCE FINISCE TRA GLI*********
      **INDIRIZZI DA VERIFICARE, DA SISTEMARE A MANO. LA CONVERSIONE***
      **DEGLI INDIRIZZI ESISTENTI SCRIVE LE ECCEZIONI SU***************
      **ECCEZIONIINDIRIZZI. IL BACINO D'UTENZA CONTA SOCI ATTIVI E*****
      **PRESTITI DEGLI ULTIMI 12 MESI PER CAP O FRAZIONE E PER SEDE****
      **DELLA TESSERA, CON I TASSI DI PENETRAZIONE SUGLI ABITANTI******
      **CARICATI OGNI ANNO DA POPOLAZIONEIN (ANNO;TIPO;CODICE;ABITANTI,*
      **TIPO CAP O FRAZIONE; IL CENTRO SENZA FRAZIONE E' CAPOLUOGO)****
       AUTHOR. ANOIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STRADARIO-FILE ASSIGN TO "STRADARIOIN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT POPOLAZIONE-FILE ASSIGN TO "POPOLAZIONEIN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ECCEZIONI-FILE ASSIGN TO "ECCEZIONIINDIRIZZI"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD STRADARIO-FILE.
           01 STRADARIO-RECORD PIC X(200).
           FD POPOLAZIONE-FILE.
           01 POPOLAZIONE-RECORD PIC X(100).
           FD ECCEZIONI-FILE.
           01 ECCEZIONI-RECORD PIC X(200).

           WORKING-STORAGE SECTION.
           01 WS-FINE-FILE PIC X(1) VALUE 'N'.
           01 WS-CONTEGGIO-RIGHE PIC 9(7) VALUE ZERO.
           01 WS-CONTEGGIO-VERIFICATI PIC 9(7) VALUE ZERO.
           01 WS-CONTEGGIO-ECCEZIONI PIC 9(7) VALUE ZERO.
           01 WS-TOTALE-SOCI PIC 9(7) VALUE ZERO.
           01 WS-TOTALE-PRESTITI PIC 9(9) VALUE ZERO.
           01 WS-SEDE-EDIT PIC ZZZZ9.
           01 WS-NUMERO-EDIT PIC Z(6)9.
      *    UNA RIGA DELLO STRADARIO E UNA DELLA POPOLAZIONE**********
           01 WS-ST-DENOMINAZIONE PIC X(100) VALUE SPACE.
           01 WS-ST-CAP PIC X(5) VALUE SPACE.
           01 WS-ST-FRAZIONE PIC X(50) VALUE SPACE.
           01 WS-ST-COMUNE PIC X(50) VALUE SPACE.
           01 WS-PO-ANNO PIC X(4) VALUE SPACE.
           01 WS-PO-TIPO PIC X(8) VALUE SPACE.
           01 WS-PO-CODICE PIC X(50) VALUE SPACE.
           01 WS-PO-ABITANTI PIC X(9) VALUE SPACE.
           01 WS-PO-ABITANTI-NUM PIC 9(9) VALUE ZERO.
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

           01 WS-LINE PIC X(90) VALUE ALL '-'.
           01 WS-HEADER-BACINO.
               05 FILLER PIC X(21) VALUE 'AREA'.
               05 FILLER PIC X(7) VALUE 'SEDE'.
               05 FILLER PIC X(12) VALUE 'SOCI ATTIVI'.
               05 FILLER PIC X(14) VALUE 'PRESTITI 12M'.
               05 FILLER PIC X(10) VALUE 'ABITANTI'.
               05 FILLER PIC X(9) VALUE 'SOCI %'.
               05 FILLER PIC X(9) VALUE 'PREST/AB'.
           01 WS-COLUMNS-BACINO.
               05 WS-COLUMN-AREA PIC X(20).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-COLUMN-SEDE PIC X(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-COLUMN-SOCI PIC Z(6)9.
               05 FILLER PIC X(5) VALUE SPACE.
               05 WS-COLUMN-PRESTITI PIC Z(8)9.
               05 FILLER PIC X(4) VALUE SPACE.
               05 WS-COLUMN-ABITANTI PIC Z(8)9 BLANK WHEN ZERO.
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-COLUMN-PENETRAZIONE PIC ZZ9.99 BLANK WHEN ZERO.
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-COLUMN-PRESTITI-AB PIC ZZZZ9.99 BLANK WHEN ZERO.

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

           01 RECORDINDIRIZZO.
               05 USERNAME            PIC X(50).
               05 VIA                 PIC X(100).
               05 CIVICO              PIC X(10).
               05 CAP                 PIC X(5).
               05 FRAZIONE            PIC X(50).
               05 COMUNE              PIC X(50).
           01 DB-TESTO              PIC X(100) VALUE SPACE.
           01 DB-CAP-TESTO          PIC X(5) VALUE SPACE.
           01 DB-STATO              PIC X(14) VALUE SPACE.
           01 DB-MOTIVO             PIC X(40) VALUE SPACE.
           01 DB-CONTEGGIO          PIC 9(7) VALUE ZERO.
           01 DB-ANNO               PIC 9(4) VALUE ZERO.
           01 DB-TIPO               PIC X(8) VALUE SPACE.
           01 DB-CODICE             PIC X(50) VALUE SPACE.
           01 DB-ABITANTI           PIC 9(9) VALUE ZERO.
           01 DB-LIVELLO            PIC X(1) VALUE SPACE.
           01 DB-AREA               PIC X(50) VALUE SPACE.
           01 DB-SEDE               PIC 9(5) VALUE ZERO.
           01 DB-SOCI               PIC 9(7) VALUE ZERO.
           01 DB-PRESTITI           PIC 9(9) VALUE ZERO.
           01 DB-TOTALE-AREA        PIC X(1) VALUE SPACE.
           01 DB-PENETRAZIONE       PIC 9(3)V99 VALUE ZERO.
           01 DB-PRESTITI-AB        PIC 9(5)V99 VALUE ZERO.
           01 DB-CODICE-SQL-ORIGINALE PIC S9(9) VALUE ZERO.
           01 DB-ERR-MESSAGGIO PIC X(200) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.
      *****************************************************************
      ********************INCLUDO SQLCA********************************
      *****************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.

           LINKAGE SECTION.
           01 LS-TYPE PIC X(1).
      **'a' RIANALIZZA L'INDIRIZZO DI UN UTENTE DOPO INSERIMENTO O*****
      **MODIFICA; 's' IMPOSTA A MANO L'INDIRIZZO STRUTTURATO; 't'******
      **CARICA LO STRADARIO; 'p' CARICA LA POPOLAZIONE PER AREA; 'k'***
      **CONVERSIONE DEGLI INDIRIZZI ESISTENTI; 'e' INDIRIZZI DA********
      **VERIFICARE; 'r' BACINO D'UTENZA (LIVELLO C = CAP, F = FRAZIONE,*
      **ANNO DELLA POPOLAZIONE, ZERO = ULTIMO CARICATO)****************
           01 LS-RECORD.
               05 LS-USERNAME          PIC X(50).
               05 LS-VIA               PIC X(100).
               05 LS-CIVICO            PIC X(10).
               05 LS-CAP               PIC X(5).
               05 LS-FRAZIONE          PIC X(50).
               05 LS-COMUNE            PIC X(50).
               05 LS-LIVELLO           PIC X(1).
               05 LS-ANNO              PIC 9(4).
               05 LS-MOTIVO            PIC X(40).
               05 LS-OPERATORE         PIC X(50).
               05 LS-ESITO             PIC X(1).

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
               EVALUATE LS-TYPE
                   WHEN 'a'
                       PERFORM RIANALIZZAUTENTE
                   WHEN 's'
                       PERFORM IMPOSTAINDIRIZZO
                   WHEN 't'
                       PERFORM CARICASTRADARIO
                   WHEN 'p'
                       PERFORM CARICAPOPOLAZIONE
                   WHEN 'k'
                       PERFORM CONVERSIONEINDIRIZZI
                   WHEN 'e'
                       PERFORM ELENCOECCEZIONI
                   WHEN 'r'
                       PERFORM BACINOUTENZA
               END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      **************RIANALISI DOPO INSERIMENTO O MODIFICA***************
      ******************************************************************
      **NON FA COMMIT: L'AGGIORNAMENTO VIAGGIA CON QUELLO DEL**********
      **CHIAMANTE. UN INDIRIZZO GIA' SISTEMATO A MANO E RIDIGITATO*****
      **UGUALE NON TORNA TRA QUELLI DA VERIFICARE***********************
           RIANALIZZAUTENTE.
           MOVE 'N' TO LS-ESITO
           MOVE SPACE TO LS-MOTIVO
           MOVE LS-USERNAME TO USERNAME
           EXEC SQL
               SELECT COUNT(*) INTO :DB-CONTEGGIO
               FROM UTENTE
               WHERE USERNAME = TRIM(:USERNAME)
               AND INDIRIZZO_STATO IN ('VERIFICATO', 'FUORI COMUNE')
               AND UPPER(TRIM(INDIRIZZO)) = UPPER(TRIM(VIA) || ' ' ||
                   TRIM(CIVICO) || ', ' || CAP || ' ' || TRIM(COMUNE)
                   || COALESCE(' (' || FRAZIONE || ')', ''))
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF DB-CONTEGGIO NOT = ZERO
               MOVE 'S' TO LS-ESITO
               EXIT PARAGRAPH
           END-IF
           PERFORM ANALIZZAINDIRIZZO
           IF DB-STATO = 'VERIFICATO'
               MOVE 'S' TO LS-ESITO
           END-IF
           IF DB-STATO = 'DA VERIFICARE'
               MOVE DB-MOTIVO TO LS-MOTIVO
               DISPLAY "INDIRIZZO NON RICONOSCIUTO NELLO STRADARIO: "
                   DB-MOTIVO
               DISPLAY "RESTA TRA GLI INDIRIZZI DA VERIFICARE"
           END-IF.

      ******************************************************************
      **************ANALISI DEL TESTO LIBERO DELL'INDIRIZZO*************
      ******************************************************************
      **CERCA LA DENOMINAZIONE PIU' LUNGA DELLO STRADARIO CON CUI******
      **COMINCIA IL TESTO (A PARITA', QUELLA IL CUI CAP COMPARE NEL*****
      **TESTO), POI IL CIVICO SUBITO DOPO LA VIA E UN EVENTUALE CAP****
      **DI CINQUE CIFRE, CHE DEVE COINCIDERE CON QUELLO DELLA VIA.******
      **ESITO IN DB-STATO (VERIFICATO / DA VERIFICARE / SPAZI SE NON***
      **C'E' INDIRIZZO) E DB-MOTIVO************************************
           ANALIZZAINDIRIZZO.
           MOVE SPACE TO DB-STATO
           MOVE SPACE TO DB-MOTIVO
           MOVE SPACE TO DB-TESTO
           MOVE SPACE TO DB-CAP-TESTO
           EXEC SQL
               SELECT T.TESTO,
               COALESCE(S.DENOMINAZIONE, ' '), COALESCE(S.CAP, ' '),
               COALESCE(S.FRAZIONE, ' '), COALESCE(S.COMUNE, ' '),
               COALESCE(SUBSTRING(SUBSTRING(T.TESTO
                   FROM LENGTH(S.DENOMINAZIONE) + 1)
                   FROM '^[ ,N.]*([0-9]+[A-Z]*(/[0-9A-Z]+)*)'), ' '),
               COALESCE(SUBSTRING(SUBSTRING(' ' || T.TESTO || ' '
                   FROM '[^0-9][0-9]{5}[^0-9]') FROM 2 FOR 5), ' ')
               INTO :DB-TESTO, :VIA, :CAP, :FRAZIONE, :COMUNE,
               :CIVICO, :DB-CAP-TESTO
               FROM (SELECT UPPER(TRIM(COALESCE(INDIRIZZO, '')))
                     AS TESTO FROM UTENTE
                     WHERE USERNAME = TRIM(:USERNAME)) T
               LEFT JOIN LATERAL (SELECT D.DENOMINAZIONE, D.CAP,
                   D.FRAZIONE, D.COMUNE FROM STRADARIO D
                   WHERE T.TESTO = D.DENOMINAZIONE
                   OR T.TESTO LIKE D.DENOMINAZIONE || ' %'
                   OR T.TESTO LIKE D.DENOMINAZIONE || ',%'
                   ORDER BY POSITION(D.CAP IN T.TESTO) > 0 DESC,
                   LENGTH(D.DENOMINAZIONE) DESC
                   LIMIT 1) S ON TRUE
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLCODE = 100
               DISPLAY "UTENTE INESISTENTE"
               EXIT PARAGRAPH
           END-IF
           IF DB-TESTO = SPACE
               EXEC SQL
                   UPDATE UTENTE SET VIA = NULL, CIVICO = NULL,
                   CAP = NULL, COMUNE = NULL, FRAZIONE = NULL,
                   INDIRIZZO_STATO = NULL, INDIRIZZO_MOTIVO = NULL
                   WHERE USERNAME = TRIM(:USERNAME)
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME END-IF
               EXIT PARAGRAPH
           END-IF
      *    UN CAP SUBITO DOPO LA VIA NON E' UN CIVICO*****************
           IF CIVICO(1:5) = DB-CAP-TESTO AND CIVICO(6:5) = SPACE
               MOVE SPACE TO CIVICO
           END-IF
           EVALUATE TRUE
               WHEN VIA = SPACE
                   MOVE 'VIA NON PRESENTE NELLO STRADARIO'
                       TO DB-MOTIVO
               WHEN CIVICO = SPACE
                   MOVE 'NUMERO CIVICO MANCANTE' TO DB-MOTIVO
               WHEN DB-CAP-TESTO NOT = SPACE AND DB-CAP-TESTO NOT = CAP
                   MOVE 'CAP NON COERENTE CON LA VIA' TO DB-MOTIVO
           END-EVALUATE
           IF DB-MOTIVO = SPACE
               MOVE 'VERIFICATO' TO DB-STATO
               EXEC SQL
                   UPDATE UTENTE SET VIA = TRIM(:VIA),
                   CIVICO = TRIM(:CIVICO), CAP = :CAP,
                   COMUNE = TRIM(:COMUNE),
                   FRAZIONE = NULLIF(TRIM(:FRAZIONE), ''),
                   INDIRIZZO_STATO = 'VERIFICATO',
                   INDIRIZZO_MOTIVO = NULL
                   WHERE USERNAME = TRIM(:USERNAME)
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME END-IF
           ELSE
               MOVE 'DA VERIFICARE' TO DB-STATO
               EXEC SQL
                   UPDATE UTENTE SET VIA = NULL, CIVICO = NULL,
                   CAP = NULL, COMUNE = NULL, FRAZIONE = NULL,
                   INDIRIZZO_STATO = 'DA VERIFICARE',
                   INDIRIZZO_MOTIVO = TRIM(:DB-MOTIVO)
                   WHERE USERNAME = TRIM(:USERNAME)
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME END-IF
           END-IF.

      ******************************************************************
      **************CORREZIONE MANUALE DELL'INDIRIZZO*******************
      ******************************************************************
      **NEI COMUNI COPERTI DALLO STRADARIO (COMUNE VUOTO = QUELLO******
      **DELLO STRADARIO) LA VIA DEVE ESSERCI E CAP E FRAZIONE**********
      **VENGONO DA LI'; FUORI COMUNE SI CONTROLLA SOLO CHE IL CAP******
      **SIA DI CINQUE CIFRE. IL TESTO DI UTENTE.INDIRIZZO VIENE********
      **RICOMPOSTO DAI CAMPI STRUTTURATI (CIVICO SNC SE NON C'E')******
           IMPOSTAINDIRIZZO.
           MOVE 'N' TO LS-ESITO
           MOVE LS-USERNAME TO USERNAME
           MOVE LS-VIA TO VIA
           MOVE LS-CIVICO TO CIVICO
           MOVE LS-CAP TO CAP
           MOVE LS-FRAZIONE TO FRAZIONE
           MOVE LS-COMUNE TO COMUNE
           INSPECT VIA CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT CIVICO CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT FRAZIONE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT COMUNE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF VIA = SPACE OR CIVICO = SPACE
               DISPLAY "VIA E NUMERO CIVICO OBBLIGATORI (SNC SE "
                   "SENZA NUMERO)"
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :DB-CONTEGGIO
               FROM UTENTE WHERE USERNAME = TRIM(:USERNAME)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF DB-CONTEGGIO = ZERO
               DISPLAY "UTENTE INESISTENTE"
               EXIT PARAGRAPH
           END-IF
           IF COMUNE = SPACE
               EXEC SQL
                   SELECT COALESCE(MIN(COMUNE), ' ') INTO :COMUNE
                   FROM STRADARIO
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME END-IF
           END-IF
           IF COMUNE = SPACE
               DISPLAY "STRADARIO NON CARICATO: INDICARE IL COMUNE"
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :DB-CONTEGGIO
               FROM STRADARIO WHERE COMUNE = TRIM(:COMUNE)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF DB-CONTEGGIO NOT = ZERO
               MOVE CAP TO DB-CAP-TESTO
               EXEC SQL
                   SELECT CAP, COALESCE(FRAZIONE, ' ')
                   INTO :CAP, :FRAZIONE
                   FROM STRADARIO
                   WHERE DENOMINAZIONE = TRIM(:VIA)
                   AND COMUNE = TRIM(:COMUNE)
                   ORDER BY CAP = :DB-CAP-TESTO DESC
                   LIMIT 1
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM ERROR-RUNTIME
               END-IF
               IF SQLCODE = 100
                   DISPLAY "VIA NON PRESENTE NELLO STRADARIO DI "
                       COMUNE
                   EXIT PARAGRAPH
               END-IF
               IF DB-CAP-TESTO NOT = SPACE AND DB-CAP-TESTO NOT = CAP
                   DISPLAY "CAP NON COERENTE: LA VIA HA CAP " CAP
                   EXIT PARAGRAPH
               END-IF
               MOVE 'VERIFICATO' TO DB-STATO
           ELSE
               IF CAP IS NOT NUMERIC
                   DISPLAY "CAP NON VALIDO: SERVONO CINQUE CIFRE"
                   EXIT PARAGRAPH
               END-IF
               MOVE 'FUORI COMUNE' TO DB-STATO
           END-IF
           EXEC SQL
               UPDATE UTENTE SET VIA = TRIM(:VIA),
               CIVICO = TRIM(:CIVICO), CAP = :CAP,
               COMUNE = TRIM(:COMUNE),
               FRAZIONE = NULLIF(TRIM(:FRAZIONE), ''),
               INDIRIZZO_STATO = TRIM(:DB-STATO),
               INDIRIZZO_MOTIVO = NULL,
               INDIRIZZO = LEFT(TRIM(:VIA) || ' ' || TRIM(:CIVICO)
                   || ', ' || :CAP || ' ' || TRIM(:COMUNE)
                   || COALESCE(' (' || NULLIF(TRIM(:FRAZIONE), '')
                   || ')', ''), 100)
               WHERE USERNAME = TRIM(:USERNAME)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           CALL 'DBUTIL' USING BY CONTENT 'k'
           DISPLAY "INDIRIZZO AGGIORNATO: " DB-STATO
           MOVE 'S' TO LS-ESITO.

      ******************************************************************
      **************CARICAMENTO DELLO STRADARIO*************************
      ******************************************************************
      **LE VIE GIA' PRESENTI AGGIORNANO LA FRAZIONE; QUELLE SPARITE****
      **DAL FILE RESTANO, PERCHE' POSSONO ESSERE ANCORA NEGLI*********
      **INDIRIZZI DEI PATRON*******************************************
           CARICASTRADARIO.
           MOVE 'N' TO LS-ESITO
           MOVE 'N' TO WS-FINE-FILE
           MOVE ZERO TO WS-CONTEGGIO-RIGHE
           MOVE SPACE TO WS-INGRESSO
           MOVE 'STRADARIOIN' TO WS-ING-FILE
           MOVE 'TOPONOMASTICA' TO WS-ING-CONTESTO
           MOVE LS-OPERATORE TO WS-ING-OPERATORE
           CALL 'INGRESSO' USING 'c', WS-INGRESSO
           IF WS-ING-ESITO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-ING-SALTATI
           MOVE ZERO TO WS-ING-SCARTATI
           OPEN INPUT STRADARIO-FILE
           READ STRADARIO-FILE
               AT END MOVE 'S' TO WS-FINE-FILE
           END-READ
           PERFORM UNTIL WS-FINE-FILE = 'S'
               PERFORM CARICARIGASTRADARIO
               READ STRADARIO-FILE
                   AT END MOVE 'S' TO WS-FINE-FILE
               END-READ
           END-PERFORM
           CLOSE STRADARIO-FILE
           CALL 'DBUTIL' USING BY CONTENT 'k'
           DISPLAY "VIE CARICATE O AGGIORNATE: " WS-CONTEGGIO-RIGHE
           DISPLAY "RIGHE SCARTATE: " WS-ING-SCARTATI
           MOVE WS-CONTEGGIO-RIGHE TO WS-ING-APPLICATI
           CALL 'INGRESSO' USING 'e', WS-INGRESSO
           MOVE 'S' TO LS-ESITO.

           CARICARIGASTRADARIO.
           MOVE SPACE TO WS-ST-DENOMINAZIONE
           MOVE SPACE TO WS-ST-CAP
           MOVE SPACE TO WS-ST-FRAZIONE
           MOVE SPACE TO WS-ST-COMUNE
           UNSTRING STRADARIO-RECORD DELIMITED BY ';'
               INTO WS-ST-DENOMINAZIONE, WS-ST-CAP, WS-ST-FRAZIONE,
               WS-ST-COMUNE
           END-UNSTRING
           IF WS-ST-DENOMINAZIONE = SPACE
               EXIT PARAGRAPH
           END-IF
           IF WS-ST-CAP IS NOT NUMERIC OR WS-ST-COMUNE = SPACE
               DISPLAY "RIGA SCARTATA: " WS-ST-DENOMINAZIONE(1:40)
               ADD 1 TO WS-ING-SCARTATI
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-ST-DENOMINAZIONE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-ST-FRAZIONE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-ST-COMUNE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE WS-ST-DENOMINAZIONE TO VIA
           MOVE WS-ST-CAP TO CAP
           MOVE WS-ST-FRAZIONE TO FRAZIONE
           MOVE WS-ST-COMUNE TO COMUNE
           EXEC SQL
               SELECT COUNT(*) INTO :DB-CONTEGGIO
               FROM STRADARIO
               WHERE DENOMINAZIONE = TRIM(:VIA) AND CAP = :CAP
               AND COMUNE = TRIM(:COMUNE)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF DB-CONTEGGIO = ZERO
               EXEC SQL
                   INSERT INTO STRADARIO (DENOMINAZIONE, CAP,
                   FRAZIONE, COMUNE)
                   VALUES (TRIM(:VIA), :CAP,
                   NULLIF(TRIM(:FRAZIONE), ''), TRIM(:COMUNE))
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME END-IF
           ELSE
               EXEC SQL
                   UPDATE STRADARIO
                   SET FRAZIONE = NULLIF(TRIM(:FRAZIONE), ''),
                   CARICATO_IL = CURRENT_DATE
                   WHERE DENOMINAZIONE = TRIM(:VIA) AND CAP = :CAP
                   AND COMUNE = TRIM(:COMUNE)
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME END-IF
           END-IF
           ADD 1 TO WS-CONTEGGIO-RIGHE.

      ******************************************************************
      **************CARICAMENTO DELLA POPOLAZIONE PER AREA**************
      ******************************************************************
      **UN CARICAMENTO L'ANNO DAI DATI DEMOGRAFICI DEL COMUNE: UN******
      **ANNO GIA' CARICATO VIENE SOVRASCRITTO AREA PER AREA************
           CARICAPOPOLAZIONE.
           MOVE 'N' TO LS-ESITO
           MOVE 'N' TO WS-FINE-FILE
           MOVE ZERO TO WS-CONTEGGIO-RIGHE
           MOVE SPACE TO WS-INGRESSO
           MOVE 'POPOLAZIONEIN' TO WS-ING-FILE
           MOVE 'POPOLAZIONE' TO WS-ING-CONTESTO
           MOVE LS-OPERATORE TO WS-ING-OPERATORE
           CALL 'INGRESSO' USING 'c', WS-INGRESSO
           IF WS-ING-ESITO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-ING-SALTATI
           MOVE ZERO TO WS-ING-SCARTATI
           OPEN INPUT POPOLAZIONE-FILE
           READ POPOLAZIONE-FILE
               AT END MOVE 'S' TO WS-FINE-FILE
           END-READ
           PERFORM UNTIL WS-FINE-FILE = 'S'
               PERFORM CARICARIGAPOPOLAZIONE
               READ POPOLAZIONE-FILE
                   AT END MOVE 'S' TO WS-FINE-FILE
               END-READ
           END-PERFORM
           CLOSE POPOLAZIONE-FILE
           CALL 'DBUTIL' USING BY CONTENT 'k'
           DISPLAY "AREE CARICATE: " WS-CONTEGGIO-RIGHE
           DISPLAY "RIGHE SCARTATE: " WS-ING-SCARTATI
           MOVE WS-CONTEGGIO-RIGHE TO WS-ING-APPLICATI
           CALL 'INGRESSO' USING 'e', WS-INGRESSO
           MOVE 'S' TO LS-ESITO.

           CARICARIGAPOPOLAZIONE.
           MOVE SPACE TO WS-PO-ANNO
           MOVE SPACE TO WS-PO-TIPO
           MOVE SPACE TO WS-PO-CODICE
           MOVE SPACE TO WS-PO-ABITANTI
           UNSTRING POPOLAZIONE-RECORD DELIMITED BY ';'
               INTO WS-PO-ANNO, WS-PO-TIPO, WS-PO-CODICE,
               WS-PO-ABITANTI
           END-UNSTRING
           IF WS-PO-ANNO = SPACE
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-PO-TIPO CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-PO-CODICE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE ZERO TO WS-PO-ABITANTI-NUM
           IF WS-PO-ABITANTI NOT = SPACE
               UNSTRING WS-PO-ABITANTI DELIMITED BY SPACE
                   INTO WS-PO-ABITANTI-NUM
               END-UNSTRING
           END-IF
           IF WS-PO-ANNO IS NOT NUMERIC OR WS-PO-CODICE = SPACE
               OR (WS-PO-TIPO NOT = 'CAP' AND
                   WS-PO-TIPO NOT = 'FRAZIONE')
               OR WS-PO-ABITANTI-NUM = ZERO
               DISPLAY "RIGA SCARTATA: " POPOLAZIONE-RECORD(1:60)
               ADD 1 TO WS-ING-SCARTATI
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PO-ANNO TO DB-ANNO
           MOVE WS-PO-TIPO TO DB-TIPO
           MOVE WS-PO-CODICE TO DB-CODICE
           MOVE WS-PO-ABITANTI-NUM TO DB-ABITANTI
           EXEC SQL
               SELECT COUNT(*) INTO :DB-CONTEGGIO
               FROM POPOLAZIONE_AREA
               WHERE ANNO = :DB-ANNO AND TIPO = TRIM(:DB-TIPO)
               AND CODICE = TRIM(:DB-CODICE)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF DB-CONTEGGIO = ZERO
               EXEC SQL
                   INSERT INTO POPOLAZIONE_AREA (ANNO, TIPO, CODICE,
                   ABITANTI)
                   VALUES (:DB-ANNO, TRIM(:DB-TIPO), TRIM(:DB-CODICE),
                   :DB-ABITANTI)
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME END-IF
           ELSE
               EXEC SQL
                   UPDATE POPOLAZIONE_AREA SET ABITANTI = :DB-ABITANTI
                   WHERE ANNO = :DB-ANNO AND TIPO = TRIM(:DB-TIPO)
                   AND CODICE = TRIM(:DB-CODICE)
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME END-IF
           END-IF
           ADD 1 TO WS-CONTEGGIO-RIGHE.

      ******************************************************************
      **************CONVERSIONE DEGLI INDIRIZZI ESISTENTI***************
      ******************************************************************
      **PASSA GLI UTENTI CON UN INDIRIZZO MAI CONVERTITO O ANCORA DA***
      **VERIFICARE (UN NUOVO STRADARIO PUO' RISOLVERLI); QUELLI NON****
      **RICONOSCIUTI VANNO SU ECCEZIONIINDIRIZZI CON IL MOTIVO, PER****
      **LA CORREZIONE A MANO. IL COMMIT ARRIVA A CURSORE CHIUSO*********
           CONVERSIONEINDIRIZZI.
           MOVE 'N' TO LS-ESITO
           MOVE ZERO TO WS-CONTEGGIO-RIGHE
           MOVE ZERO TO WS-CONTEGGIO-VERIFICATI
           MOVE ZERO TO WS-CONTEGGIO-ECCEZIONI
           EXEC SQL
               DECLARE CONVERSIONE_CURSOR CURSOR FOR
               SELECT USERNAME FROM UTENTE
               WHERE COALESCE(TRIM(INDIRIZZO), '') <> ''
               AND (INDIRIZZO_STATO IS NULL
                    OR INDIRIZZO_STATO = 'DA VERIFICARE')
               ORDER BY USERNAME
           END-EXEC
           EXEC SQL
               OPEN CONVERSIONE_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           OPEN OUTPUT ECCEZIONI-FILE
           MOVE "USERNAME;MOTIVO;INDIRIZZO" TO ECCEZIONI-RECORD
           WRITE ECCEZIONI-RECORD
           EXEC SQL
               FETCH CONVERSIONE_CURSOR INTO :DB-CODICE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CONTEGGIO-RIGHE
               MOVE DB-CODICE TO USERNAME
               PERFORM ANALIZZAINDIRIZZO
               IF DB-STATO = 'VERIFICATO'
                   ADD 1 TO WS-CONTEGGIO-VERIFICATI
               END-IF
               IF DB-STATO = 'DA VERIFICARE'
                   ADD 1 TO WS-CONTEGGIO-ECCEZIONI
                   MOVE SPACE TO ECCEZIONI-RECORD
                   STRING USERNAME DELIMITED BY SPACE
                       ";" DELIMITED BY SIZE
                       DB-MOTIVO DELIMITED BY "  "
                       ";" DELIMITED BY SIZE
                       DB-TESTO DELIMITED BY "  "
                       INTO ECCEZIONI-RECORD
                   END-STRING
                   WRITE ECCEZIONI-RECORD
               END-IF
               EXEC SQL
                   FETCH CONVERSIONE_CURSOR INTO :DB-CODICE
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE CONVERSIONE_CURSOR
           END-EXEC
           CLOSE ECCEZIONI-FILE
           CALL 'DBUTIL' USING BY CONTENT 'k'
           DISPLAY "INDIRIZZI ESAMINATI: " WS-CONTEGGIO-RIGHE
           DISPLAY "CONVERTITI CON LO STRADARIO: "
               WS-CONTEGGIO-VERIFICATI
           DISPLAY "ECCEZIONI SU ECCEZIONIINDIRIZZI: "
               WS-CONTEGGIO-ECCEZIONI
           MOVE 'S' TO LS-ESITO.

      ******************************************************************
      **************INDIRIZZI DA VERIFICARE*****************************
      ******************************************************************
           ELENCOECCEZIONI.
           EXEC SQL
               DECLARE ECCEZIONI_CURSOR CURSOR FOR
               SELECT USERNAME, COALESCE(INDIRIZZO_MOTIVO, ' '),
               COALESCE(INDIRIZZO, ' ')
               FROM UTENTE
               WHERE INDIRIZZO_STATO = 'DA VERIFICARE'
               ORDER BY INDIRIZZO_MOTIVO, USERNAME
           END-EXEC
           EXEC SQL
               OPEN ECCEZIONI_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE ZERO TO WS-CONTEGGIO-ECCEZIONI
           DISPLAY "INDIRIZZI DA VERIFICARE (USERNAME / MOTIVO / "
               "INDIRIZZO):"
           EXEC SQL
               FETCH ECCEZIONI_CURSOR INTO :USERNAME, :DB-MOTIVO,
               :DB-TESTO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CONTEGGIO-ECCEZIONI
               DISPLAY "  " USERNAME(1:20) " / " DB-MOTIVO(1:32)
                   " / " DB-TESTO(1:60)
               EXEC SQL
                   FETCH ECCEZIONI_CURSOR INTO :USERNAME, :DB-MOTIVO,
                   :DB-TESTO
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE ECCEZIONI_CURSOR
           END-EXEC
           EXEC SQL
               SELECT COUNT(*) INTO :DB-CONTEGGIO
               FROM UTENTE
               WHERE COALESCE(TRIM(INDIRIZZO), '') <> ''
               AND INDIRIZZO_STATO IS NULL
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           DISPLAY "TOTALE DA VERIFICARE: " WS-CONTEGGIO-ECCEZIONI
           DISPLAY "INDIRIZZI MAI CONVERTITI: " DB-CONTEGGIO.

      ******************************************************************
      **************BACINO D'UTENZA PER CAP O FRAZIONE******************
      ******************************************************************
      **PER OGNI AREA E SEDE DELLA TESSERA: SOCI ATTIVI (PATRON CON****
      **TESSERA VALIDA) E PRESTITI DEGLI ULTIMI 12 MESI DEI PATRON*****
      **DELL'AREA; SULLA RIGA DI TOTALE DELL'AREA GLI ABITANTI DELLA***
      **POPOLAZIONE CARICATA E I TASSI: SOCI OGNI 100 ABITANTI E*******
      **PRESTITI PER ABITANTE. GLI INDIRIZZI NON STRUTTURATI FINISCONO*
      **IN N/D, QUELLI FUORI COMUNE (PER FRAZIONE) IN FUORI COMUNE*****
           BACINOUTENZA.
           MOVE 'N' TO LS-ESITO
           MOVE 'C' TO DB-LIVELLO
           MOVE 'CAP' TO DB-TIPO
           IF LS-LIVELLO = 'F' OR LS-LIVELLO = 'f'
               MOVE 'F' TO DB-LIVELLO
               MOVE 'FRAZIONE' TO DB-TIPO
           END-IF
           MOVE LS-ANNO TO DB-ANNO
           EXEC SQL
               SELECT COALESCE(MAX(ANNO), 0) INTO :DB-ANNO
               FROM POPOLAZIONE_AREA
               WHERE TIPO = TRIM(:DB-TIPO)
               AND (:DB-ANNO = 0 OR ANNO <= :DB-ANNO)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE SPACE TO WS-SCRITTURA-REPORT
           STRING "BACINO D'UTENZA PER " DELIMITED BY SIZE
               DB-TIPO DELIMITED BY SPACE
               INTO RW-TITOLO
           END-STRING
           MOVE LS-OPERATORE TO RW-OPERATORE
           MOVE WS-HEADER-BACINO TO RW-INTESTAZIONE
           CALL 'REPORTWRITER' USING 'i', WS-SCRITTURA-REPORT
           DISPLAY RW-TITOLO
           IF DB-ANNO = ZERO
               DISPLAY "POPOLAZIONE NON CARICATA: TASSI NON CALCOLATI"
           ELSE
               DISPLAY "POPOLAZIONE DELL'ANNO " DB-ANNO
           END-IF
           DISPLAY WS-LINE
           DISPLAY WS-HEADER-BACINO
           DISPLAY WS-LINE
           MOVE ZERO TO WS-TOTALE-SOCI
           MOVE ZERO TO WS-TOTALE-PRESTITI
           EXEC SQL
               DECLARE BACINO_CURSOR CURSOR FOR
               WITH PATRON_AREA AS (
                   SELECT U.USERNAME, COALESCE(U.SEDE_TESSERA, 0)
                   AS SEDE,
                   CASE WHEN U.TESSERA_SCADENZA >= CURRENT_DATE
                        AND COALESCE(U.ATTIVO, 'S') = 'S'
                        THEN 1 ELSE 0 END AS SOCIO,
                   CASE WHEN :DB-LIVELLO = 'C'
                        THEN COALESCE(NULLIF(TRIM(U.CAP), ''), 'N/D')
                        WHEN U.INDIRIZZO_STATO = 'VERIFICATO'
                        THEN COALESCE(U.FRAZIONE, 'CAPOLUOGO')
                        WHEN U.INDIRIZZO_STATO = 'FUORI COMUNE'
                        THEN 'FUORI COMUNE'
                        ELSE 'N/D' END AS AREA
                   FROM UTENTE U WHERE U.RUOLO = 'PATRON'),
               PRESTITI_PATRON AS (
                   SELECT X.USERNAME, COUNT(*) AS PRESTITI
                   FROM (SELECT P.USERNAME, P.DATA_EVASIONE
                         FROM PRENOTAZIONE P
                         WHERE NULLIF(TRIM(P.DATA_EVASIONE), '')
                         IS NOT NULL
                         UNION ALL
                         SELECT H.USERNAME, H.DATA_EVASIONE
                         FROM STORICO_PRENOTAZIONI H
                         WHERE NULLIF(TRIM(H.DATA_EVASIONE), '')
                         IS NOT NULL) X
                   WHERE TO_DATE(X.DATA_EVASIONE, 'DD-MM-YYYY')
                         >= CURRENT_DATE - 365
                   GROUP BY X.USERNAME),
               GRUPPI AS (
                   SELECT A.AREA, COALESCE(A.SEDE, 0) AS SEDE,
                   SUM(A.SOCIO) AS SOCI,
                   COALESCE(SUM(P.PRESTITI), 0) AS PRESTITI,
                   CASE WHEN GROUPING(A.SEDE) = 1 THEN 'S'
                        ELSE 'N' END AS TOTALE
                   FROM PATRON_AREA A
                   LEFT JOIN PRESTITI_PATRON P
                   ON P.USERNAME = A.USERNAME
                   GROUP BY GROUPING SETS ((A.AREA, A.SEDE), (A.AREA))
                   HAVING SUM(A.SOCIO) > 0
                   OR COALESCE(SUM(P.PRESTITI), 0) > 0)
               SELECT G.AREA, G.SEDE, G.SOCI, G.PRESTITI, G.TOTALE,
               COALESCE(N.ABITANTI, 0),
               CASE WHEN COALESCE(N.ABITANTI, 0) = 0 THEN 0
                    ELSE ROUND(G.SOCI * 100.0 / N.ABITANTI, 2) END,
               CASE WHEN COALESCE(N.ABITANTI, 0) = 0 THEN 0
                    ELSE ROUND(G.PRESTITI * 1.0 / N.ABITANTI, 2) END
               FROM GRUPPI G
               LEFT JOIN POPOLAZIONE_AREA N
               ON N.ANNO = :DB-ANNO AND N.TIPO = TRIM(:DB-TIPO)
               AND N.CODICE = G.AREA AND G.TOTALE = 'S'
               ORDER BY G.AREA, G.TOTALE, G.SEDE
           END-EXEC
           EXEC SQL
               OPEN BACINO_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
               CALL 'REPORTWRITER' USING 'f', WS-SCRITTURA-REPORT
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               FETCH BACINO_CURSOR INTO :DB-AREA, :DB-SEDE, :DB-SOCI,
               :DB-PRESTITI, :DB-TOTALE-AREA, :DB-ABITANTI,
               :DB-PENETRAZIONE, :DB-PRESTITI-AB
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE DB-AREA TO WS-COLUMN-AREA
               IF DB-TOTALE-AREA = 'S'
                   MOVE 'TOTALE' TO WS-COLUMN-SEDE
                   ADD DB-SOCI TO WS-TOTALE-SOCI
                   ADD DB-PRESTITI TO WS-TOTALE-PRESTITI
               ELSE
                   IF DB-SEDE = ZERO
                       MOVE 'N/D' TO WS-COLUMN-SEDE
                   ELSE
                       MOVE DB-SEDE TO WS-SEDE-EDIT
                       MOVE WS-SEDE-EDIT TO WS-COLUMN-SEDE
                   END-IF
               END-IF
               MOVE DB-SOCI TO WS-COLUMN-SOCI
               MOVE DB-PRESTITI TO WS-COLUMN-PRESTITI
               MOVE DB-ABITANTI TO WS-COLUMN-ABITANTI
               MOVE DB-PENETRAZIONE TO WS-COLUMN-PENETRAZIONE
               MOVE DB-PRESTITI-AB TO WS-COLUMN-PRESTITI-AB
               DISPLAY WS-COLUMNS-BACINO
               MOVE WS-COLUMNS-BACINO TO RW-RIGA
               CALL 'REPORTWRITER' USING 'w', WS-SCRITTURA-REPORT
               EXEC SQL
                   FETCH BACINO_CURSOR INTO :DB-AREA, :DB-SEDE,
                   :DB-SOCI, :DB-PRESTITI, :DB-TOTALE-AREA,
                   :DB-ABITANTI, :DB-PENETRAZIONE, :DB-PRESTITI-AB
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE BACINO_CURSOR
           END-EXEC
           DISPLAY WS-LINE
           MOVE WS-TOTALE-SOCI TO WS-NUMERO-EDIT
           MOVE SPACE TO RW-TOTALE
           STRING "SOCI ATTIVI: " DELIMITED BY SIZE
               WS-NUMERO-EDIT DELIMITED BY SIZE
               INTO RW-TOTALE
           END-STRING
           DISPLAY RW-TOTALE
           DISPLAY "PRESTITI ULTIMI 12 MESI: " WS-TOTALE-PRESTITI
           CALL 'REPORTWRITER' USING 'f', WS-SCRITTURA-REPORT
           MOVE 'S' TO LS-ESITO.

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
                   VALUES ('STRADARIO', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
                   STOP RUN
               END-IF
               EXIT PROGRAM.
