       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOSITO.
      ******************************************************************
      **************REGISTRO DEL DEPOSITO LEGALE************************
      ******************************************************************
      **LA BIBLIOTECA E' ISTITUTO DEPOSITARIO PER GLI EDITORI DELLA****
      **PROVINCIA: DI OGNI TITOLO STAMPATO DA UN EDITORE OBBLIGATO*****
      **(CASAEDITRICE.OBBLIGO_DEPOSITO) RICEVE E CONSERVA UNA COPIA.***
      **IL REGISTRO SEGNA TITOLO, DATA DI RICEVIMENTO E NUMERO DI******
      **INVENTARIO DELLA COPIA D'OBBLIGO, CHE PASSA IN STATO***********
      **DEPOSITO LEGALE E NON CIRCOLA PIU'. I TITOLI ANNUNCIATI DAGLI**
      **EDITORI OBBLIGATI (SCHEDE COPYCAT, CATALOGO, LISTINI DEGLI*****
      **EDITORI SU CATALOGOEDITORE) E MAI CONSEGNATI GENERANO LE*******
      **LETTERE DI SOLLECITO SU SOLLECITODEPOSITO; A FINE ANNO IL******
      **PROSPETTO PER EDITORE VA ALLA REGIONE***************************
       AUTHOR. ANOIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOLLECITO-DEPOSITO-FILE ASSIGN TO "SOLLECITODEPOSITO"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CATALOGO-EDITORE-FILE ASSIGN TO "CATALOGOEDITORE"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD SOLLECITO-DEPOSITO-FILE.
           01 SOLLECITO-DEPOSITO-RECORD PIC X(132).
           FD CATALOGO-EDITORE-FILE.
           01 CATALOGO-EDITORE-RECORD PIC X(150).

           WORKING-STORAGE SECTION.
           01 WS-CONTEGGIO-RIGHE PIC 9(5) VALUE ZERO.
           01 WS-CONTEGGIO-LETTERE PIC 9(5) VALUE ZERO.
           01 WS-CONTEGGIO-TITOLI PIC 9(5) VALUE ZERO.
           01 WS-GIORNI-DEPOSITO PIC 9(3) VALUE 60.
           01 WS-GIORNI-SOLLECITO PIC 9(3) VALUE 30.
           01 WS-CASA-PRECEDENTE PIC 9(5) VALUE ZERO.
           01 WS-LETTERA-APERTA PIC X(1) VALUE 'N'.
           01 WS-FINE-FILE PIC X(1) VALUE 'N'.
           01 WS-NUMERO-EDIT PIC ZZ9.
           01 WS-TOTALE-DEPOSITATI PIC 9(5) VALUE ZERO.
           01 WS-TOTALE-ANNUNCIATI PIC 9(5) VALUE ZERO.
           01 WS-TOTALE-MANCANTI PIC 9(5) VALUE ZERO.
           01 WS-TOTALE-INADEMPIENTI PIC 9(5) VALUE ZERO.
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
      *    STORIA DELLA COPIA D'OBBLIGO: INGRESSO E PASSAGGIO*********
           01 WS-STORIA-COPIA.
               05 WS-STC-NUMERO-INVENTARIO PIC 9(9).
               05 WS-STC-STATO-A           PIC X(20).
               05 WS-STC-STATO-DA          PIC X(20).
               05 WS-STC-MOTIVO            PIC X(100).
               05 WS-STC-OPERATORE         PIC X(50).
               05 WS-STC-DATA-DA           PIC X(10).
               05 WS-STC-DATA-A            PIC X(10).
               05 WS-STC-ESITO             PIC X(1).

      *    UNA RIGA DEL LISTINO DI UN EDITORE: ISBN;TITOLO***********
           01 WS-CE-ISBN PIC X(20) VALUE SPACE.
           01 WS-CE-TITOLO PIC X(100) VALUE SPACE.

           01 WS-LINE PIC X(132) VALUE ALL '-'.
           01 WS-HEADER-REGIONE.
               05 FILLER PIC X(7) VALUE 'CODICE'.
               05 FILLER PIC X(41) VALUE 'EDITORE'.
               05 FILLER PIC X(12) VALUE 'DEPOSITATI'.
               05 FILLER PIC X(12) VALUE 'ANNUNCIATI'.
               05 FILLER PIC X(10) VALUE 'MANCANTI'.
               05 FILLER PIC X(10) VALUE 'SOLLECITI'.
               05 FILLER PIC X(12) VALUE 'INADEMPIENTE'.
           01 WS-COLUMNS-REGIONE.
               05 WS-COLUMN-CASA PIC 9(5).
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-COLUMN-EDITORE PIC X(41).
               05 WS-COLUMN-DEPOSITATI PIC ZZZZ9.
               05 FILLER PIC X(7) VALUE SPACE.
               05 WS-COLUMN-ANNUNCIATI PIC ZZZZ9.
               05 FILLER PIC X(7) VALUE SPACE.
               05 WS-COLUMN-MANCANTI PIC ZZZZ9.
               05 FILLER PIC X(5) VALUE SPACE.
               05 WS-COLUMN-SOLLECITI PIC ZZZZ9.
               05 FILLER PIC X(5) VALUE SPACE.
               05 WS-COLUMN-INADEMPIENTE PIC X(2).

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

           01 RECORDDEPOSITO.
               05 ID-DEPOSITO         PIC 9(9).
               05 ISBN                PIC X(13).
               05 CODICE-CASA         PIC 9(5).
               05 NUMERO-INVENTARIO   PIC 9(9).
               05 DATA-RICEVIMENTO    PIC X(10).
               05 NOTE                PIC X(100).
           01 DB-TITOLO             PIC X(100) VALUE SPACE.
           01 DB-NOME-CASA          PIC X(100) VALUE SPACE.
           01 DB-INDIRIZZO-CASA     PIC X(100) VALUE SPACE.
           01 DB-CITTA-CASA         PIC X(50) VALUE SPACE.
           01 DB-OBBLIGO            PIC X(1) VALUE SPACE.
           01 DB-DATA-OBBLIGO       PIC X(10) VALUE SPACE.
           01 DB-CASA-LIBRO         PIC 9(5) VALUE ZERO.
           01 DB-TOTALE-COPIE       PIC 9(5) VALUE ZERO.
           01 DB-STATO-COPIA        PIC X(20) VALUE SPACE.
           01 DB-CONTEGGIO          PIC 9(5) VALUE ZERO.
           01 DB-DEPOSITATI         PIC 9(5) VALUE ZERO.
           01 DB-ANNUNCIATI         PIC 9(5) VALUE ZERO.
           01 DB-MANCANTI           PIC 9(5) VALUE ZERO.
           01 DB-SOLLECITI          PIC 9(5) VALUE ZERO.
           01 DB-DATA-ANNUNCIO      PIC X(10) VALUE SPACE.
           01 DB-ANNO               PIC 9(4) VALUE ZERO.
           01 DB-GIORNI-DEPOSITO    PIC 9(3) VALUE ZERO.
           01 DB-GIORNI-SOLLECITO   PIC 9(3) VALUE ZERO.
           01 DB-DATA-OGGI          PIC X(10) VALUE SPACE.
           01 DB-OPERATORE          PIC X(50) VALUE SPACE.
           01 DB-CODICE-SQL-ORIGINALE PIC S9(9) VALUE ZERO.
           01 DB-ERR-MESSAGGIO PIC X(200) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.
      *****************************************************************
      ********************INCLUDO SQLCA********************************
      *****************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.

           LINKAGE SECTION.
           01 LS-TYPE PIC X(1).
      **'o' OBBLIGO DI DEPOSITO DI UN EDITORE (S/N); 'e' EDITORI******
      **OBBLIGATI; 'r' REGISTRA UNA COPIA RICEVUTA (INVENTARIO ZERO =***
      **COPIA NUOVA); 'a' RACCOGLIE I TITOLI ANNUNCIATI; 'c' CARICA IL**
      **LISTINO DI UN EDITORE; 's' LETTERE DI SOLLECITO; 'p' PROSPETTO*
      **ANNUALE PER LA REGIONE; 'l' REGISTRO DI UN ANNO****************
           01 LS-RECORD.
               05 LS-CODICE-CASA       PIC 9(5).
               05 LS-ISBN              PIC X(13).
               05 LS-NUMERO-INVENTARIO PIC 9(9).
               05 LS-DATA              PIC X(10).
               05 LS-OBBLIGO           PIC X(1).
               05 LS-NOTE              PIC X(100).
               05 LS-ANNO              PIC 9(4).
               05 LS-OPERATORE         PIC X(50).
               05 LS-ESITO             PIC X(1).

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
               PERFORM CARICACONFIG
               EVALUATE LS-TYPE
                   WHEN 'o'
                       PERFORM OBBLIGOEDITORE
                   WHEN 'e'
                       PERFORM ELENCOEDITORI
                   WHEN 'r'
                       PERFORM REGISTRADEPOSITO
                   WHEN 'a'
                       PERFORM RACCOGLIANNUNCI
                       CALL 'DBUTIL' USING BY CONTENT 'k'
                   WHEN 'c'
                       PERFORM IMPORTALISTINO
                   WHEN 's'
                       PERFORM LETTERESOLLECITO
                   WHEN 'p'
                       PERFORM PROSPETTOREGIONE
                   WHEN 'l'
                       PERFORM LISTAREGISTRO
               END-EVALUATE.
           EXIT PROGRAM.

           CARICACONFIG.
           MOVE 'GIORNI-DEPOSITO-LEGALE' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-VALORE-NUM NOT = ZERO
               MOVE WS-CONFIG-VALORE-NUM TO WS-GIORNI-DEPOSITO
           END-IF
           MOVE 'GIORNI-SOLLECITO-DEPOSITO' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-VALORE-NUM NOT = ZERO
               MOVE WS-CONFIG-VALORE-NUM TO WS-GIORNI-SOLLECITO
           END-IF.

      ******************************************************************
      **************OBBLIGO DI DEPOSITO DI UN EDITORE*******************
      ******************************************************************
      **LA DATA DI DECORRENZA (VUOTA = OGGI) ESCLUDE DAGLI ANNUNCI I***
      **TITOLI GIA' A CATALOGO PRIMA CHE L'EDITORE FOSSE OBBLIGATO*****
           OBBLIGOEDITORE.
           MOVE 'N' TO LS-ESITO
           MOVE LS-CODICE-CASA TO CODICE-CASA
           MOVE LS-OBBLIGO TO DB-OBBLIGO
           MOVE LS-DATA TO DB-DATA-OBBLIGO
           IF DB-OBBLIGO = 's'
               MOVE 'S' TO DB-OBBLIGO
           END-IF
           IF DB-OBBLIGO NOT = 'S'
               MOVE 'N' TO DB-OBBLIGO
           END-IF
           EXEC SQL
               SELECT COALESCE(NOME, ' ') INTO :DB-NOME-CASA
               FROM CASAEDITRICE WHERE CODICE_CASA = :CODICE-CASA
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLCODE = 100
               DISPLAY "CASA EDITRICE INESISTENTE"
               EXIT PARAGRAPH
           END-IF
           IF DB-OBBLIGO = 'S'
               IF DB-DATA-OBBLIGO = SPACE
                   EXEC SQL
                       SELECT TO_CHAR(CURRENT_DATE, 'DD-MM-YYYY')
                       INTO :DB-DATA-OBBLIGO
                   END-EXEC
               END-IF
               EXEC SQL
                   UPDATE CASAEDITRICE SET OBBLIGO_DEPOSITO = 'S',
                   DATA_OBBLIGO = TO_DATE(:DB-DATA-OBBLIGO,
                       'DD-MM-YYYY')
                   WHERE CODICE_CASA = :CODICE-CASA
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE CASAEDITRICE SET OBBLIGO_DEPOSITO = 'N'
                   WHERE CODICE_CASA = :CODICE-CASA
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           CALL 'DBUTIL' USING BY CONTENT 'k'
           MOVE 'S' TO LS-ESITO
           IF DB-OBBLIGO = 'S'
               DISPLAY DB-NOME-CASA
               DISPLAY "SOGGETTO A DEPOSITO LEGALE DAL " DB-DATA-OBBLIGO
           ELSE
               DISPLAY DB-NOME-CASA
               DISPLAY "NON PIU' SOGGETTO A DEPOSITO LEGALE"
           END-IF.

      ******************************************************************
      **************EDITORI OBBLIGATI***********************************
      ******************************************************************
           ELENCOEDITORI.
           EXEC SQL
               DECLARE EDITORI_CURSOR CURSOR FOR
               SELECT C.CODICE_CASA, COALESCE(C.NOME, ' '),
               COALESCE(TO_CHAR(C.DATA_OBBLIGO, 'DD-MM-YYYY'), ' '),
               (SELECT COUNT(*) FROM DEPOSITO_LEGALE D
                WHERE D.CODICE_CASA = C.CODICE_CASA),
               (SELECT COUNT(*) FROM DEPOSITO_ATTESO A
                WHERE A.CODICE_CASA = C.CODICE_CASA
                AND A.STATO = 'ATTESO')
               FROM CASAEDITRICE C
               WHERE C.OBBLIGO_DEPOSITO = 'S'
               ORDER BY C.NOME
           END-EXEC
           EXEC SQL
               OPEN EDITORI_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           DISPLAY "EDITORI OBBLIGATI (CODICE / NOME / DAL / "
               "DEPOSITATI / MANCANTI):"
           EXEC SQL
               FETCH EDITORI_CURSOR INTO :CODICE-CASA, :DB-NOME-CASA,
               :DB-DATA-OBBLIGO, :DB-DEPOSITATI, :DB-MANCANTI
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "  " CODICE-CASA " / " DB-NOME-CASA(1:40)
                   " / " DB-DATA-OBBLIGO " / " DB-DEPOSITATI " / "
                   DB-MANCANTI
               EXEC SQL
                   FETCH EDITORI_CURSOR INTO :CODICE-CASA,
                   :DB-NOME-CASA, :DB-DATA-OBBLIGO, :DB-DEPOSITATI,
                   :DB-MANCANTI
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE EDITORI_CURSOR
           END-EXEC.

      ******************************************************************
      **************REGISTRA UNA COPIA D'OBBLIGO RICEVUTA**************
      ******************************************************************
      **IL TITOLO DEVE ESSERE A CATALOGO (ANCHE DA SCHEDA COPYCAT) E***
      **L'EDITORE OBBLIGATO; UNA SOLA COPIA PER TITOLO. CON IL NUMERO**
      **DI INVENTARIO SI DESTINA UNA COPIA GIA' A SCAFFALE, CHE ESCE***
      **DAI CONTATORI DEL TITOLO; SENZA, SI REGISTRA UNA COPIA NUOVA.**
      **IN ENTRAMBI I CASI LA COPIA PASSA IN DEPOSITO LEGALE E NON*****
      **TORNA IN CIRCOLAZIONE; SE IL TITOLO NON HA ALTRE COPIE DIVENTA*
      **DI SOLA CONSULTAZIONE*******************************************
           REGISTRADEPOSITO.
           MOVE 'N' TO LS-ESITO
           MOVE LS-ISBN TO ISBN
           MOVE LS-NUMERO-INVENTARIO TO NUMERO-INVENTARIO
           MOVE LS-DATA TO DATA-RICEVIMENTO
           MOVE LS-NOTE TO NOTE
           MOVE LS-OPERATORE TO DB-OPERATORE
           IF ISBN = SPACE
               DISPLAY "ISBN OBBLIGATORIO"
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COALESCE(TITOLO, ' '),
               COALESCE(CODICECASAEDITRICE, 0),
               COALESCE(TOTALE_COPIE, 0)
               INTO :DB-TITOLO, :DB-CASA-LIBRO, :DB-TOTALE-COPIE
               FROM LIBRO WHERE ISBN = TRIM(:ISBN)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLCODE = 100
               DISPLAY "TITOLO NON A CATALOGO: CATALOGARLO PRIMA "
                   "(ANCHE DA SCHEDA COPYCAT)"
               EXIT PARAGRAPH
           END-IF
           MOVE LS-CODICE-CASA TO CODICE-CASA
           IF CODICE-CASA = ZERO
               MOVE DB-CASA-LIBRO TO CODICE-CASA
           END-IF
           MOVE SPACE TO DB-OBBLIGO
           EXEC SQL
               SELECT COALESCE(OBBLIGO_DEPOSITO, 'N')
               INTO :DB-OBBLIGO
               FROM CASAEDITRICE WHERE CODICE_CASA = :CODICE-CASA
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF DB-OBBLIGO NOT = 'S'
               DISPLAY "EDITORE " CODICE-CASA
                   " NON SOGGETTO A DEPOSITO LEGALE"
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :DB-CONTEGGIO
               FROM DEPOSITO_LEGALE WHERE ISBN = TRIM(:ISBN)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF DB-CONTEGGIO NOT = ZERO
               DISPLAY "DEPOSITO GIA' REGISTRATO PER QUESTO TITOLO"
               EXIT PARAGRAPH
           END-IF
           IF NUMERO-INVENTARIO NOT = ZERO
               MOVE SPACE TO DB-STATO-COPIA
               EXEC SQL
                   SELECT STATO INTO :DB-STATO-COPIA
                   FROM ESEMPLARE
                   WHERE NUMERO_INVENTARIO = :NUMERO-INVENTARIO
                   AND ISBN = TRIM(:ISBN)
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM ERROR-RUNTIME
               END-IF
               IF SQLCODE = 100
                   DISPLAY "LA COPIA NON E' DI QUESTO TITOLO"
                   EXIT PARAGRAPH
               END-IF
               IF DB-STATO-COPIA NOT = 'SCAFFALE'
                   DISPLAY "LA COPIA DEVE ESSERE A SCAFFALE, E' IN "
                       DB-STATO-COPIA
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF DATA-RICEVIMENTO = SPACE
               EXEC SQL
                   SELECT TO_CHAR(CURRENT_DATE, 'DD-MM-YYYY')
                   INTO :DATA-RICEVIMENTO
               END-EXEC
           END-IF

           IF NUMERO-INVENTARIO = ZERO
               PERFORM NUOVACOPIADEPOSITO
           ELSE
               EXEC SQL
                   UPDATE LIBRO
                   SET TOTALE_COPIE = TOTALE_COPIE - 1,
                   COPIE_DISPONIBILI = COPIE_DISPONIBILI - 1
                   WHERE ISBN = TRIM(:ISBN)
                   AND TOTALE_COPIE > 0 AND COPIE_DISPONIBILI > 0
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM ERROR-RUNTIME
               END-IF
           END-IF

           MOVE SPACE TO WS-STORIA-COPIA
           MOVE NUMERO-INVENTARIO TO WS-STC-NUMERO-INVENTARIO
           MOVE 'DEPOSITO LEGALE' TO WS-STC-STATO-A
           MOVE 'DEPOSITO LEGALE' TO WS-STC-MOTIVO
           MOVE DB-OPERATORE TO WS-STC-OPERATORE
           CALL 'STORIACOPIA' USING 'c', WS-STORIA-COPIA
           IF WS-STC-ESITO NOT = 'S'
               DISPLAY "COPIA NON PASSATA IN DEPOSITO LEGALE"
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE ESEMPLARE SET STATO = 'DEPOSITO LEGALE'
               WHERE NUMERO_INVENTARIO = :NUMERO-INVENTARIO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               UPDATE LIBRO SET SOLO_CONSULTAZIONE = 'S'
               WHERE ISBN = TRIM(:ISBN)
               AND COALESCE(TOTALE_COPIE, 0) = 0
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               INSERT INTO DEPOSITO_LEGALE (ISBN, CODICE_CASA,
               NUMERO_INVENTARIO, DATA_RICEVIMENTO, NOTE, OPERATORE)
               VALUES (TRIM(:ISBN), :CODICE-CASA, :NUMERO-INVENTARIO,
               TO_DATE(:DATA-RICEVIMENTO, 'DD-MM-YYYY'),
               NULLIF(TRIM(:NOTE), ''), TRIM(:DB-OPERATORE))
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               SELECT CURRVAL('deposito_legale_id_seq')
               INTO :ID-DEPOSITO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               UPDATE DEPOSITO_ATTESO SET STATO = 'DEPOSITATO'
               WHERE ISBN = TRIM(:ISBN)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           CALL 'DBUTIL' USING BY CONTENT 'k'
           MOVE NUMERO-INVENTARIO TO LS-NUMERO-INVENTARIO
           MOVE 'S' TO LS-ESITO
           DISPLAY "DEPOSITO N. " ID-DEPOSITO " DEL " DATA-RICEVIMENTO
           DISPLAY DB-TITOLO
           DISPLAY "COPIA D'OBBLIGO: INVENTARIO " NUMERO-INVENTARIO
               " - NON CIRCOLANTE".

      *    LA COPIA NUOVA ENTRA A REGISTRO COME OGNI ALTRA (CODICE A***
      *    BARRE 'BIB' + INVENTARIO, PRIMA RIGA DI STORIA) PRIMA DEL***
      *    PASSAGGIO IN DEPOSITO LEGALE*********************************
           NUOVACOPIADEPOSITO.
           EXEC SQL
               INSERT INTO ESEMPLARE (ISBN)
               VALUES (TRIM(:ISBN))
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               SELECT CURRVAL('esemplare_numero_inventario_seq')
               INTO :NUMERO-INVENTARIO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               UPDATE ESEMPLARE
               SET CODICE_BARRE = 'BIB' ||
                   LPAD(CAST(NUMERO_INVENTARIO AS TEXT), 9, '0')
               WHERE NUMERO_INVENTARIO = :NUMERO-INVENTARIO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE SPACE TO WS-STORIA-COPIA
           MOVE NUMERO-INVENTARIO TO WS-STC-NUMERO-INVENTARIO
           MOVE 'DEPOSITO LEGALE' TO WS-STC-MOTIVO
           MOVE DB-OPERATORE TO WS-STC-OPERATORE
           CALL 'STORIACOPIA' USING 'i', WS-STORIA-COPIA.

      ******************************************************************
      **************RACCOLTA DEI TITOLI ANNUNCIATI**********************
      ******************************************************************
      **DALLE SCHEDE COPYCAT IL CUI EDITORE E' UN EDITORE OBBLIGATO E**
      **DAI TITOLI A CATALOGO DEGLI EDITORI OBBLIGATI ENTRATI DOPO LA**
      **DECORRENZA DELL'OBBLIGO. CIO' CHE E' GIA' DEPOSITATO NON RESTA*
      **IN ATTESA*******************************************************
           RACCOGLIANNUNCI.
           EXEC SQL
               INSERT INTO DEPOSITO_ATTESO (ISBN, CODICE_CASA, TITOLO,
               FONTE)
               SELECT S.ISBN, MIN(C.CODICE_CASA), MIN(S.TITOLO),
               'COPYCAT'
               FROM SCHEDA_PRECOMPILATA S
               JOIN CASAEDITRICE C
                   ON UPPER(TRIM(C.NOME)) = UPPER(TRIM(S.EDITORE))
               WHERE C.OBBLIGO_DEPOSITO = 'S'
               AND NOT EXISTS (SELECT 1 FROM DEPOSITO_ATTESO A
                   WHERE A.ISBN = S.ISBN)
               GROUP BY S.ISBN
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               INSERT INTO DEPOSITO_ATTESO (ISBN, CODICE_CASA, TITOLO,
               FONTE)
               SELECT L.ISBN, L.CODICECASAEDITRICE, L.TITOLO,
               'CATALOGO'
               FROM LIBRO L
               JOIN CASAEDITRICE C
                   ON C.CODICE_CASA = L.CODICECASAEDITRICE
               WHERE C.OBBLIGO_DEPOSITO = 'S'
               AND COALESCE(L.DATA_INSERIMENTO, CURRENT_DATE) >=
                   COALESCE(C.DATA_OBBLIGO, CURRENT_DATE)
               AND NOT EXISTS (SELECT 1 FROM DEPOSITO_ATTESO A
                   WHERE A.ISBN = L.ISBN)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               UPDATE DEPOSITO_ATTESO A SET STATO = 'DEPOSITATO'
               WHERE A.STATO = 'ATTESO'
               AND EXISTS (SELECT 1 FROM DEPOSITO_LEGALE D
                   WHERE D.ISBN = A.ISBN)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :DB-MANCANTI
               FROM DEPOSITO_ATTESO WHERE STATO = 'ATTESO'
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           DISPLAY "TITOLI ANNUNCIATI IN ATTESA DI DEPOSITO: "
               DB-MANCANTI.

      ******************************************************************
      **************LISTINO DI UN EDITORE OBBLIGATO*********************
      ******************************************************************
      **CATALOGOEDITORE, UNA RIGA ISBN;TITOLO PER OGNI NOVITA' DELLO***
      **EDITORE INDICATO. GLI ISBN GIA' NOTI VENGONO SALTATI***********
           IMPORTALISTINO.
           MOVE 'N' TO LS-ESITO
           MOVE LS-CODICE-CASA TO CODICE-CASA
           MOVE SPACE TO DB-OBBLIGO
           EXEC SQL
               SELECT COALESCE(OBBLIGO_DEPOSITO, 'N')
               INTO :DB-OBBLIGO
               FROM CASAEDITRICE WHERE CODICE_CASA = :CODICE-CASA
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF DB-OBBLIGO NOT = 'S'
               DISPLAY "EDITORE " CODICE-CASA
                   " NON SOGGETTO A DEPOSITO LEGALE"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FINE-FILE
           MOVE ZERO TO WS-CONTEGGIO-TITOLI
           MOVE SPACE TO WS-INGRESSO
           MOVE 'CATALOGOEDITORE' TO WS-ING-FILE
           MOVE CODICE-CASA TO WS-ING-CONTESTO
           MOVE LS-OPERATORE TO WS-ING-OPERATORE
           CALL 'INGRESSO' USING 'c', WS-INGRESSO
           IF WS-ING-ESITO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-ING-SALTATI
           MOVE ZERO TO WS-ING-SCARTATI
           OPEN INPUT CATALOGO-EDITORE-FILE
           READ CATALOGO-EDITORE-FILE
               AT END MOVE 'S' TO WS-FINE-FILE
           END-READ
           PERFORM UNTIL WS-FINE-FILE = 'S'
               PERFORM CARICARIGALISTINO
               READ CATALOGO-EDITORE-FILE
                   AT END MOVE 'S' TO WS-FINE-FILE
               END-READ
           END-PERFORM
           CLOSE CATALOGO-EDITORE-FILE
           CALL 'DBUTIL' USING BY CONTENT 'k'
           DISPLAY "TITOLI ANNUNCIATI CARICATI: " WS-CONTEGGIO-TITOLI
           DISPLAY "GIA' NOTI, SALTATI: " WS-ING-SALTATI
           DISPLAY "RIGHE SCARTATE: " WS-ING-SCARTATI
           MOVE WS-CONTEGGIO-TITOLI TO WS-ING-APPLICATI
           CALL 'INGRESSO' USING 'e', WS-INGRESSO
           MOVE 'S' TO LS-ESITO.

           CARICARIGALISTINO.
           MOVE SPACE TO WS-CE-ISBN
           MOVE SPACE TO WS-CE-TITOLO
           UNSTRING CATALOGO-EDITORE-RECORD DELIMITED BY ';'
               INTO WS-CE-ISBN, WS-CE-TITOLO
           END-UNSTRING
           IF WS-CE-ISBN = SPACE
               EXIT PARAGRAPH
           END-IF
           IF WS-CE-ISBN(14:7) NOT = SPACE
               DISPLAY "RIGA SCARTATA, ISBN NON VALIDO: " WS-CE-ISBN
               ADD 1 TO WS-ING-SCARTATI
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CE-ISBN TO ISBN
           MOVE WS-CE-TITOLO TO DB-TITOLO
           EXEC SQL
               SELECT COUNT(*) INTO :DB-CONTEGGIO
               FROM DEPOSITO_ATTESO WHERE ISBN = TRIM(:ISBN)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF DB-CONTEGGIO NOT = ZERO
               ADD 1 TO WS-ING-SALTATI
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               INSERT INTO DEPOSITO_ATTESO (ISBN, CODICE_CASA, TITOLO,
               FONTE, STATO)
               VALUES (TRIM(:ISBN), :CODICE-CASA,
               NULLIF(TRIM(:DB-TITOLO), ''), 'EDITORE',
               CASE WHEN EXISTS (SELECT 1 FROM DEPOSITO_LEGALE D
                   WHERE D.ISBN = TRIM(:ISBN))
                   THEN 'DEPOSITATO' ELSE 'ATTESO' END)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           ADD 1 TO WS-CONTEGGIO-TITOLI.

      ******************************************************************
      **************LETTERE DI SOLLECITO AGLI EDITORI*******************
      ******************************************************************
      **UN TITOLO ANNUNCIATO DA PIU' DI GIORNI-DEPOSITO-LEGALE GIORNI**
      **E NON CONSEGNATO VA SOLLECITATO, E DI NUOVO OGNI**************
      **GIORNI-SOLLECITO-DEPOSITO GIORNI. UNA LETTERA PER EDITORE CON**
      **L'ELENCO DEI TITOLI MANCANTI, SU SOLLECITODEPOSITO**************
           LETTERESOLLECITO.
           MOVE 'N' TO LS-ESITO
           PERFORM RACCOGLIANNUNCI
           MOVE WS-GIORNI-DEPOSITO TO DB-GIORNI-DEPOSITO
           MOVE WS-GIORNI-SOLLECITO TO DB-GIORNI-SOLLECITO
           MOVE ZERO TO WS-CONTEGGIO-LETTERE
           MOVE ZERO TO WS-CONTEGGIO-TITOLI
           MOVE ZERO TO WS-CASA-PRECEDENTE
           MOVE 'N' TO WS-LETTERA-APERTA
           EXEC SQL
               SELECT TO_CHAR(CURRENT_DATE, 'DD-MM-YYYY')
               INTO :DB-DATA-OGGI
           END-EXEC
           EXEC SQL
               DECLARE MANCANTI_CURSOR CURSOR FOR
               SELECT A.CODICE_CASA, COALESCE(C.NOME, ' '),
               COALESCE(C.INDIRIZZO, ' '), COALESCE(C.CITTA, ' '),
               A.ISBN, COALESCE(A.TITOLO, ' '),
               TO_CHAR(A.DATA_ANNUNCIO, 'DD-MM-YYYY'), A.SOLLECITI
               FROM DEPOSITO_ATTESO A
               JOIN CASAEDITRICE C ON C.CODICE_CASA = A.CODICE_CASA
               WHERE A.STATO = 'ATTESO'
               AND C.OBBLIGO_DEPOSITO = 'S'
               AND A.DATA_ANNUNCIO <=
                   CURRENT_DATE - CAST(:DB-GIORNI-DEPOSITO AS INT)
               AND (A.DATA_ULTIMO_SOLLECITO IS NULL
                OR A.DATA_ULTIMO_SOLLECITO <=
                   CURRENT_DATE - CAST(:DB-GIORNI-SOLLECITO AS INT))
               ORDER BY A.CODICE_CASA, A.ISBN
           END-EXEC
           OPEN EXTEND SOLLECITO-DEPOSITO-FILE
           EXEC SQL
               OPEN MANCANTI_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
               CLOSE SOLLECITO-DEPOSITO-FILE
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               FETCH MANCANTI_CURSOR INTO :CODICE-CASA,
               :DB-NOME-CASA, :DB-INDIRIZZO-CASA, :DB-CITTA-CASA,
               :ISBN, :DB-TITOLO, :DB-DATA-ANNUNCIO, :DB-SOLLECITI
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               IF WS-LETTERA-APERTA = 'N'
                   OR CODICE-CASA NOT = WS-CASA-PRECEDENTE
                   IF WS-LETTERA-APERTA = 'S'
                       PERFORM CHIUDILETTERA
                   END-IF
                   PERFORM APRILETTERA
               END-IF
               PERFORM RIGALETTERA
               EXEC SQL
                   FETCH MANCANTI_CURSOR INTO :CODICE-CASA,
                   :DB-NOME-CASA, :DB-INDIRIZZO-CASA,
                   :DB-CITTA-CASA, :ISBN, :DB-TITOLO,
                   :DB-DATA-ANNUNCIO, :DB-SOLLECITI
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE MANCANTI_CURSOR
           END-EXEC
           IF WS-LETTERA-APERTA = 'S'
               PERFORM CHIUDILETTERA
           END-IF
           CLOSE SOLLECITO-DEPOSITO-FILE
           CALL 'DBUTIL' USING BY CONTENT 'k'
           IF WS-CONTEGGIO-LETTERE = ZERO
               DISPLAY "NESSUN EDITORE DA SOLLECITARE"
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO LS-ESITO
           DISPLAY "LETTERE DI SOLLECITO SU SOLLECITODEPOSITO: "
               WS-CONTEGGIO-LETTERE " PER " WS-CONTEGGIO-TITOLI
               " TITOLI".

           APRILETTERA.
           MOVE 'S' TO WS-LETTERA-APERTA
           MOVE CODICE-CASA TO WS-CASA-PRECEDENTE
           ADD 1 TO WS-CONTEGGIO-LETTERE
           MOVE ALL '=' TO SOLLECITO-DEPOSITO-RECORD
           WRITE SOLLECITO-DEPOSITO-RECORD
           MOVE SPACE TO SOLLECITO-DEPOSITO-RECORD
           STRING "SPETT.LE " DELIMITED BY SIZE
               DB-NOME-CASA DELIMITED BY "  "
               INTO SOLLECITO-DEPOSITO-RECORD
           END-STRING
           WRITE SOLLECITO-DEPOSITO-RECORD
           MOVE DB-INDIRIZZO-CASA TO SOLLECITO-DEPOSITO-RECORD
           WRITE SOLLECITO-DEPOSITO-RECORD
           MOVE DB-CITTA-CASA TO SOLLECITO-DEPOSITO-RECORD
           WRITE SOLLECITO-DEPOSITO-RECORD
           MOVE SPACE TO SOLLECITO-DEPOSITO-RECORD
           WRITE SOLLECITO-DEPOSITO-RECORD
           MOVE SPACE TO SOLLECITO-DEPOSITO-RECORD
           STRING "DATA: " DELIMITED BY SIZE
               DB-DATA-OGGI DELIMITED BY SIZE
               INTO SOLLECITO-DEPOSITO-RECORD
           END-STRING
           WRITE SOLLECITO-DEPOSITO-RECORD
           MOVE "OGGETTO: SOLLECITO DI CONSEGNA DEL DEPOSITO LEGALE"
               TO SOLLECITO-DEPOSITO-RECORD
           WRITE SOLLECITO-DEPOSITO-RECORD
           MOVE SPACE TO SOLLECITO-DEPOSITO-RECORD
           WRITE SOLLECITO-DEPOSITO-RECORD
           MOVE "AI SENSI DELLA NORMATIVA SUL DEPOSITO LEGALE, QUESTA BI
      -        "BLIOTECA, ISTITUTO DEPOSITARIO PER LA PROVINCIA, NON HA
      -        " ANCORA RICEVUTO"
               TO SOLLECITO-DEPOSITO-RECORD
           WRITE SOLLECITO-DEPOSITO-RECORD
           MOVE "LA COPIA D'OBBLIGO DEI SEGUENTI TITOLI DA VOI PUBBLICAT
      -        "I:"
               TO SOLLECITO-DEPOSITO-RECORD
           WRITE SOLLECITO-DEPOSITO-RECORD
           MOVE SPACE TO SOLLECITO-DEPOSITO-RECORD
           WRITE SOLLECITO-DEPOSITO-RECORD
           DISPLAY "LETTERA A " DB-NOME-CASA(1:60).

      *    OGNI TITOLO ELENCATO CONTA UN SOLLECITO IN PIU'*************
           RIGALETTERA.
           ADD 1 TO WS-CONTEGGIO-TITOLI
           ADD 1 TO DB-SOLLECITI
           MOVE DB-SOLLECITI TO WS-NUMERO-EDIT
           MOVE SPACE TO SOLLECITO-DEPOSITO-RECORD
           STRING "  ISBN " DELIMITED BY SIZE
               ISBN DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DB-TITOLO DELIMITED BY "  "
               " (ANNUNCIATO IL " DELIMITED BY SIZE
               DB-DATA-ANNUNCIO DELIMITED BY SIZE
               ", SOLLECITO N." DELIMITED BY SIZE
               WS-NUMERO-EDIT DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO SOLLECITO-DEPOSITO-RECORD
           END-STRING
           WRITE SOLLECITO-DEPOSITO-RECORD
           EXEC SQL
               UPDATE DEPOSITO_ATTESO
               SET SOLLECITI = SOLLECITI + 1,
               DATA_ULTIMO_SOLLECITO = CURRENT_DATE
               WHERE ISBN = TRIM(:ISBN)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.

           CHIUDILETTERA.
           MOVE SPACE TO SOLLECITO-DEPOSITO-RECORD
           WRITE SOLLECITO-DEPOSITO-RECORD
           MOVE "SI PREGA DI PROVVEDERE ALLA CONSEGNA ENTRO TRENTA GIORN
      -        "I DAL RICEVIMENTO DELLA PRESENTE."
               TO SOLLECITO-DEPOSITO-RECORD
           WRITE SOLLECITO-DEPOSITO-RECORD
           MOVE SPACE TO SOLLECITO-DEPOSITO-RECORD
           WRITE SOLLECITO-DEPOSITO-RECORD
           MOVE "IL RESPONSABILE DEL DEPOSITO LEGALE ___________________
      -        "___________"
               TO SOLLECITO-DEPOSITO-RECORD
           WRITE SOLLECITO-DEPOSITO-RECORD.

      ******************************************************************
      **************PROSPETTO ANNUALE PER LA REGIONE********************
      ******************************************************************
      **PER OGNI EDITORE OBBLIGATO (O CHE HA DEPOSITATO NELL'ANNO):****
      **COPIE RICEVUTE NELL'ANNO, TITOLI ANNUNCIATI NELL'ANNO, TITOLI**
      **ANNUNCIATI FINO A TUTTO L'ANNO E ANCORA MANCANTI, SOLLECITI****
      **INVIATI PER QUESTI ULTIMI. ANNO ZERO = ANNO SCORSO**************
           PROSPETTOREGIONE.
           MOVE 'N' TO LS-ESITO
           MOVE LS-ANNO TO DB-ANNO
           IF DB-ANNO = ZERO
               EXEC SQL
                   SELECT CAST(EXTRACT(YEAR FROM CURRENT_DATE) AS INT)
                   - 1 INTO :DB-ANNO
               END-EXEC
           END-IF
           PERFORM RACCOGLIANNUNCI
           CALL 'DBUTIL' USING BY CONTENT 'k'
           MOVE ZERO TO WS-TOTALE-DEPOSITATI
           MOVE ZERO TO WS-TOTALE-ANNUNCIATI
           MOVE ZERO TO WS-TOTALE-MANCANTI
           MOVE ZERO TO WS-TOTALE-INADEMPIENTI
           EXEC SQL
               DECLARE REGIONE_CURSOR CURSOR FOR
               SELECT C.CODICE_CASA, COALESCE(C.NOME, ' '),
               (SELECT COUNT(*) FROM DEPOSITO_LEGALE D
                WHERE D.CODICE_CASA = C.CODICE_CASA
                AND EXTRACT(YEAR FROM D.DATA_RICEVIMENTO) =
                    CAST(:DB-ANNO AS INT)),
               (SELECT COUNT(*) FROM DEPOSITO_ATTESO A
                WHERE A.CODICE_CASA = C.CODICE_CASA
                AND EXTRACT(YEAR FROM A.DATA_ANNUNCIO) =
                    CAST(:DB-ANNO AS INT)),
               (SELECT COUNT(*) FROM DEPOSITO_ATTESO A
                WHERE A.CODICE_CASA = C.CODICE_CASA
                AND A.STATO = 'ATTESO'
                AND EXTRACT(YEAR FROM A.DATA_ANNUNCIO) <=
                    CAST(:DB-ANNO AS INT)),
               (SELECT COALESCE(SUM(A.SOLLECITI), 0)
                FROM DEPOSITO_ATTESO A
                WHERE A.CODICE_CASA = C.CODICE_CASA
                AND A.STATO = 'ATTESO'
                AND EXTRACT(YEAR FROM A.DATA_ANNUNCIO) <=
                    CAST(:DB-ANNO AS INT))
               FROM CASAEDITRICE C
               WHERE C.OBBLIGO_DEPOSITO = 'S'
               OR EXISTS (SELECT 1 FROM DEPOSITO_LEGALE D
                   WHERE D.CODICE_CASA = C.CODICE_CASA
                   AND EXTRACT(YEAR FROM D.DATA_RICEVIMENTO) =
                       CAST(:DB-ANNO AS INT))
               ORDER BY C.NOME
           END-EXEC

           MOVE SPACE TO WS-SCRITTURA-REPORT
           STRING "DEPOSITO LEGALE - PROSPETTO PER LA REGIONE, ANNO "
               DELIMITED BY SIZE
               DB-ANNO DELIMITED BY SIZE
               INTO RW-TITOLO
           END-STRING
           MOVE LS-OPERATORE TO RW-OPERATORE
           MOVE WS-HEADER-REGIONE TO RW-INTESTAZIONE
           CALL 'REPORTWRITER' USING 'i', WS-SCRITTURA-REPORT
           DISPLAY RW-TITOLO
           DISPLAY WS-LINE
           DISPLAY WS-HEADER-REGIONE
           DISPLAY WS-LINE
           EXEC SQL
               OPEN REGIONE_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
               CALL 'REPORTWRITER' USING 'f', WS-SCRITTURA-REPORT
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               FETCH REGIONE_CURSOR INTO :CODICE-CASA, :DB-NOME-CASA,
               :DB-DEPOSITATI, :DB-ANNUNCIATI, :DB-MANCANTI,
               :DB-SOLLECITI
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM RIGAPROSPETTO
               EXEC SQL
                   FETCH REGIONE_CURSOR INTO :CODICE-CASA,
                   :DB-NOME-CASA, :DB-DEPOSITATI, :DB-ANNUNCIATI,
                   :DB-MANCANTI, :DB-SOLLECITI
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE REGIONE_CURSOR
           END-EXEC
           DISPLAY WS-LINE
           MOVE SPACE TO RW-RIGA
           STRING "COPIE RICEVUTE: " DELIMITED BY SIZE
               WS-TOTALE-DEPOSITATI DELIMITED BY SIZE
               "   TITOLI ANNUNCIATI: " DELIMITED BY SIZE
               WS-TOTALE-ANNUNCIATI DELIMITED BY SIZE
               "   TITOLI MANCANTI: " DELIMITED BY SIZE
               WS-TOTALE-MANCANTI DELIMITED BY SIZE
               INTO RW-RIGA
           END-STRING
           DISPLAY RW-RIGA
           CALL 'REPORTWRITER' USING 'w', WS-SCRITTURA-REPORT
           MOVE SPACE TO RW-TOTALE
           STRING "EDITORI INADEMPIENTI: " DELIMITED BY SIZE
               WS-TOTALE-INADEMPIENTI DELIMITED BY SIZE
               INTO RW-TOTALE
           END-STRING
           DISPLAY RW-TOTALE
           CALL 'REPORTWRITER' USING 'f', WS-SCRITTURA-REPORT
           MOVE 'S' TO LS-ESITO.

           RIGAPROSPETTO.
           ADD DB-DEPOSITATI TO WS-TOTALE-DEPOSITATI
           ADD DB-ANNUNCIATI TO WS-TOTALE-ANNUNCIATI
           ADD DB-MANCANTI TO WS-TOTALE-MANCANTI
           MOVE CODICE-CASA TO WS-COLUMN-CASA
           MOVE DB-NOME-CASA TO WS-COLUMN-EDITORE
           MOVE DB-DEPOSITATI TO WS-COLUMN-DEPOSITATI
           MOVE DB-ANNUNCIATI TO WS-COLUMN-ANNUNCIATI
           MOVE DB-MANCANTI TO WS-COLUMN-MANCANTI
           MOVE DB-SOLLECITI TO WS-COLUMN-SOLLECITI
           IF DB-MANCANTI > ZERO
               MOVE 'SI' TO WS-COLUMN-INADEMPIENTE
               ADD 1 TO WS-TOTALE-INADEMPIENTI
           ELSE
               MOVE 'NO' TO WS-COLUMN-INADEMPIENTE
           END-IF
           DISPLAY WS-COLUMNS-REGIONE
           MOVE WS-COLUMNS-REGIONE TO RW-RIGA
           CALL 'REPORTWRITER' USING 'w', WS-SCRITTURA-REPORT.

      ******************************************************************
      **************REGISTRO DEI DEPOSITI DI UN ANNO********************
      ******************************************************************
           LISTAREGISTRO.
           MOVE LS-ANNO TO DB-ANNO
           IF DB-ANNO = ZERO
               EXEC SQL
                   SELECT CAST(EXTRACT(YEAR FROM CURRENT_DATE) AS INT)
                   INTO :DB-ANNO
               END-EXEC
           END-IF
           EXEC SQL
               DECLARE REGISTRO_CURSOR CURSOR FOR
               SELECT D.ID, TO_CHAR(D.DATA_RICEVIMENTO, 'DD-MM-YYYY'),
               D.ISBN, COALESCE(L.TITOLO, ' '), D.CODICE_CASA,
               COALESCE(C.NOME, ' '), COALESCE(D.NUMERO_INVENTARIO, 0)
               FROM DEPOSITO_LEGALE D
               LEFT JOIN LIBRO L ON L.ISBN = D.ISBN
               LEFT JOIN CASAEDITRICE C
                   ON C.CODICE_CASA = D.CODICE_CASA
               WHERE EXTRACT(YEAR FROM D.DATA_RICEVIMENTO) =
                   CAST(:DB-ANNO AS INT)
               ORDER BY D.ID
           END-EXEC
           EXEC SQL
               OPEN REGISTRO_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           DISPLAY "REGISTRO DEL DEPOSITO LEGALE " DB-ANNO
               " (N. / DATA / ISBN / TITOLO / EDITORE / INVENTARIO):"
           MOVE ZERO TO WS-CONTEGGIO-RIGHE
           EXEC SQL
               FETCH REGISTRO_CURSOR INTO :ID-DEPOSITO,
               :DATA-RICEVIMENTO, :ISBN, :DB-TITOLO, :CODICE-CASA,
               :DB-NOME-CASA, :NUMERO-INVENTARIO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CONTEGGIO-RIGHE
               DISPLAY "  " ID-DEPOSITO " / " DATA-RICEVIMENTO " / "
                   ISBN " / " DB-TITOLO(1:40) " / "
                   DB-NOME-CASA(1:30) " / " NUMERO-INVENTARIO
               EXEC SQL
                   FETCH REGISTRO_CURSOR INTO :ID-DEPOSITO,
                   :DATA-RICEVIMENTO, :ISBN, :DB-TITOLO,
                   :CODICE-CASA, :DB-NOME-CASA, :NUMERO-INVENTARIO
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE REGISTRO_CURSOR
           END-EXEC
           DISPLAY "DEPOSITI NELL'ANNO: " WS-CONTEGGIO-RIGHE.

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
                   VALUES ('DEPOSITO', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
                   STOP RUN
               END-IF
               EXIT PROGRAM.
