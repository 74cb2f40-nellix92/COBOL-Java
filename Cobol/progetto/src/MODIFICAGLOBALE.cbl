       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODIFICAGLOBALE.
      ******************************************************************
      **************MODIFICHE GLOBALI DEL CATALOGO**********************
      ******************************************************************
      **CAMBIA UN CAMPO SU TUTTI I TITOLI O TUTTE LE COPIE SCELTI PER**
      **SEDE, INTERVALLO DI COLLOCAZIONE, GENERE, EDITORE, TIPO DI*****
      **MATERIALE E DATA DI INGRESSO. LA PREPARAZIONE FOTOGRAFA IN*****
      **MODIFICA_RIGA IL VALORE PRIMA E DOPO DI OGNI RECORD E MOSTRA***
      **CONTEGGIO E CAMPIONE; IL LOTTO PASSA POI DAL CONTROLLO A*******
      **QUATTRO OCCHI E SOLO L'APPROVAZIONE LO APPLICA, CON UNA VOCE***
      **DI AUDIT PER RECORD. UN LOTTO APPLICATO SI ANNULLA, SEMPRE*****
      **CON APPROVAZIONE, RIMETTENDO IL VALORE PRIMA. CAMPI DEI TITOLI:*
      **GENERE, TIPO_MATERIALE, CODICECASAEDITRICE, CODICE_SEDE; CAMPI**
      **DELLE COPIE: COLLOCAZIONE (CON VALORE VECCHIO = PREFISSO DA*****
      **SOSTITUIRE), CONDIZIONE. UN RECORD TOCCATO DA ALTRI DOPO LA*****
      **PREPARAZIONE (O DOPO L'APPLICAZIONE) VIENE LASCIATO COM'E'******
       AUTHOR. ANOIR.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 WS-NUMERO-EDIT PIC Z(6)9.
           01 WS-SALTATE PIC 9(7) VALUE ZERO.
           01 WS-MINUSCOLE PIC X(26) VALUE 'abcdefghijklmnopqrstuvwxyz'.
           01 WS-MAIUSCOLE PIC X(26) VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           01 WS-AUDITLOG.
               05 WS-AUDIT-TABELLA    PIC X(30).
               05 WS-AUDIT-OPERAZIONE PIC X(10).
               05 WS-AUDIT-CHIAVE     PIC X(100).
               05 WS-AUDIT-USERNAME   PIC X(50).
      *    RICHIESTA DI APPROVAZIONE AL SECONDO AMMINISTRATORE*********
           01 WS-AZIONE-PENDENTE.
               05 WS-APP-ID          PIC 9(9).
               05 WS-APP-TIPO        PIC X(20).
               05 WS-APP-CHIAVE      PIC X(100).
               05 WS-APP-VALORE      PIC X(100).
               05 WS-APP-OPERATORE   PIC X(50).
               05 WS-APP-ESITO       PIC X(1).
      *    IL NUOVO GENERE DEVE ESSERE UNA VOCE DEL THESAURUS**********
           01 WS-VOCE-GENERE.
               05 WS-GEN-VOCE        PIC X(50).
               05 WS-GEN-VEDI-ANCHE  PIC X(100).
               05 WS-GEN-DOPPIONE    PIC X(50).
               05 WS-GEN-ESITO       PIC X(1).
      *    ALLINEAMENTO DELL'INDICE PER PAROLE DEL CATALOGO**********
           01 WS-PAROLE-CHIAVE.
               05 WS-PCH-ISBN          PIC X(13).
               05 WS-PCH-ID-AUTORE     PIC 9(9).
               05 WS-PCH-GENERE        PIC X(50).
               05 WS-PCH-TESTO         PIC X(100).
               05 WS-PCH-PAROLE        PIC X(200).
               05 WS-PCH-NUMERO-PAROLE PIC 9(2).
               05 WS-PCH-OPERATORE     PIC X(50).
               05 WS-PCH-ESITO         PIC X(1).

           01 WS-LINE PIC X(90) VALUE ALL '-'.
           01 WS-HEADER-CAMPIONE.
               05 FILLER PIC X(14) VALUE 'CHIAVE'.
               05 FILLER PIC X(31) VALUE 'TITOLO'.
               05 FILLER PIC X(23) VALUE 'PRIMA'.
               05 FILLER PIC X(20) VALUE 'DOPO'.
           01 WS-COLUMNS-CAMPIONE.
               05 WS-COLUMN-CHIAVE PIC X(13).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-COLUMN-TITOLO PIC X(30).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-COLUMN-PRIMA PIC X(20).
               05 FILLER PIC X(3) VALUE ' > '.
               05 WS-COLUMN-DOPO PIC X(20).
           01 WS-HEADER-LOTTI.
               05 FILLER PIC X(10) VALUE 'LOTTO'.
               05 FILLER PIC X(19) VALUE 'CAMPO'.
               05 FILLER PIC X(21) VALUE 'VALORE NUOVO'.
               05 FILLER PIC X(9) VALUE 'RIGHE'.
               05 FILLER PIC X(9) VALUE 'APPLIC.'.
               05 FILLER PIC X(13) VALUE 'STATO'.
               05 FILLER PIC X(10) VALUE 'PREPARATO'.
           01 WS-COLUMNS-LOTTI.
               05 WS-COLUMN-LOTTO PIC Z(8)9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-COLUMN-CAMPO PIC X(18).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-COLUMN-VALORE PIC X(20).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-COLUMN-RIGHE PIC Z(6)9.
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-COLUMN-APPLICATE PIC Z(6)9.
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-COLUMN-STATO PIC X(12).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-COLUMN-DATA PIC X(10).

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
      *****************************************************************
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01 DBNAME                PIC X(30) VALUE SPACE.

           01 RECORDLOTTO.
               05 ID-LOTTO            PIC 9(9).
               05 LIVELLO             PIC X(1).
               05 CAMPO               PIC X(20).
               05 SEDE                PIC 9(5).
               05 COLLOCAZIONE-DA     PIC X(20).
               05 COLLOCAZIONE-A      PIC X(20).
               05 GENERE              PIC X(50).
               05 CODICE-CASA         PIC 9(5).
               05 TIPO-MATERIALE      PIC X(12).
               05 DATA-DA             PIC X(10).
               05 DATA-A              PIC X(10).
               05 VALORE-VECCHIO      PIC X(100).
               05 VALORE-NUOVO        PIC X(100).
               05 NUMERO-RIGHE        PIC 9(7).
               05 RIGHE-APPLICATE     PIC 9(7).
               05 STATO               PIC X(12).
               05 PREPARATO-DA        PIC X(50).
           01 DB-OPERATORE          PIC X(50) VALUE SPACE.
           01 DB-MARCA              PIC X(1) VALUE SPACE.
           01 DB-MARCA-PRIMA        PIC X(1) VALUE SPACE.
           01 DB-VERSO              PIC X(1) VALUE SPACE.
           01 DB-STATO-NUOVO        PIC X(12) VALUE SPACE.
           01 DB-OPERAZIONE-AUDIT   PIC X(10) VALUE SPACE.
           01 DB-CONTEGGIO          PIC 9(7) VALUE ZERO.
           01 DB-DATA-PREPARAZIONE  PIC X(10) VALUE SPACE.
           01 RECORDRIGA.
               05 DB-RIGA-CHIAVE      PIC X(13).
               05 DB-RIGA-ISBN        PIC X(13).
               05 DB-RIGA-TITOLO      PIC X(30).
               05 DB-RIGA-PRIMA       PIC X(20).
               05 DB-RIGA-DOPO        PIC X(20).
           01 DB-CODICE-SQL-ORIGINALE PIC S9(9) VALUE ZERO.
           01 DB-ERR-MESSAGGIO PIC X(200) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.
      *****************************************************************
      ********************INCLUDO SQLCA********************************
      *****************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.

           LINKAGE SECTION.
           01 LS-TYPE PIC X(1).
      **'p' PREPARA UN LOTTO E NE MOSTRA L'ANTEPRIMA; 'q' LO METTE IN**
      **CODA PER L'APPROVAZIONE; 'z' SCARTA UN LOTTO PREPARATO; 'a'****
      **APPLICA (DALL'APPROVAZIONE); 'x' SEGNA IL RIFIUTO; 'r' CHIEDE**
      **L'ANNULLAMENTO DI UN LOTTO APPLICATO; 'u' ANNULLA (DALL'*******
      **APPROVAZIONE); 'v' RIMOSTRA L'ANTEPRIMA; 'l' ELENCO DEI LOTTI**
      **DATE NEL FORMATO GG-MM-AAAA; SEDE E EDITORE ZERO = TUTTI********
           01 LS-RECORD.
               05 LS-ID-LOTTO          PIC 9(9).
               05 LS-CAMPO             PIC X(20).
               05 LS-SEDE              PIC 9(5).
               05 LS-COLLOCAZIONE-DA   PIC X(20).
               05 LS-COLLOCAZIONE-A    PIC X(20).
               05 LS-GENERE            PIC X(50).
               05 LS-CODICE-CASA       PIC 9(5).
               05 LS-TIPO-MATERIALE    PIC X(12).
               05 LS-DATA-DA           PIC X(10).
               05 LS-DATA-A            PIC X(10).
               05 LS-VALORE-VECCHIO    PIC X(100).
               05 LS-VALORE-NUOVO      PIC X(100).
               05 LS-NUMERO-RIGHE      PIC 9(7).
               05 LS-OPERATORE         PIC X(50).
               05 LS-ESITO             PIC X(1).

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
               MOVE 'N' TO LS-ESITO
               MOVE LS-OPERATORE TO DB-OPERATORE
               EVALUATE LS-TYPE
                   WHEN 'p'
                       PERFORM PREPARALOTTO
                   WHEN 'q'
                       PERFORM ACCODALOTTO
                   WHEN 'z'
                       PERFORM SCARTALOTTO
                   WHEN 'a'
                       PERFORM APPLICALOTTO
                   WHEN 'x'
                       PERFORM RIFIUTALOTTO
                   WHEN 'r'
                       PERFORM RICHIEDIANNULLAMENTO
                   WHEN 'u'
                       PERFORM ANNULLALOTTO
                   WHEN 'v'
                       PERFORM RIMOSTRAANTEPRIMA
                   WHEN 'l'
                       PERFORM ELENCOLOTTI
               END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      **************PREPARAZIONE E ANTEPRIMA DI UN LOTTO****************
      ******************************************************************
      **CONTROLLA CAMPO E VALORE NUOVO, REGISTRA IL LOTTO CON I SUOI****
      **CRITERI E FOTOGRAFA I RECORD CHE CAMBIEREBBERO; NIENTE VIENE***
      **ANCORA MODIFICATO. UN LOTTO SENZA RECORD VIENE SCARTATO*********
           PREPARALOTTO.
           MOVE LS-CAMPO TO CAMPO
           INSPECT CAMPO CONVERTING WS-MINUSCOLE TO WS-MAIUSCOLE
           MOVE LS-VALORE-NUOVO TO VALORE-NUOVO
           MOVE LS-VALORE-VECCHIO TO VALORE-VECCHIO
           EVALUATE CAMPO
               WHEN 'GENERE'
               WHEN 'TIPO_MATERIALE'
               WHEN 'CODICECASAEDITRICE'
               WHEN 'CODICE_SEDE'
                   MOVE 'T' TO LIVELLO
               WHEN 'COLLOCAZIONE'
               WHEN 'CONDIZIONE'
                   MOVE 'C' TO LIVELLO
               WHEN OTHER
                   DISPLAY "CAMPO NON MODIFICABILE IN BLOCCO: " CAMPO
                   EXIT PARAGRAPH
           END-EVALUATE
           IF VALORE-NUOVO = SPACE
               DISPLAY "IL VALORE NUOVO E' OBBLIGATORIO"
               EXIT PARAGRAPH
           END-IF
           IF CAMPO = 'TIPO_MATERIALE' OR CAMPO = 'CONDIZIONE'
               INSPECT VALORE-NUOVO
                   CONVERTING WS-MINUSCOLE TO WS-MAIUSCOLE
           END-IF
           IF CAMPO = 'GENERE'
               MOVE VALORE-NUOVO TO WS-GEN-VOCE
               CALL 'GENERE' USING 'v', WS-VOCE-GENERE
               IF WS-GEN-ESITO = 'N'
                   DISPLAY "GENERE NON NEL THESAURUS: LOTTO RIFIUTATO"
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *    EDITORE E SEDE NUOVI DEVONO ESISTERE GIA'*******************
           MOVE ZERO TO DB-CONTEGGIO
           IF CAMPO = 'CODICECASAEDITRICE'
               EXEC SQL
                   SELECT COUNT(*) INTO :DB-CONTEGGIO
                   FROM CASAEDITRICE
                   WHERE CAST(CODICE_CASA AS TEXT) =
                   TRIM(:VALORE-NUOVO)
               END-EXEC
               IF DB-CONTEGGIO = ZERO
                   DISPLAY "CASA EDITRICE INESISTENTE"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF CAMPO = 'CODICE_SEDE'
               EXEC SQL
                   SELECT COUNT(*) INTO :DB-CONTEGGIO
                   FROM SEDE
                   WHERE CAST(CODICE_SEDE AS TEXT) =
                   TRIM(:VALORE-NUOVO)
               END-EXEC
               IF DB-CONTEGGIO = ZERO
                   DISPLAY "SEDE INESISTENTE"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE LS-SEDE TO SEDE
           MOVE LS-COLLOCAZIONE-DA TO COLLOCAZIONE-DA
           MOVE LS-COLLOCAZIONE-A TO COLLOCAZIONE-A
           MOVE LS-GENERE TO GENERE
           MOVE LS-CODICE-CASA TO CODICE-CASA
           MOVE LS-TIPO-MATERIALE TO TIPO-MATERIALE
           MOVE LS-DATA-DA TO DATA-DA
           MOVE LS-DATA-A TO DATA-A
           EXEC SQL
               INSERT INTO MODIFICA_LOTTO
               (LIVELLO, CAMPO, SEDE, COLLOCAZIONE_DA, COLLOCAZIONE_A,
               GENERE, CODICE_CASA, TIPO_MATERIALE, DATA_DA, DATA_A,
               VALORE_VECCHIO, VALORE_NUOVO, PREPARATO_DA)
               VALUES (:LIVELLO, TRIM(:CAMPO), :SEDE,
               TRIM(:COLLOCAZIONE-DA), TRIM(:COLLOCAZIONE-A),
               TRIM(:GENERE), :CODICE-CASA, TRIM(:TIPO-MATERIALE),
               TO_DATE(NULLIF(TRIM(:DATA-DA), ''), 'DD-MM-YYYY'),
               TO_DATE(NULLIF(TRIM(:DATA-A), ''), 'DD-MM-YYYY'),
               TRIM(:VALORE-VECCHIO), TRIM(:VALORE-NUOVO),
               TRIM(:DB-OPERATORE))
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               SELECT CURRVAL('modifica_lotto_id_seq') INTO :ID-LOTTO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF LIVELLO = 'T'
               PERFORM FOTOGRAFATITOLI
           ELSE
               PERFORM FOTOGRAFACOPIE
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :NUMERO-RIGHE
               FROM MODIFICA_RIGA WHERE ID_LOTTO = :ID-LOTTO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF NUMERO-RIGHE = ZERO
               MOVE 'SCARTATO' TO DB-STATO-NUOVO
           ELSE
               MOVE 'PREPARATO' TO DB-STATO-NUOVO
           END-IF
           EXEC SQL
               UPDATE MODIFICA_LOTTO SET NUMERO_RIGHE = :NUMERO-RIGHE,
               STATO = TRIM(:DB-STATO-NUOVO)
               WHERE ID = :ID-LOTTO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           CALL 'DBUTIL' USING BY CONTENT 'k'
           MOVE ID-LOTTO TO LS-ID-LOTTO
           MOVE NUMERO-RIGHE TO LS-NUMERO-RIGHE
           IF NUMERO-RIGHE = ZERO
               DISPLAY "NESSUN RECORD DA CAMBIARE CON QUESTI CRITERI"
               EXIT PARAGRAPH
           END-IF
           PERFORM MOSTRAANTEPRIMA
           MOVE 'S' TO LS-ESITO.

      *    TITOLI: CRITERI SU LIBRO; L'INTERVALLO DI COLLOCAZIONE*****
      *    VALE SE ALMENO UNA COPIA DEL TITOLO CI CADE DENTRO*********
           FOTOGRAFATITOLI.
           EXEC SQL
               INSERT INTO MODIFICA_RIGA
               (ID_LOTTO, CHIAVE, ISBN, VALORE_PRIMA, VALORE_DOPO)
               SELECT :ID-LOTTO, X.ISBN, X.ISBN, X.PRIMA,
               TRIM(:VALORE-NUOVO)
               FROM (SELECT L.ISBN,
                     CASE TRIM(:CAMPO)
                     WHEN 'GENERE' THEN COALESCE(L.GENERE, '')
                     WHEN 'TIPO_MATERIALE'
                         THEN COALESCE(L.TIPO_MATERIALE, '')
                     WHEN 'CODICECASAEDITRICE'
                         THEN COALESCE(CAST(L.CODICECASAEDITRICE
                         AS TEXT), '')
                     ELSE COALESCE(CAST(L.CODICE_SEDE AS TEXT), '')
                     END AS PRIMA
                     FROM LIBRO L
                     WHERE (:SEDE = 0 OR L.CODICE_SEDE = :SEDE)
                     AND (TRIM(:GENERE) = '' OR UPPER(TRIM(L.GENERE))
                         = UPPER(TRIM(:GENERE)))
                     AND (:CODICE-CASA = 0
                         OR L.CODICECASAEDITRICE = :CODICE-CASA)
                     AND (TRIM(:TIPO-MATERIALE) = ''
                         OR UPPER(TRIM(L.TIPO_MATERIALE)) =
                         UPPER(TRIM(:TIPO-MATERIALE)))
                     AND (TRIM(:DATA-DA) = '' OR L.DATA_INSERIMENTO >=
                         TO_DATE(NULLIF(TRIM(:DATA-DA), ''),
                         'DD-MM-YYYY'))
                     AND (TRIM(:DATA-A) = '' OR L.DATA_INSERIMENTO <=
                         TO_DATE(NULLIF(TRIM(:DATA-A), ''),
                         'DD-MM-YYYY'))
                     AND ((TRIM(:COLLOCAZIONE-DA) = ''
                           AND TRIM(:COLLOCAZIONE-A) = '')
                         OR EXISTS (SELECT 1 FROM ESEMPLARE E
                         WHERE E.ISBN = L.ISBN
                         AND (TRIM(:COLLOCAZIONE-DA) = ''
                             OR E.COLLOCAZIONE >=
                             TRIM(:COLLOCAZIONE-DA))
                         AND (TRIM(:COLLOCAZIONE-A) = ''
                             OR LEFT(E.COLLOCAZIONE,
                             LENGTH(TRIM(:COLLOCAZIONE-A))) <=
                             TRIM(:COLLOCAZIONE-A))))) X
               WHERE (TRIM(:VALORE-VECCHIO) = ''
                   OR UPPER(TRIM(X.PRIMA)) =
                   UPPER(TRIM(:VALORE-VECCHIO)))
               AND X.PRIMA <> TRIM(:VALORE-NUOVO)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF.

      *    COPIE: CRITERI SU ESEMPLARE E SUL SUO TITOLO; PER LA*******
      *    COLLOCAZIONE IL VALORE VECCHIO E' IL PREFISSO DA***********
      *    SOSTITUIRE (VUOTO = COLLOCAZIONE INTERA SOSTITUITA)********
           FOTOGRAFACOPIE.
           EXEC SQL
               INSERT INTO MODIFICA_RIGA
               (ID_LOTTO, CHIAVE, ISBN, VALORE_PRIMA, VALORE_DOPO)
               SELECT :ID-LOTTO, X.CHIAVE, X.ISBN, X.PRIMA, X.DOPO
               FROM (SELECT CAST(E.NUMERO_INVENTARIO AS TEXT)
                     AS CHIAVE, E.ISBN,
                     CASE TRIM(:CAMPO)
                     WHEN 'COLLOCAZIONE'
                         THEN COALESCE(E.COLLOCAZIONE, '')
                     ELSE COALESCE(E.CONDIZIONE, '')
                     END AS PRIMA,
                     CASE WHEN TRIM(:CAMPO) = 'COLLOCAZIONE'
                         AND TRIM(:VALORE-VECCHIO) <> ''
                     THEN TRIM(:VALORE-NUOVO) ||
                         SUBSTR(COALESCE(E.COLLOCAZIONE, ''),
                         LENGTH(TRIM(:VALORE-VECCHIO)) + 1)
                     ELSE TRIM(:VALORE-NUOVO)
                     END AS DOPO
                     FROM ESEMPLARE E
                     JOIN LIBRO L ON L.ISBN = E.ISBN
                     WHERE (:SEDE = 0 OR L.CODICE_SEDE = :SEDE)
                     AND (TRIM(:GENERE) = '' OR UPPER(TRIM(L.GENERE))
                         = UPPER(TRIM(:GENERE)))
                     AND (:CODICE-CASA = 0
                         OR L.CODICECASAEDITRICE = :CODICE-CASA)
                     AND (TRIM(:TIPO-MATERIALE) = ''
                         OR UPPER(TRIM(L.TIPO_MATERIALE)) =
                         UPPER(TRIM(:TIPO-MATERIALE)))
                     AND (TRIM(:DATA-DA) = '' OR E.DATA_ACQUISIZIONE
                         >= TO_DATE(NULLIF(TRIM(:DATA-DA), ''),
                         'DD-MM-YYYY'))
                     AND (TRIM(:DATA-A) = '' OR E.DATA_ACQUISIZIONE
                         <= TO_DATE(NULLIF(TRIM(:DATA-A), ''),
                         'DD-MM-YYYY'))
                     AND (TRIM(:COLLOCAZIONE-DA) = ''
                         OR E.COLLOCAZIONE >= TRIM(:COLLOCAZIONE-DA))
                     AND (TRIM(:COLLOCAZIONE-A) = ''
                         OR LEFT(E.COLLOCAZIONE,
                         LENGTH(TRIM(:COLLOCAZIONE-A))) <=
                         TRIM(:COLLOCAZIONE-A))) X
               WHERE (TRIM(:VALORE-VECCHIO) = ''
                   OR (TRIM(:CAMPO) = 'COLLOCAZIONE'
                       AND X.PRIMA LIKE TRIM(:VALORE-VECCHIO) || '%')
                   OR (TRIM(:CAMPO) <> 'COLLOCAZIONE'
                       AND UPPER(TRIM(X.PRIMA)) =
                       UPPER(TRIM(:VALORE-VECCHIO))))
               AND X.PRIMA <> X.DOPO
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF.

      ******************************************************************
      **************ANTEPRIMA: CONTEGGIO E CAMPIONE*********************
      ******************************************************************
           MOSTRAANTEPRIMA.
           DISPLAY "LOTTO DI MODIFICA: " ID-LOTTO
           DISPLAY "CAMPO: " CAMPO
           DISPLAY "VALORE NUOVO: " VALORE-NUOVO
           MOVE NUMERO-RIGHE TO WS-NUMERO-EDIT
           DISPLAY "RECORD CHE CAMBIERANNO: " WS-NUMERO-EDIT
           DISPLAY "CAMPIONE (PRIMI 10):"
           EXEC SQL
               DECLARE CAMPIONE_CURSOR CURSOR FOR
               SELECT R.CHIAVE, COALESCE(R.ISBN, ' '),
               LEFT(COALESCE(L.TITOLO, ' '), 30),
               LEFT(R.VALORE_PRIMA, 20), LEFT(R.VALORE_DOPO, 20)
               FROM MODIFICA_RIGA R
               LEFT JOIN LIBRO L ON L.ISBN = R.ISBN
               WHERE R.ID_LOTTO = :ID-LOTTO
               ORDER BY R.CHIAVE
               LIMIT 10
           END-EXEC
           EXEC SQL
           OPEN CAMPIONE_CURSOR
           END-EXEC
           EXEC SQL
               FETCH CAMPIONE_CURSOR INTO :RECORDRIGA
           END-EXEC
           DISPLAY WS-LINE
           DISPLAY WS-HEADER-CAMPIONE
           DISPLAY WS-LINE
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE DB-RIGA-CHIAVE TO WS-COLUMN-CHIAVE
               MOVE DB-RIGA-TITOLO TO WS-COLUMN-TITOLO
               MOVE DB-RIGA-PRIMA TO WS-COLUMN-PRIMA
               MOVE DB-RIGA-DOPO TO WS-COLUMN-DOPO
               DISPLAY WS-COLUMNS-CAMPIONE
               EXEC SQL
                   FETCH CAMPIONE_CURSOR INTO :RECORDRIGA
               END-EXEC
           END-PERFORM
           DISPLAY WS-LINE
           EXEC SQL
           CLOSE CAMPIONE_CURSOR
           END-EXEC.

           RIMOSTRAANTEPRIMA.
           PERFORM LEGGILOTTO
           IF ID-LOTTO = ZERO
               EXIT PARAGRAPH
           END-IF
           DISPLAY "STATO: " STATO " PREPARATO DA: " PREPARATO-DA
           PERFORM MOSTRAANTEPRIMA
           MOVE 'S' TO LS-ESITO.

      *    LEGGE IL LOTTO RICHIESTO; ID A ZERO SE NON ESISTE**********
           LEGGILOTTO.
           MOVE LS-ID-LOTTO TO ID-LOTTO
           EXEC SQL
               SELECT LIVELLO, CAMPO, COALESCE(VALORE_VECCHIO, ' '),
               VALORE_NUOVO, NUMERO_RIGHE, RIGHE_APPLICATE, STATO,
               PREPARATO_DA
               INTO :LIVELLO, :CAMPO, :VALORE-VECCHIO, :VALORE-NUOVO,
               :NUMERO-RIGHE, :RIGHE-APPLICATE, :STATO, :PREPARATO-DA
               FROM MODIFICA_LOTTO WHERE ID = :ID-LOTTO
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY "NESSUN LOTTO DI MODIFICA CON QUESTO NUMERO"
               MOVE ZERO TO ID-LOTTO
           END-IF.

      ******************************************************************
      **************INVIO ALL'APPROVAZIONE E SCARTO*********************
      ******************************************************************
           ACCODALOTTO.
           PERFORM LEGGILOTTO
           IF ID-LOTTO = ZERO
               EXIT PARAGRAPH
           END-IF
           IF STATO NOT = 'PREPARATO'
               DISPLAY "IL LOTTO NON E' IN PREPARAZIONE: " STATO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-AZIONE-PENDENTE
           MOVE 'MODIFICA_GLOBALE' TO WS-APP-TIPO
           MOVE ID-LOTTO TO WS-APP-CHIAVE
           STRING CAMPO DELIMITED BY SPACE
               " = " DELIMITED BY SIZE
               VALORE-NUOVO DELIMITED BY SIZE
               INTO WS-APP-VALORE
           END-STRING
           MOVE DB-OPERATORE TO WS-APP-OPERATORE
           CALL 'APPROVAZIONI' USING 's', WS-AZIONE-PENDENTE
           IF WS-APP-ESITO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE MODIFICA_LOTTO SET STATO = 'IN_ATTESA'
               WHERE ID = :ID-LOTTO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           CALL 'DBUTIL' USING BY CONTENT 'k'
           MOVE 'S' TO LS-ESITO.

           SCARTALOTTO.
           PERFORM LEGGILOTTO
           IF ID-LOTTO = ZERO
               EXIT PARAGRAPH
           END-IF
           IF STATO NOT = 'PREPARATO'
               DISPLAY "IL LOTTO NON E' IN PREPARAZIONE: " STATO
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               DELETE FROM MODIFICA_RIGA WHERE ID_LOTTO = :ID-LOTTO
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               UPDATE MODIFICA_LOTTO SET STATO = 'SCARTATO'
               WHERE ID = :ID-LOTTO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           CALL 'DBUTIL' USING BY CONTENT 'k'
           DISPLAY "LOTTO SCARTATO, NESSUNA MODIFICA APPLICATA"
           MOVE 'S' TO LS-ESITO.

      *    IL SECONDO AMMINISTRATORE HA RIFIUTATO IL LOTTO************
           RIFIUTALOTTO.
           MOVE LS-ID-LOTTO TO ID-LOTTO
           EXEC SQL
               UPDATE MODIFICA_LOTTO SET STATO = 'RIFIUTATO'
               WHERE ID = :ID-LOTTO AND STATO = 'IN_ATTESA'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           MOVE 'S' TO LS-ESITO.

           RICHIEDIANNULLAMENTO.
           PERFORM LEGGILOTTO
           IF ID-LOTTO = ZERO
               EXIT PARAGRAPH
           END-IF
           IF STATO NOT = 'APPLICATO'
               DISPLAY "SI ANNULLA SOLO UN LOTTO APPLICATO: " STATO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-AZIONE-PENDENTE
           MOVE 'ANNULLA_MODIFICA' TO WS-APP-TIPO
           MOVE ID-LOTTO TO WS-APP-CHIAVE
           STRING CAMPO DELIMITED BY SPACE
               " RIPRISTINATO" DELIMITED BY SIZE
               INTO WS-APP-VALORE
           END-STRING
           MOVE DB-OPERATORE TO WS-APP-OPERATORE
           CALL 'APPROVAZIONI' USING 's', WS-AZIONE-PENDENTE
           MOVE WS-APP-ESITO TO LS-ESITO.

      ******************************************************************
      **************APPLICAZIONE E ANNULLAMENTO*************************
      ******************************************************************
      **CHIAMATI DALL'APPROVAZIONE, CON L'APPROVATORE IN OPERATORE.****
      **APPLICA: RIGHE N IL CUI VALORE E' ANCORA QUELLO FOTOGRAFATO****
      **DIVENTANO S E RICEVONO IL VALORE DOPO. ANNULLA: RIGHE S IL*****
      **CUI VALORE E' ANCORA QUELLO APPLICATO DIVENTANO A E TORNANO****
      **AL VALORE PRIMA*************************************************
           APPLICALOTTO.
           PERFORM LEGGILOTTO
           IF ID-LOTTO = ZERO
               EXIT PARAGRAPH
           END-IF
           IF STATO NOT = 'IN_ATTESA'
               DISPLAY "IL LOTTO NON E' IN ATTESA DI APPROVAZIONE"
               EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO DB-VERSO
           MOVE 'N' TO DB-MARCA-PRIMA
           MOVE 'S' TO DB-MARCA
           MOVE 'MOD_GLOB' TO DB-OPERAZIONE-AUDIT
           PERFORM ESEGUILOTTO
           EXEC SQL
               UPDATE MODIFICA_LOTTO SET STATO = 'APPLICATO',
               RIGHE_APPLICATE = :DB-CONTEGGIO,
               APPLICATO_DA = TRIM(:DB-OPERATORE),
               DATA_APPLICAZIONE = CURRENT_TIMESTAMP
               WHERE ID = :ID-LOTTO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE 'APPLICA' TO WS-AUDIT-OPERAZIONE
           PERFORM CHIUDILOTTO
           DISPLAY "LOTTO " ID-LOTTO " APPLICATO"
           MOVE 'S' TO LS-ESITO.

           ANNULLALOTTO.
           PERFORM LEGGILOTTO
           IF ID-LOTTO = ZERO
               EXIT PARAGRAPH
           END-IF
           IF STATO NOT = 'APPLICATO'
               DISPLAY "SI ANNULLA SOLO UN LOTTO APPLICATO: " STATO
               EXIT PARAGRAPH
           END-IF
           MOVE 'U' TO DB-VERSO
           MOVE 'S' TO DB-MARCA-PRIMA
           MOVE 'A' TO DB-MARCA
           MOVE 'ANN_GLOB' TO DB-OPERAZIONE-AUDIT
           PERFORM ESEGUILOTTO
           EXEC SQL
               UPDATE MODIFICA_LOTTO SET STATO = 'ANNULLATO',
               ANNULLATO_DA = TRIM(:DB-OPERATORE),
               DATA_ANNULLAMENTO = CURRENT_TIMESTAMP
               WHERE ID = :ID-LOTTO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE 'ANNULLA' TO WS-AUDIT-OPERAZIONE
           PERFORM CHIUDILOTTO
           DISPLAY "LOTTO " ID-LOTTO " ANNULLATO"
           MOVE 'S' TO LS-ESITO.

      *    MARCA LE RIGHE ANCORA COERENTI, AGGIORNA IL CAMPO DI*******
      *    LIBRO O DI ESEMPLARE E SCRIVE UNA VOCE DI AUDIT PER RECORD*
           ESEGUILOTTO.
           IF LIVELLO = 'T'
               EXEC SQL
                   UPDATE MODIFICA_RIGA R SET APPLICATA = :DB-MARCA
                   FROM LIBRO L
                   WHERE R.ID_LOTTO = :ID-LOTTO
                   AND R.APPLICATA = :DB-MARCA-PRIMA
                   AND L.ISBN = R.CHIAVE
                   AND CASE WHEN :DB-VERSO = 'A' THEN R.VALORE_PRIMA
                       ELSE R.VALORE_DOPO END =
                       CASE TRIM(:CAMPO)
                       WHEN 'GENERE' THEN COALESCE(L.GENERE, '')
                       WHEN 'TIPO_MATERIALE'
                           THEN COALESCE(L.TIPO_MATERIALE, '')
                       WHEN 'CODICECASAEDITRICE'
                           THEN COALESCE(CAST(L.CODICECASAEDITRICE
                           AS TEXT), '')
                       ELSE COALESCE(CAST(L.CODICE_SEDE AS TEXT), '')
                       END
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE MODIFICA_RIGA R SET APPLICATA = :DB-MARCA
                   FROM ESEMPLARE E
                   WHERE R.ID_LOTTO = :ID-LOTTO
                   AND R.APPLICATA = :DB-MARCA-PRIMA
                   AND CAST(E.NUMERO_INVENTARIO AS TEXT) = R.CHIAVE
                   AND CASE WHEN :DB-VERSO = 'A' THEN R.VALORE_PRIMA
                       ELSE R.VALORE_DOPO END =
                       CASE TRIM(:CAMPO)
                       WHEN 'COLLOCAZIONE'
                           THEN COALESCE(E.COLLOCAZIONE, '')
                       ELSE COALESCE(E.CONDIZIONE, '')
                       END
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           EVALUATE CAMPO
               WHEN 'GENERE'
                   EXEC SQL
                       UPDATE LIBRO L SET GENERE =
                       CASE WHEN :DB-VERSO = 'A' THEN R.VALORE_DOPO
                       ELSE R.VALORE_PRIMA END
                       FROM MODIFICA_RIGA R
                       WHERE R.ID_LOTTO = :ID-LOTTO
                       AND R.APPLICATA = :DB-MARCA
                       AND L.ISBN = R.CHIAVE
                   END-EXEC
               WHEN 'TIPO_MATERIALE'
                   EXEC SQL
                       UPDATE LIBRO L SET TIPO_MATERIALE =
                       CASE WHEN :DB-VERSO = 'A' THEN R.VALORE_DOPO
                       ELSE R.VALORE_PRIMA END
                       FROM MODIFICA_RIGA R
                       WHERE R.ID_LOTTO = :ID-LOTTO
                       AND R.APPLICATA = :DB-MARCA
                       AND L.ISBN = R.CHIAVE
                   END-EXEC
               WHEN 'CODICECASAEDITRICE'
                   EXEC SQL
                       UPDATE LIBRO L SET CODICECASAEDITRICE =
                       CAST(CASE WHEN :DB-VERSO = 'A'
                       THEN R.VALORE_DOPO ELSE R.VALORE_PRIMA END
                       AS INT)
                       FROM MODIFICA_RIGA R
                       WHERE R.ID_LOTTO = :ID-LOTTO
                       AND R.APPLICATA = :DB-MARCA
                       AND L.ISBN = R.CHIAVE
                   END-EXEC
               WHEN 'CODICE_SEDE'
                   EXEC SQL
                       UPDATE LIBRO L SET CODICE_SEDE =
                       CAST(NULLIF(CASE WHEN :DB-VERSO = 'A'
                       THEN R.VALORE_DOPO ELSE R.VALORE_PRIMA END, '')
                       AS INT)
                       FROM MODIFICA_RIGA R
                       WHERE R.ID_LOTTO = :ID-LOTTO
                       AND R.APPLICATA = :DB-MARCA
                       AND L.ISBN = R.CHIAVE
                   END-EXEC
               WHEN 'COLLOCAZIONE'
                   EXEC SQL
                       UPDATE ESEMPLARE E SET COLLOCAZIONE =
                       NULLIF(CASE WHEN :DB-VERSO = 'A'
                       THEN R.VALORE_DOPO ELSE R.VALORE_PRIMA END, '')
                       FROM MODIFICA_RIGA R
                       WHERE R.ID_LOTTO = :ID-LOTTO
                       AND R.APPLICATA = :DB-MARCA
                       AND CAST(E.NUMERO_INVENTARIO AS TEXT) = R.CHIAVE
                   END-EXEC
               WHEN 'CONDIZIONE'
                   EXEC SQL
                       UPDATE ESEMPLARE E SET CONDIZIONE =
                       CASE WHEN :DB-VERSO = 'A' THEN R.VALORE_DOPO
                       ELSE R.VALORE_PRIMA END
                       FROM MODIFICA_RIGA R
                       WHERE R.ID_LOTTO = :ID-LOTTO
                       AND R.APPLICATA = :DB-MARCA
                       AND CAST(E.NUMERO_INVENTARIO AS TEXT) = R.CHIAVE
                   END-EXEC
           END-EVALUATE
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               INSERT INTO AUDITLOG (TABELLA, OPERAZIONE, CHIAVE,
               USERNAME)
               SELECT CASE WHEN :LIVELLO = 'T' THEN 'LIBRO'
               ELSE 'ESEMPLARE' END, TRIM(:DB-OPERAZIONE-AUDIT),
               TRIM(R.CHIAVE) || ' ' || TRIM(:CAMPO) || ' LOTTO ' ||
               CAST(R.ID_LOTTO AS TEXT), TRIM(:DB-OPERATORE)
               FROM MODIFICA_RIGA R
               WHERE R.ID_LOTTO = :ID-LOTTO
               AND R.APPLICATA = :DB-MARCA
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :DB-CONTEGGIO
               FROM MODIFICA_RIGA
               WHERE ID_LOTTO = :ID-LOTTO AND APPLICATA = :DB-MARCA
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
      *    IL GENERE E' NELL'INDICE PER PAROLE: SI RIALLINEANO I******
      *    TITOLI TOCCATI*********************************************
           IF CAMPO = 'GENERE'
               PERFORM REINDICIZZALOTTO
           END-IF.

           REINDICIZZALOTTO.
           EXEC SQL
               DECLARE RIGHE_LOTTO_CURSOR CURSOR FOR
               SELECT CHIAVE FROM MODIFICA_RIGA
               WHERE ID_LOTTO = :ID-LOTTO AND APPLICATA = :DB-MARCA
           END-EXEC
           EXEC SQL
           OPEN RIGHE_LOTTO_CURSOR
           END-EXEC
           EXEC SQL
               FETCH RIGHE_LOTTO_CURSOR INTO :DB-RIGA-CHIAVE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE DB-RIGA-CHIAVE TO WS-PCH-ISBN
               CALL 'PAROLECHIAVE' USING 'i', WS-PAROLE-CHIAVE
               EXEC SQL
                   FETCH RIGHE_LOTTO_CURSOR INTO :DB-RIGA-CHIAVE
               END-EXEC
           END-PERFORM
           EXEC SQL
           CLOSE RIGHE_LOTTO_CURSOR
           END-EXEC.

      *    RIEPILOGO, VOCE DI AUDIT DEL LOTTO E COMMIT****************
           CHIUDILOTTO.
           IF DB-VERSO = 'A'
               COMPUTE WS-SALTATE = NUMERO-RIGHE - DB-CONTEGGIO
           ELSE
               COMPUTE WS-SALTATE = RIGHE-APPLICATE - DB-CONTEGGIO
           END-IF
           MOVE DB-CONTEGGIO TO WS-NUMERO-EDIT
           DISPLAY "RECORD MODIFICATI: " WS-NUMERO-EDIT
           MOVE WS-SALTATE TO WS-NUMERO-EDIT
           DISPLAY "RECORD LASCIATI (CAMBIATI NEL FRATTEMPO): "
               WS-NUMERO-EDIT
           MOVE 'MODIFICA_LOTTO' TO WS-AUDIT-TABELLA
           MOVE ID-LOTTO TO WS-AUDIT-CHIAVE
           MOVE DB-OPERATORE TO WS-AUDIT-USERNAME
           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
           CALL 'DBUTIL' USING BY CONTENT 'k'.

      ******************************************************************
      **************ELENCO DEI LOTTI DI MODIFICA************************
      ******************************************************************
           ELENCOLOTTI.
           EXEC SQL
               DECLARE LOTTI_CURSOR CURSOR FOR
               SELECT ID, CAMPO, LEFT(VALORE_NUOVO, 20), NUMERO_RIGHE,
               RIGHE_APPLICATE, STATO,
               TO_CHAR(DATA_PREPARAZIONE, 'DD-MM-YYYY')
               FROM MODIFICA_LOTTO
               ORDER BY ID DESC
           END-EXEC
           EXEC SQL
           OPEN LOTTI_CURSOR
           END-EXEC
           EXEC SQL
               FETCH LOTTI_CURSOR INTO :ID-LOTTO, :CAMPO,
               :VALORE-NUOVO, :NUMERO-RIGHE, :RIGHE-APPLICATE, :STATO,
               :DB-DATA-PREPARAZIONE
           END-EXEC
           DISPLAY WS-LINE
           DISPLAY WS-HEADER-LOTTI
           DISPLAY WS-LINE
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE ID-LOTTO TO WS-COLUMN-LOTTO
               MOVE CAMPO TO WS-COLUMN-CAMPO
               MOVE VALORE-NUOVO TO WS-COLUMN-VALORE
               MOVE NUMERO-RIGHE TO WS-COLUMN-RIGHE
               MOVE RIGHE-APPLICATE TO WS-COLUMN-APPLICATE
               MOVE STATO TO WS-COLUMN-STATO
               MOVE DB-DATA-PREPARAZIONE TO WS-COLUMN-DATA
               DISPLAY WS-COLUMNS-LOTTI
               EXEC SQL
                   FETCH LOTTI_CURSOR INTO :ID-LOTTO, :CAMPO,
                   :VALORE-NUOVO, :NUMERO-RIGHE, :RIGHE-APPLICATE,
                   :STATO, :DB-DATA-PREPARAZIONE
               END-EXEC
           END-PERFORM
           DISPLAY WS-LINE
           EXEC SQL
           CLOSE LOTTI_CURSOR
           END-EXEC
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
                   VALUES ('MODIFICAGLOBALE', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
                   STOP RUN
               END-IF
               EXIT PROGRAM.
