       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOLONTARIO.
      ******************************************************************
      **************LIBRERIA PER OPERAZIONE TABELLA*********************
      ********************VOLONTARIO************************************
      ******************************************************************
      **REGISTRO DEI VOLONTARI (SERVIZIO CIVILE, ASSOCIAZIONE AMICI****
      **DELLA BIBLIOTECA): LA SEDE IN CUI PRESTANO SERVIZIO, LE********
      **ATTIVITA' PER CUI SONO ABILITATI (BANCO, SCAFFALE, DOMICILIO,**
      **LETTURA) E LA SCADENZA DELL'ASSICURAZIONE. I TURNI SVOLTI SI***
      **REGISTRANO SOLO NEI GIORNI DI APERTURA DELLA SEDE (CHIUSURA E**
      **SEDE.GIORNO_CHIUSURA) E CON L'ASSICURAZIONE IN CORSO. IL*******
      **RIEPILOGO TRIMESTRALE DELLE ORE PER VOLONTARIO E PER SEDE******
      **SERVE AL RINNOVO DELLA POLIZZA E ALLE ATTESTAZIONI DEL*********
      **SERVIZIO CIVILE, SU VOLONTARIREPORT*****************************
       AUTHOR. ANOIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOLONTARI-REPORT-FILE ASSIGN TO "VOLONTARIREPORT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD VOLONTARI-REPORT-FILE.
           01 VOLONTARI-REPORT-RECORD PIC X(150).

           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.
           01 WS-MESE-CORRENTE PIC 9(2) VALUE ZERO.

      *****************************************************************
      ***********RIGA DEL RIEPILOGO TRIMESTRALE DELLE ORE**************
      *****************************************************************
      **  POS 1      TIPO RIGA: V=VOLONTARIO, S=SEDE, G=TOTALE*********
      **  POS 2-7    ANNO E TRIMESTRE (YYYY-T)**************************
      **  POS 8-12   CODICE VOLONTARIO (ZERO SULLE RIGHE DI SEDE)*******
      **  POS 13-72  NOMINATIVO O NOME DELLA SEDE***********************
      **  POS 73-92  TIPO DI VOLONTARIO (SERVIZIO_CIVILE/ASSOCIAZIONE)**
      **  POS 93-97  CODICE SEDE****************************************
      **  POS 98-102 NUMERO DI TURNI************************************
      **  POS 103-109 ORE SVOLTE (5 INTERI, 2 DECIMALI)*****************
           01  RIEPILOGO-RIGA.
               05 RIE-TIPO-RIGA     PIC X(1).
               05 RIE-PERIODO       PIC X(6).
               05 RIE-CODICE-VOLONTARIO PIC 9(5).
               05 RIE-NOMINATIVO    PIC X(60).
               05 RIE-TIPO-VOLONTARIO PIC X(20).
               05 RIE-CODICE-SEDE   PIC 9(5).
               05 RIE-TURNI         PIC 9(5).
               05 RIE-ORE           PIC 9(5)V99.
           01  WS-TOTALE-TURNI      PIC 9(5) VALUE ZERO.
           01  WS-TOTALE-ORE        PIC 9(5)V99 VALUE ZERO.

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
      *****************************************************************
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01 DBNAME                PIC X(30) VALUE SPACE.

           01 RECORDVOLONTARIO.
               05 CODICE-VOLONTARIO PIC 9(5).
               05 NOME              PIC X(50).
               05 COGNOME           PIC X(50).
               05 TIPO-VOLONTARIO   PIC X(20).
               05 CODICE-SEDE       PIC 9(5).
               05 TELEFONO          PIC X(20).
               05 SCADENZA-ASSICURAZIONE PIC X(10).
               05 ATTIVO            PIC X(1).
           01 RECORDTURNO.
               05 DATA-TURNO        PIC X(10).
               05 ORA-INIZIO        PIC X(5).
               05 ORA-FINE          PIC X(5).
               05 ATTIVITA          PIC X(20).
           01 DB-NOMINATIVO         PIC X(101) VALUE SPACE.
           01 DB-NOME-SEDE          PIC X(100) VALUE SPACE.
           01 DB-ATTIVITA-ELENCO    PIC X(100) VALUE SPACE.
           01 DB-GIORNI-ALLA-SCADENZA PIC S9(5) VALUE ZERO.
           01 DB-CONTA-CHIUSO       PIC 9(5) VALUE ZERO.
           01 DB-ORE-TURNO          PIC 9(3)V99 VALUE ZERO.
           01 DB-ANNO               PIC 9(4) VALUE ZERO.
           01 DB-TRIMESTRE          PIC 9(1) VALUE ZERO.
           01 DB-PERIODO            PIC X(6) VALUE SPACE.
           01 DB-TURNI              PIC 9(5) VALUE ZERO.
           01 DB-ORE                PIC 9(5)V99 VALUE ZERO.
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
               05 LS-CODICE-VOLONTARIO PIC 9(5).
               05 LS-NOME           PIC X(50).
               05 LS-COGNOME        PIC X(50).
               05 LS-TIPO           PIC X(20).
               05 LS-CODICE-SEDE    PIC 9(5).
               05 LS-TELEFONO       PIC X(20).
               05 LS-SCADENZA-ASSICURAZIONE PIC X(10).
               05 LS-ATTIVITA       PIC X(20).
               05 LS-DATA-TURNO     PIC X(10).
               05 LS-ORA-INIZIO     PIC X(5).
               05 LS-ORA-FINE       PIC X(5).
               05 LS-ANNO           PIC 9(4).
               05 LS-TRIMESTRE      PIC 9(1).
               05 LS-ESITO          PIC X(1).

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
               EVALUATE LS-TYPE
                   WHEN 'i'
                       PERFORM INSERISCIVOLONTARIO
                   WHEN 'u'
                       PERFORM AGGIORNAVOLONTARIO
                   WHEN 'a'
                       PERFORM ABILITAATTIVITA
                   WHEN 'v'
                       PERFORM REVOCAATTIVITA
                   WHEN 't'
                       PERFORM REGISTRATURNO
                   WHEN 'd'
                       PERFORM DISPLAYVOLONTARI
                   WHEN 'r'
                       PERFORM RIEPILOGOTRIMESTRALE
                   WHEN 'q'
                       PERFORM CORSATRIMESTRALE
               END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      **************ISCRIVE UN VOLONTARIO NEL REGISTRO******************
      ******************************************************************
      **IL TIPO E' SERVIZIO_CIVILE O ASSOCIAZIONE; LA SCADENZA*********
      **DELL'ASSICURAZIONE E' OBBLIGATORIA (GG-MM-AAAA)*****************
           INSERISCIVOLONTARIO.
           MOVE 'N' TO LS-ESITO
           MOVE LS-NOME TO NOME
           MOVE LS-COGNOME TO COGNOME
           MOVE LS-TIPO TO TIPO-VOLONTARIO
           MOVE LS-CODICE-SEDE TO CODICE-SEDE
           MOVE LS-TELEFONO TO TELEFONO
           MOVE LS-SCADENZA-ASSICURAZIONE TO SCADENZA-ASSICURAZIONE
           IF TIPO-VOLONTARIO NOT = 'SERVIZIO_CIVILE'
               MOVE 'ASSOCIAZIONE' TO TIPO-VOLONTARIO
           END-IF
           PERFORM CONTROLLASEDE
           IF VALUESTABLE = ZERO
               EXIT PROGRAM
           END-IF
           IF SCADENZA-ASSICURAZIONE(3:1) NOT = '-'
               OR SCADENZA-ASSICURAZIONE(6:1) NOT = '-'
               OR SCADENZA-ASSICURAZIONE(1:2) IS NOT NUMERIC
               OR SCADENZA-ASSICURAZIONE(4:2) IS NOT NUMERIC
               OR SCADENZA-ASSICURAZIONE(7:4) IS NOT NUMERIC
               DISPLAY "SCADENZA ASSICURAZIONE NON VALIDA "
                   "(FORMATO GG-MM-AAAA)"
               EXIT PROGRAM
           END-IF
           EXEC SQL
               INSERT INTO VOLONTARIO (NOME, COGNOME, TIPO,
               CODICE_SEDE, TELEFONO, SCADENZA_ASSICURAZIONE)
               VALUES (TRIM(:NOME), TRIM(:COGNOME),
               TRIM(:TIPO-VOLONTARIO), :CODICE-SEDE, TRIM(:TELEFONO),
               TO_DATE(:SCADENZA-ASSICURAZIONE, 'DD-MM-YYYY'))
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               SELECT MAX(CODICE_VOLONTARIO) INTO :CODICE-VOLONTARIO
               FROM VOLONTARIO
           END-EXEC
           MOVE CODICE-VOLONTARIO TO LS-CODICE-VOLONTARIO
           MOVE 'S' TO LS-ESITO
           DISPLAY "VOLONTARIO ISCRITTO CON CODICE " CODICE-VOLONTARIO.
           EXIT PROGRAM.

      ******************************************************************
      **************AGGIORNA SEDE, TELEFONO E ASSICURAZIONE*************
      ******************************************************************
      **I CAMPI LASCIATI VUOTI (O A ZERO) RESTANO COME SONO. TIPO******
      **'CESSATO' TOGLIE IL VOLONTARIO DAL SERVIZIO: LE SUE ORE********
      **RESTANO NEI RIEPILOGHI******************************************
           AGGIORNAVOLONTARIO.
           MOVE 'N' TO LS-ESITO
           MOVE LS-CODICE-VOLONTARIO TO CODICE-VOLONTARIO
           MOVE LS-CODICE-SEDE TO CODICE-SEDE
           MOVE LS-TELEFONO TO TELEFONO
           MOVE LS-SCADENZA-ASSICURAZIONE TO SCADENZA-ASSICURAZIONE
           MOVE 'S' TO ATTIVO
           IF LS-TIPO = 'CESSATO'
               MOVE 'N' TO ATTIVO
           END-IF
           IF CODICE-SEDE NOT = ZERO
               PERFORM CONTROLLASEDE
               IF VALUESTABLE = ZERO
                   EXIT PROGRAM
               END-IF
           END-IF
           IF SCADENZA-ASSICURAZIONE NOT = SPACE
               AND (SCADENZA-ASSICURAZIONE(3:1) NOT = '-'
               OR SCADENZA-ASSICURAZIONE(6:1) NOT = '-'
               OR SCADENZA-ASSICURAZIONE(1:2) IS NOT NUMERIC
               OR SCADENZA-ASSICURAZIONE(4:2) IS NOT NUMERIC
               OR SCADENZA-ASSICURAZIONE(7:4) IS NOT NUMERIC)
               DISPLAY "SCADENZA ASSICURAZIONE NON VALIDA "
                   "(FORMATO GG-MM-AAAA)"
               EXIT PROGRAM
           END-IF
           EXEC SQL
               UPDATE VOLONTARIO SET
               CODICE_SEDE = CASE WHEN :CODICE-SEDE = 0
                   THEN CODICE_SEDE ELSE :CODICE-SEDE END,
               TELEFONO = CASE WHEN TRIM(:TELEFONO) = ''
                   THEN TELEFONO ELSE TRIM(:TELEFONO) END,
               SCADENZA_ASSICURAZIONE =
                   CASE WHEN TRIM(:SCADENZA-ASSICURAZIONE) = ''
                   THEN SCADENZA_ASSICURAZIONE
                   ELSE TO_DATE(:SCADENZA-ASSICURAZIONE, 'DD-MM-YYYY')
                   END,
               ATTIVO = :ATTIVO
               WHERE CODICE_VOLONTARIO = :CODICE-VOLONTARIO
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLERRD(3) = ZERO
               DISPLAY "VOLONTARIO NON TROVATO: " CODICE-VOLONTARIO
           ELSE
               MOVE 'S' TO LS-ESITO
               DISPLAY "VOLONTARIO " CODICE-VOLONTARIO " AGGIORNATO"
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
      **************ABILITA UN VOLONTARIO A UN'ATTIVITA'****************
      ******************************************************************
      **ATTIVITA' AMMESSE: BANCO, SCAFFALE, DOMICILIO, LETTURA*********
           ABILITAATTIVITA.
           MOVE 'N' TO LS-ESITO
           MOVE LS-CODICE-VOLONTARIO TO CODICE-VOLONTARIO
           MOVE LS-ATTIVITA TO ATTIVITA
           IF ATTIVITA NOT = 'BANCO' AND ATTIVITA NOT = 'SCAFFALE'
               AND ATTIVITA NOT = 'DOMICILIO'
               AND ATTIVITA NOT = 'LETTURA'
               DISPLAY "ATTIVITA' NON PREVISTA: " ATTIVITA
               EXIT PROGRAM
           END-IF
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE FROM VOLONTARIO
               WHERE CODICE_VOLONTARIO = :CODICE-VOLONTARIO
           END-EXEC
           IF VALUESTABLE = ZERO
               DISPLAY "VOLONTARIO NON TROVATO: " CODICE-VOLONTARIO
               EXIT PROGRAM
           END-IF
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE
               FROM VOLONTARIO_ATTIVITA
               WHERE CODICE_VOLONTARIO = :CODICE-VOLONTARIO
               AND ATTIVITA = TRIM(:ATTIVITA)
           END-EXEC
           IF VALUESTABLE = ZERO
               EXEC SQL
                   INSERT INTO VOLONTARIO_ATTIVITA
                   (CODICE_VOLONTARIO, ATTIVITA)
                   VALUES (:CODICE-VOLONTARIO, TRIM(:ATTIVITA))
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME
           END-IF
           MOVE 'S' TO LS-ESITO
           DISPLAY "VOLONTARIO " CODICE-VOLONTARIO " ABILITATO A "
               ATTIVITA.
           EXIT PROGRAM.

      ******************************************************************
      **************REVOCA L'ABILITAZIONE A UN'ATTIVITA'****************
      ******************************************************************
           REVOCAATTIVITA.
           MOVE 'N' TO LS-ESITO
           MOVE LS-CODICE-VOLONTARIO TO CODICE-VOLONTARIO
           MOVE LS-ATTIVITA TO ATTIVITA
           EXEC SQL
               DELETE FROM VOLONTARIO_ATTIVITA
               WHERE CODICE_VOLONTARIO = :CODICE-VOLONTARIO
               AND ATTIVITA = TRIM(:ATTIVITA)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLERRD(3) = ZERO
               DISPLAY "ABILITAZIONE NON PRESENTE"
           ELSE
               MOVE 'S' TO LS-ESITO
               DISPLAY "ABILITAZIONE REVOCATA"
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
      **************REGISTRA UN TURNO SVOLTO****************************
      ******************************************************************
      **IL TURNO VA NELLA SEDE DEL VOLONTARIO (O IN QUELLA INDICATA),**
      **IN UNA DATA NON FUTURA IN CUI LA SEDE ERA APERTA, PER UNA******
      **ATTIVITA' ABILITATA E CON L'ASSICURAZIONE ANCORA VALIDA QUEL***
      **GIORNO. NON SI ACCAVALLA AD ALTRI TURNI DELLO STESSO GIORNO****
           REGISTRATURNO.
           MOVE 'N' TO LS-ESITO
           MOVE LS-CODICE-VOLONTARIO TO CODICE-VOLONTARIO
           MOVE LS-CODICE-SEDE TO CODICE-SEDE
           MOVE LS-DATA-TURNO TO DATA-TURNO
           MOVE LS-ORA-INIZIO TO ORA-INIZIO
           MOVE LS-ORA-FINE TO ORA-FINE
           MOVE LS-ATTIVITA TO ATTIVITA
           IF DATA-TURNO(3:1) NOT = '-'
               OR DATA-TURNO(6:1) NOT = '-'
               OR DATA-TURNO(1:2) IS NOT NUMERIC
               OR DATA-TURNO(4:2) IS NOT NUMERIC
               OR DATA-TURNO(7:4) IS NOT NUMERIC
               DISPLAY "DATA NON VALIDA (FORMATO GG-MM-AAAA)"
               EXIT PROGRAM
           END-IF
           IF ORA-INIZIO(3:1) NOT = ':' OR ORA-FINE(3:1) NOT = ':'
               OR ORA-INIZIO(1:2) IS NOT NUMERIC
               OR ORA-INIZIO(4:2) IS NOT NUMERIC
               OR ORA-FINE(1:2) IS NOT NUMERIC
               OR ORA-FINE(4:2) IS NOT NUMERIC
               OR ORA-FINE NOT > ORA-INIZIO
               DISPLAY "ORARIO NON VALIDO (HH:MM, FINE DOPO INIZIO)"
               EXIT PROGRAM
           END-IF
           MOVE ZERO TO DB-GIORNI-ALLA-SCADENZA
           MOVE SPACE TO ATTIVO
           EXEC SQL
               SELECT COALESCE(ATTIVO, 'S'),
               CASE WHEN :CODICE-SEDE = 0 THEN COALESCE(CODICE_SEDE, 0)
                   ELSE :CODICE-SEDE END,
               COALESCE(SCADENZA_ASSICURAZIONE, DATE '1900-01-01')
               - TO_DATE(:DATA-TURNO, 'DD-MM-YYYY')
               INTO :ATTIVO, :CODICE-SEDE, :DB-GIORNI-ALLA-SCADENZA
               FROM VOLONTARIO
               WHERE CODICE_VOLONTARIO = :CODICE-VOLONTARIO
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY "VOLONTARIO NON TROVATO: " CODICE-VOLONTARIO
               EXIT PROGRAM
           END-IF
           IF ATTIVO = 'N'
               DISPLAY "VOLONTARIO NON PIU' IN SERVIZIO"
               EXIT PROGRAM
           END-IF
           IF DB-GIORNI-ALLA-SCADENZA < ZERO
               DISPLAY "ASSICURAZIONE SCADUTA ALLA DATA DEL TURNO: "
                   "TURNO NON REGISTRABILE"
               EXIT PROGRAM
           END-IF
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE
               FROM VOLONTARIO_ATTIVITA
               WHERE CODICE_VOLONTARIO = :CODICE-VOLONTARIO
               AND ATTIVITA = TRIM(:ATTIVITA)
           END-EXEC
           IF VALUESTABLE = ZERO
               DISPLAY "VOLONTARIO NON ABILITATO A " ATTIVITA
               EXIT PROGRAM
           END-IF
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE
               WHERE TO_DATE(:DATA-TURNO, 'DD-MM-YYYY') > CURRENT_DATE
           END-EXEC
           IF VALUESTABLE NOT = ZERO
               DISPLAY "NON SI REGISTRANO TURNI FUTURI"
               EXIT PROGRAM
           END-IF
      *    LA SEDE DEVE ESSERE APERTA: NIENTE CHIUSURA PUNTUALE (DELLA*
      *    SEDE O GENERALE) E NON IL GIORNO DI CHIUSURA SETTIMANALE****
           MOVE ZERO TO DB-CONTA-CHIUSO
           EXEC SQL
               SELECT COUNT(*) INTO :DB-CONTA-CHIUSO
               FROM (SELECT 1 FROM CHIUSURA
                     WHERE DATA_CHIUSURA =
                     TO_DATE(:DATA-TURNO, 'DD-MM-YYYY')
                     AND (COALESCE(CODICE_SEDE, 0) = 0
                          OR CODICE_SEDE = :CODICE-SEDE)
                     UNION ALL
                     SELECT 1 FROM SEDE
                     WHERE CODICE_SEDE = :CODICE-SEDE
                     AND COALESCE(GIORNO_CHIUSURA, 0) =
                     CAST(EXTRACT(ISODOW FROM
                     TO_DATE(:DATA-TURNO, 'DD-MM-YYYY')) AS INTEGER)
                    ) X
           END-EXEC
           IF DB-CONTA-CHIUSO NOT = ZERO
               DISPLAY "LA SEDE " CODICE-SEDE " ERA CHIUSA IL "
                   DATA-TURNO ": TURNO NON REGISTRABILE"
               EXIT PROGRAM
           END-IF
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE
               FROM TURNO_VOLONTARIO
               WHERE CODICE_VOLONTARIO = :CODICE-VOLONTARIO
               AND DATA_TURNO = TO_DATE(:DATA-TURNO, 'DD-MM-YYYY')
               AND ORA_INIZIO < CAST(:ORA-FINE AS TIME)
               AND ORA_FINE > CAST(:ORA-INIZIO AS TIME)
           END-EXEC
           IF VALUESTABLE NOT = ZERO
               DISPLAY "TURNO SOVRAPPOSTO A UNO GIA' REGISTRATO"
               EXIT PROGRAM
           END-IF
           EXEC SQL
               INSERT INTO TURNO_VOLONTARIO (CODICE_VOLONTARIO,
               CODICE_SEDE, DATA_TURNO, ORA_INIZIO, ORA_FINE, ORE,
               ATTIVITA)
               VALUES (:CODICE-VOLONTARIO, :CODICE-SEDE,
               TO_DATE(:DATA-TURNO, 'DD-MM-YYYY'),
               CAST(:ORA-INIZIO AS TIME), CAST(:ORA-FINE AS TIME),
               ROUND(EXTRACT(EPOCH FROM (CAST(:ORA-FINE AS TIME)
               - CAST(:ORA-INIZIO AS TIME))) / 3600, 2),
               TRIM(:ATTIVITA))
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE 'S' TO LS-ESITO
           DISPLAY "TURNO REGISTRATO: VOLONTARIO " CODICE-VOLONTARIO
               " SEDE " CODICE-SEDE " IL " DATA-TURNO.
           EXIT PROGRAM.

      ******************************************************************
      **************LA SEDE ESISTE?************************************
      ******************************************************************
           CONTROLLASEDE.
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE FROM SEDE
               WHERE CODICE_SEDE = :CODICE-SEDE
           END-EXEC
           IF VALUESTABLE = ZERO
               DISPLAY "SEDE NON TROVATA: " CODICE-SEDE
           END-IF.

      ******************************************************************
      **************ELENCO DEI VOLONTARI********************************
      ******************************************************************
      **CON SEDE ZERO TUTTE LE SEDI. SEGNALA LE ASSICURAZIONI GIA'*****
      **SCADUTE O IN SCADENZA NEI PROSSIMI 30 GIORNI********************
           DISPLAYVOLONTARI.
           MOVE LS-CODICE-SEDE TO CODICE-SEDE
           DISPLAY "VOLONTARI (CODICE / NOMINATIVO / TIPO / SEDE / "
               "SCADENZA ASSICURAZIONE / ATTIVITA'):"
           EXEC SQL
               DECLARE VOLONTARI_CURSOR CURSOR FOR
               SELECT V.CODICE_VOLONTARIO,
               TRIM(V.NOME) || ' ' || TRIM(V.COGNOME),
               COALESCE(V.TIPO, ' '), COALESCE(V.CODICE_SEDE, 0),
               COALESCE(TO_CHAR(V.SCADENZA_ASSICURAZIONE,
               'DD-MM-YYYY'), ' '),
               COALESCE(V.SCADENZA_ASSICURAZIONE,
               DATE '1900-01-01') - CURRENT_DATE,
               COALESCE((SELECT STRING_AGG(A.ATTIVITA, ','
                   ORDER BY A.ATTIVITA)
                   FROM VOLONTARIO_ATTIVITA A
                   WHERE A.CODICE_VOLONTARIO = V.CODICE_VOLONTARIO),
                   ' ')
               FROM VOLONTARIO V
               WHERE COALESCE(V.ATTIVO, 'S') = 'S'
               AND (:CODICE-SEDE = 0 OR V.CODICE_SEDE = :CODICE-SEDE)
               ORDER BY V.CODICE_SEDE, V.COGNOME, V.NOME
           END-EXEC
           EXEC SQL
           OPEN VOLONTARI_CURSOR
           END-EXEC

           EXEC SQL
               FETCH VOLONTARI_CURSOR INTO :CODICE-VOLONTARIO,
               :DB-NOMINATIVO, :TIPO-VOLONTARIO, :CODICE-SEDE,
               :SCADENZA-ASSICURAZIONE, :DB-GIORNI-ALLA-SCADENZA,
               :DB-ATTIVITA-ELENCO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "  " CODICE-VOLONTARIO " / " DB-NOMINATIVO
                   " / " TIPO-VOLONTARIO " / " CODICE-SEDE " / "
                   SCADENZA-ASSICURAZIONE " / " DB-ATTIVITA-ELENCO
               IF DB-GIORNI-ALLA-SCADENZA < ZERO
                   DISPLAY "    *** ASSICURAZIONE SCADUTA ***"
               ELSE
                   IF DB-GIORNI-ALLA-SCADENZA NOT > 30
                       DISPLAY "    *** ASSICURAZIONE IN SCADENZA TRA "
                           DB-GIORNI-ALLA-SCADENZA " GIORNI ***"
                   END-IF
               END-IF
               EXEC SQL
                   FETCH VOLONTARI_CURSOR INTO :CODICE-VOLONTARIO,
                   :DB-NOMINATIVO, :TIPO-VOLONTARIO, :CODICE-SEDE,
                   :SCADENZA-ASSICURAZIONE, :DB-GIORNI-ALLA-SCADENZA,
                   :DB-ATTIVITA-ELENCO
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE VOLONTARI_CURSOR
           END-EXEC
           EXIT PROGRAM.

      ******************************************************************
      **************CORSA TRIMESTRALE DAL PIANIFICATORE*****************
      ******************************************************************
      **IL LAVORO GIRA IL PRIMO DEL MESE MA IL RIEPILOGO SI PRODUCE****
      **SOLO A TRIMESTRE CHIUSO (GENNAIO, APRILE, LUGLIO, OTTOBRE)******
           CORSATRIMESTRALE.
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT CAST(EXTRACT(MONTH FROM CURRENT_DATE) AS INTEGER)
               INTO :VALUESTABLE
           END-EXEC
           MOVE VALUESTABLE TO WS-MESE-CORRENTE
           IF WS-MESE-CORRENTE NOT = 1 AND WS-MESE-CORRENTE NOT = 4
               AND WS-MESE-CORRENTE NOT = 7
               AND WS-MESE-CORRENTE NOT = 10
               DISPLAY "RIEPILOGO VOLONTARI: TRIMESTRE NON ANCORA "
                   "CHIUSO"
               EXIT PROGRAM
           END-IF
           MOVE ZERO TO LS-ANNO
           MOVE ZERO TO LS-TRIMESTRE
           PERFORM RIEPILOGOTRIMESTRALE.

      ******************************************************************
      **************RIEPILOGO TRIMESTRALE DELLE ORE*********************
      ******************************************************************
      **ANNO E TRIMESTRE A ZERO = TRIMESTRE SCORSO. PRIMA LE ORE PER****
      **VOLONTARIO (ATTESTAZIONI), POI LE ORE PER SEDE (POLIZZA)********
           RIEPILOGOTRIMESTRALE.
           MOVE LS-ANNO TO DB-ANNO
           MOVE LS-TRIMESTRE TO DB-TRIMESTRE
           IF DB-ANNO = ZERO OR DB-TRIMESTRE = ZERO
               OR DB-TRIMESTRE > 4
               EXEC SQL
                   SELECT CAST(EXTRACT(YEAR FROM CURRENT_DATE
                   - INTERVAL '3 months') AS INTEGER),
                   CAST(EXTRACT(QUARTER FROM CURRENT_DATE
                   - INTERVAL '3 months') AS INTEGER)
                   INTO :DB-ANNO, :DB-TRIMESTRE
               END-EXEC
           END-IF
           MOVE SPACE TO DB-PERIODO
           STRING DB-ANNO DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               DB-TRIMESTRE DELIMITED BY SIZE
               INTO DB-PERIODO
           END-STRING
           MOVE ZERO TO WS-TOTALE-TURNI
           MOVE ZERO TO WS-TOTALE-ORE
           OPEN OUTPUT VOLONTARI-REPORT-FILE
           DISPLAY "ORE DEI VOLONTARI NEL TRIMESTRE " DB-PERIODO
               " (CODICE / NOMINATIVO / TIPO / SEDE / TURNI / ORE):"
           EXEC SQL
               DECLARE ORE_VOLONTARIO_CURSOR CURSOR FOR
               SELECT V.CODICE_VOLONTARIO,
               TRIM(V.NOME) || ' ' || TRIM(V.COGNOME),
               COALESCE(V.TIPO, ' '), COALESCE(V.CODICE_SEDE, 0),
               COUNT(*), COALESCE(SUM(T.ORE), 0)
               FROM TURNO_VOLONTARIO T
               JOIN VOLONTARIO V
               ON V.CODICE_VOLONTARIO = T.CODICE_VOLONTARIO
               WHERE EXTRACT(YEAR FROM T.DATA_TURNO) = :DB-ANNO
               AND EXTRACT(QUARTER FROM T.DATA_TURNO) = :DB-TRIMESTRE
               GROUP BY V.CODICE_VOLONTARIO, V.NOME, V.COGNOME,
               V.TIPO, V.CODICE_SEDE
               ORDER BY V.COGNOME, V.NOME
           END-EXEC
           EXEC SQL
           OPEN ORE_VOLONTARIO_CURSOR
           END-EXEC

           EXEC SQL
               FETCH ORE_VOLONTARIO_CURSOR INTO :CODICE-VOLONTARIO,
               :DB-NOMINATIVO, :TIPO-VOLONTARIO, :CODICE-SEDE,
               :DB-TURNI, :DB-ORE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "  " CODICE-VOLONTARIO " / " DB-NOMINATIVO
                   " / " TIPO-VOLONTARIO " / " CODICE-SEDE " / "
                   DB-TURNI " / " DB-ORE
               MOVE SPACE TO RIEPILOGO-RIGA
               MOVE 'V' TO RIE-TIPO-RIGA
               MOVE DB-PERIODO TO RIE-PERIODO
               MOVE CODICE-VOLONTARIO TO RIE-CODICE-VOLONTARIO
               MOVE DB-NOMINATIVO TO RIE-NOMINATIVO
               MOVE TIPO-VOLONTARIO TO RIE-TIPO-VOLONTARIO
               MOVE CODICE-SEDE TO RIE-CODICE-SEDE
               MOVE DB-TURNI TO RIE-TURNI
               MOVE DB-ORE TO RIE-ORE
               MOVE RIEPILOGO-RIGA TO VOLONTARI-REPORT-RECORD
               WRITE VOLONTARI-REPORT-RECORD
               ADD DB-TURNI TO WS-TOTALE-TURNI
               ADD DB-ORE TO WS-TOTALE-ORE
               EXEC SQL
                   FETCH ORE_VOLONTARIO_CURSOR INTO
                   :CODICE-VOLONTARIO, :DB-NOMINATIVO,
                   :TIPO-VOLONTARIO, :CODICE-SEDE, :DB-TURNI, :DB-ORE
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE ORE_VOLONTARIO_CURSOR
           END-EXEC
           DISPLAY "ORE PER SEDE (SEDE / NOME / TURNI / ORE):"
           EXEC SQL
               DECLARE ORE_SEDE_CURSOR CURSOR FOR
               SELECT T.CODICE_SEDE, COALESCE(S.NOME, ' '),
               COUNT(*), COALESCE(SUM(T.ORE), 0)
               FROM TURNO_VOLONTARIO T
               LEFT JOIN SEDE S ON S.CODICE_SEDE = T.CODICE_SEDE
               WHERE EXTRACT(YEAR FROM T.DATA_TURNO) = :DB-ANNO
               AND EXTRACT(QUARTER FROM T.DATA_TURNO) = :DB-TRIMESTRE
               GROUP BY T.CODICE_SEDE, S.NOME
               ORDER BY T.CODICE_SEDE
           END-EXEC
           EXEC SQL
           OPEN ORE_SEDE_CURSOR
           END-EXEC

           EXEC SQL
               FETCH ORE_SEDE_CURSOR INTO :CODICE-SEDE, :DB-NOME-SEDE,
               :DB-TURNI, :DB-ORE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "  " CODICE-SEDE " / " DB-NOME-SEDE " / "
                   DB-TURNI " / " DB-ORE
               MOVE SPACE TO RIEPILOGO-RIGA
               MOVE 'S' TO RIE-TIPO-RIGA
               MOVE DB-PERIODO TO RIE-PERIODO
               MOVE ZERO TO RIE-CODICE-VOLONTARIO
               MOVE DB-NOME-SEDE TO RIE-NOMINATIVO
               MOVE CODICE-SEDE TO RIE-CODICE-SEDE
               MOVE DB-TURNI TO RIE-TURNI
               MOVE DB-ORE TO RIE-ORE
               MOVE RIEPILOGO-RIGA TO VOLONTARI-REPORT-RECORD
               WRITE VOLONTARI-REPORT-RECORD
               EXEC SQL
                   FETCH ORE_SEDE_CURSOR INTO :CODICE-SEDE,
                   :DB-NOME-SEDE, :DB-TURNI, :DB-ORE
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE ORE_SEDE_CURSOR
           END-EXEC
           MOVE SPACE TO RIEPILOGO-RIGA
           MOVE 'G' TO RIE-TIPO-RIGA
           MOVE DB-PERIODO TO RIE-PERIODO
           MOVE ZERO TO RIE-CODICE-VOLONTARIO
           MOVE ZERO TO RIE-CODICE-SEDE
           MOVE WS-TOTALE-TURNI TO RIE-TURNI
           MOVE WS-TOTALE-ORE TO RIE-ORE
           MOVE RIEPILOGO-RIGA TO VOLONTARI-REPORT-RECORD
           WRITE VOLONTARI-REPORT-RECORD
           CLOSE VOLONTARI-REPORT-FILE
           DISPLAY "TOTALE: TURNI " WS-TOTALE-TURNI " ORE "
               WS-TOTALE-ORE " - RIEPILOGO SU VOLONTARIREPORT"
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
                   VALUES ('VOLONTARIO', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
                   STOP RUN
               END-IF
               EXIT PROGRAM.
