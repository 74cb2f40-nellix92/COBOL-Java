       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVENTO.
      ******************************************************************
      **************LIBRERIA PER OPERAZIONE TABELLA*********************
      ********************EVENTO / ISCRIZIONE_EVENTO********************
      ******************************************************************
      **CALENDARIO PUBBLICO DEGLI EVENTI (LETTURE, CORSI, ORA DEL*****
      **RACCONTO): OGNI EVENTO VIVE SU UNA PRENOTAZIONE DI SALA********
      **CONFERMATA E PRENDE DA LI' DATA, FASCIA E SEDE. I PATRON SI****
      **ISCRIVONO FINO ALLA CAPIENZA DELLA SALA, POI FINISCONO IN******
      **LISTA D'ATTESA: UNA DISDETTA PROMUOVE IL PRIMO IN ATTESA E*****
      **LO AVVISA CON UNA NOTIFICA. LA SERA PRIMA PARTE IL PROMEMORIA**
      **AGLI ISCRITTI; IL BANCO SEGNA LE PRESENZE E IL RIEPILOGO******
      **ANNUALE PER EVENTO E PER SEDE VA SU EVENTIREPORT PER LA*******
      **RELAZIONE AL COMUNE********************************************
       AUTHOR. ANOIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENTI-REPORT-FILE ASSIGN TO "EVENTIREPORT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD EVENTI-REPORT-FILE.
           01 EVENTI-REPORT-RECORD PIC X(200).

           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.

      *****************************************************************
      ***********RIGA DEL RIEPILOGO PRESENZE***************************
      *****************************************************************
      **  POS 1      TIPO RIGA: E=EVENTO, S=SEDE, G=TOTALE ANNO*******
      **  POS 2-5    ANNO*********************************************
      **  POS 6-14   CODICE EVENTO (ZERO SULLE RIGHE S E G)************
      **  POS 15-24  DATA EVENTO (GG-MM-AAAA)***************************
      **  POS 25-29  CODICE SEDE**************************************
      **  POS 30-129 TITOLO DELL'EVENTO O NOME DELLA SEDE**************
      **  POS 130-149 TIPO DI EVENTO************************************
      **  POS 150-154 NUMERO DI EVENTI (1 SULLE RIGHE E)****************
      **  POS 155-158 CAPIENZA DELLA SALA (ZERO = SENZA LIMITE)*********
      **  POS 159-163 ISCRITTI****************************************
      **  POS 164-168 PRESENTI****************************************
      **  POS 169-173 RIMASTI IN LISTA D'ATTESA************************
           01  PRESENZE-RIGA.
               05 PRE-TIPO-RIGA     PIC X(1).
               05 PRE-ANNO          PIC 9(4).
               05 PRE-ID-EVENTO     PIC 9(9).
               05 PRE-DATA-EVENTO   PIC X(10).
               05 PRE-CODICE-SEDE   PIC 9(5).
               05 PRE-TITOLO        PIC X(100).
               05 PRE-TIPO-EVENTO   PIC X(20).
               05 PRE-EVENTI        PIC 9(5).
               05 PRE-CAPIENZA      PIC 9(4).
               05 PRE-ISCRITTI      PIC 9(5).
               05 PRE-PRESENTI      PIC 9(5).
               05 PRE-IN-ATTESA     PIC 9(5).
           01  WS-TOTALE-EVENTI     PIC 9(5) VALUE ZERO.
           01  WS-TOTALE-ISCRITTI   PIC 9(5) VALUE ZERO.
           01  WS-TOTALE-PRESENTI   PIC 9(5) VALUE ZERO.

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
      *****************************************************************
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01 DBNAME                PIC X(30) VALUE SPACE.

           01 RECORDEVENTO.
               05 ID-EVENTO         PIC 9(9).
               05 ID-PRENSALA       PIC 9(9).
               05 TITOLO            PIC X(100).
               05 TIPO-EVENTO       PIC X(20).
               05 STATO-EVENTO      PIC X(20).
           01 RECORDISCRIZIONE.
               05 ID-ISCRIZIONE     PIC 9(9).
               05 USERNAME          PIC X(50).
               05 STATO-ISCRIZIONE  PIC X(20).
               05 PRESENTE          PIC X(1).
           01 DB-DATA-EVENTO        PIC X(10) VALUE SPACE.
           01 DB-FASCIA             PIC X(12) VALUE SPACE.
           01 DB-CODICE-SEDE        PIC 9(5) VALUE ZERO.
           01 DB-NOME-SEDE          PIC X(100) VALUE SPACE.
           01 DB-NOME-SALA          PIC X(50) VALUE SPACE.
           01 DB-CAPIENZA           PIC 9(4) VALUE ZERO.
           01 DB-ISCRITTI           PIC 9(5) VALUE ZERO.
           01 DB-PRESENTI           PIC 9(5) VALUE ZERO.
           01 DB-IN-ATTESA          PIC 9(5) VALUE ZERO.
           01 DB-EVENTI             PIC 9(5) VALUE ZERO.
           01 DB-EVENTO-PASSATO     PIC X(1) VALUE SPACE.
           01 DB-STATO-PRENSALA     PIC X(20) VALUE SPACE.
           01 DB-NOMINATIVO         PIC X(101) VALUE SPACE.
           01 DB-EMAIL-UTENTE       PIC X(50) VALUE SPACE.
           01 DB-CONSENSO-FOTO      PIC X(1) VALUE SPACE.
           01 DB-MESSAGGIO-NOTIFICA PIC X(200) VALUE SPACE.
           01 DB-ANNO               PIC 9(4) VALUE ZERO.
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
               05 LS-ID-EVENTO      PIC 9(9).
               05 LS-ID-PRENSALA    PIC 9(9).
               05 LS-TITOLO         PIC X(100).
               05 LS-TIPO           PIC X(20).
               05 LS-USERNAME       PIC X(50).
               05 LS-CODICE-SEDE    PIC 9(5).
               05 LS-ANNO           PIC 9(4).
               05 LS-ESITO          PIC X(1).

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
               EVALUATE LS-TYPE
                   WHEN 'c'
                       PERFORM CREAEVENTO
                   WHEN 'a'
                       PERFORM ANNULLAEVENTO
                   WHEN 'l'
                       PERFORM ELENCOEVENTI
                   WHEN 'i'
                       PERFORM ISCRIVIPATRON
                   WHEN 'x'
                       PERFORM DISDICIISCRIZIONE
                   WHEN 'm'
                       PERFORM ISCRIZIONIPATRON
                   WHEN 'e'
                       PERFORM ELENCOISCRITTI
                   WHEN 'p'
                       PERFORM SEGNAPRESENZA
                   WHEN 'g'
                       PERFORM PROMEMORIAEVENTI
                   WHEN 'r'
                       PERFORM RIEPILOGOPRESENZE
               END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      **************METTE IN CALENDARIO UN EVENTO***********************
      ******************************************************************
      **L'EVENTO SI APPOGGIA A UNA PRENOTAZIONE DI SALA CONFERMATA*****
      **E NON ANCORA PASSATA; UNA PRENOTAZIONE PORTA UN SOLO EVENTO****
      **APERTO. TIPI: LETTURA, CORSO, RACCONTO (ORA DEL RACCONTO),*****
      **ALTRO**********************************************************
           CREAEVENTO.
           MOVE 'N' TO LS-ESITO
           MOVE LS-ID-PRENSALA TO ID-PRENSALA
           MOVE LS-TITOLO TO TITOLO
           MOVE LS-TIPO TO TIPO-EVENTO
           IF TITOLO = SPACE
               DISPLAY "TITOLO DELL'EVENTO OBBLIGATORIO"
               EXIT PROGRAM
           END-IF
           IF TIPO-EVENTO NOT = 'LETTURA' AND TIPO-EVENTO NOT = 'CORSO'
               AND TIPO-EVENTO NOT = 'RACCONTO'
               MOVE 'ALTRO' TO TIPO-EVENTO
           END-IF
           MOVE SPACE TO DB-STATO-PRENSALA
           MOVE SPACE TO DB-EVENTO-PASSATO
           EXEC SQL
               SELECT COALESCE(STATO, ' '),
               CASE WHEN DATA_EVENTO < CURRENT_DATE THEN 'S'
                   ELSE 'N' END,
               TO_CHAR(DATA_EVENTO, 'DD-MM-YYYY'), FASCIA
               INTO :DB-STATO-PRENSALA, :DB-EVENTO-PASSATO,
               :DB-DATA-EVENTO, :DB-FASCIA
               FROM PRENOTAZIONE_SALA
               WHERE ID = :ID-PRENSALA
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY "PRENOTAZIONE DI SALA NON TROVATA: " ID-PRENSALA
               EXIT PROGRAM
           END-IF
           IF DB-STATO-PRENSALA NOT = 'CONFERMATA'
               DISPLAY "LA PRENOTAZIONE DI SALA NON E' CONFERMATA"
               EXIT PROGRAM
           END-IF
           IF DB-EVENTO-PASSATO = 'S'
               DISPLAY "LA PRENOTAZIONE DI SALA E' GIA' PASSATA"
               EXIT PROGRAM
           END-IF
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE FROM EVENTO
               WHERE ID_PRENSALA = :ID-PRENSALA
               AND STATO = 'APERTO'
           END-EXEC
           IF VALUESTABLE NOT = ZERO
               DISPLAY "C'E' GIA' UN EVENTO SU QUESTA PRENOTAZIONE"
               EXIT PROGRAM
           END-IF
           EXEC SQL
               INSERT INTO EVENTO (ID_PRENSALA, TITOLO, TIPO)
               VALUES (:ID-PRENSALA, TRIM(:TITOLO),
               TRIM(:TIPO-EVENTO))
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               SELECT CURRVAL('evento_id_seq') INTO :ID-EVENTO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE ID-EVENTO TO LS-ID-EVENTO
           MOVE 'S' TO LS-ESITO
           DISPLAY "EVENTO " ID-EVENTO " IN CALENDARIO PER IL "
               DB-DATA-EVENTO " (" DB-FASCIA ")".
           EXIT PROGRAM.

      ******************************************************************
      **************ANNULLA UN EVENTO***********************************
      ******************************************************************
      **CON CODICE EVENTO A ZERO SI CERCA L'EVENTO APERTO DELLA*******
      **PRENOTAZIONE DI SALA (ANNULLAMENTO DELLA SALA). ISCRITTI E*****
      **IN ATTESA RICEVONO LA NOTIFICA DELL'ANNULLAMENTO***************
           ANNULLAEVENTO.
           MOVE 'N' TO LS-ESITO
           MOVE LS-ID-EVENTO TO ID-EVENTO
           MOVE LS-ID-PRENSALA TO ID-PRENSALA
           IF ID-EVENTO = ZERO
               EXEC SQL
                   SELECT COALESCE(MAX(ID), 0) INTO :ID-EVENTO
                   FROM EVENTO
                   WHERE ID_PRENSALA = :ID-PRENSALA
                   AND STATO = 'APERTO'
               END-EXEC
               IF ID-EVENTO = ZERO
                   EXIT PROGRAM
               END-IF
           END-IF
           EXEC SQL
               UPDATE EVENTO SET STATO = 'ANNULLATO'
               WHERE ID = :ID-EVENTO AND STATO = 'APERTO'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLERRD(3) = ZERO
               DISPLAY "NESSUN EVENTO APERTO CON CODICE " ID-EVENTO
               EXIT PROGRAM
           END-IF
           EXEC SQL
               INSERT INTO NOTIFICA (USERNAME, EMAIL, MESSAGGIO)
               SELECT I.USERNAME, U.EMAIL,
               'L''EVENTO "' || TRIM(E.TITOLO) || '" DEL ' ||
               TO_CHAR(P.DATA_EVENTO, 'DD-MM-YYYY') ||
               ' E'' STATO ANNULLATO. CI SCUSIAMO DEL DISAGIO.'
               FROM ISCRIZIONE_EVENTO I
               JOIN EVENTO E ON E.ID = I.ID_EVENTO
               JOIN PRENOTAZIONE_SALA P ON P.ID = E.ID_PRENSALA
               JOIN UTENTE U ON U.USERNAME = I.USERNAME
               WHERE I.ID_EVENTO = :ID-EVENTO
               AND I.STATO IN ('ISCRITTO', 'ATTESA')
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           MOVE 'S' TO LS-ESITO
           DISPLAY "EVENTO " ID-EVENTO " ANNULLATO".
           EXIT PROGRAM.

      ******************************************************************
      **************CALENDARIO DEGLI EVENTI IN PROGRAMMA****************
      ******************************************************************
      **CON SEDE ZERO TUTTE LE SEDI. I POSTI LIBERI SONO LA CAPIENZA***
      **DELLA SALA MENO GLI ISCRITTI (CAPIENZA ZERO = SENZA LIMITE)*****
           ELENCOEVENTI.
           MOVE LS-CODICE-SEDE TO DB-CODICE-SEDE
           DISPLAY "EVENTI IN PROGRAMMA (CODICE / DATA / FASCIA / "
               "SEDE / SALA / TITOLO / TIPO / CAPIENZA / ISCRITTI / "
               "IN ATTESA):"
           EXEC SQL
               DECLARE EVENTI_CURSOR CURSOR FOR
               SELECT E.ID, TO_CHAR(P.DATA_EVENTO, 'DD-MM-YYYY'),
               P.FASCIA, S.CODICE_SEDE, S.NOME, E.TITOLO,
               COALESCE(E.TIPO, ' '), COALESCE(S.CAPIENZA, 0),
               (SELECT COUNT(*) FROM ISCRIZIONE_EVENTO I
                WHERE I.ID_EVENTO = E.ID AND I.STATO = 'ISCRITTO'),
               (SELECT COUNT(*) FROM ISCRIZIONE_EVENTO I
                WHERE I.ID_EVENTO = E.ID AND I.STATO = 'ATTESA')
               FROM EVENTO E
               JOIN PRENOTAZIONE_SALA P ON P.ID = E.ID_PRENSALA
               JOIN SALA S ON S.ID = P.ID_SALA
               WHERE E.STATO = 'APERTO'
               AND P.DATA_EVENTO >= CURRENT_DATE
               AND (:DB-CODICE-SEDE = 0
                    OR S.CODICE_SEDE = :DB-CODICE-SEDE)
               ORDER BY P.DATA_EVENTO, P.FASCIA, E.ID
           END-EXEC
           EXEC SQL
           OPEN EVENTI_CURSOR
           END-EXEC

           EXEC SQL
               FETCH EVENTI_CURSOR INTO :ID-EVENTO, :DB-DATA-EVENTO,
               :DB-FASCIA, :DB-CODICE-SEDE, :DB-NOME-SALA, :TITOLO,
               :TIPO-EVENTO, :DB-CAPIENZA, :DB-ISCRITTI, :DB-IN-ATTESA
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "  " ID-EVENTO " / " DB-DATA-EVENTO " / "
                   DB-FASCIA " / " DB-CODICE-SEDE " / " DB-NOME-SALA
               DISPLAY "      " TITOLO
               DISPLAY "      " TIPO-EVENTO " / " DB-CAPIENZA " / "
                   DB-ISCRITTI " / " DB-IN-ATTESA
               IF DB-CAPIENZA NOT = ZERO
                   AND DB-ISCRITTI NOT < DB-CAPIENZA
                   DISPLAY "      *** COMPLETO: ISCRIZIONE IN LISTA "
                       "D'ATTESA ***"
               END-IF
               EXEC SQL
                   FETCH EVENTI_CURSOR INTO :ID-EVENTO,
                   :DB-DATA-EVENTO, :DB-FASCIA, :DB-CODICE-SEDE,
                   :DB-NOME-SALA, :TITOLO, :TIPO-EVENTO, :DB-CAPIENZA,
                   :DB-ISCRITTI, :DB-IN-ATTESA
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE EVENTI_CURSOR
           END-EXEC
           EXIT PROGRAM.

      ******************************************************************
      **************LEGGE STATO, DATA E POSTI DI UN EVENTO**************
      ******************************************************************
           LEGGIEVENTO.
           MOVE SPACE TO STATO-EVENTO
           MOVE ZERO TO DB-CAPIENZA
           MOVE ZERO TO DB-ISCRITTI
           EXEC SQL
               SELECT E.STATO, E.TITOLO,
               TO_CHAR(P.DATA_EVENTO, 'DD-MM-YYYY'), P.FASCIA,
               CASE WHEN P.DATA_EVENTO < CURRENT_DATE THEN 'S'
                   ELSE 'N' END,
               COALESCE(S.CAPIENZA, 0),
               (SELECT COUNT(*) FROM ISCRIZIONE_EVENTO I
                WHERE I.ID_EVENTO = E.ID AND I.STATO = 'ISCRITTO')
               INTO :STATO-EVENTO, :TITOLO, :DB-DATA-EVENTO,
               :DB-FASCIA, :DB-EVENTO-PASSATO, :DB-CAPIENZA,
               :DB-ISCRITTI
               FROM EVENTO E
               JOIN PRENOTAZIONE_SALA P ON P.ID = E.ID_PRENSALA
               JOIN SALA S ON S.ID = P.ID_SALA
               WHERE E.ID = :ID-EVENTO
           END-EXEC.

      ******************************************************************
      **************ISCRIVE UN PATRON A UN EVENTO***********************
      ******************************************************************
      **FINO ALLA CAPIENZA DELLA SALA L'ISCRIZIONE E' CONFERMATA,******
      **OLTRE VA IN LISTA D'ATTESA IN ORDINE DI ARRIVO******************
           ISCRIVIPATRON.
           MOVE 'N' TO LS-ESITO
           MOVE LS-ID-EVENTO TO ID-EVENTO
           MOVE LS-USERNAME TO USERNAME
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE FROM UTENTE
               WHERE USERNAME = TRIM(:USERNAME)
           END-EXEC
           IF VALUESTABLE = ZERO
               DISPLAY "UTENTE NON TROVATO: " USERNAME
               EXIT PROGRAM
           END-IF
           PERFORM LEGGIEVENTO
           IF SQLCODE NOT = ZERO
               DISPLAY "EVENTO NON TROVATO: " ID-EVENTO
               EXIT PROGRAM
           END-IF
           IF STATO-EVENTO NOT = 'APERTO' OR DB-EVENTO-PASSATO = 'S'
               DISPLAY "L'EVENTO NON ACCETTA PIU' ISCRIZIONI"
               EXIT PROGRAM
           END-IF
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE
               FROM ISCRIZIONE_EVENTO
               WHERE ID_EVENTO = :ID-EVENTO
               AND USERNAME = TRIM(:USERNAME)
               AND STATO IN ('ISCRITTO', 'ATTESA')
           END-EXEC
           IF VALUESTABLE NOT = ZERO
               DISPLAY "GIA' ISCRITTO (O IN ATTESA) PER QUESTO EVENTO"
               EXIT PROGRAM
           END-IF
           MOVE 'ISCRITTO' TO STATO-ISCRIZIONE
           IF DB-CAPIENZA NOT = ZERO
               AND DB-ISCRITTI NOT < DB-CAPIENZA
               MOVE 'ATTESA' TO STATO-ISCRIZIONE
           END-IF
           EXEC SQL
               INSERT INTO ISCRIZIONE_EVENTO
               (ID_EVENTO, USERNAME, STATO)
               VALUES (:ID-EVENTO, TRIM(:USERNAME),
               TRIM(:STATO-ISCRIZIONE))
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE 'S' TO LS-ESITO
           IF STATO-ISCRIZIONE = 'ISCRITTO'
               DISPLAY "ISCRIZIONE CONFERMATA: " TITOLO
               DISPLAY "IL " DB-DATA-EVENTO " (" DB-FASCIA ")"
           ELSE
               MOVE ZERO TO DB-IN-ATTESA
               EXEC SQL
                   SELECT COUNT(*) INTO :DB-IN-ATTESA
                   FROM ISCRIZIONE_EVENTO
                   WHERE ID_EVENTO = :ID-EVENTO AND STATO = 'ATTESA'
               END-EXEC
               DISPLAY "EVENTO COMPLETO: SEI IN LISTA D'ATTESA IN "
                   "POSIZIONE " DB-IN-ATTESA
               DISPLAY "RICEVERAI UNA NOTIFICA SE SI LIBERA UN POSTO"
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
      **************DISDICE UN'ISCRIZIONE*******************************
      ******************************************************************
      **SE LA DISDETTA LIBERA UN POSTO CONFERMATO, IL PRIMO IN LISTA***
      **D'ATTESA PASSA ISCRITTO E RICEVE LA NOTIFICA********************
           DISDICIISCRIZIONE.
           MOVE 'N' TO LS-ESITO
           MOVE LS-ID-EVENTO TO ID-EVENTO
           MOVE LS-USERNAME TO USERNAME
           MOVE SPACE TO STATO-ISCRIZIONE
           EXEC SQL
               SELECT ID, STATO INTO :ID-ISCRIZIONE, :STATO-ISCRIZIONE
               FROM ISCRIZIONE_EVENTO
               WHERE ID_EVENTO = :ID-EVENTO
               AND USERNAME = TRIM(:USERNAME)
               AND STATO IN ('ISCRITTO', 'ATTESA')
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY "NESSUNA ISCRIZIONE ATTIVA A QUESTO EVENTO"
               EXIT PROGRAM
           END-IF
           EXEC SQL
               UPDATE ISCRIZIONE_EVENTO SET STATO = 'DISDETTA'
               WHERE ID = :ID-ISCRIZIONE
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE 'S' TO LS-ESITO
           DISPLAY "ISCRIZIONE DISDETTA"
           IF STATO-ISCRIZIONE = 'ISCRITTO'
               PERFORM LEGGIEVENTO
               IF STATO-EVENTO = 'APERTO' AND DB-EVENTO-PASSATO = 'N'
                   PERFORM PROMUOVIATTESA
               END-IF
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
      **************IL PRIMO IN ATTESA PRENDE IL POSTO LIBERATO*********
      ******************************************************************
           PROMUOVIATTESA.
           IF DB-CAPIENZA NOT = ZERO
               AND DB-ISCRITTI NOT < DB-CAPIENZA
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT ID, USERNAME INTO :ID-ISCRIZIONE, :USERNAME
               FROM ISCRIZIONE_EVENTO
               WHERE ID_EVENTO = :ID-EVENTO AND STATO = 'ATTESA'
               ORDER BY DATA_ISCRIZIONE, ID
               LIMIT 1
           END-EXEC
           IF SQLCODE NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE ISCRIZIONE_EVENTO SET STATO = 'ISCRITTO'
               WHERE ID = :ID-ISCRIZIONE
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE SPACE TO DB-EMAIL-UTENTE
           EXEC SQL
               SELECT COALESCE(EMAIL, ' ') INTO :DB-EMAIL-UTENTE
               FROM UTENTE WHERE USERNAME = TRIM(:USERNAME)
           END-EXEC
           MOVE SPACE TO DB-MESSAGGIO-NOTIFICA
           STRING "SI E' LIBERATO UN POSTO: SEI ISCRITTO ALL'EVENTO "
               DELIMITED BY SIZE
               TITOLO DELIMITED BY "  "
               " DEL " DELIMITED BY SIZE
               DB-DATA-EVENTO DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               DB-FASCIA DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO DB-MESSAGGIO-NOTIFICA
           END-STRING
           EXEC SQL
               INSERT INTO NOTIFICA (USERNAME, EMAIL, MESSAGGIO)
               VALUES (TRIM(:USERNAME), TRIM(:DB-EMAIL-UTENTE),
               TRIM(:DB-MESSAGGIO-NOTIFICA))
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           DISPLAY "POSTO ASSEGNATO DALLA LISTA D'ATTESA A " USERNAME.

      ******************************************************************
      **************LE ISCRIZIONI DI UN PATRON**************************
      ******************************************************************
           ISCRIZIONIPATRON.
           MOVE LS-USERNAME TO USERNAME
           DISPLAY "LE TUE ISCRIZIONI (EVENTO / DATA / FASCIA / "
               "TITOLO / STATO):"
           EXEC SQL
               DECLARE MIE_ISCRIZIONI_CURSOR CURSOR FOR
               SELECT E.ID, TO_CHAR(P.DATA_EVENTO, 'DD-MM-YYYY'),
               P.FASCIA, E.TITOLO,
               CASE WHEN E.STATO = 'ANNULLATO' THEN 'ANNULLATO'
                   ELSE I.STATO END
               FROM ISCRIZIONE_EVENTO I
               JOIN EVENTO E ON E.ID = I.ID_EVENTO
               JOIN PRENOTAZIONE_SALA P ON P.ID = E.ID_PRENSALA
               WHERE I.USERNAME = TRIM(:USERNAME)
               AND I.STATO IN ('ISCRITTO', 'ATTESA')
               AND P.DATA_EVENTO >= CURRENT_DATE
               ORDER BY P.DATA_EVENTO, P.FASCIA
           END-EXEC
           EXEC SQL
           OPEN MIE_ISCRIZIONI_CURSOR
           END-EXEC

           EXEC SQL
               FETCH MIE_ISCRIZIONI_CURSOR INTO :ID-EVENTO,
               :DB-DATA-EVENTO, :DB-FASCIA, :TITOLO,
               :STATO-ISCRIZIONE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "  " ID-EVENTO " / " DB-DATA-EVENTO " / "
                   DB-FASCIA " / " TITOLO
               DISPLAY "      " STATO-ISCRIZIONE
               EXEC SQL
                   FETCH MIE_ISCRIZIONI_CURSOR INTO :ID-EVENTO,
                   :DB-DATA-EVENTO, :DB-FASCIA, :TITOLO,
                   :STATO-ISCRIZIONE
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE MIE_ISCRIZIONI_CURSOR
           END-EXEC
           EXIT PROGRAM.

      ******************************************************************
      **************FOGLIO PRESENZE DI UN EVENTO************************
      ******************************************************************
      **ISCRITTI CON IL SEGNO DI PRESENZA E, IN CODA, LA LISTA*********
      **D'ATTESA NELL'ORDINE IN CUI VERRA' CHIAMATA. ACCANTO A OGNI****
      **NOME IL CONSENSO ALLE FOTO: CHI NON L'HA DATO (O L'HA**********
      **REVOCATO) NON VA RIPRESO NE' PUBBLICATO*************************
           ELENCOISCRITTI.
           MOVE LS-ID-EVENTO TO ID-EVENTO
           PERFORM LEGGIEVENTO
           IF SQLCODE NOT = ZERO
               DISPLAY "EVENTO NON TROVATO: " ID-EVENTO
               EXIT PROGRAM
           END-IF
           DISPLAY "EVENTO " ID-EVENTO ": " TITOLO
           DISPLAY "IL " DB-DATA-EVENTO " (" DB-FASCIA ") - STATO "
               STATO-EVENTO
           DISPLAY "ISCRIZIONI (UTENTE / NOMINATIVO / STATO / "
               "PRESENTE / FOTO):"
           EXEC SQL
               DECLARE ISCRITTI_CURSOR CURSOR FOR
               SELECT I.USERNAME,
               COALESCE(TRIM(U.NOME) || ' ' || TRIM(U.COGNOME), ' '),
               I.STATO, COALESCE(I.PRESENTE, 'N'),
               COALESCE(C.STATO, 'N')
               FROM ISCRIZIONE_EVENTO I
               LEFT JOIN UTENTE U ON U.USERNAME = I.USERNAME
               LEFT JOIN CONSENSO C ON C.USERNAME = I.USERNAME
                AND C.TIPO = 'FOTO'
               WHERE I.ID_EVENTO = :ID-EVENTO
               AND I.STATO IN ('ISCRITTO', 'ATTESA')
               ORDER BY CASE WHEN I.STATO = 'ISCRITTO' THEN 0
                   ELSE 1 END, I.DATA_ISCRIZIONE, I.ID
           END-EXEC
           EXEC SQL
           OPEN ISCRITTI_CURSOR
           END-EXEC

           EXEC SQL
               FETCH ISCRITTI_CURSOR INTO :USERNAME, :DB-NOMINATIVO,
               :STATO-ISCRIZIONE, :PRESENTE, :DB-CONSENSO-FOTO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "  " USERNAME " / " DB-NOMINATIVO
               IF DB-CONSENSO-FOTO = 'S'
                   DISPLAY "      " STATO-ISCRIZIONE " / " PRESENTE
                       " / FOTO SI"
               ELSE
                   DISPLAY "      " STATO-ISCRIZIONE " / " PRESENTE
                       " / FOTO NO - NON RIPRENDERE"
               END-IF
               EXEC SQL
                   FETCH ISCRITTI_CURSOR INTO :USERNAME,
                   :DB-NOMINATIVO, :STATO-ISCRIZIONE, :PRESENTE,
                   :DB-CONSENSO-FOTO
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE ISCRITTI_CURSOR
           END-EXEC
           EXIT PROGRAM.

      ******************************************************************
      **************SEGNA LA PRESENZA DI UN ISCRITTO********************
      ******************************************************************
      **SI SEGNA DAL GIORNO DELL'EVENTO IN POI. CHI SI PRESENTA DALLA**
      **LISTA D'ATTESA ENTRA SOLO SE LA SALA HA ANCORA POSTI************
           SEGNAPRESENZA.
           MOVE 'N' TO LS-ESITO
           MOVE LS-ID-EVENTO TO ID-EVENTO
           MOVE LS-USERNAME TO USERNAME
           PERFORM LEGGIEVENTO
           IF SQLCODE NOT = ZERO
               DISPLAY "EVENTO NON TROVATO: " ID-EVENTO
               EXIT PROGRAM
           END-IF
           IF STATO-EVENTO NOT = 'APERTO'
               DISPLAY "EVENTO ANNULLATO: PRESENZE NON REGISTRABILI"
               EXIT PROGRAM
           END-IF
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE
               FROM EVENTO E
               JOIN PRENOTAZIONE_SALA P ON P.ID = E.ID_PRENSALA
               WHERE E.ID = :ID-EVENTO
               AND P.DATA_EVENTO > CURRENT_DATE
           END-EXEC
           IF VALUESTABLE NOT = ZERO
               DISPLAY "L'EVENTO NON SI E' ANCORA SVOLTO"
               EXIT PROGRAM
           END-IF
           MOVE SPACE TO STATO-ISCRIZIONE
           EXEC SQL
               SELECT ID, STATO INTO :ID-ISCRIZIONE, :STATO-ISCRIZIONE
               FROM ISCRIZIONE_EVENTO
               WHERE ID_EVENTO = :ID-EVENTO
               AND USERNAME = TRIM(:USERNAME)
               AND STATO IN ('ISCRITTO', 'ATTESA')
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY "UTENTE NON ISCRITTO A QUESTO EVENTO"
               EXIT PROGRAM
           END-IF
           IF STATO-ISCRIZIONE = 'ATTESA'
               IF DB-CAPIENZA NOT = ZERO
                   AND DB-ISCRITTI NOT < DB-CAPIENZA
                   DISPLAY "SALA AL COMPLETO: L'UTENTE E' IN ATTESA"
                   EXIT PROGRAM
               END-IF
           END-IF
           EXEC SQL
               UPDATE ISCRIZIONE_EVENTO SET STATO = 'ISCRITTO',
               PRESENTE = 'S'
               WHERE ID = :ID-ISCRIZIONE
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE 'S' TO LS-ESITO
           DISPLAY "PRESENZA REGISTRATA PER " USERNAME.
           EXIT PROGRAM.

      ******************************************************************
      **************PROMEMORIA DEL GIORNO PRIMA*************************
      ******************************************************************
      **GIRA NELLA CHIUSURA DI GIORNATA PRIMA DEL DISPATCHER: GLI******
      **ISCRITTI AGLI EVENTI DI DOMANI RICEVONO IL PROMEMORIA, UNA*****
      **VOLTA SOLA PER EVENTO (PROMEMORIA_INVIATO)*********************
           PROMEMORIAEVENTI.
           EXEC SQL
               INSERT INTO NOTIFICA (USERNAME, EMAIL, MESSAGGIO)
               SELECT I.USERNAME, U.EMAIL,
               'PROMEMORIA: DOMANI ' ||
               TO_CHAR(P.DATA_EVENTO, 'DD-MM-YYYY') || ' (' ||
               TRIM(P.FASCIA) || ') TI ASPETTIAMO A "' ||
               TRIM(E.TITOLO) || '" - ' || TRIM(S.NOME) ||
               '. SE NON PUOI VENIRE DISDICI PER LIBERARE IL POSTO.'
               FROM ISCRIZIONE_EVENTO I
               JOIN EVENTO E ON E.ID = I.ID_EVENTO
               JOIN PRENOTAZIONE_SALA P ON P.ID = E.ID_PRENSALA
               JOIN SALA S ON S.ID = P.ID_SALA
               JOIN UTENTE U ON U.USERNAME = I.USERNAME
               WHERE E.STATO = 'APERTO'
               AND COALESCE(E.PROMEMORIA_INVIATO, 'N') = 'N'
               AND P.DATA_EVENTO = CURRENT_DATE + 1
               AND I.STATO = 'ISCRITTO'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           MOVE SQLERRD(3) TO VALUESTABLE
           EXEC SQL
               UPDATE EVENTO SET PROMEMORIA_INVIATO = 'S'
               WHERE STATO = 'APERTO'
               AND COALESCE(PROMEMORIA_INVIATO, 'N') = 'N'
               AND ID_PRENSALA IN (SELECT ID FROM PRENOTAZIONE_SALA
                   WHERE DATA_EVENTO = CURRENT_DATE + 1)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           DISPLAY "PROMEMORIA EVENTI ACCODATI: " VALUESTABLE
           EXIT PROGRAM.

      ******************************************************************
      **************RIEPILOGO ANNUALE DELLE PRESENZE********************
      ******************************************************************
      **ANNO A ZERO = ANNO SCORSO (RELAZIONE ANNUALE AL COMUNE).*******
      **PRIMA UNA RIGA PER EVENTO SVOLTO, POI UNA PER SEDE, IN CODA****
      **IL TOTALE. GLI EVENTI ANNULLATI NON ENTRANO NEL CONTEGGIO******
           RIEPILOGOPRESENZE.
           MOVE LS-ANNO TO DB-ANNO
           IF DB-ANNO = ZERO
               EXEC SQL
                   SELECT CAST(EXTRACT(YEAR FROM CURRENT_DATE)
                   AS INTEGER) - 1 INTO :DB-ANNO
               END-EXEC
           END-IF
           MOVE ZERO TO WS-TOTALE-EVENTI
           MOVE ZERO TO WS-TOTALE-ISCRITTI
           MOVE ZERO TO WS-TOTALE-PRESENTI
           OPEN OUTPUT EVENTI-REPORT-FILE
           DISPLAY "PRESENZE AGLI EVENTI DEL " DB-ANNO
               " (EVENTO / DATA / SEDE / TITOLO / ISCRITTI / "
               "PRESENTI):"
           EXEC SQL
               DECLARE PRESENZE_EVENTO_CURSOR CURSOR FOR
               SELECT E.ID, TO_CHAR(P.DATA_EVENTO, 'DD-MM-YYYY'),
               S.CODICE_SEDE, E.TITOLO, COALESCE(E.TIPO, ' '),
               COALESCE(S.CAPIENZA, 0),
               COUNT(*) FILTER (WHERE I.STATO = 'ISCRITTO'),
               COUNT(*) FILTER (WHERE I.STATO = 'ISCRITTO'
                   AND I.PRESENTE = 'S'),
               COUNT(*) FILTER (WHERE I.STATO = 'ATTESA')
               FROM EVENTO E
               JOIN PRENOTAZIONE_SALA P ON P.ID = E.ID_PRENSALA
               JOIN SALA S ON S.ID = P.ID_SALA
               LEFT JOIN ISCRIZIONE_EVENTO I ON I.ID_EVENTO = E.ID
               WHERE E.STATO = 'APERTO'
               AND EXTRACT(YEAR FROM P.DATA_EVENTO) = :DB-ANNO
               GROUP BY E.ID, P.DATA_EVENTO, S.CODICE_SEDE, E.TITOLO,
               E.TIPO, S.CAPIENZA
               ORDER BY P.DATA_EVENTO, E.ID
           END-EXEC
           EXEC SQL
           OPEN PRESENZE_EVENTO_CURSOR
           END-EXEC

           EXEC SQL
               FETCH PRESENZE_EVENTO_CURSOR INTO :ID-EVENTO,
               :DB-DATA-EVENTO, :DB-CODICE-SEDE, :TITOLO,
               :TIPO-EVENTO, :DB-CAPIENZA, :DB-ISCRITTI,
               :DB-PRESENTI, :DB-IN-ATTESA
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "  " ID-EVENTO " / " DB-DATA-EVENTO " / "
                   DB-CODICE-SEDE " / " TITOLO
               DISPLAY "      " DB-ISCRITTI " / " DB-PRESENTI
               MOVE SPACE TO PRESENZE-RIGA
               MOVE 'E' TO PRE-TIPO-RIGA
               MOVE DB-ANNO TO PRE-ANNO
               MOVE ID-EVENTO TO PRE-ID-EVENTO
               MOVE DB-DATA-EVENTO TO PRE-DATA-EVENTO
               MOVE DB-CODICE-SEDE TO PRE-CODICE-SEDE
               MOVE TITOLO TO PRE-TITOLO
               MOVE TIPO-EVENTO TO PRE-TIPO-EVENTO
               MOVE 1 TO PRE-EVENTI
               MOVE DB-CAPIENZA TO PRE-CAPIENZA
               MOVE DB-ISCRITTI TO PRE-ISCRITTI
               MOVE DB-PRESENTI TO PRE-PRESENTI
               MOVE DB-IN-ATTESA TO PRE-IN-ATTESA
               MOVE PRESENZE-RIGA TO EVENTI-REPORT-RECORD
               WRITE EVENTI-REPORT-RECORD
               ADD 1 TO WS-TOTALE-EVENTI
               ADD DB-ISCRITTI TO WS-TOTALE-ISCRITTI
               ADD DB-PRESENTI TO WS-TOTALE-PRESENTI
               EXEC SQL
                   FETCH PRESENZE_EVENTO_CURSOR INTO :ID-EVENTO,
                   :DB-DATA-EVENTO, :DB-CODICE-SEDE, :TITOLO,
                   :TIPO-EVENTO, :DB-CAPIENZA, :DB-ISCRITTI,
                   :DB-PRESENTI, :DB-IN-ATTESA
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE PRESENZE_EVENTO_CURSOR
           END-EXEC
           DISPLAY "PRESENZE PER SEDE (SEDE / NOME / EVENTI / "
               "ISCRITTI / PRESENTI):"
           EXEC SQL
               DECLARE PRESENZE_SEDE_CURSOR CURSOR FOR
               SELECT S.CODICE_SEDE, COALESCE(SE.NOME, ' '),
               COUNT(DISTINCT E.ID),
               COUNT(I.ID) FILTER (WHERE I.STATO = 'ISCRITTO'),
               COUNT(I.ID) FILTER (WHERE I.STATO = 'ISCRITTO'
                   AND I.PRESENTE = 'S')
               FROM EVENTO E
               JOIN PRENOTAZIONE_SALA P ON P.ID = E.ID_PRENSALA
               JOIN SALA S ON S.ID = P.ID_SALA
               LEFT JOIN SEDE SE ON SE.CODICE_SEDE = S.CODICE_SEDE
               LEFT JOIN ISCRIZIONE_EVENTO I ON I.ID_EVENTO = E.ID
               WHERE E.STATO = 'APERTO'
               AND EXTRACT(YEAR FROM P.DATA_EVENTO) = :DB-ANNO
               GROUP BY S.CODICE_SEDE, SE.NOME
               ORDER BY S.CODICE_SEDE
           END-EXEC
           EXEC SQL
           OPEN PRESENZE_SEDE_CURSOR
           END-EXEC

           EXEC SQL
               FETCH PRESENZE_SEDE_CURSOR INTO :DB-CODICE-SEDE,
               :DB-NOME-SEDE, :DB-EVENTI, :DB-ISCRITTI, :DB-PRESENTI
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "  " DB-CODICE-SEDE " / " DB-NOME-SEDE
               DISPLAY "      " DB-EVENTI " / " DB-ISCRITTI " / "
                   DB-PRESENTI
               MOVE SPACE TO PRESENZE-RIGA
               MOVE 'S' TO PRE-TIPO-RIGA
               MOVE DB-ANNO TO PRE-ANNO
               MOVE ZERO TO PRE-ID-EVENTO
               MOVE DB-CODICE-SEDE TO PRE-CODICE-SEDE
               MOVE DB-NOME-SEDE TO PRE-TITOLO
               MOVE DB-EVENTI TO PRE-EVENTI
               MOVE ZERO TO PRE-CAPIENZA
               MOVE DB-ISCRITTI TO PRE-ISCRITTI
               MOVE DB-PRESENTI TO PRE-PRESENTI
               MOVE ZERO TO PRE-IN-ATTESA
               MOVE PRESENZE-RIGA TO EVENTI-REPORT-RECORD
               WRITE EVENTI-REPORT-RECORD
               EXEC SQL
                   FETCH PRESENZE_SEDE_CURSOR INTO :DB-CODICE-SEDE,
                   :DB-NOME-SEDE, :DB-EVENTI, :DB-ISCRITTI,
                   :DB-PRESENTI
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE PRESENZE_SEDE_CURSOR
           END-EXEC
           MOVE SPACE TO PRESENZE-RIGA
           MOVE 'G' TO PRE-TIPO-RIGA
           MOVE DB-ANNO TO PRE-ANNO
           MOVE ZERO TO PRE-ID-EVENTO
           MOVE ZERO TO PRE-CODICE-SEDE
           MOVE WS-TOTALE-EVENTI TO PRE-EVENTI
           MOVE ZERO TO PRE-CAPIENZA
           MOVE WS-TOTALE-ISCRITTI TO PRE-ISCRITTI
           MOVE WS-TOTALE-PRESENTI TO PRE-PRESENTI
           MOVE ZERO TO PRE-IN-ATTESA
           MOVE PRESENZE-RIGA TO EVENTI-REPORT-RECORD
           WRITE EVENTI-REPORT-RECORD
           CLOSE EVENTI-REPORT-FILE
           DISPLAY "TOTALE: EVENTI " WS-TOTALE-EVENTI " ISCRITTI "
               WS-TOTALE-ISCRITTI " PRESENTI " WS-TOTALE-PRESENTI
           DISPLAY "RIEPILOGO SU EVENTIREPORT"
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
                   VALUES ('EVENTO', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
                   STOP RUN
               END-IF
               EXIT PROGRAM.
