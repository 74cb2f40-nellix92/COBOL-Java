       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOMICILIO.
      ******************************************************************
      **************PRESTITO A DOMICILIO PER I PATRON ALLETTATI*********
      ******************************************************************
      **I PATRON CHE NON POSSONO RAGGIUNGERE NESSUNA SEDE HANNO UN*****
      **PROFILO DOMICILIO (INDIRIZZO DI CONSEGNA, GENERI PREFERITI,****
      **FREQUENZA E GIRO ASSEGNATO). OGNI GIRO APPARTIENE A UNA SEDE***
      **E RICEVE LA SUA LISTA DI PRELIEVO E CONSEGNA SU DOMICILIOPRINT:*
      **TITOLI DISPONIBILI IN SEDE, DEI GENERI PREFERITI, MAI PRESI****
      **DAL PATRON (STORICO_PRENOTAZIONI E PRESTITI IN CORSO). ALLA*****
      **CONFERMA I VOLUMI ESCONO COME PRESTITI SUL CONTO DEL PATRON****
      **STESSO (MAI PIU' SULL'ACCOUNT DEL VOLONTARIO), CON LA DURATA***
      **LUNGA E SENZA MULTE GESTITE DA PRENOTAZIONE. IL RIEPILOGO******
      **MENSILE PER GIRO VA ALL'UFFICIO SERVIZI SOCIALI CHE************
      **COFINANZIA IL SERVIZIO, SU DOMICILIOREPORT**********************
       AUTHOR. ANOIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOMICILIO-PRINT-FILE ASSIGN TO "DOMICILIOPRINT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT DOMICILIO-REPORT-FILE ASSIGN TO "DOMICILIOREPORT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD DOMICILIO-PRINT-FILE.
           01 DOMICILIO-PRINT-RECORD PIC X(200).
           FD DOMICILIO-REPORT-FILE.
           01 DOMICILIO-REPORT-RECORD PIC X(120).

           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.
           01 WS-CONTEGGIO-PATRON PIC 9(5) VALUE ZERO.
           01 WS-CONTEGGIO-TITOLI PIC 9(5) VALUE ZERO.
           01 WS-CONTEGGIO-CONSEGNATI PIC 9(5) VALUE ZERO.
           01 WS-CONTEGGIO-ANNULLATI PIC 9(5) VALUE ZERO.
           01 WS-TITOLI-PATRON PIC 9(2) VALUE ZERO.
           01 WS-FINE-TITOLI PIC X(1) VALUE 'N'.

      *****************************************************************
      ***********TRACCIATO DI CHIAMATA A PRENOTAZIONE******************
      *****************************************************************
      **LO STESSO TRACCIATO CHE USANO I MENU PER IL PRESTITO AL BANCO**
           01 WS-PRENOTAZIONE.
               05 WS-PRE-ISBN             PIC X(13).
               05 WS-PRE-USERNAME         PIC X(50).
               05 WS-PRE-DATA             PIC X(10).
               05 WS-PRE-STATO            PIC X(20).
               05 WS-PRE-DATA-RESTITUZIONE PIC X(10).
               05 WS-PRE-CONTEGGIO-APERTE PIC 9(5).
               05 WS-PRE-POSIZIONE-CODA   PIC 9(5).
               05 WS-PRE-NUMERO-RINNOVI   PIC 9(5).
               05 WS-PRE-SEDE-RITIRO      PIC 9(5).
               05 WS-PRE-QUANTITA         PIC 9(5).

      *****************************************************************
      ***********RIGA DEL RIEPILOGO MENSILE PER I SERVIZI SOCIALI******
      *****************************************************************
      **  POS 1      TIPO RIGA: D=DETTAGLIO GIRO, G=TOTALE GENERALE****
      **  POS 2-8    ANNO E MESE (YYYY-MM)******************************
      **  POS 9-13   CODICE GIRO****************************************
      **  POS 14-53  NOME GIRO******************************************
      **  POS 54-58  CODICE SEDE****************************************
      **  POS 59-63  PATRON SERVITI*************************************
      **  POS 64-68  CONSEGNE (USCITE DEL GIRO NEL MESE)****************
      **  POS 69-73  VOLUMI CONSEGNATI**********************************
           01  RIEPILOGO-RIGA.
               05 RIE-TIPO-RIGA     PIC X(1).
               05 RIE-PERIODO       PIC X(7).
               05 RIE-CODICE-GIRO   PIC 9(5).
               05 RIE-NOME-GIRO     PIC X(40).
               05 RIE-CODICE-SEDE   PIC 9(5).
               05 RIE-PATRON        PIC 9(5).
               05 RIE-USCITE        PIC 9(5).
               05 RIE-VOLUMI        PIC 9(5).
           01  WS-TOTALE-PATRON     PIC 9(5) VALUE ZERO.
           01  WS-TOTALE-USCITE     PIC 9(5) VALUE ZERO.
           01  WS-TOTALE-VOLUMI     PIC 9(5) VALUE ZERO.

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
      *****************************************************************
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01 DBNAME                PIC X(30) VALUE SPACE.

           01 RECORDGIRO.
               05 CODICE-GIRO       PIC 9(5).
               05 NOME-GIRO         PIC X(50).
               05 CODICE-SEDE       PIC 9(5).
               05 GIORNO-GIRO       PIC 9(1).
               05 ATTIVO-GIRO       PIC X(1).
           01 RECORDPROFILO.
               05 USERNAME          PIC X(50).
               05 INDIRIZZO-CONSEGNA PIC X(150).
               05 GENERI-PREFERITI  PIC X(100).
               05 FREQUENZA         PIC X(12).
               05 TITOLI-CONSEGNA   PIC 9(2).
               05 ATTIVO-PROFILO    PIC X(1).
           01 DB-ID-CONSEGNA        PIC 9(9) VALUE ZERO.
           01 DB-ISBN               PIC X(13) VALUE SPACE.
           01 DB-TITOLO             PIC X(100) VALUE SPACE.
           01 DB-AUTORE             PIC X(50) VALUE SPACE.
           01 DB-GENERE             PIC X(50) VALUE SPACE.
           01 DB-NOME-SEDE          PIC X(100) VALUE SPACE.
           01 DB-NOMINATIVO         PIC X(101) VALUE SPACE.
           01 DB-OGGI               PIC X(10) VALUE SPACE.
           01 DB-COPIE-DISPONIBILI  PIC 9(5) VALUE ZERO.
           01 DB-GIRO-FILTRO        PIC 9(5) VALUE ZERO.
           01 DB-ANNO               PIC 9(4) VALUE ZERO.
           01 DB-MESE               PIC 9(2) VALUE ZERO.
           01 DB-PERIODO            PIC X(7) VALUE SPACE.
           01 DB-PATRON-SERVITI     PIC 9(5) VALUE ZERO.
           01 DB-USCITE             PIC 9(5) VALUE ZERO.
           01 DB-VOLUMI             PIC 9(5) VALUE ZERO.
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
               05 LS-CODICE-GIRO    PIC 9(5).
               05 LS-NOME-GIRO      PIC X(50).
               05 LS-CODICE-SEDE    PIC 9(5).
               05 LS-GIORNO         PIC 9(1).
               05 LS-USERNAME       PIC X(50).
               05 LS-INDIRIZZO      PIC X(150).
               05 LS-GENERI         PIC X(100).
               05 LS-FREQUENZA      PIC X(12).
               05 LS-TITOLI         PIC 9(2).
               05 LS-ID-CONSEGNA    PIC 9(9).
               05 LS-ANNO           PIC 9(4).
               05 LS-MESE           PIC 9(2).
               05 LS-ESITO          PIC X(1).

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
               EVALUATE LS-TYPE
                   WHEN 'g'
                       PERFORM INSERISCIGIRO
                   WHEN 'p'
                       PERFORM SALVAPROFILO
                   WHEN 'x'
                       PERFORM DISATTIVAPROFILO
                   WHEN 'l'
                       PERFORM LISTAPRELIEVO
                   WHEN 'c'
                       PERFORM CONFERMACONSEGNE
                   WHEN 'a'
                       PERFORM ANNULLARIGALISTA
                   WHEN 'd'
                       PERFORM DISPLAYGIRI
                   WHEN 'r'
                       PERFORM RIEPILOGOMENSILE
               END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      **************DEFINISCE UN GIRO DI CONSEGNA***********************
      ******************************************************************
      **IL GIRO PARTE SEMPRE DA UNA SEDE: LA LISTA DI PRELIEVO PESCA***
      **SOLO I VOLUMI DI QUELLA SEDE***********************************
           INSERISCIGIRO.
           MOVE 'N' TO LS-ESITO
           MOVE LS-NOME-GIRO TO NOME-GIRO
           MOVE LS-CODICE-SEDE TO CODICE-SEDE
           MOVE LS-GIORNO TO GIORNO-GIRO
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE FROM SEDE
               WHERE CODICE_SEDE = :CODICE-SEDE
           END-EXEC
           IF VALUESTABLE = ZERO
               DISPLAY "SEDE NON TROVATA: " CODICE-SEDE
               EXIT PROGRAM
           END-IF
           EXEC SQL
               INSERT INTO GIRO_DOMICILIO (NOME, CODICE_SEDE,
               GIORNO_SETTIMANA)
               VALUES (TRIM(:NOME-GIRO), :CODICE-SEDE, :GIORNO-GIRO)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE 'S' TO LS-ESITO
           DISPLAY "GIRO DI CONSEGNA REGISTRATO".
           EXIT PROGRAM.

      ******************************************************************
      **************CREA O AGGIORNA IL PROFILO DOMICILIO****************
      ******************************************************************
      **LA FREQUENZA E' SETTIMANALE, QUINDICINALE O MENSILE; SENZA*****
      **INDICAZIONE VALE MENSILE. I TITOLI PER CONSEGNA SONO 3 SE NON**
      **INDICATI. UN PROFILO RIATTIVATO TORNA IN LISTA AL PRIMO GIRO***
           SALVAPROFILO.
           MOVE 'N' TO LS-ESITO
           MOVE LS-USERNAME TO USERNAME
           MOVE LS-INDIRIZZO TO INDIRIZZO-CONSEGNA
           MOVE LS-GENERI TO GENERI-PREFERITI
           MOVE LS-FREQUENZA TO FREQUENZA
           MOVE LS-TITOLI TO TITOLI-CONSEGNA
           MOVE LS-CODICE-GIRO TO CODICE-GIRO
           IF FREQUENZA NOT = 'SETTIMANALE'
               AND FREQUENZA NOT = 'QUINDICINALE'
               MOVE 'MENSILE' TO FREQUENZA
           END-IF
           IF TITOLI-CONSEGNA = ZERO
               MOVE 3 TO TITOLI-CONSEGNA
           END-IF
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE FROM UTENTE
               WHERE USERNAME = TRIM(:USERNAME)
           END-EXEC
           IF VALUESTABLE = ZERO
               DISPLAY "UTENTE NON TROVATO: " USERNAME
               EXIT PROGRAM
           END-IF
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE FROM GIRO_DOMICILIO
               WHERE CODICE_GIRO = :CODICE-GIRO
           END-EXEC
           IF VALUESTABLE = ZERO
               DISPLAY "GIRO DI CONSEGNA NON TROVATO: " CODICE-GIRO
               EXIT PROGRAM
           END-IF
           EXEC SQL
               UPDATE PROFILO_DOMICILIO SET
               INDIRIZZO_CONSEGNA = TRIM(:INDIRIZZO-CONSEGNA),
               GENERI_PREFERITI = TRIM(:GENERI-PREFERITI),
               FREQUENZA = TRIM(:FREQUENZA),
               TITOLI_PER_CONSEGNA = :TITOLI-CONSEGNA,
               CODICE_GIRO = :CODICE-GIRO,
               ATTIVO = 'S'
               WHERE USERNAME = TRIM(:USERNAME)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLERRD(3) = ZERO
               EXEC SQL
                   INSERT INTO PROFILO_DOMICILIO (USERNAME,
                   INDIRIZZO_CONSEGNA, GENERI_PREFERITI, FREQUENZA,
                   TITOLI_PER_CONSEGNA, CODICE_GIRO)
                   VALUES (TRIM(:USERNAME), TRIM(:INDIRIZZO-CONSEGNA),
                   TRIM(:GENERI-PREFERITI), TRIM(:FREQUENZA),
                   :TITOLI-CONSEGNA, :CODICE-GIRO)
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME
           END-IF
           MOVE 'S' TO LS-ESITO
           DISPLAY "PROFILO DOMICILIO SALVATO PER " USERNAME.
           EXIT PROGRAM.

      ******************************************************************
      **************SOSPENDE IL SERVIZIO A DOMICILIO********************
      ******************************************************************
      **IL PROFILO RESTA PER LO STORICO DEI RIEPILOGHI; DA QUI IN*******
      **POI IL PATRON TORNA ALLE REGOLE ORDINARIE DI PRESTITO E MULTA**
           DISATTIVAPROFILO.
           MOVE 'N' TO LS-ESITO
           MOVE LS-USERNAME TO USERNAME
           EXEC SQL
               UPDATE PROFILO_DOMICILIO SET ATTIVO = 'N'
               WHERE USERNAME = TRIM(:USERNAME)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLERRD(3) = ZERO
               DISPLAY "NESSUN PROFILO DOMICILIO PER " USERNAME
           ELSE
      *        LE PROPOSTE NON ANCORA CONSEGNATE DECADONO*************
               EXEC SQL
                   UPDATE CONSEGNA_DOMICILIO SET STATO = 'ANNULLATA'
                   WHERE USERNAME = TRIM(:USERNAME)
                   AND STATO = 'PROPOSTA'
               END-EXEC
               MOVE 'S' TO LS-ESITO
               DISPLAY "SERVIZIO A DOMICILIO SOSPESO PER " USERNAME
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
      **************LISTA DI PRELIEVO E CONSEGNA************************
      ******************************************************************
      **CON GIRO ZERO SI STAMPANO TUTTI I GIRI ATTIVI, ORDINATI PER****
      **SEDE. ENTRA IN LISTA CHI NON HA AVUTO UNA CONSEGNA (O UNA******
      **PROPOSTA APERTA) NELL'INTERVALLO DELLA SUA FREQUENZA; OGNI******
      **TITOLO PROPOSTO RESTA IN CONSEGNA_DOMICILIO COME 'PROPOSTA'****
      **FINO ALLA CONFERMA O ALL'ANNULLAMENTO***************************
           LISTAPRELIEVO.
           MOVE LS-CODICE-GIRO TO DB-GIRO-FILTRO
           MOVE ZERO TO WS-CONTEGGIO-PATRON
           MOVE ZERO TO WS-CONTEGGIO-TITOLI
           OPEN EXTEND DOMICILIO-PRINT-FILE
           EXEC SQL
               DECLARE GIRI_LISTA_CURSOR CURSOR FOR
               SELECT G.CODICE_GIRO, G.NOME, G.CODICE_SEDE,
               COALESCE(S.NOME, ' ')
               FROM GIRO_DOMICILIO G
               LEFT JOIN SEDE S ON S.CODICE_SEDE = G.CODICE_SEDE
               WHERE COALESCE(G.ATTIVO, 'S') = 'S'
               AND (:DB-GIRO-FILTRO = 0
               OR G.CODICE_GIRO = :DB-GIRO-FILTRO)
               ORDER BY G.CODICE_SEDE, G.CODICE_GIRO
           END-EXEC
           EXEC SQL
           OPEN GIRI_LISTA_CURSOR
           END-EXEC

           EXEC SQL
               FETCH GIRI_LISTA_CURSOR INTO :CODICE-GIRO, :NOME-GIRO,
               :CODICE-SEDE, :DB-NOME-SEDE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM STAMPALISTAGIRO
               EXEC SQL
                   FETCH GIRI_LISTA_CURSOR INTO :CODICE-GIRO,
                   :NOME-GIRO, :CODICE-SEDE, :DB-NOME-SEDE
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE GIRI_LISTA_CURSOR
           END-EXEC
           CLOSE DOMICILIO-PRINT-FILE
           DISPLAY "LISTE DI CONSEGNA SU DOMICILIOPRINT: PATRON "
               WS-CONTEGGIO-PATRON " TITOLI PROPOSTI "
               WS-CONTEGGIO-TITOLI
           EXIT PROGRAM.

      ******************************************************************
      **************INTESTAZIONE E PATRON DI UN GIRO********************
      ******************************************************************
           STAMPALISTAGIRO.
           EXEC SQL
               SELECT TO_CHAR(CURRENT_DATE, 'DD-MM-YYYY')
               INTO :DB-OGGI
           END-EXEC
           MOVE ALL '=' TO DOMICILIO-PRINT-RECORD
           WRITE DOMICILIO-PRINT-RECORD
           MOVE SPACE TO DOMICILIO-PRINT-RECORD
           STRING
               "LISTA DI PRELIEVO E CONSEGNA DEL " DELIMITED BY SIZE
               DB-OGGI DELIMITED BY SIZE
               " - GIRO " DELIMITED BY SIZE
               CODICE-GIRO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOME-GIRO DELIMITED BY "  "
               " - SEDE " DELIMITED BY SIZE
               CODICE-SEDE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DB-NOME-SEDE DELIMITED BY "  "
               INTO DOMICILIO-PRINT-RECORD
           END-STRING
           WRITE DOMICILIO-PRINT-RECORD
           EXEC SQL
               DECLARE PATRON_GIRO_CURSOR CURSOR FOR
               SELECT P.USERNAME,
               COALESCE(TRIM(U.NOME) || ' ' || TRIM(U.COGNOME), ' '),
               COALESCE(P.INDIRIZZO_CONSEGNA, ' '),
               COALESCE(P.GENERI_PREFERITI, ' '),
               COALESCE(P.FREQUENZA, 'MENSILE'),
               COALESCE(P.TITOLI_PER_CONSEGNA, 3)
               FROM PROFILO_DOMICILIO P
               JOIN UTENTE U ON U.USERNAME = P.USERNAME
               WHERE P.CODICE_GIRO = :CODICE-GIRO
               AND COALESCE(P.ATTIVO, 'S') = 'S'
               AND NOT EXISTS (SELECT 1 FROM CONSEGNA_DOMICILIO C
                   WHERE C.USERNAME = P.USERNAME
                   AND C.STATO IN ('PROPOSTA', 'CONSEGNATA')
                   AND C.DATA_LISTA > CURRENT_DATE -
                   CASE P.FREQUENZA WHEN 'SETTIMANALE' THEN 7
                        WHEN 'QUINDICINALE' THEN 14
                        ELSE 28 END)
               ORDER BY P.USERNAME
           END-EXEC
           EXEC SQL
           OPEN PATRON_GIRO_CURSOR
           END-EXEC

           EXEC SQL
               FETCH PATRON_GIRO_CURSOR INTO :USERNAME,
               :DB-NOMINATIVO, :INDIRIZZO-CONSEGNA,
               :GENERI-PREFERITI, :FREQUENZA, :TITOLI-CONSEGNA
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM STAMPAPATRONGIRO
               ADD 1 TO WS-CONTEGGIO-PATRON
               EXEC SQL
                   FETCH PATRON_GIRO_CURSOR INTO :USERNAME,
                   :DB-NOMINATIVO, :INDIRIZZO-CONSEGNA,
                   :GENERI-PREFERITI, :FREQUENZA, :TITOLI-CONSEGNA
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE PATRON_GIRO_CURSOR
           END-EXEC.

      ******************************************************************
      **************TITOLI PROPOSTI A UN PATRON*************************
      ******************************************************************
      **SOLO COPIE DISPONIBILI DELLA SEDE DEL GIRO, NON DI SOLA********
      **CONSULTAZIONE, NON GIA' PROPOSTE AD ALTRI OLTRE LE COPIE*******
      **LIBERE, MAI LETTE DAL PATRON; PRIMA LE NOVITA'*****************
           STAMPAPATRONGIRO.
           MOVE SPACE TO DOMICILIO-PRINT-RECORD
           STRING
               "  PATRON: " DELIMITED BY SIZE
               USERNAME DELIMITED BY SPACE
               " - " DELIMITED BY SIZE
               DB-NOMINATIVO DELIMITED BY "  "
               " - CONSEGNA A: " DELIMITED BY SIZE
               INDIRIZZO-CONSEGNA DELIMITED BY "  "
               INTO DOMICILIO-PRINT-RECORD
           END-STRING
           WRITE DOMICILIO-PRINT-RECORD
           MOVE ZERO TO WS-TITOLI-PATRON
           MOVE 'N' TO WS-FINE-TITOLI
           EXEC SQL
               DECLARE TITOLI_DOMICILIO_CURSOR CURSOR FOR
               SELECT L.ISBN, COALESCE(L.TITOLO, ' '),
               COALESCE(L.AUTORE, ' '), COALESCE(L.GENERE, ' ')
               FROM LIBRO L
               WHERE COALESCE(L.CODICE_SEDE, 0) = :CODICE-SEDE
               AND COALESCE(L.COPIE_DISPONIBILI, 0) >
                   (SELECT COUNT(*) FROM CONSEGNA_DOMICILIO C
                    WHERE C.ISBN = L.ISBN AND C.STATO = 'PROPOSTA')
               AND COALESCE(L.SOLO_CONSULTAZIONE, 'N') <> 'S'
               AND (TRIM(:GENERI-PREFERITI) = ''
               OR (TRIM(COALESCE(L.GENERE, '')) <> ''
               AND POSITION(UPPER(TRIM(L.GENERE)) IN
               UPPER(TRIM(:GENERI-PREFERITI))) > 0))
               AND NOT EXISTS (SELECT 1 FROM STORICO_PRENOTAZIONI S
                   WHERE S.ISBN = L.ISBN
                   AND S.USERNAME = TRIM(:USERNAME))
               AND NOT EXISTS (SELECT 1 FROM PRENOTAZIONE P
                   WHERE P.ISBN = L.ISBN
                   AND P.USERNAME = TRIM(:USERNAME))
               ORDER BY COALESCE(L.DATA_INSERIMENTO,
               DATE '1900-01-01') DESC, L.TITOLO
           END-EXEC
           EXEC SQL
           OPEN TITOLI_DOMICILIO_CURSOR
           END-EXEC
           PERFORM PROPONITITOLO
               UNTIL WS-FINE-TITOLI = 'S'
               OR WS-TITOLI-PATRON NOT < TITOLI-CONSEGNA
           EXEC SQL
           CLOSE TITOLI_DOMICILIO_CURSOR
           END-EXEC
           IF WS-TITOLI-PATRON = ZERO
               MOVE "    NESSUN TITOLO ADATTO DISPONIBILE IN SEDE"
                   TO DOMICILIO-PRINT-RECORD
               WRITE DOMICILIO-PRINT-RECORD
           END-IF.

           PROPONITITOLO.
           EXEC SQL
               FETCH TITOLI_DOMICILIO_CURSOR INTO :DB-ISBN,
               :DB-TITOLO, :DB-AUTORE, :DB-GENERE
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 'S' TO WS-FINE-TITOLI
           ELSE
               EXEC SQL
                   INSERT INTO CONSEGNA_DOMICILIO (CODICE_GIRO,
                   USERNAME, ISBN, CODICE_SEDE)
                   VALUES (:CODICE-GIRO, TRIM(:USERNAME),
                   TRIM(:DB-ISBN), :CODICE-SEDE)
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME
               MOVE SPACE TO DOMICILIO-PRINT-RECORD
               STRING
                   "    [ ] " DELIMITED BY SIZE
                   DB-ISBN DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DB-TITOLO DELIMITED BY "  "
                   " - " DELIMITED BY SIZE
                   DB-AUTORE DELIMITED BY "  "
                   " (" DELIMITED BY SIZE
                   DB-GENERE DELIMITED BY "  "
                   ")" DELIMITED BY SIZE
                   INTO DOMICILIO-PRINT-RECORD
               END-STRING
               WRITE DOMICILIO-PRINT-RECORD
               ADD 1 TO WS-TITOLI-PATRON
               ADD 1 TO WS-CONTEGGIO-TITOLI
           END-IF.

      ******************************************************************
      **************CONFERMA DELLE CONSEGNE DI UN GIRO******************
      ******************************************************************
      **OGNI PROPOSTA ANCORA APERTA DIVENTA UN PRESTITO SUL CONTO DEL***
      **PATRON ALLETTATO, CON TUTTI I CONTROLLI DEL BANCO. SE LA*******
      **COPIA NON E' PIU' DISPONIBILE LA RIGA SI ANNULLA: UN PATRON A**
      **DOMICILIO NON DEVE FINIRE IN CODA PER UN VOLUME DELLA LISTA****
           CONFERMACONSEGNE.
           MOVE 'N' TO LS-ESITO
           MOVE LS-CODICE-GIRO TO CODICE-GIRO
           MOVE ZERO TO WS-CONTEGGIO-CONSEGNATI
           MOVE ZERO TO WS-CONTEGGIO-ANNULLATI
           EXEC SQL
               SELECT TO_CHAR(CURRENT_DATE, 'DD-MM-YYYY')
               INTO :DB-OGGI
           END-EXEC
           EXEC SQL
               DECLARE PROPOSTE_CURSOR CURSOR FOR
               SELECT ID, USERNAME, ISBN, COALESCE(CODICE_SEDE, 0)
               FROM CONSEGNA_DOMICILIO
               WHERE CODICE_GIRO = :CODICE-GIRO
               AND STATO = 'PROPOSTA'
               ORDER BY USERNAME, ID
           END-EXEC
           EXEC SQL
           OPEN PROPOSTE_CURSOR
           END-EXEC

           EXEC SQL
               FETCH PROPOSTE_CURSOR INTO :DB-ID-CONSEGNA, :USERNAME,
               :DB-ISBN, :CODICE-SEDE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM PRESTITOCONSEGNA
               EXEC SQL
                   FETCH PROPOSTE_CURSOR INTO :DB-ID-CONSEGNA,
                   :USERNAME, :DB-ISBN, :CODICE-SEDE
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE PROPOSTE_CURSOR
           END-EXEC
           MOVE 'S' TO LS-ESITO
           DISPLAY "VOLUMI CONSEGNATI IN PRESTITO: "
               WS-CONTEGGIO-CONSEGNATI " ANNULLATI: "
               WS-CONTEGGIO-ANNULLATI
           EXIT PROGRAM.

           PRESTITOCONSEGNA.
           MOVE ZERO TO DB-COPIE-DISPONIBILI
           EXEC SQL
               SELECT COALESCE(COPIE_DISPONIBILI, 0)
               INTO :DB-COPIE-DISPONIBILI
               FROM LIBRO WHERE ISBN = TRIM(:DB-ISBN)
           END-EXEC
           MOVE SPACE TO WS-PRE-STATO
           IF DB-COPIE-DISPONIBILI > ZERO
               MOVE SPACE TO WS-PRENOTAZIONE
               MOVE DB-ISBN TO WS-PRE-ISBN
               MOVE USERNAME TO WS-PRE-USERNAME
               MOVE DB-OGGI TO WS-PRE-DATA
               MOVE ZERO TO WS-PRE-CONTEGGIO-APERTE
               MOVE ZERO TO WS-PRE-POSIZIONE-CODA
               MOVE ZERO TO WS-PRE-NUMERO-RINNOVI
               MOVE CODICE-SEDE TO WS-PRE-SEDE-RITIRO
               MOVE 1 TO WS-PRE-QUANTITA
               CALL 'PRENOTAZIONE' USING 'i', WS-PRENOTAZIONE
           END-IF
           IF WS-PRE-STATO = 'PRENOTATO'
               EXEC SQL
                   UPDATE CONSEGNA_DOMICILIO SET STATO = 'CONSEGNATA',
                   DATA_CONSEGNA = CURRENT_DATE
                   WHERE ID = :DB-ID-CONSEGNA
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME
               ADD 1 TO WS-CONTEGGIO-CONSEGNATI
           ELSE
               EXEC SQL
                   UPDATE CONSEGNA_DOMICILIO SET STATO = 'ANNULLATA'
                   WHERE ID = :DB-ID-CONSEGNA
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME
               DISPLAY "CONSEGNA " DB-ID-CONSEGNA " ANNULLATA: "
                   DB-ISBN " NON PRESTABILE A " USERNAME
               ADD 1 TO WS-CONTEGGIO-ANNULLATI
           END-IF.

      ******************************************************************
      **************TOGLIE UNA RIGA DALLA LISTA*************************
      ******************************************************************
      **IL VOLONTARIO NON HA TROVATO IL VOLUME O IL PATRON NON LO******
      **VUOLE: LA RIGA SI ANNULLA PRIMA DELLA CONFERMA DEL GIRO********
           ANNULLARIGALISTA.
           MOVE 'N' TO LS-ESITO
           MOVE LS-ID-CONSEGNA TO DB-ID-CONSEGNA
           EXEC SQL
               UPDATE CONSEGNA_DOMICILIO SET STATO = 'ANNULLATA'
               WHERE ID = :DB-ID-CONSEGNA AND STATO = 'PROPOSTA'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLERRD(3) = ZERO
               DISPLAY "NESSUNA PROPOSTA APERTA CON ID " DB-ID-CONSEGNA
           ELSE
               MOVE 'S' TO LS-ESITO
               DISPLAY "RIGA " DB-ID-CONSEGNA " TOLTA DALLA LISTA"
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
      **************ELENCO DEI GIRI E DEI PATRON ASSEGNATI**************
      ******************************************************************
           DISPLAYGIRI.
           DISPLAY "GIRI DI CONSEGNA (GIRO / NOME / SEDE / GIORNO):"
           EXEC SQL
               DECLARE GIRI_CURSOR CURSOR FOR
               SELECT CODICE_GIRO, NOME, CODICE_SEDE,
               COALESCE(GIORNO_SETTIMANA, 0), COALESCE(ATTIVO, 'S')
               FROM GIRO_DOMICILIO
               ORDER BY CODICE_SEDE, CODICE_GIRO
           END-EXEC
           EXEC SQL
           OPEN GIRI_CURSOR
           END-EXEC

           EXEC SQL
               FETCH GIRI_CURSOR INTO :CODICE-GIRO, :NOME-GIRO,
               :CODICE-SEDE, :GIORNO-GIRO, :ATTIVO-GIRO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "  " CODICE-GIRO " / " NOME-GIRO " / "
                   CODICE-SEDE " / " GIORNO-GIRO " / " ATTIVO-GIRO
               EXEC SQL
                   FETCH GIRI_CURSOR INTO :CODICE-GIRO, :NOME-GIRO,
                   :CODICE-SEDE, :GIORNO-GIRO, :ATTIVO-GIRO
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE GIRI_CURSOR
           END-EXEC
           DISPLAY "PATRON A DOMICILIO (GIRO / USERNAME / FREQUENZA / "
               "TITOLI / ATTIVO / INDIRIZZO):"
           EXEC SQL
               DECLARE PROFILI_CURSOR CURSOR FOR
               SELECT COALESCE(CODICE_GIRO, 0), USERNAME,
               COALESCE(FREQUENZA, 'MENSILE'),
               COALESCE(TITOLI_PER_CONSEGNA, 3),
               COALESCE(ATTIVO, 'S'),
               COALESCE(INDIRIZZO_CONSEGNA, ' ')
               FROM PROFILO_DOMICILIO
               ORDER BY CODICE_GIRO, USERNAME
           END-EXEC
           EXEC SQL
           OPEN PROFILI_CURSOR
           END-EXEC

           EXEC SQL
               FETCH PROFILI_CURSOR INTO :CODICE-GIRO, :USERNAME,
               :FREQUENZA, :TITOLI-CONSEGNA, :ATTIVO-PROFILO,
               :INDIRIZZO-CONSEGNA
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "  " CODICE-GIRO " / " USERNAME " / "
                   FREQUENZA " / " TITOLI-CONSEGNA " / "
                   ATTIVO-PROFILO " / " INDIRIZZO-CONSEGNA
               EXEC SQL
                   FETCH PROFILI_CURSOR INTO :CODICE-GIRO, :USERNAME,
                   :FREQUENZA, :TITOLI-CONSEGNA, :ATTIVO-PROFILO,
                   :INDIRIZZO-CONSEGNA
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE PROFILI_CURSOR
           END-EXEC
           EXIT PROGRAM.

      ******************************************************************
      **************RIEPILOGO MENSILE PER I SERVIZI SOCIALI*************
      ******************************************************************
      **ANNO E MESE A ZERO = MESE SCORSO (CORSA DEL PIANIFICATORE).****
      **PER OGNI GIRO: PATRON SERVITI, USCITE (GIORNI DI CONSEGNA******
      **DISTINTI) E VOLUMI CONSEGNATI, CON IL TOTALE GENERALE***********
           RIEPILOGOMENSILE.
           MOVE LS-ANNO TO DB-ANNO
           MOVE LS-MESE TO DB-MESE
           IF DB-ANNO = ZERO OR DB-MESE = ZERO
               EXEC SQL
                   SELECT CAST(TO_CHAR(CURRENT_DATE - INTERVAL
                   '1 month', 'YYYY') AS INTEGER),
                   CAST(TO_CHAR(CURRENT_DATE - INTERVAL
                   '1 month', 'MM') AS INTEGER)
                   INTO :DB-ANNO, :DB-MESE
               END-EXEC
           END-IF
           MOVE ZERO TO WS-TOTALE-PATRON
           MOVE ZERO TO WS-TOTALE-USCITE
           MOVE ZERO TO WS-TOTALE-VOLUMI
           MOVE SPACE TO DB-PERIODO
           STRING DB-ANNO DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               DB-MESE DELIMITED BY SIZE
               INTO DB-PERIODO
           END-STRING
           OPEN OUTPUT DOMICILIO-REPORT-FILE
           DISPLAY "CONSEGNE A DOMICILIO DEL MESE " DB-PERIODO
               " (GIRO / NOME / SEDE / PATRON / USCITE / VOLUMI):"
           EXEC SQL
               DECLARE RIEPILOGO_CURSOR CURSOR FOR
               SELECT G.CODICE_GIRO, G.NOME, G.CODICE_SEDE,
               COUNT(DISTINCT C.USERNAME),
               COUNT(DISTINCT C.DATA_CONSEGNA),
               COUNT(C.ID)
               FROM GIRO_DOMICILIO G
               JOIN CONSEGNA_DOMICILIO C
               ON C.CODICE_GIRO = G.CODICE_GIRO
               WHERE C.STATO = 'CONSEGNATA'
               AND EXTRACT(YEAR FROM C.DATA_CONSEGNA) = :DB-ANNO
               AND EXTRACT(MONTH FROM C.DATA_CONSEGNA) = :DB-MESE
               GROUP BY G.CODICE_GIRO, G.NOME, G.CODICE_SEDE
               ORDER BY G.CODICE_SEDE, G.CODICE_GIRO
           END-EXEC
           EXEC SQL
           OPEN RIEPILOGO_CURSOR
           END-EXEC

           EXEC SQL
               FETCH RIEPILOGO_CURSOR INTO :CODICE-GIRO, :NOME-GIRO,
               :CODICE-SEDE, :DB-PATRON-SERVITI, :DB-USCITE,
               :DB-VOLUMI
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "  " CODICE-GIRO " / " NOME-GIRO " / "
                   CODICE-SEDE " / " DB-PATRON-SERVITI " / "
                   DB-USCITE " / " DB-VOLUMI
               MOVE SPACE TO RIEPILOGO-RIGA
               MOVE 'D' TO RIE-TIPO-RIGA
               MOVE DB-PERIODO TO RIE-PERIODO
               MOVE CODICE-GIRO TO RIE-CODICE-GIRO
               MOVE NOME-GIRO TO RIE-NOME-GIRO
               MOVE CODICE-SEDE TO RIE-CODICE-SEDE
               MOVE DB-PATRON-SERVITI TO RIE-PATRON
               MOVE DB-USCITE TO RIE-USCITE
               MOVE DB-VOLUMI TO RIE-VOLUMI
               MOVE RIEPILOGO-RIGA TO DOMICILIO-REPORT-RECORD
               WRITE DOMICILIO-REPORT-RECORD
               ADD DB-PATRON-SERVITI TO WS-TOTALE-PATRON
               ADD DB-USCITE TO WS-TOTALE-USCITE
               ADD DB-VOLUMI TO WS-TOTALE-VOLUMI
               EXEC SQL
                   FETCH RIEPILOGO_CURSOR INTO :CODICE-GIRO,
                   :NOME-GIRO, :CODICE-SEDE, :DB-PATRON-SERVITI,
                   :DB-USCITE, :DB-VOLUMI
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE RIEPILOGO_CURSOR
           END-EXEC
           MOVE SPACE TO RIEPILOGO-RIGA
           MOVE 'G' TO RIE-TIPO-RIGA
           MOVE DB-PERIODO TO RIE-PERIODO
           MOVE ZERO TO RIE-CODICE-GIRO
           MOVE ZERO TO RIE-CODICE-SEDE
           MOVE WS-TOTALE-PATRON TO RIE-PATRON
           MOVE WS-TOTALE-USCITE TO RIE-USCITE
           MOVE WS-TOTALE-VOLUMI TO RIE-VOLUMI
           MOVE RIEPILOGO-RIGA TO DOMICILIO-REPORT-RECORD
           WRITE DOMICILIO-REPORT-RECORD
           CLOSE DOMICILIO-REPORT-FILE
           DISPLAY "TOTALE: PATRON " WS-TOTALE-PATRON " USCITE "
               WS-TOTALE-USCITE " VOLUMI " WS-TOTALE-VOLUMI
               " - RIEPILOGO SU DOMICILIOREPORT"
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
                   VALUES ('DOMICILIO', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
                   STOP RUN
               END-IF
               EXIT PROGRAM.
