       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFILO.
      ******************************************************************
      **************PROFILO DELLA COLLEZIONE PER CLASSE E SEDE*********
      ******************************************************************
      **PER LA COMMISSIONE ACQUISTI: LE COPIE IN DOTAZIONE SONO*********
      **RAGGRUPPATE PER CLASSE DELLA COLLOCAZIONE (LE CIFRE INIZIALI***
      **DELLA SEGNATURA NNN.NN-AAA) E PER SEDE. PER OGNI GRUPPO:********
      **COPIE, QUOTA SULLA COLLEZIONE, PRESTITI DEL PERIODO, INDICE*****
      **DI ROTAZIONE (PRESTITI PER COPIA), QUOTA DI COPIE MAI PRESTATE,*
      **ETA' MEDIA DELLE COPIE IN ANNI E SPESA DEL PERIODO SUGLI*******
      **ORDINI. IL PROSPETTO VA SUL RACCOGLITORE (REPORTWRITER) E IN****
      **CSV SU PROFILOCOLLEZIONE PER IL CONFRONTO FRA CLASSI E SEDI*****
       AUTHOR. ANOIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILO-CSV-FILE ASSIGN TO "PROFILOCOLLEZIONE"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD PROFILO-CSV-FILE.
           01 PROFILO-CSV-RECORD PIC X(200).

           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.
           01 WS-CONTEGGIO-GRUPPI PIC 9(5) VALUE ZERO.
           01 WS-TOTALE-COPIE PIC 9(7) VALUE ZERO.
           01 WS-TOTALE-PRESTITI PIC 9(7) VALUE ZERO.
           01 WS-TOTALE-SPESA PIC 9(9)V99 VALUE ZERO.

      *****************************************************************
      ***********VALORI EDITATI PER VIDEO, RACCOGLITORE E CSV**********
      *****************************************************************
           01 WS-ED-COPIE PIC Z(6)9.
           01 WS-ED-PRESTITI PIC Z(6)9.
           01 WS-ED-QUOTA PIC ZZ9.99.
           01 WS-ED-ROTAZIONE PIC ZZZ9.99.
           01 WS-ED-MAI-PRESTATE PIC ZZ9.99.
           01 WS-ED-ETA PIC ZZ9.9.
           01 WS-ED-SPESA PIC Z(8)9.99.
           01 WS-ED-SEDE PIC Z(4)9.

           01 WS-LINE PIC X(106) VALUE ALL '-'.
           01 WS-HEADER-COLUMNS.
               05 FILLER PIC X(7) VALUE 'CLASSE'.
               05 FILLER PIC X(7) VALUE 'SEDE'.
               05 FILLER PIC X(21) VALUE 'NOME SEDE'.
               05 FILLER PIC X(9) VALUE 'COPIE'.
               05 FILLER PIC X(8) VALUE 'QUOTA%'.
               05 FILLER PIC X(9) VALUE 'PRESTITI'.
               05 FILLER PIC X(9) VALUE 'ROTAZ.'.
               05 FILLER PIC X(8) VALUE 'MAI%'.
               05 FILLER PIC X(7) VALUE 'ETA'.
               05 FILLER PIC X(13) VALUE 'SPESA'.
           01 WS-COLUMNS.
               05 WS-COLUMN-CLASSE PIC X(7).
               05 WS-COLUMN-SEDE PIC X(7).
               05 WS-COLUMN-NOME-SEDE PIC X(21).
               05 WS-COLUMN-COPIE PIC X(9).
               05 WS-COLUMN-QUOTA PIC X(8).
               05 WS-COLUMN-PRESTITI PIC X(9).
               05 WS-COLUMN-ROTAZIONE PIC X(9).
               05 WS-COLUMN-MAI-PRESTATE PIC X(8).
               05 WS-COLUMN-ETA PIC X(7).
               05 WS-COLUMN-SPESA PIC X(13).

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

           01 DB-DATA-DA            PIC X(10) VALUE SPACE.
           01 DB-DATA-A             PIC X(10) VALUE SPACE.
           01 DB-LIVELLO            PIC 9(1) VALUE ZERO.

           01 RECORDPROFILO.
               05 DB-CLASSE         PIC X(3).
               05 DB-CODICE-SEDE    PIC 9(5).
               05 DB-NOME-SEDE      PIC X(20).
               05 DB-COPIE          PIC 9(7).
               05 DB-QUOTA          PIC 9(3)V99.
               05 DB-PRESTITI       PIC 9(7).
               05 DB-ROTAZIONE      PIC 9(4)V99.
               05 DB-MAI-PRESTATE   PIC 9(3)V99.
               05 DB-ETA-MEDIA      PIC 9(3)V9.
               05 DB-SPESA          PIC 9(9)V99.
           01 DB-CODICE-SQL-ORIGINALE PIC S9(9) VALUE ZERO.
           01 DB-ERR-MESSAGGIO PIC X(200) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.
      *****************************************************************
      ********************INCLUDO SQLCA********************************
      *****************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.

           LINKAGE SECTION.
           01 LS-TYPE PIC X(1).
      **LIVELLO DELLA CLASSE: 1 CENTINAIA (500), 2 DECINE (510),*******
      **3 CLASSE COMPLETA (512). ESITO 'S' SE IL PROSPETTO E' USCITO***
           01 LS-RECORD.
               05 LS-DATA-DA        PIC X(10).
               05 LS-DATA-A         PIC X(10).
               05 LS-LIVELLO        PIC 9(1).
               05 LS-OPERATORE      PIC X(50).
               05 LS-ESITO          PIC X(1).

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
               EVALUATE LS-TYPE
                   WHEN 'p'
                       PERFORM PROFILOCOLLEZIONE
               END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      **************PROSPETTO PER CLASSE E SEDE*************************
      ******************************************************************
      **IN DOTAZIONE SONO LE COPIE NON SCARTATE E NON PERSE. I PRESTITI*
      **DEL PERIODO SONO LE PRENOTAZIONI ANDATE IN CIRCOLAZIONE (VIVE E*
      **STORICHE, ESCLUSE CODE, RITIRI MANCATI, ANNULLI E DIGITALE) PER*
      **DATA DI PRENOTAZIONE: QUELLE SENZA COPIA ASSEGNATA VANNO ALLA***
      **PRIMA COPIA DEL TITOLO. UNA COPIA E' "MAI PRESTATA" SE NON HA***
      **MAI AVUTO UN PRESTITO SUO NE' DEL TITOLO SENZA COPIA. LA SPESA**
      **E' IL RICEVUTO DELLE RIGHE D'ORDINE (DATA DI RICEVIMENTO O,*****
      **IN MANCANZA, DI ORDINE) ATTRIBUITO ALLA CLASSE DELLE COPIE DEL**
      **TITOLO E ALLA SEDE DEL TITOLO***********************************
           PROFILOCOLLEZIONE.
           MOVE 'N' TO LS-ESITO
           IF LS-LIVELLO < 1 OR LS-LIVELLO > 3
               MOVE 1 TO LS-LIVELLO
           END-IF
           MOVE LS-DATA-DA TO DB-DATA-DA
           MOVE LS-DATA-A TO DB-DATA-A
           MOVE LS-LIVELLO TO DB-LIVELLO
           MOVE ZERO TO WS-CONTEGGIO-GRUPPI
           MOVE ZERO TO WS-TOTALE-COPIE
           MOVE ZERO TO WS-TOTALE-PRESTITI
           MOVE ZERO TO WS-TOTALE-SPESA

           EXEC SQL
               DECLARE PROFILO_CURSOR CURSOR FOR
               WITH COPIE AS (
                   SELECT E.NUMERO_INVENTARIO, E.ISBN,
                   E.DATA_ACQUISIZIONE,
                   COALESCE(L.CODICE_SEDE, 0) AS SEDE,
                   CASE WHEN COALESCE(E.COLLOCAZIONE, ' ')
                       ~ '^[0-9][0-9][0-9]'
                   THEN RPAD(SUBSTR(E.COLLOCAZIONE, 1,
                       CAST(:DB-LIVELLO AS INTEGER)), 3, '0')
                   ELSE 'N/C' END AS CLASSE
                   FROM ESEMPLARE E
                   LEFT JOIN LIBRO L ON L.ISBN = E.ISBN
                   WHERE COALESCE(E.STATO, 'SCAFFALE')
                       NOT IN ('SCARTATO', 'PERSO')),
               MOVIMENTI AS (
                   SELECT ISBN, NUMERO_INVENTARIO, DATA_PRENOTAZIONE
                   FROM PRENOTAZIONE
                   WHERE STATO NOT IN ('IN_CODA', 'PRONTO_AL_RITIRO')
                   UNION ALL
                   SELECT ISBN, NUMERO_INVENTARIO, DATA_PRENOTAZIONE
                   FROM STORICO_PRENOTAZIONI
                   WHERE COALESCE(ESITO, ' ') NOT IN ('NON_RITIRATO',
                       'ANNULLATO', 'SCADUTO', 'DIGITALE')),
               PRESTITI AS (
                   SELECT COALESCE(M.NUMERO_INVENTARIO,
                       (SELECT MIN(C2.NUMERO_INVENTARIO) FROM COPIE C2
                        WHERE C2.ISBN = M.ISBN)) AS INVENTARIO
                   FROM MOVIMENTI M
                   WHERE TO_DATE(M.DATA_PRENOTAZIONE, 'DD-MM-YYYY')
                   BETWEEN TO_DATE(TRIM(:DB-DATA-DA), 'DD-MM-YYYY')
                   AND TO_DATE(TRIM(:DB-DATA-A), 'DD-MM-YYYY')),
               GRUPPI AS (
                   SELECT C.CLASSE, C.SEDE, COUNT(*) AS COPIE,
                   SUM(CASE WHEN EXISTS (SELECT 1 FROM MOVIMENTI M
                       WHERE M.NUMERO_INVENTARIO = C.NUMERO_INVENTARIO
                       OR (M.NUMERO_INVENTARIO IS NULL
                           AND M.ISBN = C.ISBN))
                       THEN 0 ELSE 1 END) AS MAI_PRESTATE,
                   COALESCE(AVG(CURRENT_DATE - C.DATA_ACQUISIZIONE)
                       / 365.25, 0) AS ETA_MEDIA
                   FROM COPIE C
                   GROUP BY C.CLASSE, C.SEDE),
               PRESTITI_GRUPPO AS (
                   SELECT C.CLASSE, C.SEDE, COUNT(*) AS PRESTITI
                   FROM PRESTITI P
                   JOIN COPIE C ON C.NUMERO_INVENTARIO = P.INVENTARIO
                   GROUP BY C.CLASSE, C.SEDE),
               SPESA AS (
                   SELECT COALESCE((SELECT MIN(C3.CLASSE) FROM COPIE C3
                       WHERE C3.ISBN = R.ISBN), 'N/C') AS CLASSE,
                   COALESCE(L.CODICE_SEDE, 0) AS SEDE,
                   SUM(COALESCE(R.PREZZO, 0)
                       * COALESCE(R.QUANTITA_RICEVUTA, 0)) AS IMPORTO
                   FROM ORDINE_RIGA R
                   JOIN ORDINE O ON O.ID = R.ID_ORDINE
                   LEFT JOIN LIBRO L ON L.ISBN = R.ISBN
                   WHERE COALESCE(O.DATA_RICEVIMENTO, O.DATA_ORDINE)
                   BETWEEN TO_DATE(TRIM(:DB-DATA-DA), 'DD-MM-YYYY')
                   AND TO_DATE(TRIM(:DB-DATA-A), 'DD-MM-YYYY')
                   GROUP BY 1, 2)
               SELECT G.CLASSE, G.SEDE,
               SUBSTR(COALESCE(S.NOME, 'SEDE NON REGISTRATA'), 1, 20),
               G.COPIE,
               ROUND(100.0 * G.COPIE / SUM(G.COPIE) OVER (), 2),
               COALESCE(P.PRESTITI, 0),
               ROUND(CAST(COALESCE(P.PRESTITI, 0) AS NUMERIC)
                   / G.COPIE, 2),
               ROUND(100.0 * G.MAI_PRESTATE / G.COPIE, 2),
               ROUND(G.ETA_MEDIA, 1),
               ROUND(COALESCE(SP.IMPORTO, 0), 2)
               FROM GRUPPI G
               LEFT JOIN SEDE S ON S.CODICE_SEDE = G.SEDE
               LEFT JOIN PRESTITI_GRUPPO P
                   ON P.CLASSE = G.CLASSE AND P.SEDE = G.SEDE
               LEFT JOIN SPESA SP
                   ON SP.CLASSE = G.CLASSE AND SP.SEDE = G.SEDE
               ORDER BY G.CLASSE, G.SEDE
           END-EXEC

           MOVE SPACE TO WS-SCRITTURA-REPORT
           MOVE "PROFILO DELLA COLLEZIONE PER CLASSE E SEDE"
               TO RW-TITOLO
           MOVE LS-OPERATORE TO RW-OPERATORE
           MOVE WS-HEADER-COLUMNS TO RW-INTESTAZIONE
           CALL 'REPORTWRITER' USING 'i', WS-SCRITTURA-REPORT

           OPEN OUTPUT PROFILO-CSV-FILE
           MOVE SPACE TO PROFILO-CSV-RECORD
           STRING
               "CLASSE,SEDE,NOME SEDE,COPIE,QUOTA %,PRESTITI,"
                   DELIMITED BY SIZE
               "ROTAZIONE,MAI PRESTATE %,ETA MEDIA,SPESA"
                   DELIMITED BY SIZE
               INTO PROFILO-CSV-RECORD
           END-STRING
           WRITE PROFILO-CSV-RECORD

           DISPLAY "PROFILO DELLA COLLEZIONE DAL " DB-DATA-DA
               " AL " DB-DATA-A
           DISPLAY WS-LINE
           DISPLAY WS-HEADER-COLUMNS
           DISPLAY WS-LINE

           EXEC SQL
               OPEN PROFILO_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
               CLOSE PROFILO-CSV-FILE
               CALL 'REPORTWRITER' USING 'f', WS-SCRITTURA-REPORT
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               FETCH PROFILO_CURSOR INTO :RECORDPROFILO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM SCRIVIGRUPPO
               EXEC SQL
                   FETCH PROFILO_CURSOR INTO :RECORDPROFILO
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE PROFILO_CURSOR
           END-EXEC
           DISPLAY WS-LINE

           MOVE WS-TOTALE-COPIE TO WS-ED-COPIE
           MOVE WS-TOTALE-PRESTITI TO WS-ED-PRESTITI
           MOVE WS-TOTALE-SPESA TO WS-ED-SPESA
           MOVE SPACE TO RW-TOTALE
           STRING
               "COPIE " DELIMITED BY SIZE
               WS-ED-COPIE DELIMITED BY SIZE
               " PRESTITI " DELIMITED BY SIZE
               WS-ED-PRESTITI DELIMITED BY SIZE
               " SPESA " DELIMITED BY SIZE
               WS-ED-SPESA DELIMITED BY SIZE
               INTO RW-TOTALE
           END-STRING
           DISPLAY "TOTALE " RW-TOTALE
           CALL 'REPORTWRITER' USING 'f', WS-SCRITTURA-REPORT
           CLOSE PROFILO-CSV-FILE
           DISPLAY "GRUPPI NEL PROSPETTO: " WS-CONTEGGIO-GRUPPI
           DISPLAY "ESPORTAZIONE CSV COMPLETATA: PROFILOCOLLEZIONE"
           MOVE 'S' TO LS-ESITO.

      ******************************************************************
      **************UNA RIGA DEL PROSPETTO: VIDEO, RACCOGLITORE, CSV***
      ******************************************************************
           SCRIVIGRUPPO.
           ADD 1 TO WS-CONTEGGIO-GRUPPI
           ADD DB-COPIE TO WS-TOTALE-COPIE
           ADD DB-PRESTITI TO WS-TOTALE-PRESTITI
           ADD DB-SPESA TO WS-TOTALE-SPESA
           MOVE DB-CODICE-SEDE TO WS-ED-SEDE
           MOVE DB-COPIE TO WS-ED-COPIE
           MOVE DB-QUOTA TO WS-ED-QUOTA
           MOVE DB-PRESTITI TO WS-ED-PRESTITI
           MOVE DB-ROTAZIONE TO WS-ED-ROTAZIONE
           MOVE DB-MAI-PRESTATE TO WS-ED-MAI-PRESTATE
           MOVE DB-ETA-MEDIA TO WS-ED-ETA
           MOVE DB-SPESA TO WS-ED-SPESA

           MOVE SPACE TO WS-COLUMNS
           MOVE DB-CLASSE TO WS-COLUMN-CLASSE
           MOVE WS-ED-SEDE TO WS-COLUMN-SEDE
           MOVE DB-NOME-SEDE TO WS-COLUMN-NOME-SEDE
           MOVE WS-ED-COPIE TO WS-COLUMN-COPIE
           MOVE WS-ED-QUOTA TO WS-COLUMN-QUOTA
           MOVE WS-ED-PRESTITI TO WS-COLUMN-PRESTITI
           MOVE WS-ED-ROTAZIONE TO WS-COLUMN-ROTAZIONE
           MOVE WS-ED-MAI-PRESTATE TO WS-COLUMN-MAI-PRESTATE
           MOVE WS-ED-ETA TO WS-COLUMN-ETA
           MOVE WS-ED-SPESA TO WS-COLUMN-SPESA
           DISPLAY WS-COLUMNS
           MOVE WS-COLUMNS TO RW-RIGA
           CALL 'REPORTWRITER' USING 'w', WS-SCRITTURA-REPORT

      *    NEL CSV I NUMERI VANNO SENZA GLI SPAZI DELL'EDITAZIONE******
           MOVE SPACE TO PROFILO-CSV-RECORD
           STRING
               DB-CLASSE DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               DB-CODICE-SEDE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               DB-NOME-SEDE DELIMITED BY "  "
               "," DELIMITED BY SIZE
               DB-COPIE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-ED-QUOTA DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               DB-PRESTITI DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-ED-ROTAZIONE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-ED-MAI-PRESTATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-ED-ETA DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-ED-SPESA DELIMITED BY SIZE
               INTO PROFILO-CSV-RECORD
           END-STRING
           WRITE PROFILO-CSV-RECORD.

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
                   VALUES ('PROFILO', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
                   STOP RUN
               END-IF
               EXIT PROGRAM.
