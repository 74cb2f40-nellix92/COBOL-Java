       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPENDATA.
      ******************************************************************
      **************PUBBLICAZIONE MENSILE DEGLI OPEN DATA***************
      ******************************************************************
      **OGNI MESE IL COMUNE PUBBLICA SUL PORTALE OPEN DATA LE**********
      **STATISTICHE ANONIME DEL SERVIZIO: UN CSV PER OGNI DATASET CON**
      **INTESTAZIONE FISSA, PIU' IL FILE DEI METADATI ODMETADATI NEL***
      **FORMATO DEL PORTALE (UNA RIGA PER DATASET). I DATASET:*********
      **  ODPRESTITISEDE   PRESTITI DEL MESE PER SEDE E PRESTITI IN*****
      **                   CORSO ALLA FOTOGRAFIA DI FINE MESE**********
      **  ODPRESTITIGENERE PRESTITI DEL MESE PER GENERE E MATERIALE****
      **  ODISCRITTI       PATRON ATTIVI PER CATEGORIA E FASCIA D'ETA'**
      **  ODACQUISIZIONI   COPIE ENTRATE NEL MESE PER SEDE E MATERIALE**
      **  ODEVENTI         EVENTI DEL MESE, ISCRITTI E PRESENTI*********
      **  ODORARI          ORARI DI APERTURA IN VIGORE DELLE SEDI******
      **  ODTITOLI         TITOLI PIU' PRESTATI PER CATEGORIA PATRON***
      **RISERVATEZZA: UN CONTEGGIO DI PERSONE (PRESTITI, ISCRITTI,*****
      **PRESENTI) MAGGIORE DI ZERO E MINORE DELLA SOGLIA-OPENDATA******
      **ESCE COME '<SOGLIA' (ES. '<5'), COSI' NESSUNA CELLA PERMETTE***
      **DI RISALIRE A UNA PERSONA; IN ODTITOLI LE RIGHE SOTTO SOGLIA***
      **NON ESCONO PROPRIO. LE CELLE E LE RIGHE RISERVATE SONO CONTATE**
      **NEI METADATI. OGNI FILE E' REGISTRATO NEL REGISTRO INTERFACCE**
      **SENZA TRAILER, PERCHE' IL PORTALE VUOLE CSV PURI***************
       AUTHOR. ANOIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPENDATA-FILE ASSIGN TO WS-NOME-DATASET
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPENDATA-META-FILE ASSIGN TO "ODMETADATI"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD OPENDATA-FILE.
           01 OPENDATA-RECORD PIC X(300).
           FD OPENDATA-META-FILE.
           01 OPENDATA-META-RECORD PIC X(300).

           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.
           01 WS-NOME-DATASET PIC X(20) VALUE SPACE.
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
           01 WS-PARAMETRO-CONFIG.
               05 WS-CONFIG-CHIAVE PIC X(40).
               05 WS-CONFIG-VALORE PIC X(100).
               05 WS-CONFIG-VALORE-NUM PIC 9(7)V99.
               05 WS-CONFIG-ESITO PIC X(1).
           01 WS-SOGLIA-OPENDATA PIC 9(3) VALUE 5.
      *    'S' PER I DATASET DOVE LE RIGHE SOTTO SOGLIA NON ESCONO****
           01 WS-OMETTI-RISERVATE PIC X(1) VALUE 'N'.
           01 WS-RIGA-DATASET PIC X(300) VALUE SPACE.
      *    RIGHE DEI METADATI, SCRITTE IN ODMETADATI A FINE CORSA******
           01 WS-METADATI.
               05 WS-META-RIGA PIC X(300) OCCURS 10 TIMES.
           01 WS-NUMERO-META PIC 9(2) VALUE ZERO.
           01 WS-INDICE-META PIC 9(2) VALUE ZERO.

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
      *****************************************************************
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01 DBNAME                PIC X(30) VALUE SPACE.

           01 DB-ANNO               PIC 9(4) VALUE ZERO.
           01 DB-MESE               PIC 9(2) VALUE ZERO.
      *    MM-YYYY, PER CONFRONTARE LE DATE DI PRESTITO DD-MM-YYYY****
           01 DB-PERIODO            PIC X(7) VALUE SPACE.
      *    PRIMO E ULTIMO GIORNO DEL MESE IN YYYY-MM-DD****************
           01 DB-INIZIO             PIC X(10) VALUE SPACE.
           01 DB-FINE               PIC X(10) VALUE SPACE.
      *    'ANNO,MESE' IN TESTA ALLE RIGHE DEI DATASET MENSILI********
           01 DB-PREFISSO           PIC X(10) VALUE SPACE.
           01 DB-SOGLIA             PIC 9(3) VALUE ZERO.
           01 DB-SEGNO-RISERVATO    PIC X(4) VALUE SPACE.
           01 DB-RIGA               PIC X(300) VALUE SPACE.
           01 DB-RISERVATE-RIGA     PIC 9(3) VALUE ZERO.
      *    DATI DELLA RIGA DI METADATI DEL DATASET APPENA CHIUSO******
           01 DB-ID-DATASET         PIC X(20) VALUE SPACE.
           01 DB-TITOLO-DATASET     PIC X(40) VALUE SPACE.
           01 DB-DESCRIZIONE-DATASET PIC X(60) VALUE SPACE.
           01 DB-CON-RISERVATEZZA   PIC X(1) VALUE SPACE.
           01 DB-RIGHE              PIC 9(7) VALUE ZERO.
           01 DB-RISERVATE          PIC 9(7) VALUE ZERO.
           01 DB-LICENZA            PIC X(100) VALUE SPACE.
           01 DB-TITOLARE           PIC X(100) VALUE SPACE.
           01 DB-CODICE-SQL-ORIGINALE PIC S9(9) VALUE ZERO.
           01 DB-ERR-MESSAGGIO PIC X(200) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.
      *****************************************************************
      ********************INCLUDO SQLCA********************************
      *****************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.

           LINKAGE SECTION.
           01 LS-TYPE PIC X(1).
      *    'x' PUBBLICA IL MESE LS-ANNO/LS-MESE (ZERO = MESE SCORSO)***
           01 LS-RECORD.
               05 LS-ANNO           PIC 9(4).
               05 LS-MESE           PIC 9(2).
               05 LS-ESITO          PIC X(1).

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
               EVALUATE LS-TYPE
                   WHEN 'x'
                       PERFORM PUBBLICAOPENDATA
               END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      **************PRODUCE I DATASET E IL FILE DEI METADATI************
      ******************************************************************
           PUBBLICAOPENDATA.
           MOVE 'N' TO LS-ESITO
           IF LS-MESE > 12
               DISPLAY "MESE NON VALIDO"
               EXIT PARAGRAPH
           END-IF
           MOVE 'SOGLIA-OPENDATA' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-VALORE-NUM NOT = ZERO
               MOVE WS-CONFIG-VALORE-NUM TO WS-SOGLIA-OPENDATA
           END-IF
           MOVE WS-SOGLIA-OPENDATA TO DB-SOGLIA
           MOVE 'CC-BY-4.0' TO DB-LICENZA
           MOVE 'OPENDATA-LICENZA' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-VALORE NOT = SPACE
               MOVE WS-CONFIG-VALORE TO DB-LICENZA
           END-IF
           MOVE 'BIBLIOTECA COMUNALE' TO DB-TITOLARE
           MOVE 'OPENDATA-TITOLARE' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           IF WS-CONFIG-VALORE NOT = SPACE
               MOVE WS-CONFIG-VALORE TO DB-TITOLARE
           END-IF

           MOVE LS-ANNO TO DB-ANNO
           MOVE LS-MESE TO DB-MESE
           IF DB-ANNO = ZERO OR DB-MESE = ZERO
               EXEC SQL
                   SELECT CAST(EXTRACT(YEAR FROM CURRENT_DATE
                   - INTERVAL '1 MONTH') AS INTEGER),
                   CAST(EXTRACT(MONTH FROM CURRENT_DATE
                   - INTERVAL '1 MONTH') AS INTEGER)
                   INTO :DB-ANNO, :DB-MESE
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM ERROR-RUNTIME
               END-IF
           END-IF
           EXEC SQL
               SELECT TO_CHAR(MAKE_DATE(CAST(:DB-ANNO AS INT),
               CAST(:DB-MESE AS INT), 1), 'MM-YYYY'),
               TO_CHAR(MAKE_DATE(CAST(:DB-ANNO AS INT),
               CAST(:DB-MESE AS INT), 1), 'YYYY-MM-DD'),
               TO_CHAR(MAKE_DATE(CAST(:DB-ANNO AS INT),
               CAST(:DB-MESE AS INT), 1) + INTERVAL '1 MONTH'
               - INTERVAL '1 DAY', 'YYYY-MM-DD'),
               CAST(CAST(:DB-ANNO AS INT) AS TEXT) || ',' ||
               CAST(CAST(:DB-MESE AS INT) AS TEXT),
               '<' || CAST(CAST(:DB-SOGLIA AS INT) AS TEXT)
               INTO :DB-PERIODO, :DB-INIZIO, :DB-FINE, :DB-PREFISSO,
               :DB-SEGNO-RISERVATO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.

           MOVE ZERO TO WS-NUMERO-META
           PERFORM DATASETPRESTITISEDE
           PERFORM DATASETPRESTITIGENERE
           PERFORM DATASETISCRITTI
           PERFORM DATASETACQUISIZIONI
           PERFORM DATASETEVENTI
           PERFORM DATASETORARI
           PERFORM DATASETTITOLI
           PERFORM SCRIVIMETADATI
           MOVE 'S' TO LS-ESITO
           DISPLAY "OPEN DATA DEL MESE " DB-PERIODO " SCRITTI: "
           WS-NUMERO-META " DATASET PIU' ODMETADATI".

      ******************************************************************
      **************APRE UN DATASET E NE SCRIVE L'INTESTAZIONE**********
      ******************************************************************
      **IN INGRESSO WS-NOME-DATASET E L'INTESTAZIONE IN WS-RIGA-DATASET*
           APRIDATASET.
           OPEN OUTPUT OPENDATA-FILE
           MOVE WS-NOME-DATASET TO WS-IFC-INTERFACCIA
           MOVE 'N' TO WS-IFC-CON-TRAILER
           CALL 'INTERFACCIA' USING 'a', WS-IFC-INVIO
           MOVE ZERO TO DB-RIGHE
           MOVE ZERO TO DB-RISERVATE
           MOVE 'N' TO WS-OMETTI-RISERVATE
           PERFORM SCRIVIRIGADATASET.

      ******************************************************************
      **************SCRIVE UNA RIGA SUL FILE E SUL REGISTRO*************
      ******************************************************************
           SCRIVIRIGADATASET.
           MOVE WS-RIGA-DATASET TO OPENDATA-RECORD
           WRITE OPENDATA-RECORD
           MOVE WS-RIGA-DATASET TO WS-IFC-RIGA
           MOVE ZERO TO WS-IFC-IMPORTO
           CALL 'INTERFACCIA' USING 'r', WS-IFC-INVIO.

      ******************************************************************
      **************UNA RIGA LETTA DAL CURSORE DEL DATASET**************
      ******************************************************************
      **DB-RISERVATE-RIGA = CELLE SOTTO SOGLIA DELLA RIGA; DOVE LE*****
      **RIGHE SOTTO SOGLIA SI OMETTONO LA RIGA NON ESCE E SI CONTA*****
           ACCUMULARIGA.
           IF WS-OMETTI-RISERVATE = 'S' AND DB-RISERVATE-RIGA > 0
               ADD 1 TO DB-RISERVATE
               EXIT PARAGRAPH
           END-IF
           ADD DB-RISERVATE-RIGA TO DB-RISERVATE
           ADD 1 TO DB-RIGHE
           MOVE DB-RIGA TO WS-RIGA-DATASET
           PERFORM SCRIVIRIGADATASET.

      ******************************************************************
      **************CHIUDE IL DATASET E NE PREPARA I METADATI***********
      ******************************************************************
      **TRACCIATO DEL PORTALE: IDENTIFICATIVO, TITOLO, FILE, FORMATO,**
      **FREQUENZA, INIZIO E FINE PERIODO, DATA DI PUBBLICAZIONE,*******
      **LICENZA, TITOLARE, RIGHE, CELLE O RIGHE RISERVATE, SOGLIA******
      **(VUOTA SE IL DATASET NON CONTA PERSONE), DESCRIZIONE***********
           CHIUDIDATASET.
           CLOSE OPENDATA-FILE
           CALL 'INTERFACCIA' USING 'c', WS-IFC-INVIO
           MOVE WS-NOME-DATASET TO DB-ID-DATASET
           EXEC SQL
               SELECT TRIM(:DB-ID-DATASET) || ',' || CHR(34) ||
               TRIM(:DB-TITOLO-DATASET) || CHR(34) || ',' ||
               TRIM(:DB-ID-DATASET) || ',CSV,MENSILE,' ||
               TRIM(:DB-INIZIO) || ',' || TRIM(:DB-FINE) || ',' ||
               TO_CHAR(CURRENT_DATE, 'YYYY-MM-DD') || ',' ||
               CHR(34) || SUBSTR(TRIM(:DB-LICENZA), 1, 30) ||
               CHR(34) || ',' || CHR(34) ||
               SUBSTR(TRIM(:DB-TITOLARE), 1, 50) || CHR(34) || ',' ||
               CAST(CAST(:DB-RIGHE AS INT) AS TEXT) || ',' ||
               CAST(CAST(:DB-RISERVATE AS INT) AS TEXT) || ',' ||
               CASE WHEN :DB-CON-RISERVATEZZA = 'S'
                   THEN CAST(CAST(:DB-SOGLIA AS INT) AS TEXT)
                   ELSE '' END || ',' || CHR(34) ||
               TRIM(:DB-DESCRIZIONE-DATASET) || CHR(34)
               INTO :DB-RIGA
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           ADD 1 TO WS-NUMERO-META
           MOVE DB-RIGA TO WS-META-RIGA(WS-NUMERO-META).

      ******************************************************************
      **************SCRIVE ODMETADATI***********************************
      ******************************************************************
           SCRIVIMETADATI.
           OPEN OUTPUT OPENDATA-META-FILE
           MOVE 'ODMETADATI' TO WS-IFC-INTERFACCIA
           MOVE 'N' TO WS-IFC-CON-TRAILER
           CALL 'INTERFACCIA' USING 'a', WS-IFC-INVIO
           MOVE SPACE TO WS-RIGA-DATASET
           STRING
               "identificativo,titolo,file,formato,frequenza,"
               DELIMITED BY SIZE
               "periodo_inizio,periodo_fine,data_pubblicazione,"
               DELIMITED BY SIZE
               "licenza,titolare,righe,riservate,soglia,"
               DELIMITED BY SIZE
               "descrizione" DELIMITED BY SIZE
               INTO WS-RIGA-DATASET
           END-STRING
           MOVE ZERO TO WS-INDICE-META
           PERFORM UNTIL WS-INDICE-META > WS-NUMERO-META
               MOVE WS-RIGA-DATASET TO OPENDATA-META-RECORD
               WRITE OPENDATA-META-RECORD
               MOVE WS-RIGA-DATASET TO WS-IFC-RIGA
               MOVE ZERO TO WS-IFC-IMPORTO
               CALL 'INTERFACCIA' USING 'r', WS-IFC-INVIO
               ADD 1 TO WS-INDICE-META
               IF WS-INDICE-META NOT > WS-NUMERO-META
                   MOVE WS-META-RIGA(WS-INDICE-META)
                       TO WS-RIGA-DATASET
               END-IF
           END-PERFORM
           CLOSE OPENDATA-META-FILE
           CALL 'INTERFACCIA' USING 'c', WS-IFC-INVIO.

      ******************************************************************
      **************PRESTITI DEL MESE PER SEDE**************************
      ******************************************************************
      **PRESTITI APERTI NEL MESE: PRENOTAZIONE (IN CORSO O RESTITUITI**
      **NON ANCORA ARCHIVIATI) PIU' STORICO RESTITUITO, ATTRIBUITI****
      **ALLA SEDE DEL BANCO O, IN MANCANZA, ALLA SEDE DEL LIBRO. IN****
      **CORSO = PRESTITI_ATTIVI DI STATISTICA_MESE PER LA SEDE*********
           DATASETPRESTITISEDE.
           MOVE 'ODPRESTITISEDE' TO WS-NOME-DATASET
           MOVE "anno,mese,codice_sede,sede,prestiti,prestiti_in_corso"
               TO WS-RIGA-DATASET
           PERFORM APRIDATASET
           EXEC SQL
               DECLARE ODSEDE_CURSOR CURSOR FOR
               SELECT TRIM(:DB-PREFISSO) || ',' ||
               CAST(X.CODICE_SEDE AS TEXT) || ',' || CHR(34) ||
               REPLACE(X.NOME, CHR(34), CHR(39)) || CHR(34) || ',' ||
               CASE WHEN X.N1 > 0 AND X.N1 < :DB-SOGLIA
                   THEN TRIM(:DB-SEGNO-RISERVATO)
                   ELSE CAST(X.N1 AS TEXT) END || ',' ||
               CASE WHEN X.N2 > 0 AND X.N2 < :DB-SOGLIA
                   THEN TRIM(:DB-SEGNO-RISERVATO)
                   ELSE CAST(X.N2 AS TEXT) END,
               CASE WHEN X.N1 > 0 AND X.N1 < :DB-SOGLIA
                   THEN 1 ELSE 0 END +
               CASE WHEN X.N2 > 0 AND X.N2 < :DB-SOGLIA
                   THEN 1 ELSE 0 END
               FROM (SELECT S.CODICE_SEDE,
                     TRIM(COALESCE(S.NOME, '')) AS NOME,
                     COALESCE(P.N, 0) AS N1, COALESCE(F.N, 0) AS N2
                     FROM SEDE S
                     LEFT JOIN
                     (SELECT COALESCE(M.SEDE_OPERAZIONE,
                      L.CODICE_SEDE, 0) AS SEDE, COUNT(*) AS N
                      FROM (SELECT ISBN, SEDE_OPERAZIONE
                            FROM PRENOTAZIONE
                            WHERE STATO IN ('PRENOTATO', 'RESTITUITO')
                            AND SUBSTR(DATA_PRENOTAZIONE, 4, 7)
                                = :DB-PERIODO
                            UNION ALL
                            SELECT ISBN, SEDE_OPERAZIONE
                            FROM STORICO_PRENOTAZIONI
                            WHERE ESITO = 'RESTITUITO'
                            AND SUBSTR(DATA_PRENOTAZIONE, 4, 7)
                                = :DB-PERIODO) M
                      LEFT JOIN LIBRO L ON L.ISBN = M.ISBN
                      GROUP BY 1) P ON P.SEDE = S.CODICE_SEDE
                     LEFT JOIN
                     (SELECT CODICE_SEDE,
                      SUM(PRESTITI_ATTIVI) AS N
                      FROM STATISTICA_MESE
                      WHERE ANNO = :DB-ANNO AND MESE = :DB-MESE
                      AND CODICE_SEDE <> 0
                      GROUP BY CODICE_SEDE) F
                     ON F.CODICE_SEDE = S.CODICE_SEDE) X
               ORDER BY X.CODICE_SEDE
           END-EXEC
           EXEC SQL
           OPEN ODSEDE_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.

           EXEC SQL
               FETCH ODSEDE_CURSOR INTO :DB-RIGA, :DB-RISERVATE-RIGA
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM ACCUMULARIGA
               EXEC SQL
                   FETCH ODSEDE_CURSOR
                   INTO :DB-RIGA, :DB-RISERVATE-RIGA
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE ODSEDE_CURSOR
           END-EXEC
           MOVE 'PRESTITI PER SEDE' TO DB-TITOLO-DATASET
           MOVE 'PRESTITI DEL MESE E IN CORSO A FINE MESE PER SEDE'
               TO DB-DESCRIZIONE-DATASET
           MOVE 'S' TO DB-CON-RISERVATEZZA
           PERFORM CHIUDIDATASET.

      ******************************************************************
      **************PRESTITI DEL MESE PER GENERE E MATERIALE************
      ******************************************************************
           DATASETPRESTITIGENERE.
           MOVE 'ODPRESTITIGENERE' TO WS-NOME-DATASET
           MOVE "anno,mese,genere,tipo_materiale,prestiti"
               TO WS-RIGA-DATASET
           PERFORM APRIDATASET
           EXEC SQL
               DECLARE ODGENERE_CURSOR CURSOR FOR
               SELECT TRIM(:DB-PREFISSO) || ',' || CHR(34) ||
               REPLACE(X.GENERE, CHR(34), CHR(39)) || CHR(34) ||
               ',' || CHR(34) || X.TIPO || CHR(34) || ',' ||
               CASE WHEN X.N < :DB-SOGLIA
                   THEN TRIM(:DB-SEGNO-RISERVATO)
                   ELSE CAST(X.N AS TEXT) END,
               CASE WHEN X.N < :DB-SOGLIA THEN 1 ELSE 0 END
               FROM (SELECT
                     COALESCE(NULLIF(TRIM(L.GENERE), ''), '(SENZA)')
                     AS GENERE,
                     TRIM(COALESCE(L.TIPO_MATERIALE, 'LIBRO'))
                     AS TIPO,
                     COUNT(*) AS N
                     FROM (SELECT ISBN FROM PRENOTAZIONE
                           WHERE STATO IN ('PRENOTATO', 'RESTITUITO')
                           AND SUBSTR(DATA_PRENOTAZIONE, 4, 7)
                               = :DB-PERIODO
                           UNION ALL
                           SELECT ISBN FROM STORICO_PRENOTAZIONI
                           WHERE ESITO = 'RESTITUITO'
                           AND SUBSTR(DATA_PRENOTAZIONE, 4, 7)
                               = :DB-PERIODO) M
                     LEFT JOIN LIBRO L ON L.ISBN = M.ISBN
                     GROUP BY 1, 2) X
               ORDER BY X.GENERE, X.TIPO
           END-EXEC
           EXEC SQL
           OPEN ODGENERE_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.

           EXEC SQL
               FETCH ODGENERE_CURSOR
               INTO :DB-RIGA, :DB-RISERVATE-RIGA
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM ACCUMULARIGA
               EXEC SQL
                   FETCH ODGENERE_CURSOR
                   INTO :DB-RIGA, :DB-RISERVATE-RIGA
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE ODGENERE_CURSOR
           END-EXEC
           MOVE 'PRESTITI PER GENERE E MATERIALE' TO DB-TITOLO-DATASET
           MOVE 'PRESTITI DEL MESE PER GENERE E TIPO DI MATERIALE'
               TO DB-DESCRIZIONE-DATASET
           MOVE 'S' TO DB-CON-RISERVATEZZA
           PERFORM CHIUDIDATASET.

      ******************************************************************
      **************PATRON ATTIVI PER CATEGORIA E FASCIA D'ETA'*********
      ******************************************************************
      **PATRON ATTIVI E APPROVATI, REGISTRATI ENTRO LA FINE DEL MESE;**
      **L'ETA' E' QUELLA ALL'ULTIMO GIORNO DEL MESE********************
           DATASETISCRITTI.
           MOVE 'ODISCRITTI' TO WS-NOME-DATASET
           MOVE "anno,mese,categoria,fascia_eta,iscritti_attivi"
               TO WS-RIGA-DATASET
           PERFORM APRIDATASET
           EXEC SQL
               DECLARE ODISCR_CURSOR CURSOR FOR
               SELECT TRIM(:DB-PREFISSO) || ',' || CHR(34) ||
               X.CATEGORIA || CHR(34) || ',' || CHR(34) ||
               X.FASCIA || CHR(34) || ',' ||
               CASE WHEN X.N < :DB-SOGLIA
                   THEN TRIM(:DB-SEGNO-RISERVATO)
                   ELSE CAST(X.N AS TEXT) END,
               CASE WHEN X.N < :DB-SOGLIA THEN 1 ELSE 0 END
               FROM (SELECT
                     TRIM(COALESCE(U.CATEGORIA, 'ADULTO'))
                     AS CATEGORIA,
                     CASE WHEN U.DATA_NASCITA IS NULL
                          THEN 'NON INDICATA'
                     ELSE CASE WHEN A.ETA < 6 THEN '00-05'
                          WHEN A.ETA < 11 THEN '06-10'
                          WHEN A.ETA < 15 THEN '11-14'
                          WHEN A.ETA < 18 THEN '15-17'
                          WHEN A.ETA < 25 THEN '18-24'
                          WHEN A.ETA < 45 THEN '25-44'
                          WHEN A.ETA < 65 THEN '45-64'
                          ELSE '65+' END END AS FASCIA,
                     COUNT(*) AS N
                     FROM UTENTE U
                     CROSS JOIN LATERAL
                     (SELECT CAST(EXTRACT(YEAR FROM
                      AGE(CAST(:DB-FINE AS DATE), U.DATA_NASCITA))
                      AS INTEGER) AS ETA) A
                     WHERE COALESCE(U.RUOLO, 'PATRON') = 'PATRON'
                     AND COALESCE(U.ATTIVO, 'S') = 'S'
                     AND COALESCE(U.APPROVATO, 'S') = 'S'
                     AND COALESCE(U.DATA_REGISTRAZIONE,
                         CAST(:DB-FINE AS DATE))
                         <= CAST(:DB-FINE AS DATE)
                     GROUP BY 1, 2) X
               ORDER BY X.CATEGORIA, X.FASCIA
           END-EXEC
           EXEC SQL
           OPEN ODISCR_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.

           EXEC SQL
               FETCH ODISCR_CURSOR INTO :DB-RIGA, :DB-RISERVATE-RIGA
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM ACCUMULARIGA
               EXEC SQL
                   FETCH ODISCR_CURSOR
                   INTO :DB-RIGA, :DB-RISERVATE-RIGA
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE ODISCR_CURSOR
           END-EXEC
           MOVE 'ISCRITTI ATTIVI' TO DB-TITOLO-DATASET
           MOVE 'PATRON ATTIVI A FINE MESE PER CATEGORIA ED ETA'''
               TO DB-DESCRIZIONE-DATASET
           MOVE 'S' TO DB-CON-RISERVATEZZA
           PERFORM CHIUDIDATASET.

      ******************************************************************
      **************NUOVE ACQUISIZIONI DEL MESE*************************
      ******************************************************************
      **COPIE ENTRATE A REGISTRO ESEMPLARI NEL MESE: NON RIGUARDANO****
      **PERSONE, QUINDI NESSUNA CELLA E' RISERVATA*********************
           DATASETACQUISIZIONI.
           MOVE 'ODACQUISIZIONI' TO WS-NOME-DATASET
           MOVE "anno,mese,codice_sede,tipo_materiale,copie"
               TO WS-RIGA-DATASET
           PERFORM APRIDATASET
           EXEC SQL
               DECLARE ODACQU_CURSOR CURSOR FOR
               SELECT TRIM(:DB-PREFISSO) || ',' ||
               CAST(X.SEDE AS TEXT) || ',' || CHR(34) || X.TIPO ||
               CHR(34) || ',' || CAST(X.N AS TEXT), 0
               FROM (SELECT COALESCE(L.CODICE_SEDE, 0) AS SEDE,
                     TRIM(COALESCE(L.TIPO_MATERIALE, 'LIBRO'))
                     AS TIPO,
                     COUNT(*) AS N
                     FROM ESEMPLARE E
                     LEFT JOIN LIBRO L ON L.ISBN = E.ISBN
                     WHERE E.DATA_ACQUISIZIONE
                     BETWEEN CAST(:DB-INIZIO AS DATE)
                     AND CAST(:DB-FINE AS DATE)
                     GROUP BY 1, 2) X
               ORDER BY X.SEDE, X.TIPO
           END-EXEC
           EXEC SQL
           OPEN ODACQU_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.

           EXEC SQL
               FETCH ODACQU_CURSOR INTO :DB-RIGA, :DB-RISERVATE-RIGA
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM ACCUMULARIGA
               EXEC SQL
                   FETCH ODACQU_CURSOR
                   INTO :DB-RIGA, :DB-RISERVATE-RIGA
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE ODACQU_CURSOR
           END-EXEC
           MOVE 'NUOVE ACQUISIZIONI' TO DB-TITOLO-DATASET
           MOVE 'COPIE ENTRATE NEL MESE PER SEDE E TIPO DI MATERIALE'
               TO DB-DESCRIZIONE-DATASET
           MOVE 'N' TO DB-CON-RISERVATEZZA
           PERFORM CHIUDIDATASET.

      ******************************************************************
      **************EVENTI DEL MESE CON ISCRITTI E PRESENTI*************
      ******************************************************************
      **EVENTI NON ANNULLATI CON LA SALA PRENOTATA NEL MESE, PER SEDE**
      **DELLA SALA E TIPO: IL NUMERO DI EVENTI NON E' RISERVATO, GLI***
      **ISCRITTI E I PRESENTI SI'**************************************
           DATASETEVENTI.
           MOVE 'ODEVENTI' TO WS-NOME-DATASET
           MOVE SPACE TO WS-RIGA-DATASET
           STRING
               "anno,mese,codice_sede,tipo_evento,eventi,"
               DELIMITED BY SIZE
               "iscritti,presenti" DELIMITED BY SIZE
               INTO WS-RIGA-DATASET
           END-STRING
           PERFORM APRIDATASET
           EXEC SQL
               DECLARE ODEVENTI_CURSOR CURSOR FOR
               SELECT TRIM(:DB-PREFISSO) || ',' ||
               CAST(X.SEDE AS TEXT) || ',' || CHR(34) || X.TIPO ||
               CHR(34) || ',' || CAST(X.EVENTI AS TEXT) || ',' ||
               CASE WHEN X.ISCRITTI > 0 AND X.ISCRITTI < :DB-SOGLIA
                   THEN TRIM(:DB-SEGNO-RISERVATO)
                   ELSE CAST(X.ISCRITTI AS TEXT) END || ',' ||
               CASE WHEN X.PRESENTI > 0 AND X.PRESENTI < :DB-SOGLIA
                   THEN TRIM(:DB-SEGNO-RISERVATO)
                   ELSE CAST(X.PRESENTI AS TEXT) END,
               CASE WHEN X.ISCRITTI > 0 AND X.ISCRITTI < :DB-SOGLIA
                   THEN 1 ELSE 0 END +
               CASE WHEN X.PRESENTI > 0 AND X.PRESENTI < :DB-SOGLIA
                   THEN 1 ELSE 0 END
               FROM (SELECT COALESCE(S.CODICE_SEDE, 0) AS SEDE,
                     TRIM(COALESCE(E.TIPO, 'ALTRO')) AS TIPO,
                     COUNT(DISTINCT E.ID) AS EVENTI,
                     SUM(CASE WHEN I.STATO = 'ISCRITTO'
                         THEN 1 ELSE 0 END) AS ISCRITTI,
                     SUM(CASE WHEN I.PRESENTE = 'S'
                         THEN 1 ELSE 0 END) AS PRESENTI
                     FROM EVENTO E
                     JOIN PRENOTAZIONE_SALA P ON P.ID = E.ID_PRENSALA
                     LEFT JOIN SALA S ON S.ID = P.ID_SALA
                     LEFT JOIN ISCRIZIONE_EVENTO I
                     ON I.ID_EVENTO = E.ID
                     WHERE COALESCE(E.STATO, 'APERTO') <> 'ANNULLATO'
                     AND P.DATA_EVENTO
                     BETWEEN CAST(:DB-INIZIO AS DATE)
                     AND CAST(:DB-FINE AS DATE)
                     GROUP BY 1, 2) X
               ORDER BY X.SEDE, X.TIPO
           END-EXEC
           EXEC SQL
           OPEN ODEVENTI_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.

           EXEC SQL
               FETCH ODEVENTI_CURSOR
               INTO :DB-RIGA, :DB-RISERVATE-RIGA
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM ACCUMULARIGA
               EXEC SQL
                   FETCH ODEVENTI_CURSOR
                   INTO :DB-RIGA, :DB-RISERVATE-RIGA
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE ODEVENTI_CURSOR
           END-EXEC
           MOVE 'EVENTI E PARTECIPAZIONE' TO DB-TITOLO-DATASET
           MOVE 'EVENTI DEL MESE PER SEDE E TIPO, ISCRITTI E PRESENTI'
               TO DB-DESCRIZIONE-DATASET
           MOVE 'S' TO DB-CON-RISERVATEZZA
           PERFORM CHIUDIDATASET.

      ******************************************************************
      **************ORARI DI APERTURA DELLE SEDI************************
      ******************************************************************
      **ORARI IN VIGORE AL MOMENTO DELLA PUBBLICAZIONE, PER STAGIONE***
      **(DAL/AL IN MM-DD) E GIORNO DELLA SETTIMANA (1 = LUNEDI')*******
           DATASETORARI.
           MOVE 'ODORARI' TO WS-NOME-DATASET
           MOVE SPACE TO WS-RIGA-DATASET
           STRING
               "codice_sede,sede,stagione,dal,al,giorno_settimana,"
               DELIMITED BY SIZE
               "mattina_dalle,mattina_alle,pomeriggio_dalle,"
               DELIMITED BY SIZE
               "pomeriggio_alle" DELIMITED BY SIZE
               INTO WS-RIGA-DATASET
           END-STRING
           PERFORM APRIDATASET
           EXEC SQL
               DECLARE ODORARI_CURSOR CURSOR FOR
               SELECT CAST(O.CODICE_SEDE AS TEXT) || ',' || CHR(34) ||
               REPLACE(TRIM(COALESCE(S.NOME, '')), CHR(34), CHR(39))
               || CHR(34) || ',' || TRIM(COALESCE(O.STAGIONE, '')) ||
               ',' || TRIM(COALESCE(T.DAL, '')) || ',' ||
               TRIM(COALESCE(T.AL, '')) || ',' ||
               CAST(O.GIORNO_SETTIMANA AS TEXT) || ',' ||
               TRIM(COALESCE(O.MATTINA_DALLE, '')) || ',' ||
               TRIM(COALESCE(O.MATTINA_ALLE, '')) || ',' ||
               TRIM(COALESCE(O.POMERIGGIO_DALLE, '')) || ',' ||
               TRIM(COALESCE(O.POMERIGGIO_ALLE, '')), 0
               FROM ORARIO_SEDE O
               LEFT JOIN SEDE S ON S.CODICE_SEDE = O.CODICE_SEDE
               LEFT JOIN STAGIONE_ORARIO T ON T.STAGIONE = O.STAGIONE
               ORDER BY O.CODICE_SEDE, O.STAGIONE, O.GIORNO_SETTIMANA
           END-EXEC
           EXEC SQL
           OPEN ODORARI_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.

           EXEC SQL
               FETCH ODORARI_CURSOR INTO :DB-RIGA, :DB-RISERVATE-RIGA
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM ACCUMULARIGA
               EXEC SQL
                   FETCH ODORARI_CURSOR
                   INTO :DB-RIGA, :DB-RISERVATE-RIGA
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE ODORARI_CURSOR
           END-EXEC
           MOVE 'ORARI DI APERTURA' TO DB-TITOLO-DATASET
           MOVE 'ORARI DI APERTURA DELLE SEDI PER STAGIONE E GIORNO'
               TO DB-DESCRIZIONE-DATASET
           MOVE 'N' TO DB-CON-RISERVATEZZA
           PERFORM CHIUDIDATASET.

      ******************************************************************
      **************TITOLI PIU' PRESTATI PER CATEGORIA PATRON***********
      ******************************************************************
      **UN TITOLO PRESTATO MENO DI SOGLIA VOLTE NEL MESE DA UNA********
      **CATEGORIA (TIPICAMENTE I MINORI) POTREBBE IDENTIFICARE IL******
      **LETTORE: QUESTE RIGHE NON ESCONO E SI CONTANO NEI METADATI*****
           DATASETTITOLI.
           MOVE 'ODTITOLI' TO WS-NOME-DATASET
           MOVE "anno,mese,isbn,titolo,categoria,prestiti"
               TO WS-RIGA-DATASET
           PERFORM APRIDATASET
           MOVE 'S' TO WS-OMETTI-RISERVATE
           EXEC SQL
               DECLARE ODTITOLI_CURSOR CURSOR FOR
               SELECT TRIM(:DB-PREFISSO) || ',' || X.ISBN || ',' ||
               CHR(34) || REPLACE(X.TITOLO, CHR(34), CHR(39)) ||
               CHR(34) || ',' || CHR(34) || X.CATEGORIA || CHR(34) ||
               ',' || CAST(X.N AS TEXT),
               CASE WHEN X.N < :DB-SOGLIA THEN 1 ELSE 0 END
               FROM (SELECT TRIM(M.ISBN) AS ISBN,
                     TRIM(COALESCE(MAX(L.TITOLO), '')) AS TITOLO,
                     TRIM(COALESCE(U.CATEGORIA, 'ADULTO'))
                     AS CATEGORIA,
                     COUNT(*) AS N
                     FROM (SELECT ISBN, USERNAME FROM PRENOTAZIONE
                           WHERE STATO IN ('PRENOTATO', 'RESTITUITO')
                           AND SUBSTR(DATA_PRENOTAZIONE, 4, 7)
                               = :DB-PERIODO
                           UNION ALL
                           SELECT ISBN, USERNAME
                           FROM STORICO_PRENOTAZIONI
                           WHERE ESITO = 'RESTITUITO'
                           AND SUBSTR(DATA_PRENOTAZIONE, 4, 7)
                               = :DB-PERIODO) M
                     LEFT JOIN LIBRO L ON L.ISBN = M.ISBN
                     LEFT JOIN UTENTE U ON U.USERNAME = M.USERNAME
                     GROUP BY 1, 3) X
               ORDER BY X.CATEGORIA, X.N DESC, X.ISBN
           END-EXEC
           EXEC SQL
           OPEN ODTITOLI_CURSOR
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.

           EXEC SQL
               FETCH ODTITOLI_CURSOR
               INTO :DB-RIGA, :DB-RISERVATE-RIGA
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM ACCUMULARIGA
               EXEC SQL
                   FETCH ODTITOLI_CURSOR
                   INTO :DB-RIGA, :DB-RISERVATE-RIGA
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE ODTITOLI_CURSOR
           END-EXEC
           MOVE 'TITOLI PIU'' PRESTATI' TO DB-TITOLO-DATASET
           MOVE 'TITOLI PRESTATI NEL MESE PER CATEGORIA DI PATRON'
               TO DB-DESCRIZIONE-DATASET
           MOVE 'S' TO DB-CON-RISERVATEZZA
           PERFORM CHIUDIDATASET.

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
                   VALUES ('OPENDATA', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
                   STOP RUN
               END-IF
               EXIT PROGRAM.
