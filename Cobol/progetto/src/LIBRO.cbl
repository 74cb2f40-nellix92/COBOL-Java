
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
           01 WS-CREDENZIALI.
               05 WS-USERNAME PIC X(50) VALUE SPACE.
               05 WS-PASSWORD PIC X(50) VALUE SPACE.
               05 WS-GEN-VEDI-ANCHE  PIC X(100).
               05 WS-GEN-DOPPIONE    PIC X(50).
               05 WS-GEN-ESITO       PIC X(1).

      *****************************************************************
      ***********ALLINEAMENTO DELL'INDICE PER PAROLE DEL CATALOGO******
      *****************************************************************
           01 WS-PAROLE-CHIAVE.
               05 WS-PCH-ISBN          PIC X(13).
               05 WS-PCH-ID-AUTORE     PIC 9(9).
               05 WS-PCH-GENERE        PIC X(50).
               05 WS-PCH-TESTO         PIC X(100).
               05 WS-PCH-PAROLE        PIC X(200).
               05 WS-PCH-NUMERO-PAROLE PIC 9(2).
               05 WS-PCH-OPERATORE     PIC X(50).
               05 WS-PCH-ESITO         PIC X(1).
           01  WS-RICHIESTA-ILL.
               05 RICHIESTA-ILL-ISBN   PIC X(20) VALUE SPACE.
               05 RICHIESTA-ILL-TITOLO PIC X(100) VALUE SPACE.
      *****************************************************************
      ***********************TABLE FORMATTING**************************
      *****************************************************************
           01  WS-LINE PIC X(204) VALUE ALL "-".

      *****************************************************************
      *****************HEADER TABLE FORMATTING*************************
                      05 FILLER PIC X(1) VALUE "|".
                      05 FILLER  PIC X(12) VALUE "TIPO".
                      05 FILLER PIC X(1) VALUE "|".
                      05 FILLER  PIC X(10) VALUE "ALTA RICH.".
                      05 FILLER PIC X(1) VALUE "|".

      *****************************************************************
      **********************TABLE S COLUMNS FORMATTING****************
                      05 FILLER PIC X(1) VALUE "|".
                      05 WS-COLUMN-9 PIC X(12).
                      05 FILLER PIC X(1) VALUE "|".
                      05 WS-COLUMN-10 PIC X(10).
                      05 FILLER PIC X(1) VALUE "|".

      *****************************************************************
      ***********RICONCILIAZIONE SCAFFALE DI FINE GIORNATA**************
                      05 WS-RECON-COLUMN-4  PIC X(20).
                      05 FILLER PIC X(1) VALUE "|".

      *****************************************************************
      ***********SCAFFALE VIRTUALE PER COLLOCAZIONE********************
      *****************************************************************
      **UNA PAGINA MOSTRA 10 TITOLI NELL'ORDINE DELLO SCAFFALE; ALLA***
      **PRIMA PAGINA IL TITOLO DI PARTENZA E' PRECEDUTO DA 4 VICINI****
           01  WS-SCAFFALE-AMPIEZZA PIC 9(2) VALUE 10.
           01  WS-SCAFFALE-PRIMA    PIC 9(2) VALUE 4.
           01  WS-SCAFFALE-COMANDO  PIC X(1) VALUE SPACE.
           01  WS-SCAFFALE-RIGA.
                      05 WS-SCR-MARCA        PIC X(3).
                      05 WS-SCR-COLLOCAZIONE PIC X(21).
                      05 WS-SCR-ISBN         PIC X(14).
                      05 WS-SCR-TITOLO       PIC X(41).
                      05 WS-SCR-AUTORE       PIC X(26).
                      05 WS-SCR-SEDE         PIC Z(4)9.
                      05 FILLER PIC X(2) VALUE SPACE.
                      05 WS-SCR-A-SCAFFALE   PIC ZZ9.
                      05 FILLER PIC X(1) VALUE "/".
                      05 WS-SCR-COPIE        PIC 9(3).
                      05 FILLER PIC X(2) VALUE SPACE.
                      05 WS-SCR-NOTA         PIC X(20).

      *****************************************************************
      ***********COPIA SU CARTA VIA SCRITTORE CONDIVISO DEI REPORT*****
      *****************************************************************
               05  FLOTTANTE         PIC X(1).
               05  TIPO-MATERIALE    PIC X(12).
               05  ID-OPERA          PIC 9(9).
               05  ALTA-RICHIESTA    PIC X(1).
           01 DB-NOME-CASA          PIC X(100) VALUE SPACE.
           01 DB-GENERE-RICERCA     PIC X(50) VALUE SPACE.
           01 DB-PAROLE             PIC X(200) VALUE SPACE.
           01 DB-NUMERO-PAROLE      PIC 9(2) VALUE ZERO.
           01 DB-GIORNI-NOVITA      PIC 9(3) VALUE 30.
           01 DB-ILL-ISBN           PIC X(20) VALUE SPACE.
           01 DB-ILL-TITOLO         PIC X(100) VALUE SPACE.
           01 DB-ILL-USERNAME       PIC X(50) VALUE SPACE.
           01 DB-COPIE-ATTESE       PIC 9(5) VALUE ZERO.
           01 DB-SCAFFALE-SEDE      PIC 9(5) VALUE ZERO.
           01 DB-SCAFFALE-INIZIO    PIC X(20) VALUE SPACE.
           01 DB-SCAFFALE-ANCORA    PIC 9(7) VALUE ZERO.
           01 DB-SCAFFALE-TOTALE    PIC 9(7) VALUE ZERO.
           01 DB-SCAFFALE-DA        PIC 9(7) VALUE ZERO.
           01 DB-SCAFFALE-A         PIC 9(7) VALUE ZERO.
           01 RECORDSCAFFALE.
               05 DB-SCF-POSIZIONE     PIC 9(7).
               05 DB-SCF-COLLOCAZIONE  PIC X(20).
               05 DB-SCF-ISBN          PIC X(13).
               05 DB-SCF-TITOLO        PIC X(40).
               05 DB-SCF-AUTORE        PIC X(25).
               05 DB-SCF-SEDE          PIC 9(5).
               05 DB-SCF-COPIE         PIC 9(3).
               05 DB-SCF-A-SCAFFALE    PIC 9(3).
               05 DB-SCF-CONSULTAZIONE PIC X(1).
           01 DB-CODICE-SQL-ORIGINALE PIC S9(9) VALUE ZERO.
           01 DB-ERR-MESSAGGIO PIC X(200) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.
               PERFORM SEARCHWITHGENERE
            WHEN 'm'
               PERFORM SEARCHWITHTIPOMATERIALE
            WHEN 'v'
               PERFORM SCAFFALEVIRTUALE

           END-EVALUATE
           EXIT PROGRAM.


      *    RICERCA PER PAROLE DALL'INDICE DEL CATALOGO: "sposi*******
      *    promessi" TROVA "I promessi sposi", OGNI PAROLA DIGITATA****
      *    DEVE COMPARIRE NEL TITOLO, NELLA COLLANA O NEL GENERE E*****
      *    PRIMA VENGONO I TITOLI CON PIU' CORRISPONDENZE. SE IL TESTO*
      *    E' FATTO SOLO DI PAROLE VUOTE RESTA LA RICERCA PER**********
      *    SOTTOSTRINGA SENZA DISTINZIONE DI MAIUSCOLE*****************
           SEARCHWITHTITLE.
           MOVE LS-RECORD TO RECORDLIBRO
           MOVE 'N' TO WS-LIBRO-TROVATO
           MOVE TITOLO TO WS-PCH-TESTO
           CALL 'PAROLECHIAVE' USING 'n', WS-PAROLE-CHIAVE
           MOVE WS-PCH-PAROLE TO DB-PAROLE
           MOVE WS-PCH-NUMERO-PAROLE TO DB-NUMERO-PAROLE
           EXEC SQL
               DECLARE CASA_CURSOR CURSOR FOR
               SELECT * FROM LIBRO
               WHERE (:DB-NUMERO-PAROLE = 0 AND UPPER(TITOLO) LIKE
               '%' || UPPER(TRIM(:TITOLO)) || '%')
               OR ISBN IN
                   (SELECT K.ISBN FROM PAROLA_CHIAVE K
                    WHERE K.FONTE <> 'A'
                    AND K.PAROLA IN (SELECT REGEXP_SPLIT_TO_TABLE(
                        TRIM(:DB-PAROLE), ' '))
                    GROUP BY K.ISBN
                    HAVING COUNT(DISTINCT K.PAROLA) =
                    :DB-NUMERO-PAROLE)
               ORDER BY (SELECT COUNT(*) FROM PAROLA_CHIAVE K
                   WHERE K.ISBN = LIBRO.ISBN AND K.FONTE <> 'A'
                   AND K.PAROLA IN (SELECT REGEXP_SPLIT_TO_TABLE(
                       TRIM(:DB-PAROLE), ' '))) DESC, TITOLO
           END-EXEC
           EXEC SQL
           OPEN CASA_CURSOR
               MOVE GENERE TO WS-COLUMN-7
               MOVE CODICE_SEDE TO WS-COLUMN-8
               MOVE TIPO-MATERIALE TO WS-COLUMN-9
               MOVE ALTA-RICHIESTA TO WS-COLUMN-10
               EXEC SQL
                   FETCH CASA_CURSOR INTO :RECORDLIBRO
               END-EXEC
           END-IF.


      *    LA RICERCA PER AUTORE PASSA DALL'INDICE PER PAROLE, CHE***
      *    RACCOGLIE LE VOCI DELL'AUTHORITY FILE E IL TESTO LIBERO:****
      *    "ECO UMBERTO" TROVA I TITOLI DELLA VOCE "UMBERTO ECO"*******
      *    CON TUTTE LE PAROLE DIGITATE. SE IL TESTO E' FATTO SOLO DI**
      *    PAROLE VUOTE RESTA LA RICERCA PER SOTTOSTRINGA**************
           SEARCHWITHAUTORE.
           MOVE LS-RECORD TO RECORDLIBRO
           MOVE AUTORE TO WS-PCH-TESTO
           CALL 'PAROLECHIAVE' USING 'n', WS-PAROLE-CHIAVE
           MOVE WS-PCH-PAROLE TO DB-PAROLE
           MOVE WS-PCH-NUMERO-PAROLE TO DB-NUMERO-PAROLE
           EXEC SQL
               DECLARE CASA_CURSOR CURSOR FOR
               SELECT * FROM LIBRO
               WHERE (:DB-NUMERO-PAROLE = 0 AND (UPPER(AUTORE) LIKE
               '%' || UPPER(TRIM(:AUTORE)) || '%'
               OR ISBN IN
                   (SELECT L.ISBN FROM LIBRO_AUTORE L
                    JOIN AUTORE A ON A.ID = L.ID_AUTORE
                    WHERE UPPER(A.NOME) LIKE
                    '%' || UPPER(TRIM(:AUTORE)) || '%')))
               OR ISBN IN
                   (SELECT K.ISBN FROM PAROLA_CHIAVE K
                    WHERE K.FONTE = 'A'
                    AND K.PAROLA IN (SELECT REGEXP_SPLIT_TO_TABLE(
                        TRIM(:DB-PAROLE), ' '))
                    GROUP BY K.ISBN
                    HAVING COUNT(DISTINCT K.PAROLA) =
                    :DB-NUMERO-PAROLE)
               ORDER BY (SELECT COUNT(*) FROM PAROLA_CHIAVE K
                   WHERE K.ISBN = LIBRO.ISBN AND K.FONTE = 'A'
                   AND K.PAROLA IN (SELECT REGEXP_SPLIT_TO_TABLE(
                       TRIM(:DB-PAROLE), ' '))) DESC, TITOLO
           END-EXEC
           EXEC SQL
           OPEN CASA_CURSOR
               MOVE GENERE TO WS-COLUMN-7
               MOVE CODICE_SEDE TO WS-COLUMN-8
               MOVE TIPO-MATERIALE TO WS-COLUMN-9
               MOVE ALTA-RICHIESTA TO WS-COLUMN-10
               EXEC SQL
                   FETCH CASA_CURSOR INTO :RECORDLIBRO
               END-EXEC
               MOVE GENERE TO WS-COLUMN-7
               MOVE CODICE_SEDE TO WS-COLUMN-8
               MOVE TIPO-MATERIALE TO WS-COLUMN-9
               MOVE ALTA-RICHIESTA TO WS-COLUMN-10
               EXEC SQL
                   FETCH CASA_CURSOR INTO :RECORDLIBRO
               END-EXEC
                       CALL 'AUTORE' USING 'l', WS-VOCE-AUTORE
                   END-IF
               END-IF
      *        IL TITOLO ENTRA NELL'INDICE PER PAROLE DEL CATALOGO*****
               MOVE ISBN TO WS-PCH-ISBN
               CALL 'PAROLECHIAVE' USING 'i', WS-PAROLE-CHIAVE
           END-IF.
           EXIT PROGRAM.

               "SCRITTO"
           ELSE
               OPEN EXTEND RICHIESTE-ILL-FILE
      *        OGNI RICHIESTA ACCODATA E' UN INVIO A SE' NEL REGISTRO*
      *        DELLE INTERFACCE, CON IL SUO TRAILER*******************
               MOVE 'RICHIESTEILL' TO WS-IFC-INTERFACCIA
               MOVE 'S' TO WS-IFC-CON-TRAILER
               CALL 'INTERFACCIA' USING 'a', WS-IFC-INVIO
               STRING
                   "RICHIESTA ILL" DELIMITED BY SIZE
                   " - DATA: " DELIMITED BY SIZE
                   INTO RICHIESTE-ILL-RECORD
               END-STRING
               WRITE RICHIESTE-ILL-RECORD
               MOVE RICHIESTE-ILL-RECORD TO WS-IFC-RIGA
               MOVE ZERO TO WS-IFC-IMPORTO
               CALL 'INTERFACCIA' USING 'r', WS-IFC-INVIO
               CALL 'INTERFACCIA' USING 'c', WS-IFC-INVIO
               MOVE WS-IFC-TRAILER TO RICHIESTE-ILL-RECORD
               WRITE RICHIESTE-ILL-RECORD
               CLOSE RICHIESTE-ILL-FILE
           END-IF
      *    OLTRE AL FEED PER I PARTNER, LA RICHIESTA ENTRA NELLA********
               MOVE GENERE TO WS-COLUMN-7
               MOVE CODICE_SEDE TO WS-COLUMN-8
               MOVE TIPO-MATERIALE TO WS-COLUMN-9
               MOVE ALTA-RICHIESTA TO WS-COLUMN-10
               EXEC SQL
                   FETCH CASA_CURSOR INTO :RECORDLIBRO
               END-EXEC
               MOVE GENERE TO WS-COLUMN-7
               MOVE CODICE_SEDE TO WS-COLUMN-8
               MOVE TIPO-MATERIALE TO WS-COLUMN-9
               MOVE ALTA-RICHIESTA TO WS-COLUMN-10
               EXEC SQL
                   FETCH CASA_CURSOR INTO :RECORDLIBRO
               END-EXEC
               MOVE GENERE TO WS-COLUMN-7
               MOVE CODICE_SEDE TO WS-COLUMN-8
               MOVE TIPO-MATERIALE TO WS-COLUMN-9
               MOVE ALTA-RICHIESTA TO WS-COLUMN-10
               EXEC SQL
                   FETCH CASA_CURSOR INTO :RECORDLIBRO
               END-EXEC
               MOVE GENERE TO WS-COLUMN-7
               MOVE CODICE_SEDE TO WS-COLUMN-8
               MOVE TIPO-MATERIALE TO WS-COLUMN-9
               MOVE ALTA-RICHIESTA TO WS-COLUMN-10
               EXEC SQL
                   FETCH CASA_CURSOR INTO :RECORDLIBRO
               END-EXEC
           CLOSE CASA_CURSOR
           END-EXEC.

      ******************************************************************
      **************SCAFFALE VIRTUALE: SFOGLIA PER COLLOCAZIONE*********
      ******************************************************************
      **SI PARTE DA UNA COLLOCAZIONE (ANCHE SOLO "945") OPPURE DALLA****
      **COLLOCAZIONE DI UN TITOLO INDICATO PER ISBN, E SI VEDONO I******
      **TITOLI PRIMA E DOPO IN ORDINE DI SCAFFALE NELLA SEDE SCELTA.****
      **SEDE ZERO: CON L'ISBN VALE LA SEDE DEL TITOLO, CON LA***********
      **COLLOCAZIONE SI SFOGLIANO TUTTE LE SEDI. OGNI RIGA E' UN TITOLO*
      **A UNA COLLOCAZIONE, CON LE COPIE A SCAFFALE SULLE COPIE IN******
      **DOTAZIONE (SCARTATE E PERSE NON CONTANO) E L'AVVISO DI SOLA*****
      **CONSULTAZIONE***************************************************
           SCAFFALEVIRTUALE.
           MOVE LS-CODICE-SEDE TO DB-SCAFFALE-SEDE
           MOVE LS-COLLOCAZIONE TO DB-SCAFFALE-INIZIO
           IF DB-SCAFFALE-INIZIO = SPACE
               IF LS-ISBN = SPACE
                   DISPLAY "INDICARE UNA COLLOCAZIONE O UN ISBN"
                   EXIT PROGRAM
               END-IF
               MOVE LS-ISBN TO ISBN
               MOVE ZERO TO CODICE_SEDE
               EXEC SQL
                   SELECT COALESCE(MIN(E.COLLOCAZIONE), ' '),
                   COALESCE(MIN(L.CODICE_SEDE), 0)
                   INTO :DB-SCAFFALE-INIZIO, :CODICE_SEDE
                   FROM ESEMPLARE E JOIN LIBRO L ON L.ISBN = E.ISBN
                   WHERE E.ISBN = :ISBN
                   AND TRIM(COALESCE(E.COLLOCAZIONE, ' ')) <> ''
                   AND COALESCE(E.STATO, 'SCAFFALE')
                       NOT IN ('SCARTATO', 'PERSO')
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM ERROR-RUNTIME
               END-IF
               IF DB-SCAFFALE-INIZIO = SPACE
                   DISPLAY "IL TITOLO " LS-ISBN
                       " NON HA COPIE COLLOCATE"
                   EXIT PROGRAM
               END-IF
               IF DB-SCAFFALE-SEDE = ZERO
                   MOVE CODICE_SEDE TO DB-SCAFFALE-SEDE
               END-IF
           END-IF

           EXEC SQL
               SELECT COUNT(*),
               COALESCE(SUM(CASE WHEN S.COLLOCAZIONE
                   < TRIM(:DB-SCAFFALE-INIZIO) THEN 1 ELSE 0 END), 0)
                   + 1
               INTO :DB-SCAFFALE-TOTALE, :DB-SCAFFALE-ANCORA
               FROM (SELECT E.COLLOCAZIONE, E.ISBN
                   FROM ESEMPLARE E JOIN LIBRO L ON L.ISBN = E.ISBN
                   WHERE (:DB-SCAFFALE-SEDE = 0
                       OR L.CODICE_SEDE = :DB-SCAFFALE-SEDE)
                   AND TRIM(COALESCE(E.COLLOCAZIONE, ' ')) <> ''
                   AND COALESCE(E.STATO, 'SCAFFALE')
                       NOT IN ('SCARTATO', 'PERSO')
                   GROUP BY E.COLLOCAZIONE, E.ISBN) S
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM ERROR-RUNTIME
           END-IF
           IF DB-SCAFFALE-TOTALE = ZERO
               DISPLAY "NESSUNA COPIA COLLOCATA NELLA SEDE "
                   DB-SCAFFALE-SEDE
               EXIT PROGRAM
           END-IF
           IF DB-SCAFFALE-ANCORA > DB-SCAFFALE-TOTALE
               MOVE DB-SCAFFALE-TOTALE TO DB-SCAFFALE-ANCORA
           END-IF
           IF DB-SCAFFALE-ANCORA > WS-SCAFFALE-PRIMA
               COMPUTE DB-SCAFFALE-DA =
                   DB-SCAFFALE-ANCORA - WS-SCAFFALE-PRIMA
           ELSE
               MOVE 1 TO DB-SCAFFALE-DA
           END-IF

           EXEC SQL
               DECLARE SCAFFALE_CURSOR CURSOR FOR
               WITH SCAFFALE AS (
                   SELECT E.COLLOCAZIONE, E.ISBN,
                   COUNT(*) AS COPIE,
                   SUM(CASE WHEN E.STATO = 'SCAFFALE'
                       THEN 1 ELSE 0 END) AS A_SCAFFALE
                   FROM ESEMPLARE E JOIN LIBRO L ON L.ISBN = E.ISBN
                   WHERE (:DB-SCAFFALE-SEDE = 0
                       OR L.CODICE_SEDE = :DB-SCAFFALE-SEDE)
                   AND TRIM(COALESCE(E.COLLOCAZIONE, ' ')) <> ''
                   AND COALESCE(E.STATO, 'SCAFFALE')
                       NOT IN ('SCARTATO', 'PERSO')
                   GROUP BY E.COLLOCAZIONE, E.ISBN),
               NUMERATO AS (
                   SELECT S.COLLOCAZIONE, S.ISBN, S.COPIE,
                   S.A_SCAFFALE, ROW_NUMBER() OVER
                       (ORDER BY S.COLLOCAZIONE, S.ISBN) AS POSIZIONE
                   FROM SCAFFALE S)
               SELECT N.POSIZIONE, N.COLLOCAZIONE, N.ISBN,
               SUBSTR(L.TITOLO, 1, 40),
               SUBSTR(COALESCE(L.AUTORE, ' '), 1, 25),
               COALESCE(L.CODICE_SEDE, 0), N.COPIE, N.A_SCAFFALE,
               COALESCE(L.SOLO_CONSULTAZIONE, 'N')
               FROM NUMERATO N JOIN LIBRO L ON L.ISBN = N.ISBN
               WHERE N.POSIZIONE BETWEEN :DB-SCAFFALE-DA
                   AND :DB-SCAFFALE-A
               ORDER BY N.POSIZIONE
           END-EXEC

           PERFORM MOSTRAPAGINASCAFFALE
           MOVE SPACE TO WS-SCAFFALE-COMANDO
           PERFORM UNTIL WS-SCAFFALE-COMANDO = 'F'
               DISPLAY "A = AVANTI, I = INDIETRO, F = FINE"
               ACCEPT WS-SCAFFALE-COMANDO
               EVALUATE WS-SCAFFALE-COMANDO
                   WHEN 'A'
                   WHEN 'a'
                       IF DB-SCAFFALE-DA + WS-SCAFFALE-AMPIEZZA
                           > DB-SCAFFALE-TOTALE
                           DISPLAY "FINE DELLO SCAFFALE"
                       ELSE
                           ADD WS-SCAFFALE-AMPIEZZA TO DB-SCAFFALE-DA
                           PERFORM MOSTRAPAGINASCAFFALE
                       END-IF
                   WHEN 'I'
                   WHEN 'i'
                       IF DB-SCAFFALE-DA = 1
                           DISPLAY "INIZIO DELLO SCAFFALE"
                       ELSE
                           IF DB-SCAFFALE-DA > WS-SCAFFALE-AMPIEZZA
                               SUBTRACT WS-SCAFFALE-AMPIEZZA
                                   FROM DB-SCAFFALE-DA
                           ELSE
                               MOVE 1 TO DB-SCAFFALE-DA
                           END-IF
                           PERFORM MOSTRAPAGINASCAFFALE
                       END-IF
                   WHEN 'F'
                   WHEN 'f'
                       MOVE 'F' TO WS-SCAFFALE-COMANDO
                   WHEN OTHER
                       DISPLAY "Scelta non valida."
               END-EVALUATE
           END-PERFORM
           EXIT PROGRAM.

      *    UNA PAGINA DI SCAFFALE: ">>" SEGNA IL PUNTO DI PARTENZA****
           MOSTRAPAGINASCAFFALE.
           COMPUTE DB-SCAFFALE-A =
               DB-SCAFFALE-DA + WS-SCAFFALE-AMPIEZZA - 1
           IF DB-SCAFFALE-A > DB-SCAFFALE-TOTALE
               MOVE DB-SCAFFALE-TOTALE TO DB-SCAFFALE-A
           END-IF
           DISPLAY "SCAFFALE DALLA COLLOCAZIONE " DB-SCAFFALE-INIZIO
               " - TITOLI " DB-SCAFFALE-DA " - " DB-SCAFFALE-A
               " DI " DB-SCAFFALE-TOTALE
           DISPLAY "   COLLOCAZIONE         ISBN          TITOLO"
               "                                   AUTORE"
               "                     SEDE  DISP."
           EXEC SQL
           OPEN SCAFFALE_CURSOR
           END-EXEC
           EXEC SQL
               FETCH SCAFFALE_CURSOR INTO :RECORDSCAFFALE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               IF DB-SCF-POSIZIONE = DB-SCAFFALE-ANCORA
                   MOVE ">> " TO WS-SCR-MARCA
               ELSE
                   MOVE SPACE TO WS-SCR-MARCA
               END-IF
               MOVE DB-SCF-COLLOCAZIONE TO WS-SCR-COLLOCAZIONE
               MOVE DB-SCF-ISBN TO WS-SCR-ISBN
               MOVE DB-SCF-TITOLO TO WS-SCR-TITOLO
               MOVE DB-SCF-AUTORE TO WS-SCR-AUTORE
               MOVE DB-SCF-SEDE TO WS-SCR-SEDE
               MOVE DB-SCF-A-SCAFFALE TO WS-SCR-A-SCAFFALE
               MOVE DB-SCF-COPIE TO WS-SCR-COPIE
               IF DB-SCF-CONSULTAZIONE = 'S'
                   MOVE "SOLO CONSULTAZIONE" TO WS-SCR-NOTA
               ELSE
                   IF DB-SCF-A-SCAFFALE = ZERO
                       MOVE "NON DISPONIBILE" TO WS-SCR-NOTA
                   ELSE
                       MOVE "DISPONIBILE" TO WS-SCR-NOTA
                   END-IF
               END-IF
               DISPLAY WS-SCAFFALE-RIGA
               EXEC SQL
                   FETCH SCAFFALE_CURSOR INTO :RECORDSCAFFALE
               END-EXEC
           END-PERFORM
           EXEC SQL
           CLOSE SCAFFALE_CURSOR
           END-EXEC.

      ******************************************************************
      **************VERIFICA LA DISPONIBILITA' DI UN LIBRO**************
      ******************************************************************
               MOVE GENERE TO WS-COLUMN-7
               MOVE CODICE_SEDE TO WS-COLUMN-8
               MOVE TIPO-MATERIALE TO WS-COLUMN-9
               MOVE ALTA-RICHIESTA TO WS-COLUMN-10
               EXEC SQL
                   FETCH CASA_CURSOR INTO :RECORDLIBRO
               END-EXEC
               MOVE GENERE TO WS-COLUMN-7
               MOVE CODICE_SEDE TO WS-COLUMN-8
               MOVE TIPO-MATERIALE TO WS-COLUMN-9
               MOVE ALTA-RICHIESTA TO WS-COLUMN-10
               EXEC SQL
                   FETCH MAIPRENOTATI_CURSOR INTO :RECORDLIBRO
               END-EXEC
      **SI DERIVANO I TRE GENERI PIU' PRESI IN PRESTITO DALL'ARCHIVIO**
      **STORICO E SI ACCODA UNA NOTIFICA CON I NUOVI ARRIVI DI QUEI****
      **GENERI NELLA FINESTRA GIORNI-BOLLETTINO-NOVITA'; IL************
      **DISPATCHER LA SPEDIRA' COME LE ALTRE. LO STORICO SI USA SOLO***
      **CON IL CONSENSO ALLA PROFILAZIONE IN ESSERE (TABELLA CONSENSO)**
           DIGESTNOVITAPERSONALE.
           MOVE 'GIORNI-BOLLETTINO-NOVITA' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
               MOVE WS-CONFIG-VALORE-NUM TO DB-GIORNI-NOVITA
           END-IF
           EXEC SQL
               INSERT INTO NOTIFICA (USERNAME, EMAIL, MESSAGGIO,
               CATEGORIA)
               SELECT U.USERNAME, COALESCE(U.EMAIL, ' '),
               SUBSTR('NOVITA'' NEI TUOI GENERI PREFERITI: ' ||
               STRING_AGG(DISTINCT TRIM(L.TITOLO) || ' (' ||
               TRIM(L.GENERE) || ')', ', '), 1, 200), 'DIGEST'
               FROM UTENTE U
               JOIN (SELECT S.USERNAME, L2.GENERE,
                     ROW_NUMBER() OVER (PARTITION BY S.USERNAME
                    CURRENT_DATE - :DB-GIORNI-NOVITA
               WHERE COALESCE(U.BOLLETTINO_PERSONALE, 'N') = 'S'
               AND COALESCE(U.ATTIVO, 'S') = 'S'
               AND EXISTS (SELECT 1 FROM CONSENSO C
                   WHERE C.USERNAME = U.USERNAME
                   AND C.TIPO = 'PROFILAZIONE' AND C.STATO = 'S')
               GROUP BY U.USERNAME, U.EMAIL
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
               DELETE FROM LIBRO_AUTORE WHERE ISBN = TRIM(:ISBN)
           END-EXEC.
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE ISBN TO WS-PCH-ISBN
           CALL 'PAROLECHIAVE' USING 'c', WS-PAROLE-CHIAVE
           EXEC SQL
               DELETE FROM LIBRO  WHERE ISBN = :ISBN
           END-EXEC.
