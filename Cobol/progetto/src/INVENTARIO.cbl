      **COPIA), SI CONFRONTA CON IL CATALOGO E SI OTTENGONO LE LISTE***
      **DEI MANCANTI, DELLE ECCEDENZE E DEI VOLUMI DI ALTRA SEDE.******
      **LA CHIUSURA APPLICA LE CORREZIONI AI CONTATORI E SCRIVE OGNI***
      **RETTIFICA NEL REGISTRO DI AUDIT.********************************
      **SENZA SESSIONE SI PUO' LEGGERE UN SOLO TRATTO DI SCAFFALE******
      **(SCAFSCAN, I CODICI NELL'ORDINE IN CUI STANNO SUL PALCHETTO):***
      **LA SEQUENZA VIENE CONFRONTATA CON L'ORDINE DELLE COLLOCAZIONI**
      **DELLA SEDE PER TROVARE LE COPIE FUORI POSTO E QUELLE NON VISTE*
       AUTHOR. ANOIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCAN-IMPORT-FILE ASSIGN TO "INVSCAN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SCAFFALE-SCAN-FILE ASSIGN TO "SCAFSCAN"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD SCAN-IMPORT-FILE.
           01 SCAN-IMPORT-RECORD PIC X(30).
           FD SCAFFALE-SCAN-FILE.
           01 SCAFFALE-SCAN-RECORD PIC X(30).

           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.
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
           01 WS-FINE-SCANSIONI PIC X(1) VALUE 'N'.
           01 WS-CONTEGGIO-SCANSIONI PIC 9(7) VALUE ZERO.
           01 WS-FINE-CORREZIONI PIC X(1) VALUE 'N'.
               05 WS-AUDIT-CHIAVE     PIC X(100).
               05 WS-AUDIT-USERNAME   PIC X(50).

      *****************************************************************
      **********LETTURA DI UN TRATTO DI SCAFFALE***********************
      *****************************************************************
      **LE SCANSIONI RESTANO IN MEMORIA NELL'ORDINE DI LETTURA: LA*****
      **PIU' LUNGA SEQUENZA DI COPIE GIA' IN ORDINE DI COLLOCAZIONE****
      **(LUNGHEZZA E PRECEDENTE DI OGNI VOCE) E' LO SCAFFALE GIUSTO,***
      **TUTTO IL RESTO E' FUORI POSTO. OLTRE WS-LET-MASSIMO CODICI LA**
      **LETTURA SI FERMA: UN TRATTO ALLA VOLTA*************************
           01 WS-LET-MASSIMO PIC 9(4) VALUE 999.
           01 WS-LET-NUMERO PIC 9(4) VALUE ZERO.
           01 WS-LET-SCARTATE PIC 9(5) VALUE ZERO.
           01 WS-LET-I PIC 9(4) VALUE ZERO.
           01 WS-LET-J PIC 9(4) VALUE ZERO.
           01 WS-LET-MIGLIORE PIC 9(4) VALUE ZERO.
           01 WS-LET-LUNGHEZZA-MAX PIC 9(4) VALUE ZERO.
           01 WS-LET-SPAZI PIC 9(2) VALUE ZERO.
           01 WS-LET-IN-ORDINE PIC 9(5) VALUE ZERO.
           01 WS-LET-FUORI-POSTO PIC 9(5) VALUE ZERO.
           01 WS-LETTURA.
               05 WS-LET-VOCE OCCURS 999.
                   10 WS-LET-CODICE       PIC X(30).
                   10 WS-LET-INVENTARIO   PIC 9(9).
                   10 WS-LET-ISBN         PIC X(13).
                   10 WS-LET-COLLOCAZIONE PIC X(20).
                   10 WS-LET-SEDE         PIC 9(5).
                   10 WS-LET-LUNGHEZZA    PIC 9(4).
                   10 WS-LET-PRECEDENTE   PIC 9(4).
                   10 WS-LET-ESITO        PIC X(12).

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
      *****************************************************************
           01 DB-IN-PRESTITO        PIC 9(5) VALUE ZERO.
           01 DB-ULTIMO-ISBN        PIC X(13) VALUE SPACE.
           01 DB-SEDE-TROVATA       PIC 9(5) VALUE ZERO.
           01 DB-ID-LETTURA         PIC 9(9) VALUE ZERO.
           01 DB-SEQUENZA           PIC 9(4) VALUE ZERO.
           01 DB-OFFSET-ISBN        PIC 9(4) VALUE ZERO.
           01 DB-COLLOCAZIONE       PIC X(20) VALUE SPACE.
           01 DB-COLLOCAZIONE-DA    PIC X(20) VALUE SPACE.
           01 DB-COLLOCAZIONE-A     PIC X(20) VALUE SPACE.
           01 DB-LUNGHEZZA-A        PIC 9(2) VALUE ZERO.
           01 DB-ESITO-LETTURA      PIC X(12) VALUE SPACE.
           01 DB-TROVATO-DOPO       PIC X(20) VALUE SPACE.
           01 DB-TROVATO-PRIMA      PIC X(20) VALUE SPACE.
           01 DB-SCANSIONI          PIC 9(5) VALUE ZERO.
           01 DB-IN-ORDINE          PIC 9(5) VALUE ZERO.
           01 DB-FUORI-POSTO        PIC 9(5) VALUE ZERO.
           01 DB-NON-VISTE          PIC 9(5) VALUE ZERO.
           01 DB-OPERATORE          PIC X(50) VALUE SPACE.
           01 DB-CODICE-SQL-ORIGINALE PIC S9(9) VALUE ZERO.
           01 DB-ERR-MESSAGGIO PIC X(200) VALUE SPACE.
           EXEC SQL END DECLARE SECTION END-EXEC.
               05 LS-CODICE-SEDE    PIC 9(5).
               05 LS-OPERATORE      PIC X(50).
               05 LS-ESITO          PIC X(1).
      *    INTERVALLO DELLA LETTURA DI SCAFFALE (VUOTO = DEDOTTO*******
      *    DALLE COPIE TROVATE IN ORDINE)*******************************
               05 LS-COLLOCAZIONE-DA PIC X(20).
               05 LS-COLLOCAZIONE-A PIC X(20).

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
                       PERFORM REPORTSEDEERRATA
                   WHEN 'c'
                       PERFORM CHIUDISESSIONE
                   WHEN 'l'
                       PERFORM LETTURASCAFFALE
                   WHEN 'r'
                       PERFORM RISTAMPALETTURA
               END-EVALUATE.
           EXIT PROGRAM.

      **************IMPORTA UN FILE DI SCANSIONI************************
      ******************************************************************
      **UN CODICE PER RIGA, SCAFFALE PER SCAFFALE: IL FILE PUO'********
      **ESSERE IMPORTATO PIU' VOLTE NELLA STESSA SESSIONE, MA LO******
      **STESSO FILE (STESSA IMPRONTA) UNA VOLTA SOLA: RICARICARLO*****
      **RADDOPPIEREBBE I CONTEGGI DELLE COPIE PER ISBN. IL CONTROLLO**
      **E' SOLO SUL FILE, PERCHE' LO STESSO CODICE RIPETUTO E' UNA****
      **COPIA IN PIU' E NON UNA RIGA GIA' APPLICATA********************
           IMPORTASCANSIONI.
           MOVE 'N' TO LS-ESITO
           MOVE LS-ID-SESSIONE TO DB-ID-SESSIONE
           END-IF
           MOVE ZERO TO WS-CONTEGGIO-SCANSIONI
           MOVE 'N' TO WS-FINE-SCANSIONI
           MOVE SPACE TO WS-INGRESSO
           MOVE 'INVSCAN' TO WS-ING-FILE
           MOVE LS-ID-SESSIONE TO WS-ING-CONTESTO
           MOVE LS-OPERATORE TO WS-ING-OPERATORE
           CALL 'INGRESSO' USING 'c', WS-INGRESSO
           IF WS-ING-ESITO NOT = 'S'
               EXIT PROGRAM
           END-IF
           MOVE ZERO TO WS-ING-SALTATI
           OPEN INPUT SCAN-IMPORT-FILE
           READ SCAN-IMPORT-FILE
               AT END MOVE 'S' TO WS-FINE-SCANSIONI
               END-READ
           END-PERFORM
           CLOSE SCAN-IMPORT-FILE
           MOVE WS-CONTEGGIO-SCANSIONI TO WS-ING-APPLICATI
           MOVE ZERO TO WS-ING-SCARTATI
           CALL 'INGRESSO' USING 'e', WS-INGRESSO
           MOVE 'S' TO LS-ESITO
           DISPLAY "SCANSIONI IMPORTATE IN SESSIONE: "
               WS-CONTEGGIO-SCANSIONI
               CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
           END-IF.

      ******************************************************************
      **************LETTURA DI UN TRATTO DI SCAFFALE********************
      ******************************************************************
      **NESSUNA SESSIONE DI INVENTARIO: SI LEGGE SCAFSCAN PER LA*******
      **SEDE DATA, SI CLASSIFICA OGNI CODICE, SI REGISTRA LA LETTURA***
      **(IL NUMERO TORNA IN LS-ID-SESSIONE PER LA RISTAMPA) E SI*******
      **STAMPA L'ESITO. I CONTATORI DEL CATALOGO NON SI TOCCANO*********
           LETTURASCAFFALE.
           MOVE 'N' TO LS-ESITO
           MOVE LS-CODICE-SEDE TO DB-SEDE
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE FROM SEDE
               WHERE CODICE_SEDE = :DB-SEDE
           END-EXEC
           IF VALUESTABLE = ZERO
               DISPLAY "CODICE SEDE SCONOSCIUTO"
               EXIT PROGRAM
           END-IF
           MOVE LS-COLLOCAZIONE-DA TO DB-COLLOCAZIONE-DA
           MOVE LS-COLLOCAZIONE-A TO DB-COLLOCAZIONE-A
      *    LO STESSO FILE PER LO STESSO TRATTO DELLA STESSA SEDE E'****
      *    UNA LETTURA GIA' FATTA***************************************
           MOVE SPACE TO WS-INGRESSO
           MOVE 'SCAFSCAN' TO WS-ING-FILE
           STRING LS-CODICE-SEDE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               LS-COLLOCAZIONE-DA DELIMITED BY SPACE
               INTO WS-ING-CONTESTO
           END-STRING
           MOVE LS-OPERATORE TO WS-ING-OPERATORE
           CALL 'INGRESSO' USING 'c', WS-INGRESSO
           IF WS-ING-ESITO NOT = 'S'
               EXIT PROGRAM
           END-IF
           PERFORM CARICALETTURA
           IF WS-LET-NUMERO = ZERO
               DISPLAY "NESSUN CODICE IN SCAFSCAN"
               MOVE ZERO TO WS-ING-APPLICATI
               MOVE ZERO TO WS-ING-SALTATI
               MOVE WS-LET-SCARTATE TO WS-ING-SCARTATI
               CALL 'INGRESSO' USING 'e', WS-INGRESSO
               EXIT PROGRAM
           END-IF
           PERFORM CLASSIFICALETTURA
           PERFORM SEQUENZALETTURA
           PERFORM REGISTRALETTURA
           MOVE WS-LET-NUMERO TO WS-ING-APPLICATI
           MOVE ZERO TO WS-ING-SALTATI
           MOVE WS-LET-SCARTATE TO WS-ING-SCARTATI
           CALL 'INGRESSO' USING 'e', WS-INGRESSO
           IF WS-LET-SCARTATE > ZERO
               DISPLAY "ATTENZIONE: " WS-LET-SCARTATE " CODICI OLTRE I "
                   WS-LET-MASSIMO " NON LETTI, DIVIDERE IL TRATTO"
           END-IF
           PERFORM STAMPALETTURA
           MOVE DB-ID-LETTURA TO LS-ID-SESSIONE
           MOVE 'S' TO LS-ESITO
           EXIT PROGRAM.

      ******************************************************************
      **************CARICA SCAFSCAN IN MEMORIA**************************
      ******************************************************************
           CARICALETTURA.
           MOVE ZERO TO WS-LET-NUMERO
           MOVE ZERO TO WS-LET-SCARTATE
           MOVE 'N' TO WS-FINE-SCANSIONI
           OPEN INPUT SCAFFALE-SCAN-FILE
           READ SCAFFALE-SCAN-FILE
               AT END MOVE 'S' TO WS-FINE-SCANSIONI
           END-READ
           PERFORM UNTIL WS-FINE-SCANSIONI = 'S'
               IF SCAFFALE-SCAN-RECORD NOT = SPACE
                   IF WS-LET-NUMERO < WS-LET-MASSIMO
                       ADD 1 TO WS-LET-NUMERO
                       PERFORM RISOLVISCANSIONE
                   ELSE
                       ADD 1 TO WS-LET-SCARTATE
                   END-IF
               END-IF
               READ SCAFFALE-SCAN-FILE
                   AT END MOVE 'S' TO WS-FINE-SCANSIONI
               END-READ
           END-PERFORM
           CLOSE SCAFFALE-SCAN-FILE.

      ******************************************************************
      **************RISOLVE UN CODICE LETTO IN UNA COPIA****************
      ******************************************************************
      **PRIMA PER CODICE A BARRE; UN ISBN LETTO PIU' VOLTE VALE UNA****
      **COPIA DIVERSA OGNI VOLTA, PRIMA QUELLE A SCAFFALE***************
           RISOLVISCANSIONE.
           MOVE WS-LET-NUMERO TO WS-LET-I
           MOVE SCAFFALE-SCAN-RECORD TO WS-LET-CODICE(WS-LET-I)
           MOVE SCAFFALE-SCAN-RECORD TO DB-CODICE-SCANSIONE
           MOVE ZERO TO WS-LET-LUNGHEZZA(WS-LET-I)
           MOVE ZERO TO WS-LET-PRECEDENTE(WS-LET-I)
           MOVE SPACE TO WS-LET-ESITO(WS-LET-I)
           MOVE ZERO TO DB-NUMERO-INVENTARIO
           MOVE SPACE TO DB-ISBN
           MOVE SPACE TO DB-COLLOCAZIONE
           MOVE ZERO TO DB-SEDE-TROVATA
           EXEC SQL
               SELECT E.NUMERO_INVENTARIO, E.ISBN,
               COALESCE(E.COLLOCAZIONE, ' '),
               COALESCE(L.CODICE_SEDE, 0)
               INTO :DB-NUMERO-INVENTARIO, :DB-ISBN,
               :DB-COLLOCAZIONE, :DB-SEDE-TROVATA
               FROM ESEMPLARE E JOIN LIBRO L ON L.ISBN = E.ISBN
               WHERE E.CODICE_BARRE = TRIM(:DB-CODICE-SCANSIONE)
               LIMIT 1
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE ZERO TO DB-OFFSET-ISBN
               PERFORM VARYING WS-LET-J FROM 1 BY 1
                   UNTIL WS-LET-J NOT < WS-LET-I
                   IF WS-LET-CODICE(WS-LET-J) = WS-LET-CODICE(WS-LET-I)
                       ADD 1 TO DB-OFFSET-ISBN
                   END-IF
               END-PERFORM
               EXEC SQL
                   SELECT E.NUMERO_INVENTARIO, E.ISBN,
                   COALESCE(E.COLLOCAZIONE, ' '),
                   COALESCE(L.CODICE_SEDE, 0)
                   INTO :DB-NUMERO-INVENTARIO, :DB-ISBN,
                   :DB-COLLOCAZIONE, :DB-SEDE-TROVATA
                   FROM ESEMPLARE E JOIN LIBRO L ON L.ISBN = E.ISBN
                   WHERE E.ISBN = TRIM(:DB-CODICE-SCANSIONE)
                   ORDER BY CASE WHEN E.STATO = 'SCAFFALE' THEN 0
                   ELSE 1 END, E.NUMERO_INVENTARIO
                   LIMIT 1 OFFSET :DB-OFFSET-ISBN
               END-EXEC
               IF SQLCODE NOT = ZERO
                   MOVE 'SCONOSCIUTO' TO WS-LET-ESITO(WS-LET-I)
               END-IF
           END-IF
           MOVE DB-NUMERO-INVENTARIO TO WS-LET-INVENTARIO(WS-LET-I)
           MOVE DB-ISBN TO WS-LET-ISBN(WS-LET-I)
           MOVE DB-COLLOCAZIONE TO WS-LET-COLLOCAZIONE(WS-LET-I)
           MOVE DB-SEDE-TROVATA TO WS-LET-SEDE(WS-LET-I).

      ******************************************************************
      **************CLASSIFICA I CODICI CHE NON CONCORRONO**************
      ******************************************************************
      **RESTANO IN GARA (ESITO VUOTO) SOLO LE COPIE DELLA SEDE, CON****
      **COLLOCAZIONE, LETTE UNA VOLTA SOLA E DENTRO L'INTERVALLO*******
      **CHIESTO; IL LIMITE SUPERIORE VALE COME PREFISSO (399 COMPRENDE*
      **399.12-ABC)****************************************************
           CLASSIFICALETTURA.
           MOVE ZERO TO WS-LET-SPAZI
           INSPECT DB-COLLOCAZIONE-A
               TALLYING WS-LET-SPAZI FOR TRAILING SPACE
           COMPUTE DB-LUNGHEZZA-A = 20 - WS-LET-SPAZI
           PERFORM VARYING WS-LET-I FROM 1 BY 1
               UNTIL WS-LET-I > WS-LET-NUMERO
               IF WS-LET-ESITO(WS-LET-I) = SPACE
                   PERFORM CLASSIFICAVOCE
               END-IF
           END-PERFORM.

           CLASSIFICAVOCE.
           IF WS-LET-SEDE(WS-LET-I) NOT = DB-SEDE
               MOVE 'ALTRA_SEDE' TO WS-LET-ESITO(WS-LET-I)
               EXIT PARAGRAPH
           END-IF
           IF WS-LET-COLLOCAZIONE(WS-LET-I) = SPACE
               MOVE 'SENZA_COLL' TO WS-LET-ESITO(WS-LET-I)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LET-J FROM 1 BY 1
               UNTIL WS-LET-J NOT < WS-LET-I
               IF WS-LET-INVENTARIO(WS-LET-J) =
                   WS-LET-INVENTARIO(WS-LET-I)
                   AND WS-LET-ESITO(WS-LET-J) NOT = 'SCONOSCIUTO'
                   MOVE 'DOPPIONE' TO WS-LET-ESITO(WS-LET-I)
               END-IF
           END-PERFORM
           IF WS-LET-ESITO(WS-LET-I) NOT = SPACE
               EXIT PARAGRAPH
           END-IF
           IF DB-COLLOCAZIONE-DA NOT = SPACE
               AND WS-LET-COLLOCAZIONE(WS-LET-I) < DB-COLLOCAZIONE-DA
               MOVE 'FUORI_CORSA' TO WS-LET-ESITO(WS-LET-I)
           END-IF
           IF DB-COLLOCAZIONE-A NOT = SPACE
               AND WS-LET-COLLOCAZIONE(WS-LET-I)(1:DB-LUNGHEZZA-A)
                   > DB-COLLOCAZIONE-A(1:DB-LUNGHEZZA-A)
               MOVE 'FUORI_CORSA' TO WS-LET-ESITO(WS-LET-I)
           END-IF.

      ******************************************************************
      **************TROVA LA SEQUENZA IN ORDINE PIU' LUNGA**************
      ******************************************************************
      **PER OGNI COPIA IN GARA: LA SEQUENZA PIU' LUNGA CHE VI TERMINA**
      **E LA COPIA CHE LA PRECEDE; RISALENDO DALLA MIGLIORE SI*********
      **SEGNANO IN ORDINE, LE ALTRE IN GARA SONO FUORI POSTO. SENZA*****
      **INTERVALLO CHIESTO, LA PRIMA E L'ULTIMA IN ORDINE LO FISSANO***
           SEQUENZALETTURA.
           MOVE ZERO TO WS-LET-MIGLIORE
           MOVE ZERO TO WS-LET-LUNGHEZZA-MAX
           PERFORM VARYING WS-LET-I FROM 1 BY 1
               UNTIL WS-LET-I > WS-LET-NUMERO
               IF WS-LET-ESITO(WS-LET-I) = SPACE
                   MOVE 1 TO WS-LET-LUNGHEZZA(WS-LET-I)
                   MOVE ZERO TO WS-LET-PRECEDENTE(WS-LET-I)
                   PERFORM ALLUNGASEQUENZA
                       VARYING WS-LET-J FROM 1 BY 1
                       UNTIL WS-LET-J NOT < WS-LET-I
                   IF WS-LET-LUNGHEZZA(WS-LET-I) > WS-LET-LUNGHEZZA-MAX
                       MOVE WS-LET-LUNGHEZZA(WS-LET-I)
                           TO WS-LET-LUNGHEZZA-MAX
                       MOVE WS-LET-I TO WS-LET-MIGLIORE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-LET-I FROM 1 BY 1
               UNTIL WS-LET-I > WS-LET-NUMERO
               IF WS-LET-ESITO(WS-LET-I) = SPACE
                   MOVE 'FUORI_POSTO' TO WS-LET-ESITO(WS-LET-I)
               END-IF
           END-PERFORM
           IF WS-LET-MIGLIORE = ZERO
               EXIT PARAGRAPH
           END-IF
           IF DB-COLLOCAZIONE-A = SPACE
               MOVE WS-LET-COLLOCAZIONE(WS-LET-MIGLIORE)
                   TO DB-COLLOCAZIONE-A
               MOVE 20 TO DB-LUNGHEZZA-A
           END-IF
           MOVE WS-LET-MIGLIORE TO WS-LET-I
           PERFORM UNTIL WS-LET-I = ZERO
               MOVE 'IN_ORDINE' TO WS-LET-ESITO(WS-LET-I)
               IF WS-LET-PRECEDENTE(WS-LET-I) = ZERO
                   AND DB-COLLOCAZIONE-DA = SPACE
                   MOVE WS-LET-COLLOCAZIONE(WS-LET-I)
                       TO DB-COLLOCAZIONE-DA
               END-IF
               MOVE WS-LET-PRECEDENTE(WS-LET-I) TO WS-LET-I
           END-PERFORM.

           ALLUNGASEQUENZA.
           IF WS-LET-ESITO(WS-LET-J) = SPACE
               AND WS-LET-COLLOCAZIONE(WS-LET-J)
                   NOT > WS-LET-COLLOCAZIONE(WS-LET-I)
               AND WS-LET-LUNGHEZZA(WS-LET-J)
                   NOT < WS-LET-LUNGHEZZA(WS-LET-I)
               COMPUTE WS-LET-LUNGHEZZA(WS-LET-I) =
                   WS-LET-LUNGHEZZA(WS-LET-J) + 1
               MOVE WS-LET-J TO WS-LET-PRECEDENTE(WS-LET-I)
           END-IF.

      ******************************************************************
      **************REGISTRA LA LETTURA E LE COPIE NON VISTE************
      ******************************************************************
      **OGNI CODICE LETTO DIVENTA UNA RIGA CON I VICINI IN ORDINE******
      **TRA CUI STAVA; LE COPIE A SCAFFALE DELLA SEDE DENTRO************
      **L'INTERVALLO CHE NESSUNA RIGA HA TROVATO SONO I BUCHI***********
           REGISTRALETTURA.
           MOVE LS-OPERATORE TO DB-OPERATORE
           EXEC SQL
               INSERT INTO LETTURA_SCAFFALE
               (CODICE_SEDE, COLLOCAZIONE_DA, COLLOCAZIONE_A,
               OPERATORE)
               VALUES (:DB-SEDE, NULLIF(TRIM(:DB-COLLOCAZIONE-DA), ''),
               NULLIF(TRIM(:DB-COLLOCAZIONE-A), ''),
               TRIM(:DB-OPERATORE))
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               SELECT CURRVAL('lettura_scaffale_id_seq')
               INTO :DB-ID-LETTURA
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE ZERO TO WS-LET-IN-ORDINE
           MOVE ZERO TO WS-LET-FUORI-POSTO
           PERFORM REGISTRARIGALETTURA
               VARYING WS-LET-I FROM 1 BY 1
               UNTIL WS-LET-I > WS-LET-NUMERO
           MOVE ZERO TO DB-NON-VISTE
           IF DB-COLLOCAZIONE-DA NOT = SPACE
               AND DB-COLLOCAZIONE-A NOT = SPACE
               EXEC SQL
                   INSERT INTO LETTURA_SCAFFALE_RIGA
                   (ID_LETTURA, SEQUENZA, CODICE, NUMERO_INVENTARIO,
                   ISBN, COLLOCAZIONE, SEDE_COPIA, ESITO)
                   SELECT :DB-ID-LETTURA, 0,
                   COALESCE(E.CODICE_BARRE, E.ISBN),
                   E.NUMERO_INVENTARIO, E.ISBN, E.COLLOCAZIONE,
                   L.CODICE_SEDE, 'NON_VISTA'
                   FROM ESEMPLARE E JOIN LIBRO L ON L.ISBN = E.ISBN
                   WHERE L.CODICE_SEDE = :DB-SEDE
                   AND E.STATO = 'SCAFFALE'
                   AND E.COLLOCAZIONE >= TRIM(:DB-COLLOCAZIONE-DA)
                   AND LEFT(E.COLLOCAZIONE, :DB-LUNGHEZZA-A)
                       <= TRIM(:DB-COLLOCAZIONE-A)
                   AND NOT EXISTS (SELECT 1
                       FROM LETTURA_SCAFFALE_RIGA R
                       WHERE R.ID_LETTURA = :DB-ID-LETTURA
                       AND R.NUMERO_INVENTARIO = E.NUMERO_INVENTARIO)
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM ERROR-RUNTIME
               END-IF
               IF SQLCODE = 0
                   MOVE SQLERRD(3) TO DB-NON-VISTE
               END-IF
           END-IF
           MOVE WS-LET-NUMERO TO DB-SCANSIONI
           MOVE WS-LET-IN-ORDINE TO DB-IN-ORDINE
           MOVE WS-LET-FUORI-POSTO TO DB-FUORI-POSTO
           EXEC SQL
               UPDATE LETTURA_SCAFFALE SET SCANSIONI = :DB-SCANSIONI,
               IN_ORDINE = :DB-IN-ORDINE,
               FUORI_POSTO = :DB-FUORI-POSTO,
               NON_VISTE = :DB-NON-VISTE
               WHERE ID = :DB-ID-LETTURA
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.

           REGISTRARIGALETTURA.
           MOVE WS-LET-I TO DB-SEQUENZA
           MOVE WS-LET-CODICE(WS-LET-I) TO DB-CODICE-SCANSIONE
           MOVE WS-LET-INVENTARIO(WS-LET-I) TO DB-NUMERO-INVENTARIO
           MOVE WS-LET-ISBN(WS-LET-I) TO DB-ISBN
           MOVE WS-LET-COLLOCAZIONE(WS-LET-I) TO DB-COLLOCAZIONE
           MOVE WS-LET-SEDE(WS-LET-I) TO DB-SEDE-TROVATA
           MOVE WS-LET-ESITO(WS-LET-I) TO DB-ESITO-LETTURA
           MOVE SPACE TO DB-TROVATO-DOPO
           MOVE SPACE TO DB-TROVATO-PRIMA
           IF DB-ESITO-LETTURA = 'IN_ORDINE'
               ADD 1 TO WS-LET-IN-ORDINE
           ELSE
               IF DB-ESITO-LETTURA = 'FUORI_POSTO'
                   OR DB-ESITO-LETTURA = 'FUORI_CORSA'
                   OR DB-ESITO-LETTURA = 'ALTRA_SEDE'
                   ADD 1 TO WS-LET-FUORI-POSTO
               END-IF
               PERFORM CERCAVICINI
           END-IF
           EXEC SQL
               INSERT INTO LETTURA_SCAFFALE_RIGA
               (ID_LETTURA, SEQUENZA, CODICE, NUMERO_INVENTARIO,
               ISBN, COLLOCAZIONE, SEDE_COPIA, ESITO, TROVATO_DOPO,
               TROVATO_PRIMA)
               VALUES (:DB-ID-LETTURA, :DB-SEQUENZA,
               TRIM(:DB-CODICE-SCANSIONE),
               NULLIF(:DB-NUMERO-INVENTARIO, 0),
               NULLIF(TRIM(:DB-ISBN), ''),
               NULLIF(TRIM(:DB-COLLOCAZIONE), ''),
               NULLIF(:DB-SEDE-TROVATA, 0),
               TRIM(:DB-ESITO-LETTURA),
               NULLIF(TRIM(:DB-TROVATO-DOPO), ''),
               NULLIF(TRIM(:DB-TROVATO-PRIMA), ''))
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.

      ******************************************************************
      **************VICINI IN ORDINE DI UNA COPIA FUORI POSTO***********
      ******************************************************************
      **LE COLLOCAZIONI DELLA COPIA IN ORDINE PIU' VICINA PRIMA E******
      **DOPO NELLA SCANSIONE: E' IL PUNTO DOVE L'HANNO TROVATA**********
           CERCAVICINI.
           MOVE WS-LET-I TO WS-LET-J
           PERFORM UNTIL WS-LET-J = 1 OR DB-TROVATO-DOPO NOT = SPACE
               SUBTRACT 1 FROM WS-LET-J
               IF WS-LET-ESITO(WS-LET-J) = 'IN_ORDINE'
                   MOVE WS-LET-COLLOCAZIONE(WS-LET-J)
                       TO DB-TROVATO-DOPO
               END-IF
           END-PERFORM
           MOVE WS-LET-I TO WS-LET-J
           PERFORM UNTIL WS-LET-J NOT < WS-LET-NUMERO
               OR DB-TROVATO-PRIMA NOT = SPACE
               ADD 1 TO WS-LET-J
               IF WS-LET-ESITO(WS-LET-J) = 'IN_ORDINE'
                   MOVE WS-LET-COLLOCAZIONE(WS-LET-J)
                       TO DB-TROVATO-PRIMA
               END-IF
           END-PERFORM.

      ******************************************************************
      **************RISTAMPA DI UNA LETTURA GIA' REGISTRATA*************
      ******************************************************************
           RISTAMPALETTURA.
           MOVE 'N' TO LS-ESITO
           MOVE LS-ID-SESSIONE TO DB-ID-LETTURA
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE
               FROM LETTURA_SCAFFALE WHERE ID = :DB-ID-LETTURA
           END-EXEC
           IF VALUESTABLE = ZERO
               DISPLAY "NESSUNA LETTURA DI SCAFFALE CON QUESTO NUMERO"
               EXIT PROGRAM
           END-IF
           PERFORM STAMPALETTURA
           MOVE 'S' TO LS-ESITO
           EXIT PROGRAM.

      ******************************************************************
      **************STAMPA L'ESITO DI UNA LETTURA***********************
      ******************************************************************
      **PRIMA LE COPIE LETTE FUORI POSTO NELL'ORDINE DI SCANSIONE,*****
      **CON DOVE SONO STATE TROVATE E DOVE VANNO; POI I BUCHI**********
           STAMPALETTURA.
           EXEC SQL
               SELECT CODICE_SEDE, COALESCE(COLLOCAZIONE_DA, ' '),
               COALESCE(COLLOCAZIONE_A, ' '), SCANSIONI, IN_ORDINE,
               FUORI_POSTO, NON_VISTE
               INTO :DB-SEDE, :DB-COLLOCAZIONE-DA,
               :DB-COLLOCAZIONE-A, :DB-SCANSIONI, :DB-IN-ORDINE,
               :DB-FUORI-POSTO, :DB-NON-VISTE
               FROM LETTURA_SCAFFALE WHERE ID = :DB-ID-LETTURA
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           DISPLAY "LETTURA DI SCAFFALE N. " DB-ID-LETTURA
               " - SEDE " DB-SEDE
           DISPLAY "TRATTO DA " DB-COLLOCAZIONE-DA
               " A " DB-COLLOCAZIONE-A
           DISPLAY "LETTI: " DB-SCANSIONI " - IN ORDINE: "
               DB-IN-ORDINE " - FUORI POSTO: " DB-FUORI-POSTO
               " - NON VISTE: " DB-NON-VISTE
           DISPLAY "(N. / ESITO / CODICE / TROVATA TRA / VA IN / "
               "TITOLO):"
           EXEC SQL
               DECLARE LETTURA_CURSOR CURSOR FOR
               SELECT R.SEQUENZA, R.ESITO, COALESCE(R.CODICE, ' '),
               COALESCE(R.TROVATO_DOPO, ' '),
               COALESCE(R.TROVATO_PRIMA, ' '),
               COALESCE(R.COLLOCAZIONE, ' '),
               COALESCE(R.SEDE_COPIA, 0), COALESCE(L.TITOLO, ' ')
               FROM LETTURA_SCAFFALE_RIGA R
               LEFT JOIN LIBRO L ON L.ISBN = R.ISBN
               WHERE R.ID_LETTURA = :DB-ID-LETTURA
               AND R.ESITO <> 'IN_ORDINE'
               ORDER BY CASE WHEN R.SEQUENZA = 0 THEN 1 ELSE 0 END,
               R.SEQUENZA, R.COLLOCAZIONE
           END-EXEC
           EXEC SQL
           OPEN LETTURA_CURSOR
           END-EXEC

           EXEC SQL
               FETCH LETTURA_CURSOR INTO :DB-SEQUENZA,
               :DB-ESITO-LETTURA, :DB-CODICE-SCANSIONE,
               :DB-TROVATO-DOPO, :DB-TROVATO-PRIMA, :DB-COLLOCAZIONE,
               :DB-SEDE-TROVATA, :DB-TITOLO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               EVALUATE DB-ESITO-LETTURA
                   WHEN 'NON_VISTA'
                       DISPLAY "  - / NON VISTA / "
                           DB-CODICE-SCANSIONE " / - / "
                           DB-COLLOCAZIONE " / " DB-TITOLO
                   WHEN 'ALTRA_SEDE'
                       DISPLAY "  " DB-SEQUENZA " / ALTRA SEDE / "
                           DB-CODICE-SCANSIONE " / " DB-TROVATO-DOPO
                           " - " DB-TROVATO-PRIMA " / SEDE "
                           DB-SEDE-TROVATA " " DB-COLLOCAZIONE
                           " / " DB-TITOLO
                   WHEN OTHER
                       DISPLAY "  " DB-SEQUENZA " / " DB-ESITO-LETTURA
                           " / " DB-CODICE-SCANSIONE " / "
                           DB-TROVATO-DOPO " - " DB-TROVATO-PRIMA
                           " / " DB-COLLOCAZIONE " / " DB-TITOLO
               END-EVALUATE
               EXEC SQL
                   FETCH LETTURA_CURSOR INTO :DB-SEQUENZA,
                   :DB-ESITO-LETTURA, :DB-CODICE-SCANSIONE,
                   :DB-TROVATO-DOPO, :DB-TROVATO-PRIMA,
                   :DB-COLLOCAZIONE, :DB-SEDE-TROVATA, :DB-TITOLO
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE LETTURA_CURSOR
           END-EXEC.

      ******************************************************************
      **************LEGGE LA SEDE DELLA SESSIONE************************
      ******************************************************************
