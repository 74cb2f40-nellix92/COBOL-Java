       IDENTIFICATION DIVISION.
       PROGRAM-ID. VARCO.
      ******************************************************************
      **************ALLARMI DEL VARCO ANTITACCHEGGIO********************
      ******************************************************************
      **IL VARCO DI OGNI SEDE SCARICA IL SUO REGISTRO DEGLI ALLARMI****
      **(VARCOALLARMI, UNA RIGA PER ALLARME: "GG-MM-AAAA HH:MM:SS;*****
      **ETICHETTA"). OGNI ETICHETTA SI CERCA TRA I CODICI A BARRE******
      **DELLE COPIE E L'ALLARME SI CLASSIFICA COSI':********************
      **  PRESTITO     LA COPIA ERA IN PRESTITO IN QUEL MOMENTO: IL*****
      **               BANCO HA DIMENTICATO DI SMAGNETIZZARLA***********
      **  NON_PRESTITO LA COPIA NON ERA IN PRESTITO: POSSIBILE FURTO****
      **  SCONOSCIUTO  NESSUNA COPIA CON QUEL CODICE********************
      **LO STATO "IN QUEL MOMENTO" E' L'ULTIMO PASSAGGIO DELLA STORIA**
      **DELLA COPIA PRIMA DELL'ALLARME. SE PIU' TARDI LA COPIA RISULTA**
      **MANCANTE (STORIA IN MANCANTE O PERSO, OPPURE NON TROVATA DA UN*
      **INVENTARIO CHIUSO DELLA SUA SEDE) L'ALLARME VIENE COLLEGATO****
      **ALLA MANCANZA. IL RIEPILOGO SETTIMANALE CONTA PER SEDE E PER***
      **ORA GLI ALLARMI NON SPIEGATI DA UN PRESTITO*********************
       AUTHOR. ANOIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALLARMI-IMPORT-FILE ASSIGN TO "VARCOALLARMI"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD ALLARMI-IMPORT-FILE.
           01 ALLARMI-IMPORT-RECORD PIC X(60).

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
           01 WS-SCRITTURA-REPORT.
               05 RW-TITOLO PIC X(60).
               05 RW-OPERATORE PIC X(50).
               05 RW-INTESTAZIONE PIC X(200).
               05 RW-RIGA PIC X(200).
               05 RW-TOTALE PIC X(60).

      *****************************************************************
      ***********RIGA DEL REGISTRO DEL VARCO***************************
      *****************************************************************
           01 WS-FINE-ALLARMI PIC X(1) VALUE 'N'.
           01 WS-RIGA-VALIDA PIC X(1) VALUE 'N'.
           01 WS-ALL-DATA-ORA PIC X(19) VALUE SPACE.
           01 WS-ALL-DATA-ORA-R REDEFINES WS-ALL-DATA-ORA.
               05 WS-ALL-GIORNO     PIC X(2).
               05 WS-ALL-SEP-1      PIC X(1).
               05 WS-ALL-MESE       PIC X(2).
               05 WS-ALL-SEP-2      PIC X(1).
               05 WS-ALL-ANNO       PIC X(4).
               05 WS-ALL-SEP-3      PIC X(1).
               05 WS-ALL-ORA        PIC X(2).
               05 WS-ALL-SEP-4      PIC X(1).
               05 WS-ALL-MINUTI     PIC X(2).
               05 WS-ALL-SEP-5      PIC X(1).
               05 WS-ALL-SECONDI    PIC X(2).
           01 WS-ALL-TAG PIC X(30) VALUE SPACE.
           01 WS-CONTEGGIO-PRESTITO PIC 9(7) VALUE ZERO.
           01 WS-CONTEGGIO-NON-PRESTITO PIC 9(7) VALUE ZERO.
           01 WS-CONTEGGIO-SCONOSCIUTI PIC 9(7) VALUE ZERO.

      *****************************************************************
      ***********RIEPILOGO SETTIMANALE PER SEDE E ORA******************
      *****************************************************************
           01 WS-TOTALE-NON-PRESTITO PIC 9(5) VALUE ZERO.
           01 WS-TOTALE-SCONOSCIUTI PIC 9(5) VALUE ZERO.
           01 WS-TOTALE-MANCANTI PIC 9(5) VALUE ZERO.
           01 WS-VARCO-LINE PIC X(70) VALUE ALL "-".
           01 WS-VARCO-HEADER.
                      05 FILLER PIC X(1) VALUE "|".
                      05 FILLER PIC X(36) VALUE "SEDE".
                      05 FILLER PIC X(1) VALUE "|".
                      05 FILLER PIC X(5) VALUE "ORA".
                      05 FILLER PIC X(1) VALUE "|".
                      05 FILLER PIC X(6) VALUE "NO PR.".
                      05 FILLER PIC X(1) VALUE "|".
                      05 FILLER PIC X(6) VALUE "SCON.".
                      05 FILLER PIC X(1) VALUE "|".
                      05 FILLER PIC X(6) VALUE "TOTALE".
                      05 FILLER PIC X(1) VALUE "|".
                      05 FILLER PIC X(6) VALUE "MANC.".
                      05 FILLER PIC X(1) VALUE "|".
           01 WS-VARCO-COLUMNS.
                      05 FILLER PIC X(1) VALUE "|".
                      05 WS-VARCO-SEDE PIC X(36).
                      05 FILLER PIC X(1) VALUE "|".
                      05 WS-VARCO-ORA PIC X(5).
                      05 FILLER PIC X(1) VALUE "|".
                      05 WS-VARCO-NON-PRESTITO PIC ZZZZZ9.
                      05 FILLER PIC X(1) VALUE "|".
                      05 WS-VARCO-SCONOSCIUTI PIC ZZZZZ9.
                      05 FILLER PIC X(1) VALUE "|".
                      05 WS-VARCO-TOTALE PIC ZZZZZ9.
                      05 FILLER PIC X(1) VALUE "|".
                      05 WS-VARCO-MANCANTI PIC ZZZZZ9.
                      05 FILLER PIC X(1) VALUE "|".

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
      *****************************************************************
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01 DBNAME                PIC X(30) VALUE SPACE.

           01 DB-ID-ALLARME         PIC 9(9) VALUE ZERO.
           01 DB-SEDE               PIC 9(5) VALUE ZERO.
           01 DB-NOME-SEDE          PIC X(30) VALUE SPACE.
           01 DB-DATA-ORA           PIC X(19) VALUE SPACE.
           01 DB-TAG                PIC X(30) VALUE SPACE.
           01 DB-NUMERO-INVENTARIO  PIC 9(9) VALUE ZERO.
           01 DB-ISBN               PIC X(13) VALUE SPACE.
           01 DB-TITOLO             PIC X(100) VALUE SPACE.
           01 DB-STATO-ALLORA       PIC X(20) VALUE SPACE.
           01 DB-ESITO-ALLARME      PIC X(12) VALUE SPACE.
           01 DB-ID-INGRESSO        PIC 9(9) VALUE ZERO.
           01 DB-DATA-MANCANZA      PIC X(10) VALUE SPACE.
           01 DB-FONTE-MANCANZA     PIC X(10) VALUE SPACE.
           01 DB-ORA                PIC 9(2) VALUE ZERO.
           01 DB-NON-PRESTITO       PIC 9(5) VALUE ZERO.
           01 DB-SCONOSCIUTI        PIC 9(5) VALUE ZERO.
           01 DB-MANCANTI           PIC 9(5) VALUE ZERO.
           01 DB-PRESTITO           PIC 9(5) VALUE ZERO.
           01 DB-COLLEGATI          PIC 9(5) VALUE ZERO.
           01 DB-DAL                PIC X(10) VALUE SPACE.
           01 DB-AL                 PIC X(10) VALUE SPACE.
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
      *    SEDE DEL VARCO (ZERO NEL RIEPILOGO = TUTTE LE SEDI)*********
               05 LS-CODICE-SEDE    PIC 9(5).
               05 LS-OPERATORE      PIC X(50).
               05 LS-ESITO          PIC X(1).

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
               EVALUATE LS-TYPE
                   WHEN 'i'
                       PERFORM IMPORTAALLARMI
                   WHEN 'l'
                       PERFORM COLLEGAMANCANZE
                   WHEN 'm'
                       PERFORM DISPLAYALLARMIMANCANTI
                   WHEN 's'
                       PERFORM RIEPILOGOSETTIMANALE
                   WHEN 'q'
                       PERFORM CORSASETTIMANALE
               END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      **************IMPORTA IL REGISTRO ALLARMI DI UNA SEDE*************
      ******************************************************************
      **LO STESSO FILE (STESSA IMPRONTA) SI CARICA UNA VOLTA SOLA; UN**
      **ALLARME GIA' PRESENTE (STESSA SEDE, ORA ED ETICHETTA) SI*******
      **SALTA, COSI' DUE SCARICHI CHE SI SOVRAPPONGONO NON CONTANO*****
      **DUE VOLTE. LE RIGHE CON DATA O ORA NON LEGGIBILI SI SCARTANO***
           IMPORTAALLARMI.
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
           MOVE ZERO TO WS-CONTEGGIO-PRESTITO
           MOVE ZERO TO WS-CONTEGGIO-NON-PRESTITO
           MOVE ZERO TO WS-CONTEGGIO-SCONOSCIUTI
           MOVE 'N' TO WS-FINE-ALLARMI
           MOVE SPACE TO WS-INGRESSO
           MOVE 'VARCOALLARMI' TO WS-ING-FILE
           MOVE LS-CODICE-SEDE TO WS-ING-CONTESTO
           MOVE LS-OPERATORE TO WS-ING-OPERATORE
           CALL 'INGRESSO' USING 'c', WS-INGRESSO
           IF WS-ING-ESITO NOT = 'S'
               EXIT PROGRAM
           END-IF
           MOVE WS-ING-ID TO DB-ID-INGRESSO
           MOVE ZERO TO WS-ING-APPLICATI
           MOVE ZERO TO WS-ING-SALTATI
           MOVE ZERO TO WS-ING-SCARTATI
           OPEN INPUT ALLARMI-IMPORT-FILE
           READ ALLARMI-IMPORT-FILE
               AT END MOVE 'S' TO WS-FINE-ALLARMI
           END-READ
           PERFORM UNTIL WS-FINE-ALLARMI = 'S'
               IF ALLARMI-IMPORT-RECORD NOT = SPACE
                   PERFORM IMPORTAUNALLARME
               END-IF
               READ ALLARMI-IMPORT-FILE
                   AT END MOVE 'S' TO WS-FINE-ALLARMI
               END-READ
           END-PERFORM
           CLOSE ALLARMI-IMPORT-FILE
           CALL 'INGRESSO' USING 'e', WS-INGRESSO
           MOVE 'S' TO LS-ESITO
           DISPLAY "ALLARMI IMPORTATI: " WS-ING-APPLICATI
               " - GIA' PRESENTI: " WS-ING-SALTATI
               " - SCARTATI: " WS-ING-SCARTATI
           DISPLAY "  IN PRESTITO (NON SMAGNETIZZATE): "
               WS-CONTEGGIO-PRESTITO
           DISPLAY "  NON IN PRESTITO (POSSIBILE FURTO): "
               WS-CONTEGGIO-NON-PRESTITO
           DISPLAY "  ETICHETTA SCONOSCIUTA: "
               WS-CONTEGGIO-SCONOSCIUTI
      *    UN ALLARME VECCHIO PUO' GIA' AVERE LA SUA MANCANZA*********
           PERFORM COLLEGAMANCANZE
           EXIT PROGRAM.

      ******************************************************************
      **************CONTROLLA, CLASSIFICA E REGISTRA UNA RIGA***********
      ******************************************************************
           IMPORTAUNALLARME.
           MOVE SPACE TO WS-ALL-DATA-ORA
           MOVE SPACE TO WS-ALL-TAG
           UNSTRING ALLARMI-IMPORT-RECORD DELIMITED BY ';'
               INTO WS-ALL-DATA-ORA, WS-ALL-TAG
           END-UNSTRING
           IF WS-ALL-SECONDI = SPACE
               MOVE '00' TO WS-ALL-SECONDI
               MOVE ':' TO WS-ALL-SEP-5
           END-IF
           MOVE 'S' TO WS-RIGA-VALIDA
           IF WS-ALL-GIORNO NOT NUMERIC OR WS-ALL-MESE NOT NUMERIC
               OR WS-ALL-ANNO NOT NUMERIC OR WS-ALL-ORA NOT NUMERIC
               OR WS-ALL-MINUTI NOT NUMERIC
               OR WS-ALL-SECONDI NOT NUMERIC
               OR WS-ALL-SEP-1 NOT = '-' OR WS-ALL-SEP-2 NOT = '-'
               OR WS-ALL-SEP-4 NOT = ':' OR WS-ALL-SEP-5 NOT = ':'
               OR WS-ALL-TAG = SPACE
               MOVE 'N' TO WS-RIGA-VALIDA
           ELSE
               IF WS-ALL-GIORNO < '01' OR WS-ALL-GIORNO > '31'
                   OR WS-ALL-MESE < '01' OR WS-ALL-MESE > '12'
                   OR WS-ALL-ORA > '23' OR WS-ALL-MINUTI > '59'
                   OR WS-ALL-SECONDI > '59'
                   MOVE 'N' TO WS-RIGA-VALIDA
               END-IF
           END-IF
           IF WS-RIGA-VALIDA = 'N'
               DISPLAY "RIGA SCARTATA: " ALLARMI-IMPORT-RECORD
               ADD 1 TO WS-ING-SCARTATI
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ALL-DATA-ORA TO DB-DATA-ORA
           MOVE WS-ALL-TAG TO DB-TAG
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE FROM ALLARME_VARCO
               WHERE CODICE_SEDE = :DB-SEDE
               AND DATA_ORA = TO_TIMESTAMP(:DB-DATA-ORA,
                   'DD-MM-YYYY HH24:MI:SS')
               AND TAG = TRIM(:DB-TAG)
           END-EXEC
           IF VALUESTABLE > ZERO
               ADD 1 TO WS-ING-SALTATI
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO DB-NUMERO-INVENTARIO
           EXEC SQL
               SELECT NUMERO_INVENTARIO INTO :DB-NUMERO-INVENTARIO
               FROM ESEMPLARE
               WHERE CODICE_BARRE = TRIM(:DB-TAG)
               ORDER BY NUMERO_INVENTARIO
               LIMIT 1
           END-EXEC
           IF SQLCODE = 100
               MOVE ZERO TO DB-NUMERO-INVENTARIO
               MOVE 'SCONOSCIUTO' TO DB-ESITO-ALLARME
               ADD 1 TO WS-CONTEGGIO-SCONOSCIUTI
           ELSE
               IF SQLCODE NOT = 0
                   PERFORM ERROR-RUNTIME
               END-IF
               PERFORM STATOALLORA
           END-IF
           EXEC SQL
               INSERT INTO ALLARME_VARCO
               (CODICE_SEDE, DATA_ORA, TAG, NUMERO_INVENTARIO, ESITO,
               ID_INGRESSO)
               VALUES (:DB-SEDE,
               TO_TIMESTAMP(:DB-DATA-ORA, 'DD-MM-YYYY HH24:MI:SS'),
               TRIM(:DB-TAG), NULLIF(:DB-NUMERO-INVENTARIO, 0),
               :DB-ESITO-ALLARME, :DB-ID-INGRESSO)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           ADD 1 TO WS-ING-APPLICATI.

      ******************************************************************
      **************STATO DELLA COPIA AL MOMENTO DELL'ALLARME***********
      ******************************************************************
      **L'ULTIMO PASSAGGIO ACCETTATO DELLA STORIA PRIMA DELL'ALLARME;**
      **UNA COPIA SENZA ALCUNA STORIA NON HA MAI CAMBIATO STATO E VALE*
      **QUELLO ATTUALE. SOLO 'PRESTITO' SPIEGA L'ALLARME***************
           STATOALLORA.
           MOVE SPACE TO DB-STATO-ALLORA
           EXEC SQL
               SELECT COALESCE(
                   (SELECT S.STATO_A FROM ESEMPLARE_STORIA S
                    WHERE S.NUMERO_INVENTARIO = E.NUMERO_INVENTARIO
                    AND S.ESITO = 'ACCETTATO'
                    AND S.DATA_ORA <= TO_TIMESTAMP(:DB-DATA-ORA,
                        'DD-MM-YYYY HH24:MI:SS')
                    ORDER BY S.DATA_ORA DESC, S.ID DESC
                    LIMIT 1),
                   CASE WHEN NOT EXISTS (SELECT 1
                       FROM ESEMPLARE_STORIA S
                       WHERE S.NUMERO_INVENTARIO = E.NUMERO_INVENTARIO
                       AND S.ESITO = 'ACCETTATO')
                   THEN E.STATO END, ' ')
               INTO :DB-STATO-ALLORA
               FROM ESEMPLARE E
               WHERE E.NUMERO_INVENTARIO = :DB-NUMERO-INVENTARIO
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF DB-STATO-ALLORA = 'PRESTITO'
               MOVE 'PRESTITO' TO DB-ESITO-ALLARME
               ADD 1 TO WS-CONTEGGIO-PRESTITO
           ELSE
               MOVE 'NON_PRESTITO' TO DB-ESITO-ALLARME
               ADD 1 TO WS-CONTEGGIO-NON-PRESTITO
           END-IF.

      ******************************************************************
      **************COLLEGA GLI ALLARMI ALLE COPIE POI MANCANTI*********
      ******************************************************************
      **UN ALLARME SU UNA COPIA RICONOSCIUTA VIENE COLLEGATO ALLA******
      **PRIMA MANCANZA SUCCESSIVA: UN PASSAGGIO DELLA STORIA IN********
      **MANCANTE O PERSO, OPPURE UN INVENTARIO CHIUSO DELLA SEDE*******
      **DELLA COPIA, APERTO DOPO L'ALLARME, CHE NON L'HA TROVATA A*****
      **SCAFFALE. UN ALLARME GIA' COLLEGATO NON SI TOCCA PIU'***********
           COLLEGAMANCANZE.
           EXEC SQL
               UPDATE ALLARME_VARCO A SET
               DATA_MANCANZA = (SELECT MIN(S.DATA_ORA)
                   FROM ESEMPLARE_STORIA S
                   WHERE S.NUMERO_INVENTARIO = A.NUMERO_INVENTARIO
                   AND S.STATO_A IN ('MANCANTE', 'PERSO')
                   AND S.ESITO = 'ACCETTATO'
                   AND S.DATA_ORA >= A.DATA_ORA),
               FONTE_MANCANZA = 'STORIA'
               WHERE A.DATA_MANCANZA IS NULL
               AND A.NUMERO_INVENTARIO IS NOT NULL
               AND EXISTS (SELECT 1 FROM ESEMPLARE_STORIA S
                   WHERE S.NUMERO_INVENTARIO = A.NUMERO_INVENTARIO
                   AND S.STATO_A IN ('MANCANTE', 'PERSO')
                   AND S.ESITO = 'ACCETTATO'
                   AND S.DATA_ORA >= A.DATA_ORA)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           EXEC SQL
               UPDATE ALLARME_VARCO A SET
               DATA_MANCANZA = (SELECT MIN(I.DATA_CHIUSURA)
                   FROM INVENTARIO_SESSIONE I, ESEMPLARE E, LIBRO L
                   WHERE E.NUMERO_INVENTARIO = A.NUMERO_INVENTARIO
                   AND L.ISBN = E.ISBN
                   AND I.CODICE_SEDE = L.CODICE_SEDE
                   AND I.STATO = 'CHIUSA'
                   AND I.DATA_APERTURA >= A.DATA_ORA
                   AND NOT EXISTS (SELECT 1 FROM INVENTARIO_SCANSIONE N
                       WHERE N.ID_SESSIONE = I.ID
                       AND (N.CODICE = E.ISBN
                            OR N.CODICE = E.CODICE_BARRE))),
               FONTE_MANCANZA = 'INVENTARIO'
               WHERE A.DATA_MANCANZA IS NULL
               AND A.NUMERO_INVENTARIO IS NOT NULL
               AND EXISTS (SELECT 1
                   FROM INVENTARIO_SESSIONE I, ESEMPLARE E, LIBRO L
                   WHERE E.NUMERO_INVENTARIO = A.NUMERO_INVENTARIO
                   AND E.STATO = 'SCAFFALE'
                   AND L.ISBN = E.ISBN
                   AND I.CODICE_SEDE = L.CODICE_SEDE
                   AND I.STATO = 'CHIUSA'
                   AND I.DATA_APERTURA >= A.DATA_ORA
                   AND NOT EXISTS (SELECT 1 FROM INVENTARIO_SCANSIONE N
                       WHERE N.ID_SESSIONE = I.ID
                       AND (N.CODICE = E.ISBN
                            OR N.CODICE = E.CODICE_BARRE)))
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           MOVE ZERO TO DB-COLLEGATI
           EXEC SQL
               SELECT COUNT(*) INTO :DB-COLLEGATI FROM ALLARME_VARCO
               WHERE DATA_MANCANZA IS NOT NULL
               AND ESITO <> 'PRESTITO'
           END-EXEC
           DISPLAY "ALLARMI NON SPIEGATI COLLEGATI A UNA COPIA POI "
               "MANCANTE: " DB-COLLEGATI.

      ******************************************************************
      **************ALLARMI COLLEGATI A COPIE MANCANTI******************
      ******************************************************************
      **PER SEDE (ZERO = TUTTE): GLI ALLARMI FUORI PRESTITO LA CUI*****
      **COPIA E' POI RISULTATA MANCANTE, CON QUANDO E DA DOVE**********
           DISPLAYALLARMIMANCANTI.
           MOVE LS-CODICE-SEDE TO DB-SEDE
           PERFORM COLLEGAMANCANZE
           DISPLAY "(SEDE / ALLARME / ETICHETTA / INVENTARIO / "
               "MANCANTE DAL / FONTE / TITOLO):"
           EXEC SQL
               DECLARE MANCANTI_CURSOR CURSOR FOR
               SELECT A.CODICE_SEDE,
               TO_CHAR(A.DATA_ORA, 'DD-MM-YYYY HH24:MI:SS'), A.TAG,
               A.NUMERO_INVENTARIO,
               TO_CHAR(A.DATA_MANCANZA, 'DD-MM-YYYY'),
               A.FONTE_MANCANZA, COALESCE(L.TITOLO, ' ')
               FROM ALLARME_VARCO A
               JOIN ESEMPLARE E
                   ON E.NUMERO_INVENTARIO = A.NUMERO_INVENTARIO
               LEFT JOIN LIBRO L ON L.ISBN = E.ISBN
               WHERE A.DATA_MANCANZA IS NOT NULL
               AND A.ESITO <> 'PRESTITO'
               AND (:DB-SEDE = 0 OR A.CODICE_SEDE = :DB-SEDE)
               ORDER BY A.CODICE_SEDE, A.DATA_ORA
           END-EXEC
           EXEC SQL
           OPEN MANCANTI_CURSOR
           END-EXEC

           EXEC SQL
               FETCH MANCANTI_CURSOR INTO :DB-SEDE, :DB-DATA-ORA,
               :DB-TAG, :DB-NUMERO-INVENTARIO, :DB-DATA-MANCANZA,
               :DB-FONTE-MANCANZA, :DB-TITOLO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "  " DB-SEDE " / " DB-DATA-ORA " / " DB-TAG
                   " / " DB-NUMERO-INVENTARIO " / " DB-DATA-MANCANZA
                   " / " DB-FONTE-MANCANZA " / " DB-TITOLO
               EXEC SQL
                   FETCH MANCANTI_CURSOR INTO :DB-SEDE, :DB-DATA-ORA,
                   :DB-TAG, :DB-NUMERO-INVENTARIO, :DB-DATA-MANCANZA,
                   :DB-FONTE-MANCANZA, :DB-TITOLO
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE MANCANTI_CURSOR
           END-EXEC
           EXIT PROGRAM.

      ******************************************************************
      **************CORSA SETTIMANALE DAL PIANIFICATORE*****************
      ******************************************************************
           CORSASETTIMANALE.
           MOVE ZERO TO LS-CODICE-SEDE
           MOVE "SISTEMA" TO LS-OPERATORE
           PERFORM RIEPILOGOSETTIMANALE.

      ******************************************************************
      **************ALLARMI NON SPIEGATI DELLA SETTIMANA PER ORA********
      ******************************************************************
      **GLI ULTIMI SETTE GIORNI FINO A IERI, PER SEDE (ZERO = TUTTE)***
      **E PER ORA DEL GIORNO: ALLARMI SU COPIE NON IN PRESTITO, SU*****
      **ETICHETTE SCONOSCIUTE, E QUANTI DI QUESTI SONO GIA' COLLEGATI**
      **A UNA COPIA MANCANTE. GLI ALLARMI DA SMAGNETIZZAZIONE**********
      **DIMENTICATA RESTANO FUORI DALLE RIGHE E SI CONTANO IN FONDO****
           RIEPILOGOSETTIMANALE.
           MOVE LS-CODICE-SEDE TO DB-SEDE
           PERFORM COLLEGAMANCANZE
           MOVE LS-CODICE-SEDE TO DB-SEDE
           EXEC SQL
               SELECT TO_CHAR(CURRENT_DATE - 7, 'DD-MM-YYYY'),
               TO_CHAR(CURRENT_DATE - 1, 'DD-MM-YYYY')
               INTO :DB-DAL, :DB-AL
           END-EXEC
           MOVE ZERO TO WS-TOTALE-NON-PRESTITO
           MOVE ZERO TO WS-TOTALE-SCONOSCIUTI
           MOVE ZERO TO WS-TOTALE-MANCANTI
           MOVE SPACE TO WS-SCRITTURA-REPORT
           STRING "ALLARMI VARCO NON SPIEGATI DAL " DELIMITED BY SIZE
               DB-DAL DELIMITED BY SIZE
               " AL " DELIMITED BY SIZE
               DB-AL DELIMITED BY SIZE
               INTO RW-TITOLO
           END-STRING
           MOVE LS-OPERATORE TO RW-OPERATORE
           MOVE WS-VARCO-HEADER TO RW-INTESTAZIONE
           CALL 'REPORTWRITER' USING 'i', WS-SCRITTURA-REPORT
           DISPLAY RW-TITOLO
           DISPLAY WS-VARCO-LINE
           DISPLAY WS-VARCO-HEADER
           DISPLAY WS-VARCO-LINE
           EXEC SQL
               DECLARE SETTIMANA_CURSOR CURSOR FOR
               SELECT A.CODICE_SEDE, COALESCE(S.NOME, ' '),
               CAST(EXTRACT(HOUR FROM A.DATA_ORA) AS INTEGER),
               SUM(CASE WHEN A.ESITO = 'NON_PRESTITO'
                   THEN 1 ELSE 0 END),
               SUM(CASE WHEN A.ESITO = 'SCONOSCIUTO'
                   THEN 1 ELSE 0 END),
               COUNT(A.DATA_MANCANZA)
               FROM ALLARME_VARCO A
               LEFT JOIN SEDE S ON S.CODICE_SEDE = A.CODICE_SEDE
               WHERE A.DATA_ORA >= CURRENT_DATE - 7
               AND A.DATA_ORA < CURRENT_DATE
               AND A.ESITO <> 'PRESTITO'
               AND (:DB-SEDE = 0 OR A.CODICE_SEDE = :DB-SEDE)
               GROUP BY A.CODICE_SEDE, S.NOME,
               EXTRACT(HOUR FROM A.DATA_ORA)
               ORDER BY A.CODICE_SEDE, 3
           END-EXEC
           EXEC SQL
           OPEN SETTIMANA_CURSOR
           END-EXEC

           EXEC SQL
               FETCH SETTIMANA_CURSOR INTO :DB-SEDE, :DB-NOME-SEDE,
               :DB-ORA, :DB-NON-PRESTITO, :DB-SCONOSCIUTI,
               :DB-MANCANTI
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE SPACE TO WS-VARCO-SEDE
               STRING DB-SEDE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DB-NOME-SEDE DELIMITED BY SIZE
                   INTO WS-VARCO-SEDE
               END-STRING
               MOVE SPACE TO WS-VARCO-ORA
               STRING DB-ORA DELIMITED BY SIZE
                   ":00" DELIMITED BY SIZE
                   INTO WS-VARCO-ORA
               END-STRING
               MOVE DB-NON-PRESTITO TO WS-VARCO-NON-PRESTITO
               MOVE DB-SCONOSCIUTI TO WS-VARCO-SCONOSCIUTI
               MOVE DB-NON-PRESTITO TO VALUESTABLE
               ADD DB-SCONOSCIUTI TO VALUESTABLE
               MOVE VALUESTABLE TO WS-VARCO-TOTALE
               MOVE DB-MANCANTI TO WS-VARCO-MANCANTI
               DISPLAY WS-VARCO-COLUMNS
               MOVE WS-VARCO-COLUMNS TO RW-RIGA
               CALL 'REPORTWRITER' USING 'w', WS-SCRITTURA-REPORT
               ADD DB-NON-PRESTITO TO WS-TOTALE-NON-PRESTITO
               ADD DB-SCONOSCIUTI TO WS-TOTALE-SCONOSCIUTI
               ADD DB-MANCANTI TO WS-TOTALE-MANCANTI
               EXEC SQL
                   FETCH SETTIMANA_CURSOR INTO :DB-SEDE,
                   :DB-NOME-SEDE, :DB-ORA, :DB-NON-PRESTITO,
                   :DB-SCONOSCIUTI, :DB-MANCANTI
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE SETTIMANA_CURSOR
           END-EXEC
           DISPLAY WS-VARCO-LINE
           MOVE LS-CODICE-SEDE TO DB-SEDE
           MOVE ZERO TO DB-PRESTITO
           EXEC SQL
               SELECT COUNT(*) INTO :DB-PRESTITO FROM ALLARME_VARCO
               WHERE DATA_ORA >= CURRENT_DATE - 7
               AND DATA_ORA < CURRENT_DATE
               AND ESITO = 'PRESTITO'
               AND (:DB-SEDE = 0 OR CODICE_SEDE = :DB-SEDE)
           END-EXEC
           MOVE SPACE TO RW-TOTALE
           STRING "NO PR. " DELIMITED BY SIZE
               WS-TOTALE-NON-PRESTITO DELIMITED BY SIZE
               " SCON. " DELIMITED BY SIZE
               WS-TOTALE-SCONOSCIUTI DELIMITED BY SIZE
               " MANC. " DELIMITED BY SIZE
               WS-TOTALE-MANCANTI DELIMITED BY SIZE
               " NON SMAGN. " DELIMITED BY SIZE
               DB-PRESTITO DELIMITED BY SIZE
               INTO RW-TOTALE
           END-STRING
           DISPLAY RW-TOTALE
           CALL 'REPORTWRITER' USING 'f', WS-SCRITTURA-REPORT
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
                   VALUES ('VARCO', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
                   STOP RUN
               END-IF
               EXIT PROGRAM.
