       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESIDENZA.
      ******************************************************************
      **************RESIDENZA DEI PATRON E QUOTA NON RESIDENTI**********
      ******************************************************************
      **L'ISCRIZIONE E' GRATUITA PER I RESIDENTI DEL COMUNE; I NON*****
      **RESIDENTI PAGANO UNA QUOTA ANNUA (CONFIG QUOTA-NON-RESIDENTI)**
      **ADDEBITATA A OGNI EMISSIONE O RINNOVO DELLA TESSERA E SALDATA**
      **IN CASSA COME OGNI ALTRO ADDEBITO. LA RESIDENZA NON SI DEDUCE**
      **DALL'INDIRIZZO: ARRIVA DALL'ESTRATTO PERIODICO DELL'ANAGRAFE***
      **(ANAGRAFEIN: CODICE FISCALE;STATO;DATA VARIAZIONE) E CHI LA****
      **PERDE RICEVE UN AVVISO AL PROSSIMO RINNOVO**********************
       AUTHOR. ANOIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANAGRAFE-IN-FILE ASSIGN TO "ANAGRAFEIN"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD ANAGRAFE-IN-FILE.
           01 ANAGRAFE-IN-RECORD PIC X(100).

           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.
           01 WS-FINE-FILE PIC X(1) VALUE 'N'.
           01 WS-CONTEGGIO-LETTE PIC 9(5) VALUE ZERO.
           01 WS-CONTEGGIO-AGGIORNATI PIC 9(5) VALUE ZERO.
           01 WS-CONTEGGIO-NON-TROVATI PIC 9(5) VALUE ZERO.
           01 WS-CONTEGGIO-SCARTATE PIC 9(5) VALUE ZERO.
           01 WS-CONTEGGIO-DECADUTI PIC 9(5) VALUE ZERO.
           01 WS-IMPORTO-EDIT PIC ZZZZZ9.99.

      *****************************************************************
      ***********CAMPI DI UNA RIGA DELL'ESTRATTO ANAGRAFE***************
      *****************************************************************
      **STATO: R (O S) = RESIDENTE, N = NON RESIDENTE; LA DATA DI*****
      **VARIAZIONE E' FACOLTATIVA, IN FORMATO GG-MM-AAAA***************
           01 WS-ANAGRAFE-RIGA.
               05 WS-ANA-CODICE-FISCALE PIC X(16).
               05 WS-ANA-STATO          PIC X(20).
               05 WS-ANA-DATA           PIC X(10).

           01 WS-PARAMETRO-CONFIG.
               05 WS-CONFIG-CHIAVE PIC X(40).
               05 WS-CONFIG-VALORE PIC X(100).
               05 WS-CONFIG-VALORE-NUM PIC 9(7)V99.
               05 WS-CONFIG-ESITO PIC X(1).

      *    SESSIONE DI POSTAZIONE: SEDE DELL'EMISSIONE DELLA TESSERA**
           01 WS-SESSIONE-POSTAZIONE.
               05 WS-SP-CODICE-POSTAZIONE PIC X(20).
               05 WS-SP-CODICE-SEDE       PIC 9(5).
               05 WS-SP-DESCRIZIONE       PIC X(100).
               05 WS-SP-ATTIVA            PIC X(1).
               05 WS-SP-USERNAME          PIC X(50).
               05 WS-SP-RUOLO             PIC X(30).
               05 WS-SP-DATA-DA           PIC X(10).
               05 WS-SP-DATA-A            PIC X(10).
               05 WS-SP-ESITO             PIC X(1).

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
      *****************************************************************
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01 DBNAME                PIC X(30) VALUE SPACE.

           01 RECORDRESIDENZA.
               05 USERNAME          PIC X(50).
               05 CODICE-FISCALE    PIC X(16).
               05 RESIDENTE         PIC X(1).
               05 DATA-VARIAZIONE   PIC X(10).
               05 DECADUTA          PIC X(1).
           01 DB-EMAIL              PIC X(50) VALUE SPACE.
           01 DB-QUOTA              PIC 9(6)V99 VALUE ZERO.
           01 DB-SEDE-TESSERA       PIC 9(5) VALUE ZERO.
           01 DB-MESSAGGIO-NOTIFICA PIC X(200) VALUE SPACE.
           01 DB-RIGHE-AGGIORNATE   PIC 9(5) VALUE ZERO.
           01 DB-NOME-SEDE          PIC X(100) VALUE SPACE.
           01 DB-RESIDENTI          PIC 9(7) VALUE ZERO.
           01 DB-NON-RESIDENTI      PIC 9(7) VALUE ZERO.
           01 DB-NON-VERIFICATI     PIC 9(7) VALUE ZERO.
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
               05 LS-USERNAME        PIC X(50).
      *    QUOTA ADDEBITATA DA 'q' (ZERO PER I RESIDENTI)**************
               05 LS-IMPORTO         PIC 9(6)V99.
               05 LS-OPERATORE       PIC X(50).
               05 LS-ESITO           PIC X(1).

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
               EVALUATE LS-TYPE
                   WHEN 'i'
                       PERFORM IMPORTAANAGRAFE
                   WHEN 'q'
                       PERFORM ADDEBITAQUOTA
                   WHEN 'r'
                       PERFORM REPORTRESIDENTIPERSEDE
                   WHEN 'm'
                       PERFORM MOSTRARESIDENZA
               END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      **************IMPORTA L'ESTRATTO DELL'ANAGRAFE********************
      ******************************************************************
      **OGNI RIGA AGGIORNA IL PATRON CON LO STESSO CODICE FISCALE. I****
      **CODICI CHE NON CORRISPONDONO A NESSUN ISCRITTO SONO NORMALI****
      **(CITTADINI NON ISCRITTI) E SI CONTANO SOLTANTO; LE RIGHE********
      **ILLEGGIBILI SI MOSTRANO E SI SCARTANO***************************
           IMPORTAANAGRAFE.
           MOVE ZERO TO WS-CONTEGGIO-LETTE
           MOVE ZERO TO WS-CONTEGGIO-AGGIORNATI
           MOVE ZERO TO WS-CONTEGGIO-NON-TROVATI
           MOVE ZERO TO WS-CONTEGGIO-SCARTATE
           MOVE ZERO TO WS-CONTEGGIO-DECADUTI
           MOVE 'N' TO WS-FINE-FILE
           OPEN INPUT ANAGRAFE-IN-FILE
           READ ANAGRAFE-IN-FILE
               AT END MOVE 'S' TO WS-FINE-FILE
           END-READ
           PERFORM UNTIL WS-FINE-FILE = 'S'
               PERFORM IMPORTAUNARIGA
               READ ANAGRAFE-IN-FILE
                   AT END MOVE 'S' TO WS-FINE-FILE
               END-READ
           END-PERFORM
           CLOSE ANAGRAFE-IN-FILE
           DISPLAY "RIGHE DELL'ESTRATTO LETTE:      " WS-CONTEGGIO-LETTE
           DISPLAY "PATRON AGGIORNATI:              "
               WS-CONTEGGIO-AGGIORNATI
           DISPLAY "CODICI SENZA ISCRITTO:          "
               WS-CONTEGGIO-NON-TROVATI
           DISPLAY "RIGHE SCARTATE:                 "
               WS-CONTEGGIO-SCARTATE
           DISPLAY "RESIDENZE CESSATE (AVVISO AL RINNOVO): "
               WS-CONTEGGIO-DECADUTI
           EXIT PROGRAM.

           IMPORTAUNARIGA.
           MOVE SPACE TO WS-ANAGRAFE-RIGA
           UNSTRING ANAGRAFE-IN-RECORD DELIMITED BY ';'
               INTO WS-ANA-CODICE-FISCALE, WS-ANA-STATO, WS-ANA-DATA
           END-UNSTRING
           IF WS-ANA-CODICE-FISCALE = SPACE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CONTEGGIO-LETTE
           INSPECT WS-ANA-CODICE-FISCALE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-ANA-STATO CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           EVALUATE WS-ANA-STATO(1:1)
               WHEN 'R'
               WHEN 'S'
                   MOVE 'S' TO RESIDENTE
               WHEN 'N'
                   MOVE 'N' TO RESIDENTE
               WHEN OTHER
                   PERFORM SCARTARIGA
                   EXIT PARAGRAPH
           END-EVALUATE
      *    UNA DATA MALFORMATA FAREBBE FALLIRE L'AGGIORNAMENTO: LA****
      *    RIGA SI SCARTA PRIMA DI TOCCARE LA BASE DATI****************
           IF WS-ANA-DATA NOT = SPACE
               IF WS-ANA-DATA(1:2) NOT NUMERIC
                   OR WS-ANA-DATA(3:1) NOT = '-'
                   OR WS-ANA-DATA(4:2) NOT NUMERIC
                   OR WS-ANA-DATA(6:1) NOT = '-'
                   OR WS-ANA-DATA(7:4) NOT NUMERIC
                   PERFORM SCARTARIGA
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-ANA-CODICE-FISCALE TO CODICE-FISCALE
           MOVE WS-ANA-DATA TO DATA-VARIAZIONE
      *    CHI ERA RESIDENTE E ORA NON LO E' PIU' VA AVVISATO**********
           IF RESIDENTE = 'N'
               MOVE ZERO TO DB-RIGHE-AGGIORNATE
               EXEC SQL
                   SELECT COUNT(*) INTO :DB-RIGHE-AGGIORNATE
                   FROM UTENTE
                   WHERE CODICE_FISCALE = TRIM(:CODICE-FISCALE)
                   AND RESIDENTE = 'S'
               END-EXEC
               ADD DB-RIGHE-AGGIORNATE TO WS-CONTEGGIO-DECADUTI
           END-IF
           EXEC SQL
               UPDATE UTENTE SET
               RESIDENZA_DECADUTA =
                   CASE WHEN :RESIDENTE = 'N' AND RESIDENTE = 'S'
                        THEN 'S'
                        WHEN :RESIDENTE = 'S' THEN 'N'
                        ELSE COALESCE(RESIDENZA_DECADUTA, 'N') END,
               RESIDENTE = :RESIDENTE,
               RESIDENZA_VARIATA_IL =
                   COALESCE(TO_DATE(NULLIF(TRIM(:DATA-VARIAZIONE), ''),
                   'DD-MM-YYYY'), RESIDENZA_VARIATA_IL),
               RESIDENZA_VERIFICATA_IL = CURRENT_DATE
               WHERE CODICE_FISCALE = TRIM(:CODICE-FISCALE)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLERRD(3) = ZERO
               ADD 1 TO WS-CONTEGGIO-NON-TROVATI
           ELSE
               ADD SQLERRD(3) TO WS-CONTEGGIO-AGGIORNATI
           END-IF.

           SCARTARIGA.
           ADD 1 TO WS-CONTEGGIO-SCARTATE
           DISPLAY "RIGA SCARTATA: " ANAGRAFE-IN-RECORD(1:60).

      ******************************************************************
      **************QUOTA NON RESIDENTI A EMISSIONE E RINNOVO***********
      ******************************************************************
      **CHIAMATA DA UTENTE DOPO L'EMISSIONE ('t') O IL RINNOVO ('o')***
      **DELLA TESSERA: REGISTRA LA SEDE, DA' L'AVVISO A CHI HA PERSO***
      **LA RESIDENZA E ADDEBITA LA QUOTA AI NON RESIDENTI SUL SALDO****
      **MULTE, CON LA RIGA A MASTRO, COSI' LA CASSA LA INCASSA COME****
      **OGNI ALTRO ADDEBITO. CHI NON E' ANCORA STATO VERIFICATO********
      **SULL'ANAGRAFE NON PAGA, MA IL BANCO LO VEDE********************
           ADDEBITAQUOTA.
           MOVE 'N' TO LS-ESITO
           MOVE ZERO TO LS-IMPORTO
           MOVE LS-USERNAME TO USERNAME
           MOVE SPACE TO WS-SESSIONE-POSTAZIONE
           CALL 'POSTAZIONE' USING 'g', WS-SESSIONE-POSTAZIONE
           MOVE WS-SP-CODICE-SEDE TO DB-SEDE-TESSERA
           IF DB-SEDE-TESSERA NOT = ZERO
               EXEC SQL
                   UPDATE UTENTE SET SEDE_TESSERA = :DB-SEDE-TESSERA
                   WHERE USERNAME = TRIM(:USERNAME)
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM ERROR-RUNTIME
               END-IF
           END-IF
           EXEC SQL
               SELECT COALESCE(RESIDENTE, ' '),
               COALESCE(RESIDENZA_DECADUTA, 'N'),
               COALESCE(TO_CHAR(RESIDENZA_VARIATA_IL, 'DD-MM-YYYY'),
               ' '), COALESCE(EMAIL, ' ')
               INTO :RESIDENTE, :DECADUTA, :DATA-VARIAZIONE, :DB-EMAIL
               FROM UTENTE
               WHERE USERNAME = TRIM(:USERNAME)
           END-EXEC
           IF SQLCODE = 100
               EXIT PROGRAM
           END-IF
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF DECADUTA = 'S'
               PERFORM AVVISORESIDENZACESSATA
           END-IF
           EVALUATE RESIDENTE
               WHEN 'S'
                   EXIT PROGRAM
               WHEN ' '
                   DISPLAY "RESIDENZA NON ANCORA VERIFICATA "
                       "SULL'ANAGRAFE: NESSUNA QUOTA ADDEBITATA"
                   EXIT PROGRAM
           END-EVALUATE
           MOVE 'QUOTA-NON-RESIDENTI' TO WS-CONFIG-CHIAVE
           CALL 'CONFIG' USING 'g', WS-PARAMETRO-CONFIG
           MOVE WS-CONFIG-VALORE-NUM TO DB-QUOTA
           IF DB-QUOTA = ZERO
               DISPLAY "QUOTA NON RESIDENTI NON CONFIGURATA: "
                   "NESSUN ADDEBITO"
               EXIT PROGRAM
           END-IF
           EXEC SQL
               UPDATE UTENTE SET MULTA = COALESCE(MULTA, 0) + :DB-QUOTA
               WHERE USERNAME = TRIM(:USERNAME)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               INSERT INTO MULTA_EVENTO
               (USERNAME, TIPO, IMPORTO, RIFERIMENTO)
               VALUES (TRIM(:USERNAME), 'ADDEBITO', :DB-QUOTA,
               'QUOTA NON RESIDENTE')
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE DB-QUOTA TO LS-IMPORTO
           MOVE 'S' TO LS-ESITO
           MOVE DB-QUOTA TO WS-IMPORTO-EDIT
           DISPLAY "NON RESIDENTE: QUOTA ANNUA ADDEBITATA "
               WS-IMPORTO-EDIT " EUR, DA SALDARE IN CASSA"
           EXIT PROGRAM.

      *    L'AVVISO SI DA' UNA VOLTA SOLA: IL SEGNO SI AZZERA QUI*****
           AVVISORESIDENZACESSATA.
           MOVE SPACE TO DB-MESSAGGIO-NOTIFICA
           STRING
               "LA TUA RESIDENZA NEL COMUNE RISULTA CESSATA"
               DELIMITED BY SIZE
               " DAL " DELIMITED BY SIZE
               DATA-VARIAZIONE DELIMITED BY SPACE
               ": DA QUESTO RINNOVO LA TESSERA PREVEDE LA QUOTA "
               DELIMITED BY SIZE
               "ANNUA PER I NON RESIDENTI" DELIMITED BY SIZE
               INTO DB-MESSAGGIO-NOTIFICA
           END-STRING
           DISPLAY "*******************************************"
           DISPLAY "*** RESIDENZA CESSATA DAL " DATA-VARIAZIONE
           DISPLAY "*** INFORMARE IL PATRON DELLA QUOTA ANNUA"
           DISPLAY "*******************************************"
           EXEC SQL
               INSERT INTO NOTIFICA (USERNAME, EMAIL, MESSAGGIO)
               VALUES (TRIM(:USERNAME), :DB-EMAIL,
               :DB-MESSAGGIO-NOTIFICA)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EXEC SQL
               UPDATE UTENTE SET RESIDENZA_DECADUTA = 'N'
               WHERE USERNAME = TRIM(:USERNAME)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.

      ******************************************************************
      **************RESIDENZA DI UN PATRON******************************
      ******************************************************************
           MOSTRARESIDENZA.
           MOVE LS-USERNAME TO USERNAME
           EXEC SQL
               SELECT COALESCE(RESIDENTE, ' '),
               COALESCE(TO_CHAR(RESIDENZA_VARIATA_IL, 'DD-MM-YYYY'),
               ' '),
               COALESCE(TO_CHAR(RESIDENZA_VERIFICATA_IL,
               'DD-MM-YYYY'), ' ')
               INTO :RESIDENTE, :DATA-VARIAZIONE, :DB-MESSAGGIO-NOTIFICA
               FROM UTENTE
               WHERE USERNAME = TRIM(:USERNAME)
           END-EXEC
           IF SQLCODE = 100
               DISPLAY "USERNAME SCONOSCIUTO"
               EXIT PROGRAM
           END-IF
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           EVALUATE RESIDENTE
               WHEN 'S'
                   DISPLAY "RESIDENTE NEL COMUNE"
               WHEN 'N'
                   DISPLAY "NON RESIDENTE (QUOTA ANNUA AL RINNOVO)"
               WHEN OTHER
                   DISPLAY "RESIDENZA MAI VERIFICATA SULL'ANAGRAFE"
           END-EVALUATE
           IF DATA-VARIAZIONE NOT = SPACE
               DISPLAY "  ULTIMA VARIAZIONE: " DATA-VARIAZIONE
           END-IF
           IF DB-MESSAGGIO-NOTIFICA NOT = SPACE
               DISPLAY "  VERIFICATA IL:     "
                   DB-MESSAGGIO-NOTIFICA(1:10)
           END-IF
           EXIT PROGRAM.

      ******************************************************************
      **************RESIDENTI E NON RESIDENTI PER SEDE******************
      ******************************************************************
      **PER IL CONSIGLIO COMUNALE: ISCRITTI ATTIVI CON TESSERA*********
      **VALIDA, PER SEDE DELL'ULTIMA EMISSIONE O RINNOVO***************
           REPORTRESIDENTIPERSEDE.
           DISPLAY "ISCRITTI PER SEDE (SEDE / RESIDENTI / NON "
               "RESIDENTI / NON VERIFICATI):"
           EXEC SQL
               DECLARE RESIDENTI_CURSOR CURSOR FOR
               SELECT COALESCE(S.NOME, 'SEDE NON REGISTRATA'),
               SUM(CASE WHEN U.RESIDENTE = 'S' THEN 1 ELSE 0 END),
               SUM(CASE WHEN U.RESIDENTE = 'N' THEN 1 ELSE 0 END),
               SUM(CASE WHEN U.RESIDENTE IS NULL THEN 1 ELSE 0 END)
               FROM UTENTE U
               LEFT JOIN SEDE S ON S.CODICE_SEDE = U.SEDE_TESSERA
               WHERE U.RUOLO = 'PATRON'
               AND COALESCE(U.ATTIVO, 'S') = 'S'
               AND U.TESSERA_SCADENZA >= CURRENT_DATE
               GROUP BY COALESCE(S.NOME, 'SEDE NON REGISTRATA')
               ORDER BY 1
           END-EXEC
           EXEC SQL
           OPEN RESIDENTI_CURSOR
           END-EXEC

           EXEC SQL
               FETCH RESIDENTI_CURSOR INTO :DB-NOME-SEDE,
               :DB-RESIDENTI, :DB-NON-RESIDENTI, :DB-NON-VERIFICATI
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "  " DB-NOME-SEDE(1:40) " / " DB-RESIDENTI
                   " / " DB-NON-RESIDENTI " / " DB-NON-VERIFICATI
               EXEC SQL
                   FETCH RESIDENTI_CURSOR INTO :DB-NOME-SEDE,
                   :DB-RESIDENTI, :DB-NON-RESIDENTI, :DB-NON-VERIFICATI
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE RESIDENTI_CURSOR
           END-EXEC
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
                   VALUES ('RESIDENZA', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
                   STOP RUN
               END-IF
               EXIT PROGRAM.
