       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDENTITA.
      ******************************************************************
      **************LIBRERIA PER OPERAZIONE TABELLA*********************
      ***********UTENTE: CODICE FISCALE E DOCUMENTO D'IDENTITA'*********
      ******************************************************************
      **LE POSIZIONI PAGOPA E I CASI PASSATI ALLE RISCOSSIONI DEVONO***
      **IDENTIFICARE IL DEBITORE SENZA AMBIGUITA': IL CODICE FISCALE***
      **SI RACCOGLIE ALLA REGISTRAZIONE E AL BANCO, CON IL CONTROLLO***
      **DEL CARATTERE DI CONTROLLO E LA COERENZA CON COGNOME, NOME E***
      **DATA DI NASCITA GIA' IN ANAGRAFE (OMOCODIE COMPRESE). IL*******
      **DOCUMENTO (TIPO, NUMERO, SCADENZA) SI MOSTRA ALL'APPROVAZIONE**
      **DELL'ACCOUNT; CHI NE E' ANCORA SENZA FINISCE SULLA LISTA DA****
      **COMPLETARE ALLA PROSSIMA VISITA AL BANCO************************
       AUTHOR. ANOIR.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.
           01 WS-CONTEGGIO-RIGHE PIC 9(5) VALUE ZERO.

      *****************************************************************
      ***********TABELLE DEL CARATTERE DI CONTROLLO********************
      *****************************************************************
      **OGNI CARATTERE VALE LA SUA POSIZIONE IN WS-CF-ALFABETO: NELLE**
      **POSIZIONI PARI CIFRE 0-9 E LETTERE A-Z VALGONO 0-9 E 0-25,*****
      **NELLE DISPARI SI USA LA TABELLA MINISTERIALE QUI SOTTO*********
           01 WS-CF-ALFABETO PIC X(36)
               VALUE '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           01 WS-CF-DISPARI-VALORI.
               05 FILLER PIC X(20) VALUE '01000507091315171921'.
               05 FILLER PIC X(20) VALUE '01000507091315171921'.
               05 FILLER PIC X(32)
                   VALUE '02041820110306081214161022252423'.
           01 WS-CF-DISPARI-TABELLA REDEFINES WS-CF-DISPARI-VALORI.
               05 WS-CF-DISPARI PIC 9(2) OCCURS 36 TIMES.
      **LETTERA DEL MESE DI NASCITA (GENNAIO = A ... DICEMBRE = T)*****
           01 WS-CF-MESI PIC X(12) VALUE 'ABCDEHLMPRST'.

           01 WS-CF-LAVORO.
               05 WS-CF               PIC X(16).
               05 WS-CF-NORMALIZZATO  PIC X(16).
               05 WS-CF-INDICE        PIC 9(2).
               05 WS-CF-POSIZIONE     PIC 9(2).
               05 WS-CF-VALORE        PIC 9(2).
               05 WS-CF-SOMMA         PIC 9(4).
               05 WS-CF-QUOZIENTE     PIC 9(4).
               05 WS-CF-RESTO         PIC 9(2).
               05 WS-CF-SPAZI         PIC 9(2).
               05 WS-CF-GIORNO        PIC 9(2).
               05 WS-CF-MESE          PIC 9(2).
               05 WS-CF-CARATTERE     PIC X(1).
               05 WS-CF-ESITO         PIC X(1).
               05 WS-CF-MOTIVO        PIC X(60).
      **COERENZA CON L'ANAGRAFE: CODICI DI COGNOME E NOME CALCOLATI****
           01 WS-CF-ANAGRAFE.
               05 WS-CF-COGNOME-IN    PIC X(50).
               05 WS-CF-NOME-IN       PIC X(50).
               05 WS-CF-NASCITA-IN    PIC X(10).
               05 WS-CF-TESTO         PIC X(50).
               05 WS-CF-CONSONANTI    PIC X(50).
               05 WS-CF-VOCALI        PIC X(50).
               05 WS-CF-NUM-CONSONANTI PIC 9(2).
               05 WS-CF-NUM-VOCALI    PIC 9(2).
               05 WS-CF-TRE-LETTERE   PIC X(3).
               05 WS-CF-CODICE-COGNOME PIC X(3).
               05 WS-CF-CODICE-NOME   PIC X(3).
               05 WS-CF-NOMI-INVERTITI PIC X(1).

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
      *****************************************************************
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01 DBNAME                PIC X(30) VALUE SPACE.

           01 RECORDIDENTITA.
               05 USERNAME          PIC X(50).
               05 CODICE-FISCALE    PIC X(16).
               05 NOME              PIC X(50).
               05 COGNOME           PIC X(50).
               05 DATA-NASCITA      PIC X(10).
               05 DOC-TIPO          PIC X(20).
               05 DOC-NUMERO        PIC X(20).
               05 DOC-SCADENZA      PIC X(10).
           01 DB-DOC-SCADUTO        PIC X(1) VALUE SPACE.
           01 DB-USERNAME-STESSO-CF PIC X(50) VALUE SPACE.
           01 DB-DATA-REGISTRAZIONE PIC X(10) VALUE SPACE.
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
               05 LS-CODICE-FISCALE  PIC X(16).
      *    NOME, COGNOME E DATA DI NASCITA (GG-MM-AAAA) SERVONO SOLO***
      *    AL CONTROLLO 'c' DI UNA REGISTRAZIONE NON ANCORA A TABELLA*
               05 LS-NOME            PIC X(50).
               05 LS-COGNOME         PIC X(50).
               05 LS-DATA-NASCITA    PIC X(10).
      *    CI = CARTA D'IDENTITA', PATENTE, PASSAPORTO, PERMESSO*******
               05 LS-DOC-TIPO        PIC X(20).
               05 LS-DOC-NUMERO      PIC X(20).
               05 LS-DOC-SCADENZA    PIC X(10).
               05 LS-OPERATORE       PIC X(50).
               05 LS-ESITO           PIC X(1).

           PROCEDURE DIVISION USING LS-TYPE, LS-RECORD.
           MAIN.
               EVALUATE LS-TYPE
                   WHEN 'c'
                       PERFORM CONTROLLACODICEFISCALE
                   WHEN 'f'
                       PERFORM IMPOSTACODICEFISCALE
                   WHEN 'o'
                       PERFORM IMPOSTADOCUMENTO
                   WHEN 'm'
                       PERFORM MOSTRAIDENTITA
                   WHEN 'l'
                       PERFORM REPORTDACOMPLETARE
               END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      **************CONTROLLA UN CODICE FISCALE NON ANCORA A TABELLA****
      ******************************************************************
      **USATO DALLA REGISTRAZIONE: NOME, COGNOME E DATA DI NASCITA*****
      **ARRIVANO NEL TRACCIATO. ESITO 'S' = CODICE VALIDO E COERENTE***
           CONTROLLACODICEFISCALE.
           MOVE 'N' TO LS-ESITO
           MOVE LS-CODICE-FISCALE TO WS-CF
           MOVE LS-COGNOME TO WS-CF-COGNOME-IN
           MOVE LS-NOME TO WS-CF-NOME-IN
           MOVE LS-DATA-NASCITA TO WS-CF-NASCITA-IN
           PERFORM VALIDACODICEFISCALE
           IF WS-CF-ESITO NOT = 'S'
               DISPLAY "CODICE FISCALE NON VALIDO: " WS-CF-MOTIVO
               EXIT PROGRAM
           END-IF
           MOVE WS-CF TO LS-CODICE-FISCALE
           MOVE 'S' TO LS-ESITO
           EXIT PROGRAM.

      ******************************************************************
      **************REGISTRA IL CODICE FISCALE DI UN PATRON*************
      ******************************************************************
      **IL CONTROLLO USA COGNOME, NOME E DATA DI NASCITA GIA' IN*******
      **ANAGRAFE. UN ALTRO ACCOUNT CON LO STESSO CODICE NON BLOCCA****
      **L'OPERAZIONE MA VIENE SEGNALATO: E' UN DOPPIONE DA FONDERE*****
           IMPOSTACODICEFISCALE.
           MOVE 'N' TO LS-ESITO
           MOVE LS-USERNAME TO USERNAME
           MOVE SPACE TO NOME
           MOVE SPACE TO COGNOME
           MOVE SPACE TO DATA-NASCITA
           EXEC SQL
               SELECT COALESCE(NOME, ' '), COALESCE(COGNOME, ' '),
               COALESCE(TO_CHAR(DATA_NASCITA, 'DD-MM-YYYY'), ' ')
               INTO :NOME, :COGNOME, :DATA-NASCITA
               FROM UTENTE
               WHERE USERNAME = TRIM(:USERNAME)
           END-EXEC
           IF SQLCODE = 100
               DISPLAY "USERNAME SCONOSCIUTO"
               EXIT PROGRAM
           END-IF
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE LS-CODICE-FISCALE TO WS-CF
           MOVE COGNOME TO WS-CF-COGNOME-IN
           MOVE NOME TO WS-CF-NOME-IN
           MOVE DATA-NASCITA TO WS-CF-NASCITA-IN
           PERFORM VALIDACODICEFISCALE
      *    LE REGISTRAZIONI PIU' VECCHIE HANNO NOME E COGNOME*********
      *    SCAMBIATI DI COLONNA: SI RIPROVA CON I DUE INVERTITI********
           MOVE 'N' TO WS-CF-NOMI-INVERTITI
           IF WS-CF-ESITO = 'A'
               MOVE NOME TO WS-CF-COGNOME-IN
               MOVE COGNOME TO WS-CF-NOME-IN
               PERFORM VALIDACODICEFISCALE
               MOVE 'S' TO WS-CF-NOMI-INVERTITI
           END-IF
           IF WS-CF-ESITO NOT = 'S'
               DISPLAY "CODICE FISCALE NON VALIDO: " WS-CF-MOTIVO
               EXIT PROGRAM
           END-IF
           IF WS-CF-NOMI-INVERTITI = 'S'
               DISPLAY "ATTENZIONE: IN ANAGRAFE NOME E COGNOME "
               "RISULTANO INVERTITI, DA CORREGGERE"
           END-IF
           MOVE WS-CF TO CODICE-FISCALE
           MOVE SPACE TO DB-USERNAME-STESSO-CF
           EXEC SQL
               SELECT USERNAME INTO :DB-USERNAME-STESSO-CF
               FROM UTENTE
               WHERE CODICE_FISCALE = TRIM(:CODICE-FISCALE)
               AND USERNAME <> TRIM(:USERNAME)
               ORDER BY USERNAME
               LIMIT 1
           END-EXEC
           IF SQLCODE = ZERO
               DISPLAY "ATTENZIONE: STESSO CODICE FISCALE GIA' SU "
               DB-USERNAME-STESSO-CF " (POSSIBILE DOPPIONE)"
           END-IF
           EXEC SQL
               UPDATE UTENTE SET CODICE_FISCALE = TRIM(:CODICE-FISCALE)
               WHERE USERNAME = TRIM(:USERNAME)
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE WS-CF TO LS-CODICE-FISCALE
           MOVE 'S' TO LS-ESITO
           DISPLAY "CODICE FISCALE REGISTRATO"
           EXIT PROGRAM.

      ******************************************************************
      **************REGISTRA IL DOCUMENTO D'IDENTITA'*******************
      ******************************************************************
      **UN DOCUMENTO GIA' SCADUTO NON SI ACCETTA: IL PATRON NE*********
      **PRESENTA UNO IN CORSO DI VALIDITA'******************************
           IMPOSTADOCUMENTO.
           MOVE 'N' TO LS-ESITO
           MOVE LS-USERNAME TO USERNAME
           MOVE LS-DOC-TIPO TO DOC-TIPO
           INSPECT DOC-TIPO CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF DOC-TIPO NOT = 'CI' AND DOC-TIPO NOT = 'PATENTE'
               AND DOC-TIPO NOT = 'PASSAPORTO'
               AND DOC-TIPO NOT = 'PERMESSO'
               DISPLAY "TIPO DOCUMENTO NON VALIDO (CI/PATENTE/"
               "PASSAPORTO/PERMESSO)"
               EXIT PROGRAM
           END-IF
           MOVE LS-DOC-NUMERO TO DOC-NUMERO
           INSPECT DOC-NUMERO CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF DOC-NUMERO = SPACE
               DISPLAY "NUMERO DEL DOCUMENTO OBBLIGATORIO"
               EXIT PROGRAM
           END-IF
           MOVE LS-DOC-SCADENZA TO DOC-SCADENZA
           IF DOC-SCADENZA = SPACE
               DISPLAY "SCADENZA DEL DOCUMENTO OBBLIGATORIA "
               "(GG-MM-AAAA)"
               EXIT PROGRAM
           END-IF
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE
               WHERE TO_DATE(:DOC-SCADENZA, 'DD-MM-YYYY')
                   < CURRENT_DATE
           END-EXEC
           IF VALUESTABLE NOT = ZERO
               DISPLAY "DOCUMENTO SCADUTO: CHIEDERNE UNO VALIDO"
               EXIT PROGRAM
           END-IF
           EXEC SQL
               UPDATE UTENTE SET DOC_TIPO = TRIM(:DOC-TIPO),
               DOC_NUMERO = TRIM(:DOC-NUMERO),
               DOC_SCADENZA = TO_DATE(:DOC-SCADENZA, 'DD-MM-YYYY')
               WHERE USERNAME = TRIM(:USERNAME)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF
           IF SQLERRD(3) = ZERO
               DISPLAY "USERNAME SCONOSCIUTO"
           ELSE
               MOVE 'S' TO LS-ESITO
               DISPLAY "DOCUMENTO REGISTRATO"
           END-IF
           EXIT PROGRAM.

      ******************************************************************
      **************SCHEDA IDENTITA' DI UN PATRON***********************
      ******************************************************************
      **MOSTRATA ALL'APPROVAZIONE DELL'ACCOUNT. ESITO 'S' SOLO SE******
      **CODICE FISCALE E DOCUMENTO IN CORSO DI VALIDITA' CI SONO*******
           MOSTRAIDENTITA.
           MOVE 'N' TO LS-ESITO
           MOVE LS-USERNAME TO USERNAME
           EXEC SQL
               SELECT COALESCE(NOME, ' '), COALESCE(COGNOME, ' '),
               COALESCE(TO_CHAR(DATA_NASCITA, 'DD-MM-YYYY'), ' '),
               COALESCE(CODICE_FISCALE, ' '),
               COALESCE(DOC_TIPO, ' '), COALESCE(DOC_NUMERO, ' '),
               COALESCE(TO_CHAR(DOC_SCADENZA, 'DD-MM-YYYY'), ' '),
               CASE WHEN DOC_SCADENZA < CURRENT_DATE THEN 'S'
                   ELSE 'N' END
               INTO :NOME, :COGNOME, :DATA-NASCITA, :CODICE-FISCALE,
               :DOC-TIPO, :DOC-NUMERO, :DOC-SCADENZA, :DB-DOC-SCADUTO
               FROM UTENTE
               WHERE USERNAME = TRIM(:USERNAME)
           END-EXEC
           IF SQLCODE = 100
               DISPLAY "USERNAME SCONOSCIUTO"
               EXIT PROGRAM
           END-IF
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           DISPLAY "IDENTITA' DI " USERNAME
           DISPLAY "  NOMINATIVO:      " NOME " " COGNOME
           DISPLAY "  NATO IL:         " DATA-NASCITA
           IF CODICE-FISCALE = SPACE
               DISPLAY "  CODICE FISCALE:  *** MANCANTE ***"
           ELSE
               DISPLAY "  CODICE FISCALE:  " CODICE-FISCALE
           END-IF
           IF DOC-TIPO = SPACE
               DISPLAY "  DOCUMENTO:       *** MANCANTE ***"
           ELSE
               DISPLAY "  DOCUMENTO:       " DOC-TIPO " N. " DOC-NUMERO
               IF DB-DOC-SCADUTO = 'S'
                   DISPLAY "  SCADENZA:        " DOC-SCADENZA
                   " *** SCADUTO ***"
               ELSE
                   DISPLAY "  SCADENZA:        " DOC-SCADENZA
               END-IF
           END-IF
           MOVE CODICE-FISCALE TO LS-CODICE-FISCALE
           MOVE DOC-TIPO TO LS-DOC-TIPO
           MOVE DOC-NUMERO TO LS-DOC-NUMERO
           MOVE DOC-SCADENZA TO LS-DOC-SCADENZA
           IF CODICE-FISCALE NOT = SPACE AND DOC-TIPO NOT = SPACE
               AND DB-DOC-SCADUTO NOT = 'S'
               MOVE 'S' TO LS-ESITO
           END-IF
           EXIT PROGRAM.

      ******************************************************************
      **************PATRON CON ANAGRAFICA DA COMPLETARE*****************
      ******************************************************************
      **ACCOUNT ATTIVI SENZA CODICE FISCALE (E, NELLA STESSA RIGA, SE**
      **MANCA O E' SCADUTO IL DOCUMENTO): IL BANCO LI COMPLETA ALLA****
      **PROSSIMA VISITA. PRIMA CHI HA UN SALDO MULTE APERTO************
           REPORTDACOMPLETARE.
           MOVE ZERO TO WS-CONTEGGIO-RIGHE
           DISPLAY "PATRON SENZA CODICE FISCALE (USERNAME / "
               "NOMINATIVO / REGISTRATO / DOCUMENTO):"
           EXEC SQL
               DECLARE DACOMPLETARE_CURSOR CURSOR FOR
               SELECT USERNAME, COALESCE(NOME, ' '),
               COALESCE(COGNOME, ' '),
               COALESCE(TO_CHAR(TESSERA_EMESSA_IL, 'DD-MM-YYYY'),
               ' '),
               CASE WHEN DOC_TIPO IS NULL THEN 'MANCANTE'
                    WHEN DOC_SCADENZA < CURRENT_DATE THEN 'SCADUTO'
                    ELSE 'PRESENTE' END
               FROM UTENTE
               WHERE RUOLO = 'PATRON'
               AND COALESCE(ATTIVO, 'S') = 'S'
               AND COALESCE(TRIM(CODICE_FISCALE), '') = ''
               ORDER BY COALESCE(MULTA, 0) DESC, COGNOME, NOME
           END-EXEC
           EXEC SQL
           OPEN DACOMPLETARE_CURSOR
           END-EXEC

           EXEC SQL
               FETCH DACOMPLETARE_CURSOR INTO :USERNAME, :NOME,
               :COGNOME, :DB-DATA-REGISTRAZIONE, :DOC-TIPO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-CONTEGGIO-RIGHE
               DISPLAY "  " USERNAME " / " NOME " " COGNOME " / "
                   DB-DATA-REGISTRAZIONE " / " DOC-TIPO
               EXEC SQL
                   FETCH DACOMPLETARE_CURSOR INTO :USERNAME, :NOME,
                   :COGNOME, :DB-DATA-REGISTRAZIONE, :DOC-TIPO
               END-EXEC
           END-PERFORM

           EXEC SQL
           CLOSE DACOMPLETARE_CURSOR
           END-EXEC
           DISPLAY "PATRON DA COMPLETARE: " WS-CONTEGGIO-RIGHE
           EXIT PROGRAM.

      ******************************************************************
      **************VALIDAZIONE DEL CODICE FISCALE**********************
      ******************************************************************
      **WS-CF-ESITO: 'S' VALIDO E COERENTE, 'N' FORMATO O CARATTERE****
      **DI CONTROLLO ERRATI, 'A' VALIDO MA NON COERENTE CON COGNOME E**
      **NOME, 'D' NON COERENTE CON LA DATA DI NASCITA. IN USCITA WS-CF*
      **E' IN MAIUSCOLO*************************************************
           VALIDACODICEFISCALE.
           MOVE 'N' TO WS-CF-ESITO
           MOVE SPACE TO WS-CF-MOTIVO
           INSPECT WS-CF CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE ZERO TO WS-CF-SPAZI
           INSPECT WS-CF TALLYING WS-CF-SPAZI FOR ALL SPACE
           IF WS-CF-SPAZI NOT = ZERO
               MOVE "DEVE AVERE 16 CARATTERI SENZA SPAZI"
                   TO WS-CF-MOTIVO
               EXIT PARAGRAPH
           END-IF
      *    LE OMOCODIE SOSTITUISCONO LE CIFRE CON LMNPQRSTUV: PER I***
      *    CONTROLLI DI FORMATO E DATA SI RIPORTANO A CIFRE************
           MOVE WS-CF TO WS-CF-NORMALIZZATO
           INSPECT WS-CF-NORMALIZZATO(7:2) CONVERTING 'LMNPQRSTUV'
               TO '0123456789'
           INSPECT WS-CF-NORMALIZZATO(10:2) CONVERTING 'LMNPQRSTUV'
               TO '0123456789'
           INSPECT WS-CF-NORMALIZZATO(13:3) CONVERTING 'LMNPQRSTUV'
               TO '0123456789'
           IF WS-CF(1:6) NOT ALPHABETIC
               OR WS-CF-NORMALIZZATO(7:2) NOT NUMERIC
               OR WS-CF(9:1) NOT ALPHABETIC
               OR WS-CF-NORMALIZZATO(10:2) NOT NUMERIC
               OR WS-CF(12:1) NOT ALPHABETIC
               OR WS-CF-NORMALIZZATO(13:3) NOT NUMERIC
               OR WS-CF(16:1) NOT ALPHABETIC
               MOVE "FORMATO ERRATO (AAAAAA99A99A999A)"
                   TO WS-CF-MOTIVO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-CF-MESE
           PERFORM VARYING WS-CF-INDICE FROM 1 BY 1
               UNTIL WS-CF-INDICE > 12
               IF WS-CF-MESI(WS-CF-INDICE:1) = WS-CF(9:1)
                   MOVE WS-CF-INDICE TO WS-CF-MESE
               END-IF
           END-PERFORM
           MOVE WS-CF-NORMALIZZATO(10:2) TO WS-CF-GIORNO
           IF WS-CF-GIORNO > 40
               SUBTRACT 40 FROM WS-CF-GIORNO
           END-IF
           IF WS-CF-MESE = ZERO OR WS-CF-GIORNO = ZERO
               OR WS-CF-GIORNO > 31
               MOVE "MESE O GIORNO DI NASCITA IMPOSSIBILI"
                   TO WS-CF-MOTIVO
               EXIT PARAGRAPH
           END-IF
      *    CARATTERE DI CONTROLLO: SOMMA DEI VALORI DEI PRIMI 15******
      *    CARATTERI (TABELLA DISPARI O PARI), MODULO 26***************
           MOVE ZERO TO WS-CF-SOMMA
           PERFORM VARYING WS-CF-INDICE FROM 1 BY 1
               UNTIL WS-CF-INDICE > 15
               MOVE WS-CF(WS-CF-INDICE:1) TO WS-CF-CARATTERE
               MOVE ZERO TO WS-CF-POSIZIONE
               PERFORM VARYING WS-CF-VALORE FROM 1 BY 1
                   UNTIL WS-CF-VALORE > 36
                   IF WS-CF-ALFABETO(WS-CF-VALORE:1) = WS-CF-CARATTERE
                       MOVE WS-CF-VALORE TO WS-CF-POSIZIONE
                   END-IF
               END-PERFORM
               DIVIDE WS-CF-INDICE BY 2 GIVING WS-CF-QUOZIENTE
                   REMAINDER WS-CF-RESTO
               IF WS-CF-RESTO = 1
                   ADD WS-CF-DISPARI(WS-CF-POSIZIONE) TO WS-CF-SOMMA
               ELSE
                   IF WS-CF-POSIZIONE > 10
                       COMPUTE WS-CF-SOMMA =
                           WS-CF-SOMMA + WS-CF-POSIZIONE - 11
                   ELSE
                       COMPUTE WS-CF-SOMMA =
                           WS-CF-SOMMA + WS-CF-POSIZIONE - 1
                   END-IF
               END-IF
           END-PERFORM
           DIVIDE WS-CF-SOMMA BY 26 GIVING WS-CF-QUOZIENTE
               REMAINDER WS-CF-RESTO
           IF WS-CF-ALFABETO(WS-CF-RESTO + 11:1) NOT = WS-CF(16:1)
               MOVE "CARATTERE DI CONTROLLO ERRATO" TO WS-CF-MOTIVO
               EXIT PARAGRAPH
           END-IF
      *    COERENZA CON COGNOME E NOME IN ANAGRAFE*******************
           IF WS-CF-COGNOME-IN NOT = SPACE
               MOVE WS-CF-COGNOME-IN TO WS-CF-TESTO
               PERFORM SEPARACONSONANTIVOCALI
               PERFORM CODICEDACOGNOME
               MOVE WS-CF-TRE-LETTERE TO WS-CF-CODICE-COGNOME
               IF WS-CF-CODICE-COGNOME NOT = WS-CF(1:3)
                   MOVE 'A' TO WS-CF-ESITO
                   MOVE "NON CORRISPONDE AL COGNOME" TO WS-CF-MOTIVO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-CF-NOME-IN NOT = SPACE
               MOVE WS-CF-NOME-IN TO WS-CF-TESTO
               PERFORM SEPARACONSONANTIVOCALI
               IF WS-CF-NUM-CONSONANTI > 3
                   MOVE WS-CF-CONSONANTI(1:1) TO WS-CF-TRE-LETTERE(1:1)
                   MOVE WS-CF-CONSONANTI(3:2) TO WS-CF-TRE-LETTERE(2:2)
               ELSE
                   PERFORM CODICEDACOGNOME
               END-IF
               MOVE WS-CF-TRE-LETTERE TO WS-CF-CODICE-NOME
               IF WS-CF-CODICE-NOME NOT = WS-CF(4:3)
                   MOVE 'A' TO WS-CF-ESITO
                   MOVE "NON CORRISPONDE AL NOME" TO WS-CF-MOTIVO
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *    COERENZA CON LA DATA DI NASCITA, SE REGISTRATA: IL GIORNO**
      *    PIU' 40 INDICA IL SESSO FEMMINILE E VALE LO STESSO GIORNO**
           IF WS-CF-NASCITA-IN NOT = SPACE
               IF WS-CF-NORMALIZZATO(7:2) NOT = WS-CF-NASCITA-IN(9:2)
                   OR WS-CF-MESE NOT = WS-CF-NASCITA-IN(4:2)
                   OR WS-CF-GIORNO NOT = WS-CF-NASCITA-IN(1:2)
                   MOVE 'D' TO WS-CF-ESITO
                   MOVE "NON CORRISPONDE ALLA DATA DI NASCITA"
                       TO WS-CF-MOTIVO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'S' TO WS-CF-ESITO.

      *    SEPARA LE CONSONANTI DALLE VOCALI DI WS-CF-TESTO, IN********
      *    ORDINE; SPAZI, APOSTROFI E LETTERE ACCENTATE NON CONTANO****
           SEPARACONSONANTIVOCALI.
           INSPECT WS-CF-TESTO CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACE TO WS-CF-CONSONANTI
           MOVE SPACE TO WS-CF-VOCALI
           MOVE ZERO TO WS-CF-NUM-CONSONANTI
           MOVE ZERO TO WS-CF-NUM-VOCALI
           PERFORM VARYING WS-CF-INDICE FROM 1 BY 1
               UNTIL WS-CF-INDICE > 50
               MOVE WS-CF-TESTO(WS-CF-INDICE:1) TO WS-CF-CARATTERE
               EVALUATE TRUE
                   WHEN WS-CF-CARATTERE = SPACE
                       CONTINUE
                   WHEN WS-CF-CARATTERE NOT ALPHABETIC
                       CONTINUE
                   WHEN WS-CF-CARATTERE = 'A' OR 'E' OR 'I'
                       OR 'O' OR 'U'
                       ADD 1 TO WS-CF-NUM-VOCALI
                       MOVE WS-CF-CARATTERE
                           TO WS-CF-VOCALI(WS-CF-NUM-VOCALI:1)
                   WHEN OTHER
                       ADD 1 TO WS-CF-NUM-CONSONANTI
                       MOVE WS-CF-CARATTERE
                           TO WS-CF-CONSONANTI(WS-CF-NUM-CONSONANTI:1)
               END-EVALUATE
           END-PERFORM.

      *    TRE LETTERE: CONSONANTI, POI VOCALI, POI X DI RIEMPIMENTO**
           CODICEDACOGNOME.
           MOVE 'XXX' TO WS-CF-TRE-LETTERE
           MOVE ZERO TO WS-CF-POSIZIONE
           PERFORM VARYING WS-CF-INDICE FROM 1 BY 1
               UNTIL WS-CF-INDICE > WS-CF-NUM-CONSONANTI
               OR WS-CF-POSIZIONE = 3
               ADD 1 TO WS-CF-POSIZIONE
               MOVE WS-CF-CONSONANTI(WS-CF-INDICE:1)
                   TO WS-CF-TRE-LETTERE(WS-CF-POSIZIONE:1)
           END-PERFORM
           PERFORM VARYING WS-CF-INDICE FROM 1 BY 1
               UNTIL WS-CF-INDICE > WS-CF-NUM-VOCALI
               OR WS-CF-POSIZIONE = 3
               ADD 1 TO WS-CF-POSIZIONE
               MOVE WS-CF-VOCALI(WS-CF-INDICE:1)
                   TO WS-CF-TRE-LETTERE(WS-CF-POSIZIONE:1)
           END-PERFORM.

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
                   VALUES ('IDENTITA', :DB-CODICE-SQL-ORIGINALE,
                   :DB-ERR-MESSAGGIO)
               END-EXEC
      *    SOLO UN GUASTO DI CONNESSIONE E' IRRECUPERABILE: GLI ALTRI**
      *    ERRORI RESTITUISCONO IL CONTROLLO AL MENU CHIAMANTE*********
               IF DB-CODICE-SQL-ORIGINALE = -01
                   STOP RUN
               END-IF
               EXIT PROGRAM.
