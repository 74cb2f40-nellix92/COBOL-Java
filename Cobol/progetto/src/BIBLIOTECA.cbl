                 05 WS-NUOVA-PSWD PIC X(50) VALUE SPACE.
                 05 WS-CATEGORIA PIC X(10) VALUE SPACE.
                 05 WS-DATA-NASCITA PIC X(10) VALUE SPACE.
                 05 WS-CODICE-FISCALE PIC X(16) VALUE SPACE.
                 05 WS-DOC-TIPO PIC X(20) VALUE SPACE.
                 05 WS-DOC-NUMERO PIC X(20) VALUE SPACE.
                 05 WS-DOC-SCADENZA PIC X(10) VALUE SPACE.
           01 WS-LOGGED PIC X(1).
           01 WS-CATEGORIA-SCELTA PIC 9 VALUE ZERO.
           01 OPTION PIC S9 VALUE ZERO.
           01 USER-ROLE PIC X(30).
           01 WS-RECUPERO-SCELTA PIC 9 VALUE ZERO.

      ******************************************************************
      *********INFORMATIVA PRIVACY E CONSENSI FACOLTATIVI***************
      ******************************************************************
      **ALLA REGISTRAZIONE L'INFORMATIVA IN VIGORE VA ACCETTATA E SI***
      **CHIEDONO NEWSLETTER, FOTO AGLI EVENTI E PROFILAZIONE; A OGNI***
      **NUOVA VERSIONE L'INFORMATIVA SI RIPROPONE AL PRIMO ACCESSO*****
           01 WS-CONSENSO.
               05 WS-CNS-USERNAME        PIC X(50).
               05 WS-CNS-TIPO            PIC X(12).
               05 WS-CNS-STATO           PIC X(1).
               05 WS-CNS-CANALE          PIC X(12).
               05 WS-CNS-OPERATORE       PIC X(50).
               05 WS-CNS-VERSIONE        PIC X(10).
               05 WS-CNS-DESCRIZIONE     PIC X(100).
               05 WS-CNS-DATA            PIC X(10).
               05 WS-CNS-ESITO           PIC X(1).
           01 WS-CNS-INFORMATIVA PIC X(1) VALUE SPACE.
           01 WS-CNS-NEWSLETTER PIC X(1) VALUE SPACE.
           01 WS-CNS-FOTO PIC X(1) VALUE SPACE.
           01 WS-CNS-PROFILAZIONE PIC X(1) VALUE SPACE.

      ******************************************************************
      *********POSTAZIONE DI BANCO E SEDE DI LAVORO*********************
      ******************************************************************
      **IL TERMINALE SI RICONOSCE DALLA VARIABILE D'AMBIENTE***********
      **POSTAZIONE; SE MANCA IL PERSONALE LA INDICA A MANO. LA*********
      **SESSIONE SI APRE A OGNI LOGIN E SI CHIUDE ALL'USCITA DAL MENU**
           01 WS-POSTAZIONE.
               05 WS-PTZ-CODICE          PIC X(20).
               05 WS-PTZ-CODICE-SEDE     PIC 9(5).
               05 WS-PTZ-DESCRIZIONE     PIC X(100).
               05 WS-PTZ-ATTIVA          PIC X(1).
               05 WS-PTZ-USERNAME        PIC X(50).
               05 WS-PTZ-RUOLO           PIC X(30).
               05 WS-PTZ-DATA-DA         PIC X(10).
               05 WS-PTZ-DATA-A          PIC X(10).
               05 WS-PTZ-ESITO           PIC X(1).

      ******************************************************************
      *********SECONDO FATTORE DI ACCESSO DEL PERSONALE*****************
      ******************************************************************
      **DOPO LA PASSWORD I RUOLI CHE LO RICHIEDONO RICEVONO UN CODICE**
      **PER EMAIL O SMS; I CODICI SBAGLIATI CONTANO NEL BLOCCO*********
      **DELL'ACCOUNT COME LE PASSWORD SBAGLIATE************************
           01 WS-SECONDO-FATTORE.
               05 WS-SF-USERNAME         PIC X(50).
               05 WS-SF-RUOLO            PIC X(30).
               05 WS-SF-POSTAZIONE       PIC X(20).
               05 WS-SF-CODICE           PIC X(10).
               05 WS-SF-CANALE           PIC X(10).
               05 WS-SF-MINUTI           PIC 9(3).
               05 WS-SF-GIORNI           PIC 9(3).
               05 WS-SF-OPERATORE        PIC X(50).
               05 WS-SF-ESITO            PIC X(1).
           01 WS-SF-ESITO-LOGIN PIC X(1) VALUE SPACE.
           01 WS-SF-FINE PIC X(1) VALUE SPACE.
           01 WS-SF-RISPOSTA PIC X(1) VALUE SPACE.

           01 WS-OPTIONS.
               05 FILLER PIC X(20) VALUE "1 - Login".
               05 FILLER PIC X(20) VALUE "2 - Registrazione".
               05 WS-KIO-RINNOVI          PIC 9(5).
               05 WS-KIO-SEDE-RITIRO      PIC 9(5).
               05 WS-KIO-QUANTITA         PIC 9(5).
      *    BLOCCO MANUALE DEL PERSONALE: TRACCIATO DI NOTEUTENTE******
           01 WS-KIOSK-NOTA.
               05 WS-KNO-USERNAME         PIC X(50).
               05 WS-KNO-CATEGORIA        PIC X(20).
               05 WS-KNO-TESTO            PIC X(200).
               05 WS-KNO-VISIBILITA       PIC X(12).
               05 WS-KNO-MOTIVO           PIC X(20).
               05 WS-KNO-SCADENZA         PIC X(10).
               05 WS-KNO-ID               PIC 9(9).
               05 WS-KNO-OPERATORE        PIC X(50).
               05 WS-KNO-ESITO            PIC X(1).
      ******************************************************************
      *********AMBIENTE DI ADDESTRAMENTO********************************
      ******************************************************************
               05 WS-KES-ESITO             PIC X(1).
      *    CODA DEL TRACCIATO DI ESEMPLARE (CAMPI DI RIPARAZIONE)*****
               05 FILLER                   PIC X(120).
      *    CONTEGGIO DEI PEZZI DEI MATERIALI IN PIU' PARTI: TRACCIATO**
      *    DI COMPONENTE************************************************
           01 WS-KIOSK-COMPONENTE.
               05 WS-KCM-ISBN              PIC X(13).
               05 WS-KCM-NUMERO-INVENTARIO PIC 9(9).
               05 WS-KCM-USERNAME          PIC X(50).
               05 WS-KCM-DESCRIZIONE       PIC X(60).
               05 WS-KCM-QUANTITA          PIC 9(3).
               05 WS-KCM-MODO              PIC X(1).
               05 WS-KCM-ATTESI            PIC 9(3).
               05 WS-KCM-CONTATI           PIC 9(3).
               05 WS-KCM-IMPORTO           PIC 9(6)V99.
               05 WS-KCM-OPERATORE         PIC X(50).
               05 WS-KCM-ESITO             PIC X(1).

      ******************************************************************
      *********CONSULTAZIONE DEL CATALOGO SENZA AUTENTICAZIONE**********
           01 WS-EMAIL-POS-CHIOCCIOLA PIC 9(2) VALUE ZERO.
           01 WS-EMAIL-INDICE PIC 9(2) VALUE ZERO.
           01 WS-EMAIL-PUNTO-DOPO PIC X(1) VALUE 'N'.

      ******************************************************************
      *********CODICE FISCALE E DOCUMENTO ALLA REGISTRAZIONE************
      ******************************************************************
      **IL CODICE SI CONTROLLA SUBITO CONTRO NOME, COGNOME E DATA DI***
      **NASCITA APPENA INSERITI; CHI NON LO HA (STRANIERI) LASCIA IL***
      **CAMPO VUOTO E LO COMPLETA AL BANCO. TRACCIATO DI IDENTITA******
           01 WS-IDENTITA.
               05 WS-IDE-USERNAME         PIC X(50).
               05 WS-IDE-CODICE-FISCALE   PIC X(16).
               05 WS-IDE-NOME             PIC X(50).
               05 WS-IDE-COGNOME          PIC X(50).
               05 WS-IDE-DATA-NASCITA     PIC X(10).
               05 WS-IDE-DOC-TIPO         PIC X(20).
               05 WS-IDE-DOC-NUMERO       PIC X(20).
               05 WS-IDE-DOC-SCADENZA     PIC X(10).
               05 WS-IDE-OPERATORE        PIC X(50).
               05 WS-IDE-ESITO            PIC X(1).
           01 WS-DOC-SCELTA PIC 9 VALUE ZERO.
           01 WS-DEG-ISBN PIC X(13) VALUE SPACE.
           01 WS-DEG-USERNAME PIC X(50) VALUE SPACE.
           01 WS-DEG-OGGI PIC 9(8) VALUE ZERO.
               ACCEPT WS-PSWD.
      *******************OPERAZIONE DI LOGIN IN DBUTIL******************
               CALL 'DBUTIL' USING 'l',WS-RECORDLOGIN, WS-LOGGED
      *******************SECONDO FATTORE PER I RUOLI CHE LO VOGLIONO****
               IF WS-LOGGED = 'y' OR WS-LOGGED = 'w' OR WS-LOGGED = 'm'
                   PERFORM VERIFICA-SECONDO-FATTORE
               END-IF
               EVALUATE WS-LOGGED
                WHEN 'y'
                   PERFORM APRI-MENU-RUOLO
               END-EVALUATE.


      ******************************************************************
      *************SECONDO FATTORE DOPO LA PASSWORD*********************
      ******************************************************************
      **SE IL RUOLO NON LO RICHIEDE O LA POSTAZIONE E' FIDATA L'ACCESSO*
      **SI COMPLETA SUBITO; ALTRIMENTI SI MANDA IL CODICE E SI CHIEDE**
      **FINCHE' E' GIUSTO, SCADE O SI ESAURISCE. IN CASO DI FALLIMENTO*
      **WS-LOGGED DIVENTA 'x' (O 'b' SE L'ACCOUNT SI E' BLOCCATO).******
      **SOLO LA POSTAZIONE RILEVATA DAL TERMINALE PUO' DIVENTARE*******
      **FIDATA: UN CODICE DIGITATO A MANO NON DIMOSTRA NULLA************
           VERIFICA-SECONDO-FATTORE.
           CALL 'RUOLOTABLEUTIL' USING WS-USERNAME,USER-ROLE,
           'g', SPACES
           MOVE SPACE TO WS-SECONDO-FATTORE
           MOVE ZERO TO WS-SF-MINUTI
           MOVE ZERO TO WS-SF-GIORNI
           MOVE WS-USERNAME TO WS-SF-USERNAME
           MOVE WS-USERNAME TO WS-SF-OPERATORE
           MOVE USER-ROLE TO WS-SF-RUOLO
           ACCEPT WS-SF-POSTAZIONE FROM ENVIRONMENT 'POSTAZIONE'
           CALL 'SECONDOFATTORE' USING 'v', WS-SECONDO-FATTORE
           IF WS-SF-ESITO NOT = 'S'
               IF WS-SF-ESITO = 'F'
                   DISPLAY "POSTAZIONE FIDATA: CODICE DI ACCESSO NON "
                   "RICHIESTO."
               END-IF
               CALL 'DBUTIL' USING 'z', WS-RECORDLOGIN,
               WS-SF-ESITO-LOGIN
               EXIT PARAGRAPH
           END-IF
           CALL 'SECONDOFATTORE' USING 'g', WS-SECONDO-FATTORE
           IF WS-SF-ESITO NOT = 'S'
               DISPLAY "IMPOSSIBILE INVIARE IL CODICE DI ACCESSO: "
               "NESSUN RECAPITO. CONTATTA UN AMMINISTRATORE."
               MOVE 'x' TO WS-LOGGED
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CODICE DI ACCESSO INVIATO VIA " WS-SF-CANALE
           " (VALIDO " WS-SF-MINUTI " MINUTI)."
           MOVE 'N' TO WS-SF-FINE
           PERFORM CHIEDI-CODICE-ACCESSO UNTIL WS-SF-FINE = 'S'
           IF WS-SF-ESITO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           CALL 'DBUTIL' USING 'z', WS-RECORDLOGIN, WS-SF-ESITO-LOGIN
           IF WS-SF-POSTAZIONE = SPACE OR WS-SF-GIORNI = ZERO
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Rendere fidata la postazione " WS-SF-POSTAZIONE
           " per " WS-SF-GIORNI " giorni (S/N)? " WITH NO ADVANCING
           ACCEPT WS-SF-RISPOSTA
           IF WS-SF-RISPOSTA = 'S' OR WS-SF-RISPOSTA = 's'
               CALL 'SECONDOFATTORE' USING 'f', WS-SECONDO-FATTORE
               IF WS-SF-ESITO = 'S'
                   DISPLAY "POSTAZIONE FIDATA PER " WS-SF-GIORNI
                   " GIORNI."
               END-IF
           END-IF.

      ******************************************************************
      *************CHIEDE E CONTROLLA IL CODICE DI ACCESSO**************
      ******************************************************************
           CHIEDI-CODICE-ACCESSO.
           DISPLAY 'Codice di accesso: ' WITH NO ADVANCING
           ACCEPT WS-SF-CODICE
           CALL 'SECONDOFATTORE' USING 'c', WS-SECONDO-FATTORE
           EVALUATE WS-SF-ESITO
            WHEN 'S'
               MOVE 'S' TO WS-SF-FINE
            WHEN 'E'
               DISPLAY "CODICE SCADUTO. RIPETI L'ACCESSO PER "
               "RICEVERNE UNO NUOVO."
               MOVE 'x' TO WS-LOGGED
               MOVE 'S' TO WS-SF-FINE
            WHEN OTHER
      *************ERRATO: CONTA NEL BLOCCO DELL'ACCOUNT****************
               CALL 'DBUTIL' USING 'f', WS-RECORDLOGIN,
               WS-SF-ESITO-LOGIN
               IF WS-SF-ESITO-LOGIN = 'b'
                   MOVE 'b' TO WS-LOGGED
                   MOVE 'S' TO WS-SF-FINE
               ELSE
                   IF WS-SF-ESITO = 'X'
                       DISPLAY "TROPPI TENTATIVI: IL CODICE NON E' "
                       "PIU' VALIDO."
                       MOVE 'x' TO WS-LOGGED
                       MOVE 'S' TO WS-SF-FINE
                   ELSE
                       DISPLAY "CODICE ERRATO."
                   END-IF
               END-IF
           END-EVALUATE.

      ******************************************************************
      *************APRE IL MENU DEL RUOLO DOPO L'ACCESSO****************
      ******************************************************************
           APRI-MENU-RUOLO.
      ****************INFORMATIVA NUOVA: VA ACCETTATA PRIMA DEI MENU****
           PERFORM VERIFICA-INFORMATIVA-ACCESSO
           IF WS-CNS-INFORMATIVA NOT = 'S'
               DISPLAY "SENZA PRESA VISIONE DELL'INFORMATIVA PRIVACY "
               "NON SI PUO' PROSEGUIRE. ACCESSO ANNULLATO."
               EXIT PARAGRAPH
           END-IF
      ****************OTTIENI IL RUOLO DALLA TABELLA RUOLO**************
           CALL 'RUOLOTABLEUTIL' USING WS-USERNAME,USER-ROLE,
           'g', SPACES
      ****************SEDE E POSTAZIONE DA CUI SI LAVORA****************
           PERFORM APRI-SESSIONE-POSTAZIONE
           IF WS-PTZ-ESITO NOT = 'S'
               DISPLAY "ACCESSO ANNULLATO."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ACCESSO COMPLETATO  COME "USER-ROLE
           EVALUATE USER-ROLE
            WHEN 'SUPERAMMINISTRATORE'
               CALL 'OPERATORE' USING WS-USERNAME
            WHEN 'AMMINISTRATORE'
               CALL 'AMMINISTRATORE' USING WS-USERNAME,USER-ROLE
           END-EVALUATE
           CALL 'POSTAZIONE' USING 'c', WS-POSTAZIONE.

      ******************************************************************
      *************APRE LA SESSIONE DI POSTAZIONE***********************
      ******************************************************************
      **IL PERSONALE SENZA VARIABILE D'AMBIENTE INDICA LA POSTAZIONE**
      **(INVIO = NESSUNA: VALE LA SEDE DI CASA); IL PATRON USA SOLO****
      **QUELLA RILEVATA DAL TERMINALE***********************************
           APRI-SESSIONE-POSTAZIONE.
           MOVE SPACE TO WS-POSTAZIONE
           ACCEPT WS-PTZ-CODICE FROM ENVIRONMENT 'POSTAZIONE'
           IF WS-PTZ-CODICE = SPACE AND USER-ROLE NOT = 'PATRON'
               DISPLAY "Codice postazione (invio = nessuna): "
                   WITH NO ADVANCING
               ACCEPT WS-PTZ-CODICE
           END-IF
           MOVE WS-USERNAME TO WS-PTZ-USERNAME
           MOVE USER-ROLE TO WS-PTZ-RUOLO
           CALL 'POSTAZIONE' USING 'l', WS-POSTAZIONE.

      ******************************************************************
      *************INFORMATIVA IN VIGORE NON ANCORA ACCETTATA***********
      ******************************************************************
      **SE E' USCITA UNA VERSIONE NUOVA DOPO L'ULTIMA ACCETTAZIONE*****
      **SI MOSTRA E SI CHIEDE DI NUOVO; IL RIFIUTO RESTA A REGISTRO****
           VERIFICA-INFORMATIVA-ACCESSO.
           MOVE 'S' TO WS-CNS-INFORMATIVA
           MOVE SPACE TO WS-CONSENSO
           MOVE WS-USERNAME TO WS-CNS-USERNAME
           CALL 'CONSENSO' USING 'v', WS-CONSENSO
           IF WS-CNS-ESITO NOT = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "E' IN VIGORE UNA NUOVA INFORMATIVA PRIVACY."
           PERFORM MOSTRA-INFORMATIVA
           MOVE 'INFORMATIVA' TO WS-CNS-TIPO
           MOVE WS-CNS-INFORMATIVA TO WS-CNS-STATO
           MOVE 'TERMINALE' TO WS-CNS-CANALE
           MOVE WS-USERNAME TO WS-CNS-OPERATORE
           CALL 'CONSENSO' USING 'a', WS-CONSENSO.

      ******************************************************************
      *************MOSTRA L'INFORMATIVA E CHIEDE LA PRESA VISIONE*******
      ******************************************************************
           MOSTRA-INFORMATIVA.
           DISPLAY "INFORMATIVA VERSIONE " WS-CNS-VERSIONE " DEL "
               WS-CNS-DATA
           DISPLAY WS-CNS-DESCRIZIONE
           DISPLAY "Dichiari di aver letto e accettato l'informativa? "
               "(S/N)"
           ACCEPT WS-CNS-INFORMATIVA
           IF WS-CNS-INFORMATIVA = 's'
               MOVE 'S' TO WS-CNS-INFORMATIVA
           END-IF
           IF WS-CNS-INFORMATIVA NOT = 'S'
               MOVE 'N' TO WS-CNS-INFORMATIVA
           END-IF.

      ******************************************************************
      *************CAMBIO PASSWORD OBBLIGATORIO AL PRIMO ACCESSO********
               WHEN OTHER
                   MOVE 'ADULTO' TO WS-CATEGORIA
           END-EVALUATE.
           PERFORM CHIEDI-IDENTITA-REGISTRAZIONE.
      *    SENZA PRESA VISIONE DELL'INFORMATIVA NON SI REGISTRA NULLA**
           MOVE SPACE TO WS-CONSENSO
           CALL 'CONSENSO' USING 'v', WS-CONSENSO
           MOVE 'S' TO WS-CNS-INFORMATIVA
           IF WS-CNS-ESITO NOT = SPACE
               PERFORM MOSTRA-INFORMATIVA
           END-IF
           IF WS-CNS-INFORMATIVA NOT = 'S'
               DISPLAY "REGISTRAZIONE ANNULLATA: L'INFORMATIVA "
               "PRIVACY VA ACCETTATA."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHIEDI-CONSENSI-FACOLTATIVI
           CALL 'DBUTIL' USING 'r',WS-RECORDLOGIN, WS-LOGGED
           IF WS-LOGGED = 'y' THEN

               DISPLAY "REGISTRAZIONE COMPLETATA. IN ATTESA DI "
               "APPROVAZIONE DA PARTE DI UN AMMINISTRATORE."
               PERFORM REGISTRA-CONSENSI-REGISTRAZIONE

           ELSE
               IF WS-LOGGED = 'e' THEN
               END-IF
           END-IF.

      ******************************************************************
      ***************CODICE FISCALE E DOCUMENTO DEL NUOVO ISCRITTO******
      ******************************************************************
      **IL CODICE SI RICHIEDE FINCHE' NON RISULTA VALIDO E COERENTE,***
      **OPPURE SI LASCIA VUOTO. IL DOCUMENTO SI MOSTRA POI AL BANCO****
      **QUANDO L'ACCOUNT VIENE APPROVATO*******************************
           CHIEDI-IDENTITA-REGISTRAZIONE.
           MOVE SPACE TO WS-IDENTITA
           MOVE 'N' TO WS-IDE-ESITO
           PERFORM UNTIL WS-IDE-ESITO = 'S'
               DISPLAY 'Codice fiscale (invio se non lo possiedi):'
                   WITH NO ADVANCING
               ACCEPT WS-CODICE-FISCALE
               IF WS-CODICE-FISCALE = SPACE
                   MOVE 'S' TO WS-IDE-ESITO
               ELSE
                   MOVE WS-CODICE-FISCALE TO WS-IDE-CODICE-FISCALE
                   MOVE WS-NOME TO WS-IDE-NOME
                   MOVE WS-COGNOME TO WS-IDE-COGNOME
                   MOVE WS-DATA-NASCITA TO WS-IDE-DATA-NASCITA
                   CALL 'IDENTITA' USING 'c', WS-IDENTITA
                   IF WS-IDE-ESITO = 'S'
                       MOVE WS-IDE-CODICE-FISCALE TO WS-CODICE-FISCALE
                   ELSE
                       DISPLAY 'Controlla il codice e riprova.'
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY 'Documento d''identita'': 1=Carta d''identita'' '
               '2=Patente 3=Passaporto 4=Permesso di soggiorno '
               '0=Lo mostrero'' al banco'.
           ACCEPT WS-DOC-SCELTA.
           EVALUATE WS-DOC-SCELTA
               WHEN 1
                   MOVE 'CI' TO WS-DOC-TIPO
               WHEN 2
                   MOVE 'PATENTE' TO WS-DOC-TIPO
               WHEN 3
                   MOVE 'PASSAPORTO' TO WS-DOC-TIPO
               WHEN 4
                   MOVE 'PERMESSO' TO WS-DOC-TIPO
               WHEN OTHER
                   MOVE SPACE TO WS-DOC-TIPO
           END-EVALUATE.
           MOVE SPACE TO WS-DOC-NUMERO
           MOVE SPACE TO WS-DOC-SCADENZA
           IF WS-DOC-TIPO NOT = SPACE
               DISPLAY 'Numero del documento:' WITH NO ADVANCING
               ACCEPT WS-DOC-NUMERO
               DISPLAY 'Scadenza del documento (GG-MM-AAAA):'
                   WITH NO ADVANCING
               ACCEPT WS-DOC-SCADENZA
           END-IF.

      ******************************************************************
      ***************CONSENSI FACOLTATIVI ALLA REGISTRAZIONE************
      ******************************************************************
      **NESSUNO E' OBBLIGATORIO: UNA RISPOSTA DIVERSA DA S VALE NO*****
           CHIEDI-CONSENSI-FACOLTATIVI.
           DISPLAY 'Vuoi ricevere la newsletter della biblioteca? '
               '(S/N)'
           ACCEPT WS-CNS-NEWSLETTER
           DISPLAY 'Acconsenti a essere fotografato durante gli '
               'eventi? (S/N)'
           ACCEPT WS-CNS-FOTO
           DISPLAY 'Acconsenti all''uso dei tuoi prestiti per il '
               'bollettino personale delle novita''? (S/N)'
           ACCEPT WS-CNS-PROFILAZIONE.

      ******************************************************************
      ***************REGISTRA I CONSENSI DEL NUOVO ISCRITTO*************
      ******************************************************************
           REGISTRA-CONSENSI-REGISTRAZIONE.
           MOVE WS-USERNAME TO WS-CNS-USERNAME
           MOVE 'TERMINALE' TO WS-CNS-CANALE
           MOVE WS-USERNAME TO WS-CNS-OPERATORE
           MOVE 'INFORMATIVA' TO WS-CNS-TIPO
           MOVE WS-CNS-INFORMATIVA TO WS-CNS-STATO
           CALL 'CONSENSO' USING 'a', WS-CONSENSO
           MOVE 'NEWSLETTER' TO WS-CNS-TIPO
           MOVE WS-CNS-NEWSLETTER TO WS-CNS-STATO
           CALL 'CONSENSO' USING 'a', WS-CONSENSO
           MOVE 'FOTO' TO WS-CNS-TIPO
           MOVE WS-CNS-FOTO TO WS-CNS-STATO
           CALL 'CONSENSO' USING 'a', WS-CONSENSO
           MOVE 'PROFILAZIONE' TO WS-CNS-TIPO
           MOVE WS-CNS-PROFILAZIONE TO WS-CNS-STATO
           CALL 'CONSENSO' USING 'a', WS-CONSENSO.

      ******************************************************************
      ***************VALIDA IL FORMATO DELL'INDIRIZZO EMAIL*************
      ******************************************************************
           DISPLAY '6 - Ricerca per genere'.
           DISPLAY '7 - Novita'' (ultimi arrivi)'.
           DISPLAY '8 - Ricerca per tipo di materiale'.
           DISPLAY '9 - Scaffale virtuale (sfoglia per collocazione)'.
           ACCEPT WS-CATALOGO-SCELTA.
           EVALUATE WS-CATALOGO-SCELTA
               WHEN 1
                   DISPLAY 'Tipo (LIBRO/DVD/AUDIOLIBRO/GIOCO):'
                   ACCEPT WS-OSP-TIPO-MATERIALE
                   CALL 'LIBRO' USING BY CONTENT 'sm', WS-LIBRO-OSPITE
               WHEN 9
                   MOVE SPACE TO WS-OSP-COLLOCAZIONE
                   MOVE SPACE TO WS-OSP-ISBN
                   MOVE ZERO TO WS-OSP-CODICE-SEDE
                   DISPLAY 'Collocazione di partenza (es. 945), vuota '
                       'per partire da un titolo:'
                   ACCEPT WS-OSP-COLLOCAZIONE
                   IF WS-OSP-COLLOCAZIONE = SPACE
                       DISPLAY 'Inserisci l''ISBN del titolo:'
                       ACCEPT WS-OSP-ISBN
                   END-IF
                   DISPLAY 'Codice sede (0 = sede del titolo o tutte):'
                   ACCEPT WS-OSP-CODICE-SEDE
                   CALL 'LIBRO' USING BY CONTENT 'sv', WS-LIBRO-OSPITE
               WHEN OTHER
                   DISPLAY 'Scelta non valida.'
           END-EVALUATE.
               "BANCO PRESTITI."
               EXIT PARAGRAPH
           END-IF
      *    UN PATRON CON BLOCCO MANUALE ATTIVO VA GESTITO DAL BANCO:***
      *    IL CHIOSCO NON APRE NEMMENO LA SESSIONE*********************
           MOVE SPACE TO WS-KIOSK-NOTA
           MOVE ZERO TO WS-KNO-ID
           MOVE WS-USERNAME TO WS-KNO-USERNAME
           CALL 'NOTEUTENTE' USING 'v', WS-KIOSK-NOTA
           IF WS-KNO-ESITO = 'S'
               DISPLAY "OPERAZIONI NON DISPONIBILI AL CHIOSCO: "
               "RIVOLGERSI AL BANCO PRESTITI."
               EXIT PARAGRAPH
           END-IF
      *    IL CHIOSCO TIMBRA I MOVIMENTI CON LA PROPRIA POSTAZIONE*****
           MOVE 'PATRON' TO USER-ROLE
           PERFORM APRI-SESSIONE-POSTAZIONE
           MOVE 'P' TO WS-KIOSK-MODO
           MOVE 'N' TO WS-KIOSK-FINE
           DISPLAY "Benvenuto! Scansiona il codice a barre della "
           DISPLAY "'=' cambia tra Prestito e Restituzione, invio a "
           "vuoto esce."
           PERFORM SCANSIONE-SELF-SERVICE UNTIL WS-KIOSK-FINE = 'S'
           CALL 'POSTAZIONE' USING 'c', WS-POSTAZIONE
           DISPLAY "SESSIONE SELF-SERVICE CHIUSA. ARRIVEDERCI!".

      ******************************************************************
           MOVE ZERO TO WS-KIO-POSIZIONE
           MOVE ZERO TO WS-KIO-RINNOVI
           MOVE ZERO TO WS-KIO-SEDE-RITIRO
      *    I MATERIALI IN PIU' PARTI CHIEDONO IL CONTEGGIO DEI PEZZI**
           MOVE SPACE TO WS-KIOSK-COMPONENTE
           MOVE WS-KES-ISBN TO WS-KCM-ISBN
           MOVE WS-KES-NUMERO-INVENTARIO TO WS-KCM-NUMERO-INVENTARIO
           MOVE WS-USERNAME TO WS-KCM-USERNAME
           MOVE 'CHIOSCO' TO WS-KCM-OPERATORE
           MOVE WS-KIOSK-MODO TO WS-KCM-MODO
           CALL 'COMPONENTE' USING 'k', WS-KIOSK-COMPONENTE
           IF WS-KIOSK-MODO = 'P'
               MOVE WS-DEG-DATA TO WS-KIO-DATA
               CALL 'PRENOTAZIONE' USING 'i', WS-KIOSK-PRENOTAZIONE
