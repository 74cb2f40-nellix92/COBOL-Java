      ******cosi' il record combacia con la linkage del chiamato
           05 L-ESITO-UTENTE          PIC X(1).
           05 FILLER                  PIC X(50).
       01 WS-CHIAVE-SCELTA         PIC 99.
       01 WS-CODICE-CASA-EDITRICE  PIC 9(5).

        01  L-NOTIFICA.

      ******Proposte di acquisto (desiderata) del patron
       01 WS-DESIDERATA-SCELTA     PIC 9.
        01  L-ESTRATTO.
           05 L-USERNAME-ESTRATTO     PIC X(50).
           05 L-DATA-DA-ESTRATTO      PIC X(10).
           05 L-DATA-A-ESTRATTO       PIC X(10).
           05 L-INVIA-ESTRATTO        PIC X(1).
           05 L-ESITO-ESTRATTO        PIC X(1).

      ******Eventi pubblici della biblioteca e iscrizioni del patron
       01 WS-EVENTI-SCELTA         PIC 9.
        01  L-EVENTO.
           05 L-ID-EVENTO             PIC 9(9).
           05 L-ID-PRENSALA-EVENTO    PIC 9(9).
           05 L-TITOLO-EVENTO         PIC X(100).
           05 L-TIPO-EVENTO           PIC X(20).
           05 L-USERNAME-EVENTO       PIC X(50).
           05 L-SEDE-EVENTO           PIC 9(5).
           05 L-ANNO-EVENTO           PIC 9(4).
           05 L-ESITO-EVENTO          PIC X(1).
      ******Volumi di una collana con disponibilita' e arrivi
        01  L-COLLANA.
           05 L-ID-COLLANA            PIC 9(9).
           05 L-NOME-COLLANA          PIC X(100).
           05 L-CODICE-CASA-COLLANA   PIC 9(5).
           05 L-ABBONAMENTO-COLLANA   PIC X(1).
           05 L-ID-FONDO-COLLANA      PIC 9(9).
           05 L-QUANTITA-COLLANA      PIC 9(5).
           05 L-ISBN-COLLANA          PIC X(13).
           05 L-TITOLO-COLLANA        PIC X(100).
           05 L-VOLUME-COLLANA        PIC 9(5).
           05 L-PREZZO-COLLANA        PIC 9(6)V99.
           05 L-ESITO-COLLANA         PIC X(1).
      ******Consensi facoltativi del patron e informativa privacy
        01  L-CONSENSO.
           05 L-USERNAME-CONSENSO     PIC X(50).
           05 L-TIPO-CONSENSO         PIC X(12).
           05 L-STATO-CONSENSO        PIC X(1).
           05 L-CANALE-CONSENSO       PIC X(12).
           05 L-OPERATORE-CONSENSO    PIC X(50).
           05 L-VERSIONE-CONSENSO     PIC X(10).
           05 L-DESCRIZIONE-CONSENSO  PIC X(100).
           05 L-DATA-CONSENSO         PIC X(10).
           05 L-ESITO-CONSENSO        PIC X(1).
        01  WS-CONSENSO-SCELTA        PIC 9 VALUE ZERO.
      ******Note del personale e blocchi manuali sul patron
        01  L-NOTA.
           05 L-USERNAME-NOTA         PIC X(50).
           05 L-CATEGORIA-NOTA        PIC X(20).
           05 L-TESTO-NOTA            PIC X(200).
           05 L-VISIBILITA-NOTA       PIC X(12).
           05 L-MOTIVO-BLOCCO-NOTA    PIC X(20).
           05 L-SCADENZA-NOTA         PIC X(10).
           05 L-ID-NOTA               PIC 9(9).
           05 L-OPERATORE-NOTA        PIC X(50).
           05 L-ESITO-NOTA            PIC X(1).
        01  WS-NOTE-SCELTA            PIC 9 VALUE ZERO.
      ******Sfida di lettura estiva: progressi e voto ai libri letti
        01  L-LETTURA.
           05 L-ID-PROGRAMMA-LETTURA  PIC 9(9).
           05 L-NOME-LETTURA          PIC X(60).
           05 L-INIZIO-LETTURA        PIC X(10).
           05 L-FINE-LETTURA          PIC X(10).
           05 L-SEDE-LETTURA          PIC 9(5).
           05 L-ETA-DA-LETTURA        PIC 9(2).
           05 L-ETA-A-LETTURA         PIC 9(2).
           05 L-LIBRI-LETTURA         PIC 9(3).
           05 L-USERNAME-LETTURA      PIC X(50).
           05 L-SCUOLA-LETTURA        PIC X(60).
           05 L-CLASSE-LETTURA        PIC X(10).
           05 L-ISBN-LETTURA          PIC X(13).
           05 L-VOTO-LETTURA          PIC 9(1).
           05 L-COMMENTO-LETTURA      PIC X(100).
           05 L-OPERATORE-LETTURA     PIC X(50).
           05 L-ESITO-LETTURA         PIC X(1).
        01  WS-LETTURA-SCELTA         PIC 9 VALUE ZERO.
      ******Conteggio dei componenti dei materiali in piu' parti,
      ******confermato al banco prima del prestito o del rientro
        01  L-COMPONENTE.
           05 L-ISBN-COMPONENTE       PIC X(13).
           05 L-INVENTARIO-COMPONENTE PIC 9(9).
           05 L-USERNAME-COMPONENTE   PIC X(50).
           05 L-DESCRIZIONE-COMPONENTE PIC X(60).
           05 L-QUANTITA-COMPONENTE   PIC 9(3).
           05 L-MODO-COMPONENTE       PIC X(1).
           05 L-ATTESI-COMPONENTE     PIC 9(3).
           05 L-CONTATI-COMPONENTE    PIC 9(3).
           05 L-IMPORTO-COMPONENTE    PIC 9(6)V99.
           05 L-OPERATORE-COMPONENTE  PIC X(50).
           05 L-ESITO-COMPONENTE      PIC X(1).
      ******Codice fiscale e documento d'identita' del patron
        01  L-IDENTITA.
           05 L-USERNAME-IDENTITA     PIC X(50).
           05 L-CODICE-FISCALE        PIC X(16).
           05 L-NOME-IDENTITA         PIC X(50).
           05 L-COGNOME-IDENTITA      PIC X(50).
           05 L-NASCITA-IDENTITA      PIC X(10).
           05 L-DOC-TIPO              PIC X(20).
           05 L-DOC-NUMERO            PIC X(20).
           05 L-DOC-SCADENZA          PIC X(10).
           05 L-OPERATORE-IDENTITA    PIC X(50).
           05 L-ESITO-IDENTITA        PIC X(1).
        01  L-DESIDERATA.
           05 L-ID-DESIDERATA         PIC 9(9).
           05 L-USERNAME-DESIDERATA   PIC X(50).
           05 L-MOTIVO-DESIDERATA     PIC X(100).
           05 L-ID-ORDINE-DESIDERATA  PIC 9(9).
           05 L-ESITO-DESIDERATA      PIC X(1).
      ******Registro delle consultazioni dei dati dei patron
        01  L-ACCESSO.
           05 L-PATRON-ACCESSO        PIC X(50).
           05 L-FUNZIONE-ACCESSO      PIC X(30).
           05 L-COGNOME-ACCESSO       PIC X(50).
           05 L-RUOLO-ACCESSO         PIC X(20).
           05 L-TUTORE-ACCESSO        PIC X(50).
           05 L-VISUALIZZATO-ACCESSO  PIC X(50).
           05 L-DATA-DA-ACCESSO       PIC X(10).
           05 L-DATA-A-ACCESSO        PIC X(10).
           05 L-ANNO-ACCESSO          PIC 9(4).
           05 L-MESE-ACCESSO          PIC 9(2).
           05 L-OPERATORE-ACCESSO     PIC X(50).
           05 L-ESITO-ACCESSO         PIC X(1).

       01 WS-OGGI-YYYYMMDD         PIC 9(8).
       01 WS-OGGI-REDEF REDEFINES WS-OGGI-YYYYMMDD.
               DISPLAY "13. Conferma indirizzo email"
               DISPLAY "14. Consultazione in sede (registro)"
               DISPLAY "15. Proponi un acquisto (desiderata)"
               DISPLAY "17. Il mio estratto conto"
               DISPLAY "18. Eventi della biblioteca"
               DISPLAY "19. Volumi di una collana"
               DISPLAY "20. I miei consensi (newsletter, foto, "
                   "bollettino)"
               DISPLAY "21. Note e blocchi di un patron (personale)"
               DISPLAY "22. Sfida di lettura estiva"
               DISPLAY "16. Esci"
               DISPLAY "Inserisci la tua scelta (1-22): "
               
      ******Accetta l'input dell'utente, misurando quanto e' rimasto
      ******il menu a video in attesa di una scelta
                   WHEN 15
      ******Proposta di acquisto del patron e relativo storico
                       PERFORM PROPONI-ACQUISTO
                   WHEN 17
      ******Estratto conto del patron: multe, pagamenti, cauzioni
      ******e prestiti in corso dall'inizio del mese
                       PERFORM MIO-ESTRATTO-CONTO
                   WHEN 18
      ******Calendario degli eventi pubblici, iscrizione con lista
      ******d'attesa e disdetta
                       PERFORM EVENTI-BIBLIOTECA
                   WHEN 19
      ******Volumi di una collana: quali sono a scaffale e quali
      ******sono gia' ordinati e in arrivo
                       PERFORM VOLUMI-COLLANA
                   WHEN 20
      ******Consensi facoltativi: il patron li vede e li da' o li
      ******revoca da se', ogni cambio resta nel registro
                       PERFORM MIEI-CONSENSI
                   WHEN 21
      ******Note del personale sul patron e blocchi manuali: il
      ******patron non ci accede, la rimozione spetta ai responsabili
                       PERFORM NOTE-BLOCCHI-PATRON
                   WHEN 22
      ******Sfida di lettura estiva: libri letti rispetto all'obiettivo
      ******e un voto a ogni libro restituito durante la sfida
                       PERFORM SFIDA-LETTURA
                   WHEN 16
      ******Imposta il flag per uscire dal programma
                       MOVE 'Y' TO WS-EXIT-PROGRAM
           DISPLAY "7. Periodici (testate e fascicoli in sala)"
           DISPLAY "8. Novita' (ultimi arrivi)"
           DISPLAY "9. Tipo di materiale (DVD, audiolibri...)"
           DISPLAY "10. Scaffale virtuale (sfoglia per collocazione)"
           DISPLAY "Inserisci la tua scelta (1-10): "
           ACCEPT WS-CHIAVE-SCELTA

           EVALUATE WS-CHIAVE-SCELTA
                   "GIOCO): "
                   ACCEPT L-TIPO-MATERIALE
                   CALL 'LIBRO' USING BY CONTENT 'sm', L-LIBRO
               WHEN 10
                   PERFORM SCAFFALE-VIRTUALE

               WHEN OTHER
                   DISPLAY "Scelta non valida. Riprova."
      ******Qui va il codice per la ricerca dei libri per chiave
           
       
      ******Scaffale virtuale: si parte da una collocazione o, se
      ******lasciata vuota, dalla collocazione del titolo indicato
       SCAFFALE-VIRTUALE.
           MOVE SPACE TO L-COLLOCAZIONE
           MOVE SPACE TO L-IBCN
           MOVE ZERO TO L-CODICE-SEDE
           DISPLAY "Collocazione di partenza (es. 945 o 945.12-ROS), "
           "vuota per partire da un titolo: "
           ACCEPT L-COLLOCAZIONE
           IF L-COLLOCAZIONE = SPACE
               DISPLAY "ISBN del titolo: "
               ACCEPT L-IBCN
           END-IF
           DISPLAY "Codice sede (0 = sede del titolo o tutte): "
           ACCEPT L-CODICE-SEDE
           CALL 'LIBRO' USING BY CONTENT 'sv', L-LIBRO.

      ******Procedura per prenotare un libro
       PRENOTARE-LIBRO.
           DISPLAY "Esecuzione della prenotazione del libro.".
               WHEN 3
                   CALL 'PRENOTAZIONE' USING 'l', WS-LIBRO
               WHEN OTHER
                   MOVE 'R' TO L-MODO-COMPONENTE
                   PERFORM CONTEGGIO-COMPONENTI
                   CALL 'PRENOTAZIONE' USING 'c', WS-LIBRO
           END-EVALUATE.

               WHEN OTHER
                   DISPLAY "Username patron: " WITH NO ADVANCING
                   ACCEPT WS-BANCO-USERNAME
                   PERFORM AVVISI-PATRON-BANCO
                   MOVE WS-BANCO-INPUT TO WS-ID-LIBRO
                   MOVE WS-BANCO-USERNAME TO WS-USERNAME
                   MOVE SPACE TO WS-DATALIBRO
                   PERFORM VALIDADATAPRENOTAZIONE
                   EVALUATE TRUE
                       WHEN WS-BANCO-MODO = 'P' AND L-ESITO-NOTA = 'S'
                           DISPLAY "PRESTITO NON ESEGUITO: PATRON CON "
                           "BLOCCO MANUALE ATTIVO."
                       WHEN WS-BANCO-MODO = 'P'
                           MOVE ZERO TO WS-SEDE-RITIRO
                           MOVE 'P' TO L-MODO-COMPONENTE
                           PERFORM CONTEGGIO-COMPONENTI
                           CALL 'PRENOTAZIONE' USING 'i', WS-LIBRO
                       WHEN OTHER
                           MOVE WS-DATALIBRO TO WS-DATARESTITUZIONE
                           MOVE 'R' TO L-MODO-COMPONENTE
                           PERFORM CONTEGGIO-COMPONENTI
                           CALL 'PRENOTAZIONE' USING 'c', WS-LIBRO
                   END-EVALUATE
           END-EVALUATE.

      ******Per i materiali in piu' parti (corsi con CD, giochi,
      ******cofanetti) il banco conta i pezzi prima del movimento;
      ******PRENOTAZIONE ritira il conteggio e trattiene la copia
      ******resa incompleta. Per i titoli in un pezzo non chiede nulla
       CONTEGGIO-COMPONENTI.
           MOVE WS-ID-LIBRO TO L-ISBN-COMPONENTE
           MOVE ZERO TO L-INVENTARIO-COMPONENTE
           MOVE WS-USERNAME TO L-USERNAME-COMPONENTE
           MOVE LS-USERNAME TO L-OPERATORE-COMPONENTE
           CALL 'COMPONENTE' USING 'k', L-COMPONENTE.

      ******Alla scansione del patron il banco vede subito il blocco
      ******manuale e le note attive; la restituzione resta sempre
      ******possibile. Un patron al banco non legge le note altrui
       AVVISI-PATRON-BANCO.
           MOVE SPACE TO L-ACCESSO
           MOVE ZERO TO L-ANNO-ACCESSO
           MOVE ZERO TO L-MESE-ACCESSO
           MOVE WS-BANCO-USERNAME TO L-PATRON-ACCESSO
           MOVE 'SCANSIONE BANCO' TO L-FUNZIONE-ACCESSO
           MOVE LS-USERNAME TO L-OPERATORE-ACCESSO
           CALL 'ACCESSIDATI' USING 'r', L-ACCESSO
           MOVE SPACE TO L-NOTA
           MOVE ZERO TO L-ID-NOTA
           MOVE WS-BANCO-USERNAME TO L-USERNAME-NOTA
           MOVE LS-USERNAME TO L-OPERATORE-NOTA
           IF WS-RUOLO-SESSIONE = 'PATRON'
               CALL 'NOTEUTENTE' USING 'v', L-NOTA
           ELSE
               CALL 'NOTEUTENTE' USING 'a', L-NOTA
           END-IF.

      ******Note e blocchi di un patron dal menu del personale
       NOTE-BLOCCHI-PATRON.
           IF WS-RUOLO-SESSIONE = 'PATRON'
               DISPLAY "Funzione riservata al personale."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO L-NOTA
           MOVE ZERO TO L-ID-NOTA
           MOVE LS-USERNAME TO L-OPERATORE-NOTA
           DISPLAY "Username del patron: "
           ACCEPT L-USERNAME-NOTA
           DISPLAY "1. Scheda note e blocchi"
           DISPLAY "2. Aggiungi una nota"
           DISPLAY "3. Archivia una nota"
           DISPLAY "4. Inserisci un blocco manuale"
           DISPLAY "5. Codice fiscale e documento"
           ACCEPT WS-NOTE-SCELTA
           EVALUATE WS-NOTE-SCELTA
               WHEN 1
                   CALL 'NOTEUTENTE' USING 'l', L-NOTA
               WHEN 2
                   DISPLAY "Categoria (INDIRIZZO/DANNI/COMPORTAMENTO/"
                       "AMMINISTRATIVA/ALTRO): "
                   ACCEPT L-CATEGORIA-NOTA
                   DISPLAY "Visibilita' (BANCO/RISERVATA, vuoto = "
                       "BANCO): "
                   ACCEPT L-VISIBILITA-NOTA
                   DISPLAY "Testo della nota: "
                   ACCEPT L-TESTO-NOTA
                   CALL 'NOTEUTENTE' USING 'n', L-NOTA
               WHEN 3
                   DISPLAY "Id della nota: "
                   ACCEPT L-ID-NOTA
                   CALL 'NOTEUTENTE' USING 'x', L-NOTA
               WHEN 4
                   CALL 'NOTEUTENTE' USING 'm', L-NOTA
                   DISPLAY "Codice motivo: "
                   ACCEPT L-MOTIVO-BLOCCO-NOTA
                   DISPLAY "Scadenza (GG-MM-AAAA, vuoto = fino a "
                       "rimozione): "
                   ACCEPT L-SCADENZA-NOTA
                   DISPLAY "Nota sul blocco: "
                   ACCEPT L-TESTO-NOTA
                   CALL 'NOTEUTENTE' USING 'b', L-NOTA
               WHEN 5
                   PERFORM COMPLETA-IDENTITA-PATRON
               WHEN OTHER
                   DISPLAY "Scelta non valida."
           END-EVALUATE.

      ******Il patron al banco completa codice fiscale e documento:
      ******si registra solo quello che manca o e' scaduto
       COMPLETA-IDENTITA-PATRON.
           MOVE SPACE TO L-IDENTITA
           MOVE L-USERNAME-NOTA TO L-USERNAME-IDENTITA
           MOVE LS-USERNAME TO L-OPERATORE-IDENTITA
           CALL 'IDENTITA' USING 'm', L-IDENTITA
           IF L-ESITO-IDENTITA = 'S'
               EXIT PARAGRAPH
           END-IF
           IF L-CODICE-FISCALE = SPACE
               DISPLAY "Codice fiscale (vuoto per saltare): "
               ACCEPT L-CODICE-FISCALE
               IF L-CODICE-FISCALE NOT = SPACE
                   CALL 'IDENTITA' USING 'f', L-IDENTITA
               END-IF
           END-IF
           DISPLAY "Tipo documento (CI/PATENTE/PASSAPORTO/PERMESSO, "
               "vuoto per saltare): "
           ACCEPT L-DOC-TIPO
           IF L-DOC-TIPO NOT = SPACE
               DISPLAY "Numero del documento: "
               ACCEPT L-DOC-NUMERO
               DISPLAY "Scadenza (GG-MM-AAAA): "
               ACCEPT L-DOC-SCADENZA
               CALL 'IDENTITA' USING 'o', L-IDENTITA
           END-IF.

      ******Proposta di acquisto: il patron suggerisce un titolo che
      ******non troviamo a catalogo, oppure rivede le sue proposte
       PROPONI-ACQUISTO.
                   DISPLAY "Scelta non valida."
           END-EVALUATE.

      ******Estratto conto del patron loggato: il foglio va sulla
      ******stampa del banco e, se richiesto, arriva come notifica
       MIO-ESTRATTO-CONTO.
           MOVE SPACE TO L-ESTRATTO
           MOVE LS-USERNAME TO L-USERNAME-ESTRATTO
           DISPLAY "Dal (GG-MM-AAAA, vuoto = inizio mese): "
           ACCEPT L-DATA-DA-ESTRATTO
           DISPLAY "Al (GG-MM-AAAA, vuoto = oggi): "
           ACCEPT L-DATA-A-ESTRATTO
           DISPLAY "Vuoi riceverlo anche come notifica? (S/N)"
           ACCEPT L-INVIA-ESTRATTO
           IF L-INVIA-ESTRATTO = 's'
               MOVE 'S' TO L-INVIA-ESTRATTO
           END-IF
           CALL 'ESTRATTOCONTO' USING 'u', L-ESTRATTO.

      ******Eventi pubblici: il patron si iscrive fino alla capienza
      ******della sala, poi entra in lista d'attesa
       EVENTI-BIBLIOTECA.
           DISPLAY "1. Calendario degli eventi"
           DISPLAY "2. Iscriviti a un evento"
           DISPLAY "3. Disdici un'iscrizione"
           DISPLAY "4. Le mie iscrizioni"
           ACCEPT WS-EVENTI-SCELTA
           MOVE SPACE TO L-EVENTO
           MOVE ZERO TO L-ID-EVENTO
           MOVE ZERO TO L-ID-PRENSALA-EVENTO
           MOVE ZERO TO L-SEDE-EVENTO
           MOVE ZERO TO L-ANNO-EVENTO
           MOVE LS-USERNAME TO L-USERNAME-EVENTO
           EVALUATE WS-EVENTI-SCELTA
               WHEN 1
                   DISPLAY "Codice sede (vuoto = tutte): "
                   ACCEPT L-SEDE-EVENTO
                   CALL 'EVENTO' USING 'l', L-EVENTO
               WHEN 2
                   DISPLAY "Codice evento: "
                   ACCEPT L-ID-EVENTO
                   CALL 'EVENTO' USING 'i', L-EVENTO
               WHEN 3
                   DISPLAY "Codice evento: "
                   ACCEPT L-ID-EVENTO
                   CALL 'EVENTO' USING 'x', L-EVENTO
               WHEN 4
                   CALL 'EVENTO' USING 'm', L-EVENTO
               WHEN OTHER
                   DISPLAY "Scelta non valida."
           END-EVALUATE.

      ******Sfida di lettura estiva: il patron iscritto vede i libri
      ******letti dall'inizio della sfida e da' un voto da 1 a 5
       SFIDA-LETTURA.
           DISPLAY "1. I miei progressi"
           DISPLAY "2. Dai un voto a un libro letto"
           ACCEPT WS-LETTURA-SCELTA
           MOVE SPACE TO L-LETTURA
           MOVE ZERO TO L-ID-PROGRAMMA-LETTURA
           MOVE ZERO TO L-SEDE-LETTURA
           MOVE ZERO TO L-ETA-DA-LETTURA
           MOVE ZERO TO L-ETA-A-LETTURA
           MOVE ZERO TO L-LIBRI-LETTURA
           MOVE ZERO TO L-VOTO-LETTURA
           MOVE LS-USERNAME TO L-USERNAME-LETTURA
           MOVE LS-USERNAME TO L-OPERATORE-LETTURA
           EVALUATE WS-LETTURA-SCELTA
               WHEN 1
                   CALL 'LETTURA' USING 'm', L-LETTURA
               WHEN 2
                   DISPLAY "ISBN del libro: "
                   ACCEPT L-ISBN-LETTURA
                   DISPLAY "Voto da 1 a 5: "
                   ACCEPT L-VOTO-LETTURA
                   DISPLAY "Un commento breve (facoltativo): "
                   ACCEPT L-COMMENTO-LETTURA
                   CALL 'LETTURA' USING 'v', L-LETTURA
               WHEN OTHER
                   DISPLAY "Scelta non valida."
           END-EVALUATE.

      ******Volumi di una collana cercata per parte del nome, in
      ******ordine di numero, con le copie disponibili o in arrivo
       VOLUMI-COLLANA.
           MOVE SPACE TO L-COLLANA
           MOVE ZERO TO L-ID-COLLANA
           MOVE ZERO TO L-CODICE-CASA-COLLANA
           MOVE ZERO TO L-ID-FONDO-COLLANA
           MOVE ZERO TO L-QUANTITA-COLLANA
           MOVE ZERO TO L-VOLUME-COLLANA
           MOVE ZERO TO L-PREZZO-COLLANA
           DISPLAY "Nome della collana (anche in parte): "
           ACCEPT L-NOME-COLLANA
           CALL 'COLLANA' USING 'l', L-COLLANA.

      ******Stato dei consensi del patron loggato e, a scelta, il
      ******cambio di uno dei tre facoltativi (canale PROFILO)
       MIEI-CONSENSI.
           MOVE SPACE TO L-CONSENSO
           MOVE LS-USERNAME TO L-USERNAME-CONSENSO
           CALL 'CONSENSO' USING 'm', L-CONSENSO
           DISPLAY "Cambiare un consenso? 1=Newsletter 2=Foto agli "
               "eventi 3=Bollettino personale 0=No"
           ACCEPT WS-CONSENSO-SCELTA
           EVALUATE WS-CONSENSO-SCELTA
               WHEN 1
                   MOVE 'NEWSLETTER' TO L-TIPO-CONSENSO
               WHEN 2
                   MOVE 'FOTO' TO L-TIPO-CONSENSO
               WHEN 3
                   MOVE 'PROFILAZIONE' TO L-TIPO-CONSENSO
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "S = do il consenso, N = lo revoco: "
           ACCEPT L-STATO-CONSENSO
           MOVE 'PROFILO' TO L-CANALE-CONSENSO
           MOVE LS-USERNAME TO L-OPERATORE-CONSENSO
           CALL 'CONSENSO' USING 'a', L-CONSENSO.

      ******Procedura per visualizzare lo storico prestiti del patron
       VISUALIZZA-MIO-STORICO.
           DISPLAY "Il tuo storico prestiti: ".
