               05 WS-MANIFESTO-VOCE OCCURS 9.
                   10 WS-MAN-TABELLA PIC X(20).
                   10 WS-MAN-CONTEGGIO PIC 9(9).
      *    ALLINEAMENTO DELL'INDICE PER PAROLE DEL CATALOGO**********
           01 WS-PAROLE-CHIAVE.
               05 WS-PCH-ISBN          PIC X(13).
               05 WS-PCH-ID-AUTORE     PIC 9(9).
               05 WS-PCH-GENERE        PIC X(50).
               05 WS-PCH-TESTO         PIC X(100).
               05 WS-PCH-PAROLE        PIC X(200).
               05 WS-PCH-NUMERO-PAROLE PIC 9(2).
               05 WS-PCH-OPERATORE     PIC X(50).
               05 WS-PCH-ESITO         PIC X(1).

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
           PERFORM CARICAAUDIT
           PERFORM CARICANOTIFICHE
           PERFORM CARICAERRORI
      *    L'INDICE PER PAROLE NON E' NEL SALVATAGGIO: SI RICOSTRUISCE*
      *    DAI TITOLI APPENA RICARICATI*********************************
           CALL 'PAROLECHIAVE' USING 'r', WS-PAROLE-CHIAVE
           DISPLAY "RICARICA COMPLETATA"
           EXIT PROGRAM.

