           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.

      *****************************************************************
      **L'EVENTO PUBBLICO APPOGGIATO ALLA PRENOTAZIONE SEGUE LA SUA****
      **SORTE: SE LA SALA SALTA, L'EVENTO VIENE ANNULLATO E GLI********
      **ISCRITTI AVVISATI*********************************************
           01 WS-EVENTO.
               05 WS-EVT-ID-EVENTO   PIC 9(9).
               05 WS-EVT-ID-PRENSALA PIC 9(9).
               05 WS-EVT-TITOLO      PIC X(100).
               05 WS-EVT-TIPO        PIC X(20).
               05 WS-EVT-USERNAME    PIC X(50).
               05 WS-EVT-CODICE-SEDE PIC 9(5).
               05 WS-EVT-ANNO        PIC 9(4).
               05 WS-EVT-ESITO       PIC X(1).

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
      *****************************************************************
           ELSE
               MOVE 'S' TO LS-ESITO
               DISPLAY "PRENOTAZIONE DI SALA ANNULLATA"
               MOVE SPACE TO WS-EVENTO
               MOVE ZERO TO WS-EVT-ID-EVENTO
               MOVE ID-PRENSALA TO WS-EVT-ID-PRENSALA
               CALL 'EVENTO' USING 'a', WS-EVENTO
           END-IF.
           EXIT PROGRAM.

