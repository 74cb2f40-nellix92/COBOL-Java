           01 VALUESTABLE PIC  9(5) VALUE ZERO.
           01 WS-FINE-MIGRAZIONE PIC X(1) VALUE 'N'.
           01 WS-CONTEGGIO-MIGRATI PIC 9(5) VALUE ZERO.
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
               DISPLAY "CODICE AUTORE SCONOSCIUTO"
           ELSE
               MOVE 'S' TO LS-ESITO
               MOVE ID-AUTORE TO WS-PCH-ID-AUTORE
               CALL 'PAROLECHIAVE' USING 'a', WS-PAROLE-CHIAVE
               DISPLAY "VOCE AGGIORNATA"
           END-IF.
           EXIT PROGRAM.
               "FONDERE"
           ELSE
               MOVE 'S' TO LS-ESITO
               MOVE ID-AUTORE TO WS-PCH-ID-AUTORE
               CALL 'PAROLECHIAVE' USING 'a', WS-PAROLE-CHIAVE
               DISPLAY "VOCI FUSE: IL DOPPIONE E' STATO ELIMINATO"
           END-IF.
           EXIT PROGRAM.
                    AND ID_AUTORE = :ID-AUTORE)
           END-EXEC.
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE DB-ISBN TO WS-PCH-ISBN
           CALL 'PAROLECHIAVE' USING 'i', WS-PAROLE-CHIAVE
           DISPLAY "COLLEGAMENTO REGISTRATO"
           EXIT PROGRAM.

                   VALUES (TRIM(:DB-ISBN), :ID-AUTORE)
               END-EXEC
               IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME
               END-IF
               MOVE DB-ISBN TO WS-PCH-ISBN
               CALL 'PAROLECHIAVE' USING 'i', WS-PAROLE-CHIAVE
               ADD 1 TO WS-CONTEGGIO-MIGRATI
           END-IF.

