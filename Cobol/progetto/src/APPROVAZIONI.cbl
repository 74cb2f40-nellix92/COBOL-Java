               05 WS-CONFIG-VALORE PIC X(100).
               05 WS-CONFIG-VALORE-NUM PIC 9(7)V99.
               05 WS-CONFIG-ESITO PIC X(1).
           01 WS-MODIFICA-GLOBALE.
               05 WS-MGL-ID-LOTTO  PIC 9(9).
               05 FILLER           PIC X(359).
               05 WS-MGL-OPERATORE PIC X(50).
               05 WS-MGL-ESITO     PIC X(1).

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
               AND TIPO-AZIONE NOT = 'CANCELLA_SEDE'
               AND TIPO-AZIONE NOT = 'ANONIMIZZA'
               AND TIPO-AZIONE NOT = 'CONFIG'
               AND TIPO-AZIONE NOT = 'MODIFICA_GLOBALE'
               AND TIPO-AZIONE NOT = 'ANNULLA_MODIFICA'
               DISPLAY "TIPO DI AZIONE SCONOSCIUTO"
               EXIT PROGRAM
           END-IF
                   MOVE CHIAVE TO WS-CONFIG-CHIAVE
                   MOVE VALORE-NUOVO TO WS-CONFIG-VALORE
                   CALL 'CONFIG' USING 'u', WS-PARAMETRO-CONFIG
               WHEN 'MODIFICA_GLOBALE'
                   MOVE SPACE TO WS-MODIFICA-GLOBALE
                   MOVE CHIAVE(1:9) TO WS-MGL-ID-LOTTO
                   MOVE APPROVATO-DA TO WS-MGL-OPERATORE
                   CALL 'MODIFICAGLOBALE' USING 'a', WS-MODIFICA-GLOBALE
               WHEN 'ANNULLA_MODIFICA'
                   MOVE SPACE TO WS-MODIFICA-GLOBALE
                   MOVE CHIAVE(1:9) TO WS-MGL-ID-LOTTO
                   MOVE APPROVATO-DA TO WS-MGL-OPERATORE
                   CALL 'MODIFICAGLOBALE' USING 'u', WS-MODIFICA-GLOBALE
           END-EVALUATE.

      ******************************************************************
               MOVE APPROVATO-DA TO WS-AUDIT-USERNAME
               CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
               DISPLAY "AZIONE RIFIUTATA"
               PERFORM CHIUDIRIFIUTO
           END-IF.
           EXIT PROGRAM.

      *    UN LOTTO DI MODIFICHE GLOBALI RIFIUTATO NON RESTA IN*******
      *    ATTESA: IL SUO STATO SEGUE LA DECISIONE********************
           CHIUDIRIFIUTO.
           EXEC SQL
               SELECT TIPO_AZIONE, CHIAVE INTO :TIPO-AZIONE, :CHIAVE
               FROM AZIONE_PENDENTE WHERE ID = :ID-AZIONE
           END-EXEC
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           IF TIPO-AZIONE = 'MODIFICA_GLOBALE'
               MOVE SPACE TO WS-MODIFICA-GLOBALE
               MOVE CHIAVE(1:9) TO WS-MGL-ID-LOTTO
               MOVE APPROVATO-DA TO WS-MGL-OPERATORE
               CALL 'MODIFICAGLOBALE' USING 'x', WS-MODIFICA-GLOBALE
           END-IF.

      ******************************************************************
      **************GESTIONE ERRORI************************************
      ******************************************************************
