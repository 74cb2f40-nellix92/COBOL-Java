               05 WS-CONFIG-VALORE-NUM PIC 9(7)V99.
               05 WS-CONFIG-ESITO PIC X(1).

      *    CONTROLLO E STORIA DEI CAMBI DI STATO DELLA COPIA**********
           01 WS-STORIA-COPIA.
               05 WS-STC-NUMERO-INVENTARIO PIC 9(9).
               05 WS-STC-STATO-A           PIC X(20).
               05 WS-STC-STATO-DA          PIC X(20).
               05 WS-STC-MOTIVO            PIC X(100).
               05 WS-STC-OPERATORE         PIC X(50).
               05 WS-STC-DATA-DA           PIC X(10).
               05 WS-STC-DATA-A            PIC X(10).
               05 WS-STC-ESITO             PIC X(1).

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
      *****************************************************************
               DISPLAY "NESSUNO SCARTO APPROVATO CON QUESTO ID"
               EXIT PROGRAM
           END-IF
      *    NEL FRATTEMPO LA COPIA PUO' ESSERE USCITA IN PRESTITO: IN***
      *    QUEL CASO LO SMALTIMENTO ASPETTA IL RIENTRO******************
           MOVE SPACE TO WS-STORIA-COPIA
           MOVE NUMERO-INVENTARIO TO WS-STC-NUMERO-INVENTARIO
           MOVE 'SCARTATO' TO WS-STC-STATO-A
           STRING "SCARTO " DELIMITED BY SIZE
               DESTINAZIONE DELIMITED BY SPACE
               INTO WS-STC-MOTIVO
           END-STRING
           MOVE LS-OPERATORE TO WS-STC-OPERATORE
           CALL 'STORIACOPIA' USING 'c', WS-STORIA-COPIA
           IF WS-STC-ESITO NOT = 'S'
               DISPLAY "SMALTIMENTO NON REGISTRATO"
               EXIT PROGRAM
           END-IF
           EXEC SQL
               UPDATE SCARTO_REGISTRO SET STATO = 'SMALTITO',
               DESTINAZIONE = TRIM(:DESTINAZIONE),
