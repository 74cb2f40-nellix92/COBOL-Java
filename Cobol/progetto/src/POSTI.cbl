           01 VALUESTABLE PIC  9(5) VALUE ZERO.
           01 WS-INDICE-POSTO PIC 9(4) VALUE ZERO.

      *****************************************************************
      **********ORARIO DELLA SEDE PER LE FASCE DI SALA*****************
      *****************************************************************
      **LA FASCIA SI PRENOTA SOLO SE QUEL GIORNO LA SEDE APRE IN******
      **QUELLA MEZZA GIORNATA (CHIUSURE, GIORNO SETTIMANALE, ORARIO)***
           01 WS-ORARIO.
               05 WS-ORA-SEDE         PIC 9(5).
               05 WS-ORA-STAGIONE     PIC X(10).
               05 WS-ORA-GIORNO       PIC 9(1).
               05 WS-ORA-MATTINA-DALLE PIC X(5).
               05 WS-ORA-MATTINA-ALLE PIC X(5).
               05 WS-ORA-POMERIGGIO-DALLE PIC X(5).
               05 WS-ORA-POMERIGGIO-ALLE PIC X(5).
               05 WS-ORA-DAL          PIC X(5).
               05 WS-ORA-AL           PIC X(5).
               05 WS-ORA-DATA         PIC X(10).
               05 WS-ORA-TESTO        PIC X(40).
               05 WS-ORA-APERTO-MATTINA PIC X(1).
               05 WS-ORA-APERTO-POMERIGGIO PIC X(1).
               05 WS-ORA-ESITO        PIC X(1).

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL**************************
      *****************************************************************
               DISPLAY "FASCIA NON VALIDA (MATTINA/POMERIGGIO)"
               EXIT PROGRAM
           END-IF
           MOVE SPACE TO WS-ORARIO
           MOVE CODICE-SEDE TO WS-ORA-SEDE
           MOVE ZERO TO WS-ORA-GIORNO
           MOVE DATA-POSTO TO WS-ORA-DATA
           CALL 'ORARIO' USING 'h', WS-ORARIO
           IF (FASCIA = 'MATTINA' AND WS-ORA-APERTO-MATTINA NOT = 'S')
               OR (FASCIA = 'POMERIGGIO'
               AND WS-ORA-APERTO-POMERIGGIO NOT = 'S')
               DISPLAY "LA SEDE E' CHIUSA IN QUELLA FASCIA: ORARIO DEL "
                   DATA-POSTO " " WS-ORA-TESTO
               EXIT PROGRAM
           END-IF
           MOVE ZERO TO VALUESTABLE
           EXEC SQL
               SELECT COUNT(*) INTO :VALUESTABLE
