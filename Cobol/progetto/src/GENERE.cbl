
           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.
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
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.
           MOVE SQLERRD(3) TO VALUESTABLE
           DISPLAY "TITOLI RIETICHETTATI: " VALUESTABLE
           MOVE VOCE TO WS-PCH-GENERE
           CALL 'PAROLECHIAVE' USING 'g', WS-PAROLE-CHIAVE
      *    LE DURATE PER GENERE SEGUONO LA VOCE PRINCIPALE, SENZA*****
      *    SCAVALCARE UNA RIGA GIA' DEFINITA PER QUELLA VOCE***********
           EXEC SQL
