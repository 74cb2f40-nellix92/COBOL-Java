               WHERE NOT EXISTS (SELECT 1 FROM MODELLO_MESSAGGIO
                   WHERE CODICE = 'CONFERMA-EMAIL'
                   AND LINGUA = 'IT')
           END-EXEC
           EXEC SQL
               INSERT INTO MODELLO_MESSAGGIO (CODICE, LINGUA, TESTO)
               SELECT 'RICHIAMO', 'IT',
               '%TITOLO% E'' STATO RICHIAMATO: RIPORTALO ENTRO IL '
               || '%DATA%. IL PRESTITO NON E'' PIU'' RINNOVABILE E '
               || 'OLTRE QUELLA DATA LA MULTA E'' MAGGIORATA'
               WHERE NOT EXISTS (SELECT 1 FROM MODELLO_MESSAGGIO
                   WHERE CODICE = 'RICHIAMO'
                   AND LINGUA = 'IT')
           END-EXEC
      *    SFIDA DI LETTURA: %TITOLO% E' IL NOME DEL RAGAZZO,**********
      *    %IMPORTO% I LIBRI LETTI, %DATA% LA FINE DEL PROGRAMMA*******
           EXEC SQL
               INSERT INTO MODELLO_MESSAGGIO (CODICE, LINGUA, TESTO)
               SELECT 'TAPPA-LETTURA', 'IT',
               'SFIDA DI LETTURA: %TITOLO% HA GIA'' LETTO %IMPORTO% '
               || 'LIBRI. CONTINUA COSI''! LA TUA BIBLIOTECA'
               WHERE NOT EXISTS (SELECT 1 FROM MODELLO_MESSAGGIO
                   WHERE CODICE = 'TAPPA-LETTURA'
                   AND LINGUA = 'IT')
           END-EXEC
           EXEC SQL
               INSERT INTO MODELLO_MESSAGGIO (CODICE, LINGUA, TESTO)
               SELECT 'TRAGUARDO-LETTURA', 'IT',
               'SFIDA DI LETTURA: %TITOLO% HA RAGGIUNTO IL TRAGUARDO '
               || 'DI %IMPORTO% LIBRI! L''ATTESTATO SI RITIRA IN SEDE '
               || 'DOPO IL %DATA%. LA TUA BIBLIOTECA'
               WHERE NOT EXISTS (SELECT 1 FROM MODELLO_MESSAGGIO
                   WHERE CODICE = 'TRAGUARDO-LETTURA'
                   AND LINGUA = 'IT')
           END-EXEC
           EXEC SQL
               INSERT INTO MODELLO_MESSAGGIO (CODICE, LINGUA, TESTO)
               SELECT 'CODICE-ACCESSO', 'IT',
               'CODICE DI ACCESSO AL GESTIONALE: %IMPORTO%, VALIDO '
               || '%DATA% MINUTI. SE NON STAI ACCEDENDO TU, AVVISA '
               || 'SUBITO LA BIBLIOTECA'
               WHERE NOT EXISTS (SELECT 1 FROM MODELLO_MESSAGGIO
                   WHERE CODICE = 'CODICE-ACCESSO'
                   AND LINGUA = 'IT')
           END-EXEC.
           IF SQLCODE NOT = 0 PERFORM ERROR-RUNTIME.

