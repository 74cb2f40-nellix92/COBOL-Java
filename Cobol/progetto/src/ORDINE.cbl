      *    DELL'ORDINE, AL PREZZO PATTUITO DELLA RIGA*******************
           PERFORM CONVERTIIMPEGNOINSPESA
           PERFORM CARICATITOLOACATALOGO
           PERFORM LEGACOPIEALLARIGA
      *    SE IL TITOLO ERA STATO SUGGERITO DAI LETTORI, I PROPONENTI**
      *    VENGONO AVVISATI CHE IL LIBRO E' ARRIVATO********************
           PERFORM NOTIFICADESIDERATAARRIVATI
               CALL 'ESEMPLARE' USING 'g', WS-ESEMPLARE-ORDINE
           END-IF.

      *    LE COPIE APPENA ENTRATE A REGISTRO (LE PIU' RECENTI DEL****
      *    TITOLO ANCORA SENZA RIGA) RICORDANO LA RIGA CHE LE HA*******
      *    PAGATE: SERVE AL CALCOLO DEL COSTO PER PRESTITO************
           LEGACOPIEALLARIGA.
           EXEC SQL
               UPDATE ESEMPLARE SET ID_ORDINE_RIGA = :ID-RIGA
               WHERE NUMERO_INVENTARIO IN
                   (SELECT E.NUMERO_INVENTARIO FROM ESEMPLARE E
                    WHERE E.ISBN = TRIM(:ISBN)
                    AND E.ID_ORDINE_RIGA IS NULL
                    ORDER BY E.NUMERO_INVENTARIO DESC
                    LIMIT :DB-QTA-CONSEGNA)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM ERROR-RUNTIME
           END-IF.

      ******************************************************************
      **************CHIUDE L'ORDINE SE TUTTE LE RIGHE SONO COMPLETE*****
      ******************************************************************
