                   WHERE F.ID_ORDINE = :ID-ORDINE
                   AND R.ISBN = TRIM(:ISBN)
                   AND R.ID <> :ID-RIGA
                   AND F.STATO IN ('LIQUIDABILE', 'IN_LIQUIDAZIONE',
                   'PAGATA')
               END-EXEC
               EVALUATE TRUE
                   WHEN QUANTITA + DB-QTA-GIA-FATTURATA
