      **  POS 5-8    CODICE MISURA (PATR/PRES/ILLE/ILLU/ACQU/SCAR)*****
      **  POS 9-20   CLASSE O FASCIA (TIPO MATERIALE O CATEGORIA)******
      **  POS 21-30  VALORE (9999999999)********************************
      **IN CODA IL TRAILER 'EOF' DEL REGISTRO INTERFACCE, TRONCATO AI**
      **30 CARATTERI DEL TRACCIATO: PROGRESSIVO E NUMERO DI RECORD*****
       AUTHOR. ANOIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           WORKING-STORAGE SECTION.
           01 VALUESTABLE PIC  9(5) VALUE ZERO.
      *    REGISTRO DEI FILE IN USCITA: PROGRESSIVO, RIGHE, TRAILER****
           01 WS-IFC-INVIO.
               05 WS-IFC-INTERFACCIA PIC X(20).
               05 WS-IFC-ID          PIC 9(9).
               05 WS-IFC-PROGRESSIVO PIC 9(6).
               05 WS-IFC-RIGA        PIC X(300).
               05 WS-IFC-IMPORTO     PIC 9(9)V99.
               05 WS-IFC-TRAILER     PIC X(80).
               05 WS-IFC-CON-TRAILER PIC X(1).
               05 WS-IFC-ESITO       PIC X(1).
           01 ISTAT-RIGA.
               05 IST-ANNO          PIC 9(4).
               05 IST-CODICE        PIC X(4).
           END-IF
           MOVE DB-ANNO TO IST-ANNO
           OPEN OUTPUT ISTAT-EXTRACT-FILE
           MOVE 'ISTATEXTRACT' TO WS-IFC-INTERFACCIA
           MOVE 'S' TO WS-IFC-CON-TRAILER
           CALL 'INTERFACCIA' USING 'a', WS-IFC-INVIO
           OPEN OUTPUT ISTAT-PROVE-FILE
           MOVE SPACE TO ISTAT-PROVE-RECORD
           STRING
           PERFORM MISURAILL
           PERFORM MISURAACQUISIZIONI
           PERFORM MISURASCARICHI
           CALL 'INTERFACCIA' USING 'c', WS-IFC-INVIO
           MOVE WS-IFC-TRAILER TO ISTAT-EXTRACT-RECORD
           WRITE ISTAT-EXTRACT-RECORD
           CLOSE ISTAT-EXTRACT-FILE
           CLOSE ISTAT-PROVE-FILE
           DISPLAY "RILEVAZIONE SCRITTA SU ISTATEXTRACT, PROVE SU "
           SCRIVIMISURA.
           MOVE ISTAT-RIGA TO ISTAT-EXTRACT-RECORD
           WRITE ISTAT-EXTRACT-RECORD
           MOVE ISTAT-EXTRACT-RECORD TO WS-IFC-RIGA
           MOVE ZERO TO WS-IFC-IMPORTO
           CALL 'INTERFACCIA' USING 'r', WS-IFC-INVIO
           MOVE SPACE TO ISTAT-PROVE-RECORD
           STRING
               IST-CODICE DELIMITED BY SIZE
