
       01  WS-GESTIONE-ILL-SCELTA PIC 9.

       01  WS-PAGAMENTI-SCELTA PIC 99.
       01  WS-PARAMETRI-SCELTA PIC 9.

       01  WS-STORICO-SCELTA PIC 9.
             05 WS-ESE-COSTO             PIC 9(6)V99.
             05 WS-ESE-INVENTARIO-A      PIC 9(9).

       01  WS-STORIA-COPIA.
             05 WS-STC-NUMERO-INVENTARIO PIC 9(9).
             05 WS-STC-STATO-A           PIC X(20).
             05 WS-STC-STATO-DA          PIC X(20).
             05 WS-STC-MOTIVO            PIC X(100).
             05 WS-STC-OPERATORE         PIC X(50).
             05 WS-STC-DATA-DA           PIC X(10).
             05 WS-STC-DATA-A            PIC X(10).
             05 WS-STC-ESITO             PIC X(1).

       01  WS-TRASFERIMENTI-SCELTA PIC 9.

       01  WS-ORDINI-SCELTA PIC 9.

       01  WS-AUTORI-SCELTA PIC 9.
       01  WS-COLLOCAZIONI-SCELTA PIC 9.
       01  WS-MODIFICHE-SCELTA PIC 9.
       01  WS-CONFERMA-MODIFICA PIC X(1).
       01  WS-MODIFICA-GLOBALE.
             05 WS-MGL-ID-LOTTO        PIC 9(9).
             05 WS-MGL-CAMPO           PIC X(20).
             05 WS-MGL-SEDE            PIC 9(5).
             05 WS-MGL-COLLOCAZIONE-DA PIC X(20).
             05 WS-MGL-COLLOCAZIONE-A  PIC X(20).
             05 WS-MGL-GENERE          PIC X(50).
             05 WS-MGL-CODICE-CASA     PIC 9(5).
             05 WS-MGL-TIPO-MATERIALE  PIC X(12).
             05 WS-MGL-DATA-DA         PIC X(10).
             05 WS-MGL-DATA-A          PIC X(10).
             05 WS-MGL-VALORE-VECCHIO  PIC X(100).
             05 WS-MGL-VALORE-NUOVO    PIC X(100).
             05 WS-MGL-NUMERO-RIGHE    PIC 9(7).
             05 WS-MGL-OPERATORE       PIC X(50).
             05 WS-MGL-ESITO           PIC X(1).
       01  WS-PROFILO.
             05 WS-PRF-DATA-DA   PIC X(10).
             05 WS-PRF-DATA-A    PIC X(10).
             05 WS-PRF-LIVELLO   PIC 9(1).
             05 WS-PRF-OPERATORE PIC X(50).
             05 WS-PRF-ESITO     PIC X(1).
       01  WS-RECOVERY-SCELTA PIC 9.
       01  WS-CONFERMA-RECOVERY PIC X(1).

       01  WS-PRIVACY-SCELTA PIC 9.
       01  WS-CONSULTAZIONI-DATI-SCELTA PIC 9.
       01  WS-ACCESSO-DATI.
             05 WS-ACD-PATRON          PIC X(50).
             05 WS-ACD-FUNZIONE        PIC X(30).
             05 WS-ACD-COGNOME         PIC X(50).
             05 WS-ACD-RUOLO           PIC X(20).
             05 WS-ACD-TUTORE          PIC X(50).
             05 WS-ACD-VISUALIZZATO-DA PIC X(50).
             05 WS-ACD-DATA-DA         PIC X(10).
             05 WS-ACD-DATA-A          PIC X(10).
             05 WS-ACD-ANNO            PIC 9(4).
             05 WS-ACD-MESE            PIC 9(2).
             05 WS-ACD-OPERATORE       PIC X(50).
             05 WS-ACD-ESITO           PIC X(1).

       01  WS-RANGE-REPORT.
             05 WS-RANGE-DA PIC X(10).
             05 WS-ANNO-RAPPORTO PIC 9(4).

       01  WS-INVENTARIO-SCELTA PIC 9.
       01  WS-ESEMPLARI-SCELTA PIC 99.
       01  WS-COMPONENTI-SCELTA PIC 9.
       01  WS-COMPONENTE.
             05 WS-CMP-ISBN          PIC X(13).
             05 WS-CMP-NUMERO-INVENTARIO PIC 9(9).
             05 WS-CMP-USERNAME      PIC X(50).
             05 WS-CMP-DESCRIZIONE   PIC X(60).
             05 WS-CMP-QUANTITA      PIC 9(3).
             05 WS-CMP-MODO          PIC X(1).
             05 WS-CMP-ATTESI        PIC 9(3).
             05 WS-CMP-CONTATI       PIC 9(3).
             05 WS-CMP-IMPORTO       PIC 9(6)V99.
             05 WS-CMP-OPERATORE     PIC X(50).
             05 WS-CMP-ESITO         PIC X(1).
       01  WS-RICERCHE-SCELTA PIC 9.
       01  WS-RICERCA.
             05 WS-RIC-ID            PIC 9(9).
             05 WS-RIC-ISBN          PIC X(13).
             05 WS-RIC-USERNAME      PIC X(50).
             05 WS-RIC-NUMERO-INVENTARIO PIC 9(9).
             05 WS-RIC-CODICE-SEDE   PIC 9(5).
             05 WS-RIC-TROVATA       PIC X(1).
             05 WS-RIC-OPERATORE     PIC X(50).
             05 WS-RIC-ESITO         PIC X(1).
       01  WS-VERSAMENTI-SCELTA PIC 9.
       01  WS-VERSAMENTO.
             05 WS-VRS-CODICE-SEDE   PIC 9(5).
             05 WS-VRS-OPERATORE     PIC X(50).
             05 WS-VRS-ESITO         PIC X(1).

       01  WS-CALENDARIO-SCELTA PIC 9.
       01  WS-RITIRI-SCELTA PIC 9.
       01  WS-REGISTRO-REPORT-SCELTA PIC 9.
       01  WS-COPYCAT-SCELTA PIC 9.
       01  WS-FAMIGLIE-SCELTA PIC 9.
      *    ISCRIZIONI DAGLI ELENCHI DELLE CLASSI (CLASSIIN)***********
       01  WS-ELENCO-CLASSI.
             05 WS-CLS-ID-LOTTO    PIC 9(9).
             05 WS-CLS-PASSWORD    PIC X(50).
             05 WS-CLS-OPERATORE   PIC X(50).
             05 WS-CLS-ESITO       PIC X(1).
       01  WS-ESTRATTO-SCELTA PIC 9.
       01  WS-ESTRATTO.
             05 WS-ESTRATTO-USERNAME PIC X(50).
             05 WS-ESTRATTO-DATA-DA  PIC X(10).
             05 WS-ESTRATTO-DATA-A   PIC X(10).
             05 WS-ESTRATTO-INVIA    PIC X(1).
             05 WS-ESTRATTO-ESITO    PIC X(1).
       01  WS-DOMICILIO-SCELTA PIC 9.
       01  WS-DOMICILIO.
             05 WS-DOMICILIO-GIRO      PIC 9(5).
             05 WS-DOMICILIO-NOME-GIRO PIC X(50).
             05 WS-DOMICILIO-SEDE      PIC 9(5).
             05 WS-DOMICILIO-GIORNO    PIC 9(1).
             05 WS-DOMICILIO-USERNAME  PIC X(50).
             05 WS-DOMICILIO-INDIRIZZO PIC X(150).
             05 WS-DOMICILIO-GENERI    PIC X(100).
             05 WS-DOMICILIO-FREQUENZA PIC X(12).
             05 WS-DOMICILIO-TITOLI    PIC 9(2).
             05 WS-DOMICILIO-ID        PIC 9(9).
             05 WS-DOMICILIO-ANNO      PIC 9(4).
             05 WS-DOMICILIO-MESE      PIC 9(2).
             05 WS-DOMICILIO-ESITO     PIC X(1).
       01  WS-VOLONTARI-SCELTA PIC 9.
       01  WS-VOLONTARIO.
             05 WS-VOL-CODICE          PIC 9(5).
             05 WS-VOL-NOME            PIC X(50).
             05 WS-VOL-COGNOME         PIC X(50).
             05 WS-VOL-TIPO            PIC X(20).
             05 WS-VOL-SEDE            PIC 9(5).
             05 WS-VOL-TELEFONO        PIC X(20).
             05 WS-VOL-SCADENZA        PIC X(10).
             05 WS-VOL-ATTIVITA        PIC X(20).
             05 WS-VOL-DATA-TURNO      PIC X(10).
             05 WS-VOL-ORA-INIZIO      PIC X(5).
             05 WS-VOL-ORA-FINE        PIC X(5).
             05 WS-VOL-ANNO            PIC 9(4).
             05 WS-VOL-TRIMESTRE       PIC 9(1).
             05 WS-VOL-ESITO           PIC X(1).
       01  WS-ORARI-SCELTA PIC 9.
       01  WS-ORARIO.
             05 WS-ORA-SEDE            PIC 9(5).
             05 WS-ORA-STAGIONE        PIC X(10).
             05 WS-ORA-GIORNO          PIC 9(1).
             05 WS-ORA-MATTINA-DALLE   PIC X(5).
             05 WS-ORA-MATTINA-ALLE    PIC X(5).
             05 WS-ORA-POMERIGGIO-DALLE PIC X(5).
             05 WS-ORA-POMERIGGIO-ALLE PIC X(5).
             05 WS-ORA-DAL             PIC X(5).
             05 WS-ORA-AL              PIC X(5).
             05 WS-ORA-DATA            PIC X(10).
             05 WS-ORA-TESTO           PIC X(40).
             05 WS-ORA-APERTO-MATTINA  PIC X(1).
             05 WS-ORA-APERTO-POMERIGGIO PIC X(1).
             05 WS-ORA-ESITO           PIC X(1).
       01  WS-EVENTI-SCELTA PIC 9.
       01  WS-EVENTO.
             05 WS-EVT-ID-EVENTO       PIC 9(9).
             05 WS-EVT-ID-PRENSALA     PIC 9(9).
             05 WS-EVT-TITOLO          PIC X(100).
             05 WS-EVT-TIPO            PIC X(20).
             05 WS-EVT-USERNAME        PIC X(50).
             05 WS-EVT-CODICE-SEDE     PIC 9(5).
             05 WS-EVT-ANNO            PIC 9(4).
             05 WS-EVT-ESITO           PIC X(1).
       01  WS-LETTURA-SCELTA PIC 9.
       01  WS-LETTURA.
             05 WS-LET-ID-PROGRAMMA    PIC 9(9).
             05 WS-LET-NOME            PIC X(60).
             05 WS-LET-DATA-INIZIO     PIC X(10).
             05 WS-LET-DATA-FINE       PIC X(10).
             05 WS-LET-CODICE-SEDE     PIC 9(5).
             05 WS-LET-ETA-DA          PIC 9(2).
             05 WS-LET-ETA-A           PIC 9(2).
             05 WS-LET-LIBRI           PIC 9(3).
             05 WS-LET-USERNAME        PIC X(50).
             05 WS-LET-SCUOLA          PIC X(60).
             05 WS-LET-CLASSE          PIC X(10).
             05 WS-LET-ISBN            PIC X(13).
             05 WS-LET-VOTO            PIC 9(1).
             05 WS-LET-COMMENTO        PIC X(100).
             05 WS-LET-OPERATORE       PIC X(50).
             05 WS-LET-ESITO           PIC X(1).
       01  WS-DEPOSITO-SCELTA PIC 9.
       01  WS-DEPOSITO.
             05 WS-DEP-CODICE-CASA     PIC 9(5).
             05 WS-DEP-ISBN            PIC X(13).
             05 WS-DEP-INVENTARIO      PIC 9(9).
             05 WS-DEP-DATA            PIC X(10).
             05 WS-DEP-OBBLIGO         PIC X(1).
             05 WS-DEP-NOTE            PIC X(100).
             05 WS-DEP-ANNO            PIC 9(4).
             05 WS-DEP-OPERATORE       PIC X(50).
             05 WS-DEP-ESITO           PIC X(1).
       01  WS-PATRIMONIO-SCELTA PIC 9.
       01  WS-PATRIMONIO.
             05 WS-PAT-ANNO            PIC 9(4).
             05 WS-PAT-INVENTARIO      PIC 9(9).
             05 WS-PAT-VALORE          PIC 9(6)V99.
             05 WS-PAT-TIPO-MATERIALE  PIC X(12).
             05 WS-PAT-ALIQUOTA        PIC 9(3)V99.
             05 WS-PAT-ESITO           PIC X(1).
       01  WS-SDI-SCELTA PIC 9.
       01  WS-FATTURA-SDI.
             05 WS-SDI-ID              PIC 9(9).
             05 WS-SDI-CODICE-CASA     PIC 9(5).
             05 WS-SDI-PARTITA-IVA     PIC X(28).
             05 WS-SDI-MOTIVO          PIC X(100).
             05 WS-SDI-ESITO           PIC X(1).
       01  WS-LIQUIDAZIONE-SCELTA PIC 9.
       01  WS-LIQUIDAZIONE.
             05 WS-LIQ-GIORNI-PREAVVISO PIC 9(3).
             05 WS-LIQ-ESITO           PIC X(1).
       01  WS-COLLANA-SCELTA PIC 9.
       01  WS-COLLANA.
             05 WS-COL-ID-COLLANA      PIC 9(9).
             05 WS-COL-NOME            PIC X(100).
             05 WS-COL-CODICE-CASA     PIC 9(5).
             05 WS-COL-ABBONAMENTO     PIC X(1).
             05 WS-COL-ID-FONDO        PIC 9(9).
             05 WS-COL-QUANTITA        PIC 9(5).
             05 WS-COL-ISBN            PIC X(13).
             05 WS-COL-TITOLO          PIC X(100).
             05 WS-COL-NUMERO-VOLUME   PIC 9(5).
             05 WS-COL-PREZZO          PIC 9(6)V99.
             05 WS-COL-ESITO           PIC X(1).
       01  WS-VENDITA-SCELTA PIC 9.
       01  WS-VENDITA.
             05 WS-VEN-CODICE-TARIFFA  PIC X(12).
             05 WS-VEN-DESCRIZIONE     PIC X(100).
             05 WS-VEN-PREZZO          PIC 9(6)V99.
             05 WS-VEN-REGIME-IVA      PIC X(10).
             05 WS-VEN-ALIQUOTA-IVA    PIC 9(3)V99.
             05 WS-VEN-CODICE-ENTRATA  PIC X(10).
             05 WS-VEN-ATTIVA          PIC X(1).
             05 WS-VEN-QUANTITA        PIC 9(5).
             05 WS-VEN-USERNAME        PIC X(50).
             05 WS-VEN-METODO          PIC X(20).
             05 WS-VEN-OPERATORE       PIC X(50).
             05 WS-VEN-DATA            PIC X(10).
             05 WS-VEN-ESITO           PIC X(1).
       01  WS-CONFERMA-SCHEDA PIC X(1).
       01  WS-SCHEDA.
             05 WS-SCH-ISBN    PIC X(13).
       01  WS-FOTOGRAFIA.
             05 WS-FOTO-ANNO PIC 9(4).
             05 WS-FOTO-MESE PIC 9(2).
       01  WS-OPENDATA.
             05 WS-OD-ANNO PIC 9(4).
             05 WS-OD-MESE PIC 9(2).
             05 WS-OD-ESITO PIC X(1).
      *    SECONDO FATTORE DI ACCESSO: RUOLI E POSTAZIONI FIDATE*******
       01  WS-SECONDO-FATTORE.
             05 WS-SF-USERNAME PIC X(50).
             05 WS-SF-RUOLO PIC X(30).
             05 WS-SF-POSTAZIONE PIC X(20).
             05 WS-SF-CODICE PIC X(10).
             05 WS-SF-CANALE PIC X(10).
             05 WS-SF-MINUTI PIC 9(3).
             05 WS-SF-GIORNI PIC 9(3).
             05 WS-SF-OPERATORE PIC X(50).
             05 WS-SF-ESITO PIC X(1).
       01  WS-SECONDO-FATTORE-SCELTA PIC 9.
       01  WS-DATA-CUMULATIVO PIC X(10).
       01  WS-OGGI-CUMULATIVO PIC 9(8).
       01  WS-OGGI-CUM-REDEF REDEFINES WS-OGGI-CUMULATIVO.
             05 WS-CUM-AAAA PIC 9(4).
             05 WS-CUM-MM   PIC 9(2).
             05 WS-CUM-GG   PIC 9(2).
      *    SEMAFORO DEI LAVORI LANCIATI DAL MENU: STESSI NOMI DEI*****
      *    PASSI DELLA CATENA SERALE, COSI' NON CORRONO INSIEME*******
       01  WS-SEMAFORO.
             05 WS-SEM-JOB          PIC X(40).
             05 WS-SEM-TITOLARE     PIC X(50).
             05 WS-SEM-ORIGINE      PIC X(20).
             05 WS-SEM-ESITO        PIC X(1).
             05 WS-SEM-DETENTORE    PIC X(50).
             05 WS-SEM-ORIGINE-DET  PIC X(20).
             05 WS-SEM-DAL          PIC X(16).
             05 WS-SEM-APPESO       PIC X(1).
       01  WS-CONFERMA-SEMAFORO PIC X(1).
      *    PUNTI DI RIPRESA DEI PASSI BATCH LUNGHI (SOLA LETTURA)*****
       01  WS-CHECKPOINT.
             05 WS-CKP-JOB          PIC X(40).
             05 WS-CKP-CHIAVE       PIC X(100).
             05 WS-CKP-ELABORATI    PIC 9(7).
             05 WS-CKP-CONFERMATI   PIC 9(7).
             05 WS-CKP-RESIDUI      PIC 9(7).
             05 WS-CKP-INTERVALLO   PIC 9(5).
             05 WS-CKP-RIPRESA      PIC X(1).
             05 WS-CKP-ESITO        PIC X(1).
       01  WS-JOB-PIANIFICATO.
             05 WS-JOB-ID          PIC 9(9).
             05 WS-JOB-FREQUENZA   PIC X(12).
             05 WS-FON-ANNO        PIC 9(4).
             05 WS-FON-DOTAZIONE   PIC 9(8)V99.
             05 WS-FON-ESITO       PIC X(1).
       01  WS-COSTO-PRESTITO.
             05 WS-CPR-ANNO          PIC 9(4).
             05 WS-CPR-ANNO-BUDGET   PIC 9(4).
             05 WS-CPR-DOTAZIONE     PIC 9(8)V99.
             05 WS-CPR-OPERATORE     PIC X(50).
             05 WS-CPR-ESITO         PIC X(1).
       01  WS-FATTURA.
             05 WS-FAT-ID          PIC 9(9).
             05 WS-FAT-ID-ORDINE   PIC 9(9).
             05 WS-INV-SEDE     PIC 9(5).
             05 WS-INV-OPERATORE PIC X(50).
             05 WS-INV-ESITO    PIC X(1).
             05 WS-INV-COLLOCAZIONE-DA PIC X(20).
             05 WS-INV-COLLOCAZIONE-A PIC X(20).
       01  WS-VARCO.
             05 WS-VAR-SEDE        PIC 9(5).
             05 WS-VAR-OPERATORE   PIC X(50).
             05 WS-VAR-ESITO       PIC X(1).
       01  WS-VARCO-SCELTA PIC 9.
       01  WS-CONFERMA-OBLIO PIC X(1).
       01  WS-PRIVACY.
             05 WS-PRIV-USERNAME PIC X(50).
             05 WS-PRIV-ESITO    PIC X(1).
       01  WS-CONSENSO.
             05 WS-CNS-USERNAME    PIC X(50).
             05 WS-CNS-TIPO        PIC X(12).
             05 WS-CNS-STATO       PIC X(1).
             05 WS-CNS-CANALE      PIC X(12).
             05 WS-CNS-OPERATORE   PIC X(50).
             05 WS-CNS-VERSIONE    PIC X(10).
             05 WS-CNS-DESCRIZIONE PIC X(100).
             05 WS-CNS-DATA        PIC X(10).
             05 WS-CNS-ESITO       PIC X(1).
       01  WS-CNS-TIPO-SCELTA PIC 9.
       01  WS-NEWSLETTER.
             05 WS-NWS-USERNAME    PIC X(50).
             05 WS-NWS-EMAIL       PIC X(50).
             05 WS-NWS-MESSAGGIO   PIC X(200).
             05 WS-NWS-CONTEGGIO   PIC 9(5).
       01  WS-POSTAZIONE.
             05 WS-PTZ-CODICE      PIC X(20).
             05 WS-PTZ-CODICE-SEDE PIC 9(5).
             05 WS-PTZ-DESCRIZIONE PIC X(100).
             05 WS-PTZ-ATTIVA      PIC X(1).
             05 WS-PTZ-USERNAME    PIC X(50).
             05 WS-PTZ-RUOLO       PIC X(30).
             05 WS-PTZ-DATA-DA     PIC X(10).
             05 WS-PTZ-DATA-A      PIC X(10).
             05 WS-PTZ-ESITO       PIC X(1).
       01  WS-POSTAZIONI-SCELTA PIC 9.
       01  WS-RICERTIFICA-SCELTA PIC 9.
       01  WS-RICERTIFICA-FINE PIC X(1).
       01  WS-RICERTIFICA.
             05 WS-RCT-ID-CAMPAGNA     PIC 9(9).
             05 WS-RCT-USERNAME        PIC X(50).
             05 WS-RCT-RUOLO           PIC X(30).
             05 WS-RCT-FUNZIONI        PIC X(200).
             05 WS-RCT-ULTIMO-ACCESSO  PIC X(16).
             05 WS-RCT-SEDE-CASA       PIC 9(5).
             05 WS-RCT-RESPONSABILE    PIC X(50).
             05 WS-RCT-SCADENZA        PIC X(10).
             05 WS-RCT-DECISIONE       PIC X(1).
             05 WS-RCT-NOTE            PIC X(100).
             05 WS-RCT-OPERATORE       PIC X(50).
             05 WS-RCT-ESITO           PIC X(1).
       01  WS-NOTA.
             05 WS-NOT-USERNAME    PIC X(50).
             05 WS-NOT-CATEGORIA   PIC X(20).
             05 WS-NOT-TESTO       PIC X(200).
             05 WS-NOT-VISIBILITA  PIC X(12).
             05 WS-NOT-MOTIVO      PIC X(20).
             05 WS-NOT-SCADENZA    PIC X(10).
             05 WS-NOT-ID          PIC 9(9).
             05 WS-NOT-OPERATORE   PIC X(50).
             05 WS-NOT-ESITO       PIC X(1).
       01  WS-NOTE-SCELTA PIC 9.
      *    REGISTRO DEI RECLAMI E SUGGERIMENTI (CARTA DEI SERVIZI)****
       01  WS-RECLAMO.
             05 WS-RCL-ID          PIC 9(9).
             05 WS-RCL-TIPO        PIC X(12).
             05 WS-RCL-CANALE      PIC X(8).
             05 WS-RCL-USERNAME    PIC X(50).
             05 WS-RCL-CONTATTO    PIC X(100).
             05 WS-RCL-SEDE        PIC 9(5).
             05 WS-RCL-CATEGORIA   PIC X(10).
             05 WS-RCL-TESTO       PIC X(500).
             05 WS-RCL-ASSEGNATO-A PIC X(50).
             05 WS-RCL-SCADENZA    PIC X(10).
             05 WS-RCL-OPERATORE   PIC X(50).
             05 WS-RCL-ANNO        PIC 9(4).
             05 WS-RCL-TRIMESTRE   PIC 9(1).
             05 WS-RCL-ESITO       PIC X(1).
       01  WS-RECLAMI-SCELTA PIC 9.
       01  WS-IDENTITA.
             05 WS-IDE-USERNAME    PIC X(50).
             05 WS-IDE-CODICE-FISCALE PIC X(16).
             05 WS-IDE-NOME        PIC X(50).
             05 WS-IDE-COGNOME     PIC X(50).
             05 WS-IDE-DATA-NASCITA PIC X(10).
             05 WS-IDE-DOC-TIPO    PIC X(20).
             05 WS-IDE-DOC-NUMERO  PIC X(20).
             05 WS-IDE-DOC-SCADENZA PIC X(10).
             05 WS-IDE-OPERATORE   PIC X(50).
             05 WS-IDE-ESITO       PIC X(1).
       01  WS-IDENTITA-SCELTA PIC 9.
       01  WS-RESIDENZA.
             05 WS-RES-USERNAME    PIC X(50).
             05 WS-RES-IMPORTO     PIC 9(6)V99.
             05 WS-RES-OPERATORE   PIC X(50).
             05 WS-RES-ESITO       PIC X(1).
       01  WS-INDIRIZZI-SCELTA PIC 9.
       01  WS-STRADARIO.
             05 WS-STR-USERNAME    PIC X(50).
             05 WS-STR-VIA         PIC X(100).
             05 WS-STR-CIVICO      PIC X(10).
             05 WS-STR-CAP         PIC X(5).
             05 WS-STR-FRAZIONE    PIC X(50).
             05 WS-STR-COMUNE      PIC X(50).
             05 WS-STR-LIVELLO     PIC X(1).
             05 WS-STR-ANNO        PIC 9(4).
             05 WS-STR-MOTIVO      PIC X(40).
             05 WS-STR-OPERATORE   PIC X(50).
             05 WS-STR-ESITO       PIC X(1).
       01  WS-IFC-INVIO.
             05 WS-IFC-INTERFACCIA PIC X(20).
             05 WS-IFC-ID          PIC 9(9).
             05 WS-IFC-PROGRESSIVO PIC 9(6).
             05 WS-IFC-RIGA        PIC X(300).
             05 WS-IFC-IMPORTO     PIC 9(9)V99.
             05 WS-IFC-TRAILER     PIC X(80).
             05 WS-IFC-CON-TRAILER PIC X(1).
             05 WS-IFC-ESITO       PIC X(1).
       01  WS-INGRESSO.
             05 WS-ING-FILE          PIC X(20).
             05 WS-ING-CONTESTO      PIC X(20).
             05 WS-ING-OPERATORE     PIC X(50).
             05 WS-ING-ID            PIC 9(9).
             05 WS-ING-DIMENSIONE    PIC 9(9).
             05 WS-ING-NUMERO-RECORD PIC 9(7).
             05 WS-ING-IMPRONTA      PIC X(32).
             05 WS-ING-APPLICATI     PIC 9(7).
             05 WS-ING-SALTATI       PIC 9(7).
             05 WS-ING-SCARTATI      PIC 9(7).
             05 WS-ING-ESITO         PIC X(1).
       01  WS-ING-SESSIONE PIC 9(9).
       01  WS-SIMULAZIONE.
             05 WS-SIM-ID-SCENARIO   PIC 9(9).
             05 WS-SIM-ID-CONFRONTO  PIC 9(9).
             05 WS-SIM-NOME          PIC X(40).
             05 WS-SIM-TARIFFA       PIC 9V99.
             05 WS-SIM-TOLLERANZA    PIC 9(3).
             05 WS-SIM-MULTA-MASSIMA PIC 9(4)V99.
             05 WS-SIM-FATTORE-SENIOR PIC 9V99.
             05 WS-SIM-RITARDI       PIC 9(2).
             05 WS-SIM-GIORNI-PRESTITO PIC 9(3).
             05 WS-SIM-GENERE        PIC X(50).
             05 WS-SIM-RUOLO         PIC X(20).
             05 WS-SIM-TIPO          PIC X(12).
             05 WS-SIM-GIORNI        PIC 9(3).
             05 WS-SIM-OPERATORE     PIC X(50).
             05 WS-SIM-ESITO         PIC X(1).
       01  WS-SIMULAZIONE-SCELTA PIC 9.
       01  WS-INTERFACCE-SCELTA PIC 9.
       01  WS-CONFERMA-APPROVAZIONE PIC X(1).
       01  WS-AUTORE.
             05 WS-AUT-ID          PIC 9(9).
             05 WS-AUT-ID-DOPPIONE PIC 9(9).
             05 WS-AUT-NOME        PIC X(100).
             05 WS-AUT-ISBN        PIC X(13).
             05 WS-AUT-ESITO       PIC X(1).
       01  WS-PAROLE-CHIAVE.
             05 WS-PCH-ISBN          PIC X(13).
             05 WS-PCH-ID-AUTORE     PIC 9(9).
             05 WS-PCH-GENERE        PIC X(50).
             05 WS-PCH-TESTO         PIC X(100).
             05 WS-PCH-PAROLE        PIC X(200).
             05 WS-PCH-NUMERO-PAROLE PIC 9(2).
             05 WS-PCH-OPERATORE     PIC X(50).
             05 WS-PCH-ESITO         PIC X(1).
       01  WS-PERIODICO.
             05 WS-PER-ID-TESTATA  PIC 9(9).
             05 WS-PER-TITOLO      PIC X(100).
             05 WS-PER-ID-CIRCOLAZIONE PIC 9(9).
             05 WS-PER-COLLOCAZIONE PIC X(20).
             05 WS-PER-SOLO-CONSULT PIC X(1).
             05 WS-PER-FREQUENZA   PIC X(12).
             05 WS-PER-NUMERAZIONE PIC X(10).
             05 WS-PER-PRIMO-NUMERO PIC 9(6).
             05 WS-PER-PRIMA-USCITA PIC X(10).
             05 WS-PER-MESI-DOPPI  PIC X(40).
             05 WS-PER-TOLLERANZA  PIC 9(3).
             05 WS-PER-CONTEGGIO   PIC 9(5).
       01  WS-PER-CONFERMA PIC X(1).
       01  WS-DONAZIONE.
             05 WS-DON-ID          PIC 9(9).
             05 WS-DON-ID-RIGA     PIC 9(9).
               DISPLAY '63. Account doppioni (report e fusione)'
               DISPLAY '64. Pianificatore lavori periodici'
               DISPLAY '65. Esportazione UNIMARC per il polo SBN'
               DISPLAY '66. OPAC comunale: flusso e prenotazioni web'
               DISPLAY '67. Collezione flottante'
               DISPLAY '68. Prestiti cumulativi istituti (classi)'
               DISPLAY '69. Fotografie statistiche mensili (tendenze)'
               DISPLAY '83. Catalogazione derivata (schede esterne)'
               DISPLAY '84. Famiglie e tutori (minori)'
               DISPLAY '85. Livello di servizio prenotazioni'
               DISPLAY '86. Estratto conto dei patron'
               DISPLAY '87. Consegne a domicilio (giri e liste)'
               DISPLAY '88. Volontari (registro, turni, ore)'
               DISPLAY '89. Orari di apertura delle sedi'
               DISPLAY '90. Eventi pubblici (iscrizioni e presenze)'
               DISPLAY '91. Valutazione del patrimonio librario'
               DISPLAY '92. Fatture elettroniche SDI (import)'
               DISPLAY '93. Liquidazione fatture (ragioneria)'
               DISPLAY '94. Collane e abbonamenti'
               DISPLAY '95. Catalogo vendite al banco'
               DISPLAY '96. Postazioni e sedi del personale'
               DISPLAY '97. Note e blocchi dei patron'
               DISPLAY '98. Anagrafe: codice fiscale, documento e '
                   'residenza'
               DISPLAY '99. Registro interfacce (uscita e entrata)'
               DISPLAY '0. Esci'
               ACCEPT WS-ORA-ATTESA-INIZIO FROM TIME
               ACCEPT WS-ADMIN
                      PERFORM FAMIGLIE-TUTORI
                   WHEN 85
                      PERFORM LIVELLO-SERVIZIO-PRENOTAZIONI
                   WHEN 86
                      PERFORM ESTRATTO-CONTO-PATRON
                   WHEN 87
                      PERFORM CONSEGNE-DOMICILIO
                   WHEN 88
                      PERFORM REGISTRO-VOLONTARI
                   WHEN 89
                      PERFORM ORARI-APERTURA-SEDI
                   WHEN 90
                      PERFORM EVENTI-PUBBLICI
                   WHEN 91
                      PERFORM VALUTAZIONE-PATRIMONIO
                   WHEN 92
                      PERFORM FATTURE-ELETTRONICHE-SDI
                   WHEN 93
                      PERFORM LIQUIDAZIONE-FATTURE
                   WHEN 94
                      PERFORM COLLANE-ABBONAMENTI
                   WHEN 95
                      PERFORM CATALOGO-VENDITE-BANCO
                   WHEN 96
                      PERFORM POSTAZIONI-SEDI-PERSONALE
                   WHEN 97
                      PERFORM NOTE-BLOCCHI-PATRON
                   WHEN 98
                      PERFORM IDENTITA-PATRON
                   WHEN 99
                      PERFORM REGISTRO-INTERFACCE
                   WHEN 0
                       DISPLAY 'Uscito.'
                       MOVE ZERO TO WS-ADMIN
           MOVE 'INSERT' TO WS-AUDIT-OPERAZIONE
           MOVE USERNAME TO WS-AUDIT-CHIAVE
           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
      *    ANCHE CHI VIENE CREATO DALL'AMMINISTRAZIONE PRENDE VISIONE**
      *    DELL'INFORMATIVA IN VIGORE: RESTA A REGISTRO CON CANALE*****
      *    SPORTELLO E CON L'AMMINISTRATORE CHE L'HA RACCOLTA**********
           MOVE SPACE TO WS-CONSENSO
           CALL 'CONSENSO' USING 'v', WS-CONSENSO
           IF WS-CNS-ESITO NOT = SPACE
               DISPLAY 'Informativa privacy versione ' WS-CNS-VERSIONE
                   ' del ' WS-CNS-DATA
               DISPLAY WS-CNS-DESCRIZIONE
               DISPLAY 'L''utente ne ha preso visione e l''ha '
                   'accettata? (S/N)'
               ACCEPT WS-CNS-STATO
               MOVE USERNAME TO WS-CNS-USERNAME
               MOVE 'INFORMATIVA' TO WS-CNS-TIPO
               MOVE 'SPORTELLO' TO WS-CNS-CANALE
               MOVE LS-USERNAME TO WS-CNS-OPERATORE
               CALL 'CONSENSO' USING 'a', WS-CONSENSO
           END-IF.

      *    INTERROGA LA MATRICE DEI PERMESSI PER LA VOCE SCELTA*******
      *    (CODICE 'A'+NUMERO); UN RUOLO SENZA RIGHE IN MATRICE*******
               CALL 'UTENTE' USING 'p'.
               DISPLAY 'Username da approvare (vuoto per annullare):'
               ACCEPT USERNAME
               IF USERNAME = SPACE
                   EXIT PARAGRAPH
               END-IF
      *        PRIMA DI APPROVARE SI CONFRONTA IL DOCUMENTO ESIBITO****
      *        CON QUANTO DICHIARATO IN REGISTRAZIONE******************
               MOVE SPACE TO WS-IDENTITA
               MOVE USERNAME TO WS-IDE-USERNAME
               CALL 'IDENTITA' USING 'm', WS-IDENTITA
               IF WS-IDE-ESITO NOT = 'S'
                   DISPLAY 'ATTENZIONE: CODICE FISCALE O DOCUMENTO '
                       'MANCANTI O SCADUTI.'
               END-IF
               DISPLAY 'Confermi l''approvazione? (S/N)'
               ACCEPT WS-CONFERMA-APPROVAZIONE
               IF WS-CONFERMA-APPROVAZIONE = 'S'
                   OR WS-CONFERMA-APPROVAZIONE = 's'
                   CALL 'UTENTE' USING 'y', UTENTE
                   MOVE 'UTENTE' TO WS-AUDIT-TABELLA
                   MOVE 'APPROVE' TO WS-AUDIT-OPERAZIONE
                   MOVE USERNAME TO WS-AUDIT-CHIAVE
                   MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                   CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
               ELSE
                   DISPLAY 'Approvazione annullata.'
               END-IF.

      *    MOSTRA LO STORICO DEGLI ACCESSI DI UN UTENTE*****************
               DISPLAY '6. Concedi una funzione a un ruolo'
               DISPLAY '7. Revoca una funzione a un ruolo'
               DISPLAY '8. Matrice dei permessi'
               DISPLAY '9. Secondo fattore di accesso'
               ACCEPT WS-GESTIONE-RUOLI-SCELTA
               EVALUATE WS-GESTIONE-RUOLI-SCELTA
                   WHEN 1
                   WHEN 8
                       CALL 'RUOLOTABLEUTIL' USING LS-USERNAME,
                           WS-NUOVO-RUOLO,'e',WS-DESCR-PERMESSO
                   WHEN 9
                       PERFORM GESTIONE-SECONDO-FATTORE
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.

      *    QUALI RUOLI DEVONO DARE IL CODICE DOPO LA PASSWORD E*******
      *    REVOCA DELLE POSTAZIONI FIDATE (L'AUDIT LO SCRIVE*********
      *    SECONDOFATTORE CON L'OPERATORE INDICATO QUI)***************
           GESTIONE-SECONDO-FATTORE.
               DISPLAY 'Secondo fattore di accesso'
               DISPLAY '1. Richiedi o togli il codice per un ruolo'
               DISPLAY '2. Ruoli, postazioni fidate e codici falliti'
               DISPLAY '3. Revoca le postazioni fidate di un utente'
               ACCEPT WS-SECONDO-FATTORE-SCELTA
               MOVE SPACE TO WS-SECONDO-FATTORE
               MOVE LS-USERNAME TO WS-SF-OPERATORE
               EVALUATE WS-SECONDO-FATTORE-SCELTA
                   WHEN 1
                       DISPLAY 'Ruolo:'
                       ACCEPT WS-SF-RUOLO
                       DISPLAY 'Codice richiesto (S/N):'
                       ACCEPT WS-SF-CODICE
                       CALL 'SECONDOFATTORE' USING 'm',
                           WS-SECONDO-FATTORE
                       IF WS-SF-ESITO = 'S'
                           DISPLAY 'Ruolo aggiornato.'
                       END-IF
                   WHEN 2
                       CALL 'SECONDOFATTORE' USING 'd',
                           WS-SECONDO-FATTORE
                   WHEN 3
                       DISPLAY 'Username:'
                       ACCEPT WS-SF-USERNAME
                       CALL 'SECONDOFATTORE' USING 'r',
                           WS-SECONDO-FATTORE
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.
               DISPLAY '4. Imposta periodo di prestito (genere/ruolo)'
               DISPLAY '5. Visualizza regole tipi di materiale'
               DISPLAY '6. Imposta regole di un tipo di materiale'
               DISPLAY '7. Simulazione what-if (tariffe e periodi)'
               ACCEPT WS-PARAMETRI-SCELTA
               EVALUATE WS-PARAMETRI-SCELTA
                   WHEN 1
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 7
                       PERFORM SIMULAZIONE-PARAMETRI
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.

      *    PROPOSTE DI TARIFFE E PERIODI PROVATE SUI PRESTITI CHIUSI***
      *    DELL'ULTIMO ANNO, SENZA TOCCARE I PARAMETRI VIGENTI********
           SIMULAZIONE-PARAMETRI.
               MOVE SPACE TO WS-SIMULAZIONE
               MOVE ZERO TO WS-SIM-ID-SCENARIO WS-SIM-ID-CONFRONTO
                   WS-SIM-TARIFFA WS-SIM-TOLLERANZA
                   WS-SIM-MULTA-MASSIMA WS-SIM-FATTORE-SENIOR
                   WS-SIM-RITARDI WS-SIM-GIORNI-PRESTITO WS-SIM-GIORNI
               MOVE LS-USERNAME TO WS-SIM-OPERATORE
               DISPLAY 'Simulazione tariffe e periodi di prestito'
               DISPLAY '1. Nuovo scenario'
               DISPLAY '2. Periodo di prestito di uno scenario'
               DISPLAY '3. Regole di un tipo di materiale in uno '
               'scenario'
               DISPLAY '4. Esegui la simulazione di uno scenario'
               DISPLAY '5. Elenco scenari'
               DISPLAY '6. Confronta due scenari (per la commissione)'
               ACCEPT WS-SIMULAZIONE-SCELTA
               EVALUATE WS-SIMULAZIONE-SCELTA
                   WHEN 1
                       DISPLAY 'Nome dello scenario:'
                       ACCEPT WS-SIM-NOME
                       DISPLAY 'I valori a 0 restano quelli vigenti.'
                       DISPLAY 'Tariffa multa giornaliera:'
                       ACCEPT WS-SIM-TARIFFA
                       DISPLAY 'Giorni di tolleranza:'
                       ACCEPT WS-SIM-TOLLERANZA
                       DISPLAY 'Tetto massimo multe:'
                       ACCEPT WS-SIM-MULTA-MASSIMA
                       DISPLAY 'Fattore multa senior:'
                       ACCEPT WS-SIM-FATTORE-SENIOR
                       DISPLAY 'Ritardi per la sospensione:'
                       ACCEPT WS-SIM-RITARDI
                       DISPLAY 'Giorni di prestito standard:'
                       ACCEPT WS-SIM-GIORNI-PRESTITO
                       CALL 'SIMULAZIONE' USING 'n', WS-SIMULAZIONE
                       IF WS-SIM-ESITO = 'S'
                           MOVE 'SIMULAZIONE_SCENARIO'
                               TO WS-AUDIT-TABELLA
                           MOVE 'INSERT' TO WS-AUDIT-OPERAZIONE
                           MOVE WS-SIM-ID-SCENARIO TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 2
                       DISPLAY 'Numero dello scenario:'
                       ACCEPT WS-SIM-ID-SCENARIO
                       DISPLAY 'Genere (o * per tutti):'
                       ACCEPT WS-SIM-GENERE
                       DISPLAY 'Ruolo (o * per tutti):'
                       ACCEPT WS-SIM-RUOLO
                       DISPLAY 'Giorni di prestito:'
                       ACCEPT WS-SIM-GIORNI
                       CALL 'SIMULAZIONE' USING 'p', WS-SIMULAZIONE
                   WHEN 3
                       DISPLAY 'Numero dello scenario:'
                       ACCEPT WS-SIM-ID-SCENARIO
                       DISPLAY 'Tipo di materiale:'
                       ACCEPT WS-SIM-TIPO
                       DISPLAY 'Giorni di prestito (0 = standard):'
                       ACCEPT WS-SIM-GIORNI
                       DISPLAY 'Tariffa multa giornaliera (0 = '
                       'standard):'
                       ACCEPT WS-SIM-TARIFFA
                       CALL 'SIMULAZIONE' USING 't', WS-SIMULAZIONE
                   WHEN 4
                       DISPLAY 'Numero dello scenario:'
                       ACCEPT WS-SIM-ID-SCENARIO
                       CALL 'SIMULAZIONE' USING 's', WS-SIMULAZIONE
                   WHEN 5
                       CALL 'SIMULAZIONE' USING 'l', WS-SIMULAZIONE
                   WHEN 6
                       DISPLAY 'Scenario A:'
                       ACCEPT WS-SIM-ID-SCENARIO
                       DISPLAY 'Scenario B:'
                       ACCEPT WS-SIM-ID-CONFRONTO
                       CALL 'SIMULAZIONE' USING 'c', WS-SIMULAZIONE
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.
               IF LS-RUOLO = 'SUPERAMMINISTRATORE' THEN
               DISPLAY '8. Amnistia generale delle multe'
               END-IF
               DISPLAY '9. Vendita al banco (fotocopie, tessere, ...)'
               DISPLAY '10. Versamenti in tesoreria e estratto banca'
               ACCEPT WS-PAGAMENTI-SCELTA
               EVALUATE WS-PAGAMENTI-SCELTA
                   WHEN 1
                       ELSE
                           DISPLAY 'NON HAI I PERMESSI PER FARLO'
                       END-IF
                   WHEN 9
                       PERFORM VENDITA-AL-BANCO
                   WHEN 10
                       PERFORM VERSAMENTI-TESORERIA
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.

      *    IL CONTANTE DELLE CASSE CHIUSE E GLI INCASSI POS E PAGOPA***
      *    VANNO IN TESORERIA CON UNA DISTINTA PER SEDE; L'ESTRATTO****
      *    DELLA BANCA LI AGGANCIA E LE ECCEZIONI VANNO AL DIRETTORE***
           VERSAMENTI-TESORERIA.
               MOVE ZERO TO WS-VRS-CODICE-SEDE
               MOVE LS-USERNAME TO WS-VRS-OPERATORE
               MOVE SPACE TO WS-VRS-ESITO
               DISPLAY 'Versamenti in tesoreria'
               DISPLAY '1. Prepara i versamenti e stampa le distinte'
               DISPLAY '2. Importa l estratto della tesoreria'
               DISPLAY '3. Report eccezioni dei versamenti'
               DISPLAY '4. Elenco dei versamenti'
               ACCEPT WS-VERSAMENTI-SCELTA
               EVALUATE WS-VERSAMENTI-SCELTA
                   WHEN 1
                       DISPLAY 'Inserisci codice sede (0 = tutte):'
                       ACCEPT WS-VRS-CODICE-SEDE
                       CALL 'VERSAMENTO' USING 'p', WS-VERSAMENTO
                       IF WS-VRS-ESITO = 'S'
                           MOVE 'VERSAMENTO' TO WS-AUDIT-TABELLA
                           MOVE 'DISTINTA' TO WS-AUDIT-OPERAZIONE
                           MOVE WS-VRS-CODICE-SEDE TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 2
                       CALL 'VERSAMENTO' USING 'i', WS-VERSAMENTO
                       IF WS-VRS-ESITO = 'S'
                           MOVE 'ACCREDITO_BANCA' TO WS-AUDIT-TABELLA
                           MOVE 'IMPORT' TO WS-AUDIT-OPERAZIONE
                           MOVE 'ESTRATTOBANCA' TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 3
                       DISPLAY 'Inserisci codice sede (0 = tutte):'
                       ACCEPT WS-VRS-CODICE-SEDE
                       CALL 'VERSAMENTO' USING 'e', WS-VERSAMENTO
                   WHEN 4
                       DISPLAY 'Inserisci codice sede (0 = tutte):'
                       ACCEPT WS-VRS-CODICE-SEDE
                       CALL 'VERSAMENTO' USING 'l', WS-VERSAMENTO
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.

      *    INVENTARIO FISICO ANNUALE: SESSIONE PER SEDE, IMPORT DEI***
      *    FILE DI SCANSIONE, LISTE DI CONFRONTO E CHIUSURA CON*******
      *    RETTIFICA DEI CONTATORI E AUDIT; FUORI SESSIONE, LETTURA***
      *    DI UN SOLO TRATTO DI SCAFFALE PER LE COPIE FUORI POSTO******
      *    E ALLARMI DEL VARCO ANTITACCHEGGIO***************************
           INVENTARIO-FISICO.
               DISPLAY 'Inventario fisico di sede'
               DISPLAY '1. Apri una sessione per una sede'
               DISPLAY '4. Lista delle eccedenze'
               DISPLAY '5. Lista dei volumi di altra sede'
               DISPLAY '6. Chiudi la sessione e applica le correzioni'
               DISPLAY '7. Lettura di un tratto di scaffale (SCAFSCAN)'
               DISPLAY '8. Ristampa una lettura di scaffale'
               DISPLAY '9. Allarmi del varco antitaccheggio'
               ACCEPT WS-INVENTARIO-SCELTA
               EVALUATE WS-INVENTARIO-SCELTA
                   WHEN 1
                       DISPLAY 'Codice sede (0 = sede di lavoro):'
                       ACCEPT WS-INV-SEDE
                       MOVE WS-INV-SEDE TO WS-PTZ-CODICE-SEDE
                       PERFORM VERIFICA-SEDE-LAVORO
                       IF WS-PTZ-ESITO = 'S'
                           MOVE WS-PTZ-CODICE-SEDE TO WS-INV-SEDE
                           CALL 'INVENTARIO' USING 'a', WS-INVENTARIO
                       END-IF
                   WHEN 2
                       DISPLAY 'Numero sessione:'
                       ACCEPT WS-INV-SESSIONE
                       ACCEPT WS-INV-SESSIONE
                       MOVE LS-USERNAME TO WS-INV-OPERATORE
                       CALL 'INVENTARIO' USING 'c', WS-INVENTARIO
                   WHEN 7
                       DISPLAY 'Codice sede (0 = sede di lavoro):'
                       ACCEPT WS-INV-SEDE
                       MOVE WS-INV-SEDE TO WS-PTZ-CODICE-SEDE
                       PERFORM VERIFICA-SEDE-LAVORO
                       IF WS-PTZ-ESITO = 'S'
                           MOVE WS-PTZ-CODICE-SEDE TO WS-INV-SEDE
                           DISPLAY 'Da collocazione (vuoto = dedotta):'
                           ACCEPT WS-INV-COLLOCAZIONE-DA
                           DISPLAY 'A collocazione (vuoto = dedotta):'
                           ACCEPT WS-INV-COLLOCAZIONE-A
                           MOVE LS-USERNAME TO WS-INV-OPERATORE
                           CALL 'INVENTARIO' USING 'l', WS-INVENTARIO
                           IF WS-INV-ESITO = 'S'
                               DISPLAY 'Lettura registrata con numero '
                                   WS-INV-SESSIONE
                           END-IF
                       END-IF
                   WHEN 8
                       DISPLAY 'Numero lettura:'
                       ACCEPT WS-INV-SESSIONE
                       CALL 'INVENTARIO' USING 'r', WS-INVENTARIO
                   WHEN 9
                       PERFORM ALLARMI-VARCO
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.

      *    REGISTRO DEGLI ALLARMI DEL VARCO PER SEDE: IMPORT CON******
      *    CLASSIFICAZIONE, ALLARMI SU COPIE POI MANCANTI E***********
      *    RIEPILOGO SETTIMANALE DEGLI ALLARMI NON SPIEGATI***********
           ALLARMI-VARCO.
               DISPLAY 'Allarmi del varco antitaccheggio'
               DISPLAY '1. Importa il registro allarmi (VARCOALLARMI)'
               DISPLAY '2. Allarmi su copie poi risultate mancanti'
               DISPLAY '3. Riepilogo settimanale per ora'
               ACCEPT WS-VARCO-SCELTA
               MOVE LS-USERNAME TO WS-VAR-OPERATORE
               EVALUATE WS-VARCO-SCELTA
                   WHEN 1
                       DISPLAY 'Codice sede (0 = sede di lavoro):'
                       ACCEPT WS-VAR-SEDE
                       MOVE WS-VAR-SEDE TO WS-PTZ-CODICE-SEDE
                       PERFORM VERIFICA-SEDE-LAVORO
                       IF WS-PTZ-ESITO = 'S'
                           MOVE WS-PTZ-CODICE-SEDE TO WS-VAR-SEDE
                           CALL 'VARCO' USING 'i', WS-VARCO
                       END-IF
                   WHEN 2
                       DISPLAY 'Codice sede (0 = tutte):'
                       ACCEPT WS-VAR-SEDE
                       CALL 'VARCO' USING 'm', WS-VARCO
                   WHEN 3
                       DISPLAY 'Codice sede (0 = tutte):'
                       ACCEPT WS-VAR-SEDE
                       CALL 'VARCO' USING 's', WS-VARCO
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.

      *    SCADE LE PRENOTAZIONI E CODE MAI RITIRATE DA TROPPO TEMPO***
           SCADENZA-PRENOTAZIONI-INATTIVE.
               MOVE 'SCADENZA PRENOTAZIONI' TO WS-SEM-JOB
               PERFORM PRENDI-SEMAFORO
               IF WS-SEM-ESITO = 'S'
                   CALL 'PRENOTAZIONE' USING 'e'
                   PERFORM RILASCIA-SEMAFORO
               END-IF.

      *    AVVISA I PATRON DEI PRESTITI IN SCADENZA NEI PROSSIMI GIORNI
           PROMEMORIA-PRE-SCADENZA.
               MOVE 'PROMEMORIA SCADENZE ED EVENTI' TO WS-SEM-JOB
               PERFORM PRENDI-SEMAFORO
               IF WS-SEM-ESITO = 'S'
                   CALL 'PRENOTAZIONE' USING 'm'
                   PERFORM RILASCIA-SEMAFORO
               END-IF.

      *    REGISTRO DELLE COPIE FISICHE: CONSULTAZIONE PER ISBN E*****
      *    MANUTENZIONE DI STATO/CONDIZIONE (ES. RIENTRO DALLA*********
               DISPLAY '4. Rientro di una copia dalla riparazione'
               DISPLAY '5. Copie in ritardo dal legatore'
               DISPLAY '6. Costi di riparazione per titolo'
               DISPLAY '7. Biografia di una copia (codice a barre)'
               DISPLAY '8. Passaggi di stato rifiutati'
               DISPLAY '9. Passaggi di stato ammessi'
               DISPLAY '10. Componenti dei materiali multiparte'
               DISPLAY '11. Contestazioni e copie non trovate'
               ACCEPT WS-ESEMPLARI-SCELTA
               EVALUATE WS-ESEMPLARI-SCELTA
                   WHEN 1
                       ACCEPT WS-ESE-STATO
                       DISPLAY 'Nuova condizione (BUONO/DANNEGGIATO):'
                       ACCEPT WS-ESE-CONDIZIONE
                       DISPLAY 'Motivo del cambio di stato:'
                       MOVE SPACE TO WS-ESE-FORNITORE
                       ACCEPT WS-ESE-FORNITORE
                       CALL 'ESEMPLARE' USING 'u', WS-ESEMPLARE
                       IF WS-ESE-ESITO = 'S'
                           MOVE 'ESEMPLARE' TO WS-AUDIT-TABELLA
                       CALL 'ESEMPLARE' USING 'o', WS-ESEMPLARE
                   WHEN 6
                       CALL 'ESEMPLARE' USING 'k', WS-ESEMPLARE
                   WHEN 7
                       DISPLAY 'Codice a barre della copia:'
                       ACCEPT WS-ESE-COLLOCAZIONE
                       CALL 'ESEMPLARE' USING 'v', WS-ESEMPLARE
                   WHEN 8
                       MOVE SPACE TO WS-STORIA-COPIA
                       DISPLAY 'Dal (GG-MM-AAAA, vuoto = inizio mese):'
                       ACCEPT WS-STC-DATA-DA
                       DISPLAY 'Al (GG-MM-AAAA, vuoto = oggi):'
                       ACCEPT WS-STC-DATA-A
                       CALL 'STORIACOPIA' USING 'r', WS-STORIA-COPIA
                   WHEN 9
                       CALL 'STORIACOPIA' USING 't', WS-STORIA-COPIA
                   WHEN 10
                       PERFORM MATERIALI-MULTIPARTE
                   WHEN 11
                       PERFORM RICERCHE-COPIE
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.

      *    CORSI CON CD, GIOCHI DA TAVOLO E COFANETTI: PEZZI DEL******
      *    TITOLO (O DELLA COPIA CHE FA ECCEZIONE), COPIE RESE*********
      *    INCOMPLETE IN ATTESA DEI PEZZI E LORO RIENTRO A SCAFFALE****
           MATERIALI-MULTIPARTE.
               MOVE SPACE TO WS-COMPONENTE
               MOVE ZERO TO WS-CMP-NUMERO-INVENTARIO WS-CMP-QUANTITA
                   WS-CMP-ATTESI WS-CMP-CONTATI WS-CMP-IMPORTO
               MOVE LS-USERNAME TO WS-CMP-OPERATORE
               DISPLAY 'Componenti dei materiali multiparte'
               DISPLAY '1. Componenti di un titolo'
               DISPLAY '2. Censisci o aggiorna un componente'
               DISPLAY '3. Copie incomplete in attesa di pezzi'
               DISPLAY '4. Copia ricompletata (torna a scaffale)'
               ACCEPT WS-COMPONENTI-SCELTA
               EVALUATE WS-COMPONENTI-SCELTA
                   WHEN 1
                       DISPLAY 'Inserisci ISBN:'
                       ACCEPT WS-CMP-ISBN
                       CALL 'COMPONENTE' USING 'd', WS-COMPONENTE
                   WHEN 2
                       DISPLAY 'Inserisci ISBN:'
                       ACCEPT WS-CMP-ISBN
                       DISPLAY 'Numero di inventario (0 = tutte le '
                       'copie del titolo):'
                       ACCEPT WS-CMP-NUMERO-INVENTARIO
                       DISPLAY 'Descrizione del componente:'
                       ACCEPT WS-CMP-DESCRIZIONE
                       DISPLAY 'Quantita (0 = elimina il componente):'
                       ACCEPT WS-CMP-QUANTITA
                       CALL 'COMPONENTE' USING 'a', WS-COMPONENTE
                       IF WS-CMP-ESITO = 'S'
                           MOVE 'COMPONENTE' TO WS-AUDIT-TABELLA
                           MOVE 'UPDATE' TO WS-AUDIT-OPERAZIONE
                           MOVE WS-CMP-ISBN TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 3
                       CALL 'COMPONENTE' USING 'w', WS-COMPONENTE
                   WHEN 4
                       DISPLAY 'Numero di inventario della copia:'
                       ACCEPT WS-CMP-NUMERO-INVENTARIO
                       CALL 'COMPONENTE' USING 'r', WS-COMPONENTE
                       IF WS-CMP-ESITO = 'S'
                           MOVE 'ESEMPLARE' TO WS-AUDIT-TABELLA
                           MOVE 'RIENTRO' TO WS-AUDIT-OPERAZIONE
                           MOVE WS-CMP-NUMERO-INVENTARIO
                               TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.

      *    PATRON CHE DICHIARA DI AVER RESO UN LIBRO ANCORA IN*******
      *    PRESTITO E COPIE CHE NON SI TROVANO A SCAFFALE: LISTA******
      *    DELLE RICERCHE PER SEDE, ESITO DI OGNI GIRO E PATRON CHE****
      *    CONTESTANO SPESSO********************************************
           RICERCHE-COPIE.
               MOVE SPACE TO WS-RICERCA
               MOVE ZERO TO WS-RIC-ID WS-RIC-NUMERO-INVENTARIO
                   WS-RIC-CODICE-SEDE
               MOVE LS-USERNAME TO WS-RIC-OPERATORE
               DISPLAY 'Contestazioni e copie non trovate'
               DISPLAY '1. Il patron dichiara di aver restituito'
               DISPLAY '2. Copia non trovata a scaffale o per un ritiro'
               DISPLAY '3. Ricerche aperte di una sede'
               DISPLAY '4. Esito di una ricerca'
               DISPLAY '5. Contestazioni per patron'
               ACCEPT WS-RICERCHE-SCELTA
               EVALUATE WS-RICERCHE-SCELTA
                   WHEN 1
                       DISPLAY 'Inserisci ISBN:'
                       ACCEPT WS-RIC-ISBN
                       DISPLAY 'Username del patron:'
                       ACCEPT WS-RIC-USERNAME
                       CALL 'RICERCA' USING 'c', WS-RICERCA
                       IF WS-RIC-ESITO = 'S'
                           MOVE 'PRENOTAZIONE' TO WS-AUDIT-TABELLA
                           MOVE 'CONTESTA' TO WS-AUDIT-OPERAZIONE
                           MOVE WS-RIC-ID TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 2
                       DISPLAY 'Numero di inventario della copia:'
                       ACCEPT WS-RIC-NUMERO-INVENTARIO
                       CALL 'RICERCA' USING 'm', WS-RICERCA
                       IF WS-RIC-ESITO = 'S'
                           MOVE 'ESEMPLARE' TO WS-AUDIT-TABELLA
                           MOVE 'MANCANTE' TO WS-AUDIT-OPERAZIONE
                           MOVE WS-RIC-NUMERO-INVENTARIO
                               TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 3
                       DISPLAY 'Inserisci codice sede '
                       '(0 = sede di lavoro):'
                       ACCEPT WS-RIC-CODICE-SEDE
                       MOVE WS-RIC-CODICE-SEDE TO WS-PTZ-CODICE-SEDE
                       PERFORM VERIFICA-SEDE-LAVORO
                       IF WS-PTZ-ESITO = 'S'
                           MOVE WS-PTZ-CODICE-SEDE
                               TO WS-RIC-CODICE-SEDE
                           CALL 'RICERCA' USING 'l', WS-RICERCA
                       END-IF
                   WHEN 4
                       DISPLAY 'Numero della ricerca:'
                       ACCEPT WS-RIC-ID
                       DISPLAY 'Copia trovata? (S/N):'
                       ACCEPT WS-RIC-TROVATA
                       IF WS-RIC-TROVATA = 's'
                           MOVE 'S' TO WS-RIC-TROVATA
                       END-IF
                       CALL 'RICERCA' USING 'e', WS-RICERCA
                       IF WS-RIC-ESITO = 'S'
                           MOVE 'RICERCA' TO WS-AUDIT-TABELLA
                           MOVE 'ESITO' TO WS-AUDIT-OPERAZIONE
                           MOVE WS-RIC-ID TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 5
                       CALL 'RICERCA' USING 'r', WS-RICERCA
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.
      *    LISTA GIORNALIERA DEI LIBRI DA PREPARARE AL BANCO DI UNA***
      *    SEDE PER I RITIRI DELLE PRENOTAZIONI*************************
           LISTA-PRELIEVI-SEDE.
               DISPLAY 'Inserisci codice sede (0 = sede di lavoro):'
               ACCEPT WS-CHECK-SEDE-RITIRO
               MOVE WS-CHECK-SEDE-RITIRO TO WS-PTZ-CODICE-SEDE
               PERFORM VERIFICA-SEDE-LAVORO
               IF WS-PTZ-ESITO = 'S'
                   MOVE WS-PTZ-CODICE-SEDE TO WS-CHECK-SEDE-RITIRO
                   CALL 'PRENOTAZIONE' USING 'p', WS-CHECK-PRENOTAZIONE
               END-IF.

      *    SCAFFALE RITIRI DELLE CODE PROMOSSE: LISTA DEL MATTINO*****
      *    PER SEDE, REGISTRAZIONE DEL RITIRO AL BANCO E DECADENZA*****
               ACCEPT WS-RITIRI-SCELTA
               EVALUATE WS-RITIRI-SCELTA
                   WHEN 1
                       DISPLAY 'Inserisci codice sede '
                       '(0 = sede di lavoro):'
                       ACCEPT WS-CHECK-SEDE-RITIRO
                       MOVE WS-CHECK-SEDE-RITIRO TO WS-PTZ-CODICE-SEDE
                       PERFORM VERIFICA-SEDE-LAVORO
                       IF WS-PTZ-ESITO = 'S'
                           MOVE WS-PTZ-CODICE-SEDE
                               TO WS-CHECK-SEDE-RITIRO
                           CALL 'PRENOTAZIONE' USING 'k',
                               WS-CHECK-PRENOTAZIONE
                       END-IF
                   WHEN 2
                       DISPLAY 'Inserisci ISBN:'
                       ACCEPT WS-CHECK-ISBN
                       DISPLAY 'Username del patron:'
                       ACCEPT WS-CHECK-USERNAME
      *                ANCHE DALLO SCAFFALE RITIRI I MATERIALI IN PIU'**
      *                PARTI ESCONO SOLO DOPO IL CONTEGGIO DEI PEZZI****
                       MOVE SPACE TO WS-COMPONENTE
                       MOVE WS-CHECK-ISBN TO WS-CMP-ISBN
                       MOVE ZERO TO WS-CMP-NUMERO-INVENTARIO
                       MOVE WS-CHECK-USERNAME TO WS-CMP-USERNAME
                       MOVE 'P' TO WS-CMP-MODO
                       MOVE LS-USERNAME TO WS-CMP-OPERATORE
                       CALL 'COMPONENTE' USING 'k', WS-COMPONENTE
                       CALL 'PRENOTAZIONE' USING 'h',
                           WS-CHECK-PRENOTAZIONE
                   WHEN 3
                       MOVE 'DECADENZA RITIRI' TO WS-SEM-JOB
                       PERFORM PRENDI-SEMAFORO
                       IF WS-SEM-ESITO = 'S'
                           CALL 'PRENOTAZIONE' USING 'y',
                               WS-CHECK-PRENOTAZIONE
                           PERFORM RILASCIA-SEMAFORO
                       END-IF
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.
               DISPLAY 'Tutela dati personali'
               DISPLAY '1. Estrazione completa per un username'
               DISPLAY '2. Anonimizzazione (diritto all oblio)'
               DISPLAY '3. Registro conservazione (CONSERVAZIONEREG)'
               DISPLAY '4. Firma il registro (responsabile protezione '
               'dati)'
               DISPLAY '5. Pubblica una nuova versione dell informativa'
               DISPLAY '6. Consensi e registro di un utente'
               DISPLAY '7. Registra un consenso raccolto allo sportello'
               DISPLAY '8. Riepilogo del registro consensi'
               DISPLAY '9. Registro delle consultazioni dei dati'
               ACCEPT WS-PRIVACY-SCELTA
               EVALUATE WS-PRIVACY-SCELTA
                   WHEN 1
                           CALL 'APPROVAZIONI' USING 's',
                               WS-AZIONE-PENDENTE
                       END-IF
                   WHEN 3
                       CALL 'PRIVACY' USING 'g', WS-PRIVACY
                   WHEN 4
                       MOVE LS-USERNAME TO WS-PRIV-USERNAME
                       CALL 'PRIVACY' USING 'f', WS-PRIVACY
                       IF WS-PRIV-ESITO = 'S'
                           MOVE 'CONSERVAZIONE_DATI' TO WS-AUDIT-TABELLA
                           MOVE 'FIRMA' TO WS-AUDIT-OPERAZIONE
                           MOVE 'REGISTRO' TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 5
      *                DA QUI IN POI TUTTI SI VEDRANNO RIPROPORRE*****
      *                L'INFORMATIVA AL PRIMO ACCESSO******************
                       MOVE SPACE TO WS-CONSENSO
                       DISPLAY 'Versione (es. 2.0):'
                       ACCEPT WS-CNS-VERSIONE
                       DISPLAY 'Descrizione delle modifiche:'
                       ACCEPT WS-CNS-DESCRIZIONE
                       MOVE LS-USERNAME TO WS-CNS-OPERATORE
                       CALL 'CONSENSO' USING 'p', WS-CONSENSO
                       IF WS-CNS-ESITO = 'S'
                           MOVE 'INFORMATIVA_PRIVACY'
                               TO WS-AUDIT-TABELLA
                           MOVE 'PUBBLICA' TO WS-AUDIT-OPERAZIONE
                           MOVE WS-CNS-VERSIONE TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 6
                       MOVE SPACE TO WS-CONSENSO
                       DISPLAY 'Username dell interessato:'
                       ACCEPT WS-CNS-USERNAME
                       CALL 'CONSENSO' USING 'm', WS-CONSENSO
                       CALL 'CONSENSO' USING 'r', WS-CONSENSO
                   WHEN 7
                       PERFORM CONSENSO-ALLO-SPORTELLO
                   WHEN 8
                       CALL 'CONSENSO' USING 'g', WS-CONSENSO
                   WHEN 9
                       PERFORM CONSULTAZIONI-DATI-PATRON
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.

      *    CHI HA GUARDATO I DATI DI UN PATRON, COSA HA GUARDATO UN***
      *    OPERATORE, PROSPETTO MENSILE DEI VOLUMI ANOMALI PER IL*****
      *    RESPONSABILE DELLA PROTEZIONE DEI DATI E PULIZIA DEL*******
      *    REGISTRO OLTRE LA CONSERVAZIONE (SOLO SUPERAMMINISTRATORE)*
           CONSULTAZIONI-DATI-PATRON.
               DISPLAY 'Registro delle consultazioni dei dati'
               DISPLAY '1. Consultazioni dei dati di un patron'
               DISPLAY '2. Consultazioni fatte da un operatore'
               DISPLAY '3. Prospetto mensile per il responsabile '
                   'protezione dati'
               IF LS-RUOLO = 'SUPERAMMINISTRATORE' THEN
               DISPLAY '4. Cancella le consultazioni oltre la '
                   'conservazione'
               END-IF
               ACCEPT WS-CONSULTAZIONI-DATI-SCELTA
               MOVE SPACE TO WS-ACCESSO-DATI
               MOVE ZERO TO WS-ACD-ANNO
               MOVE ZERO TO WS-ACD-MESE
               MOVE LS-USERNAME TO WS-ACD-OPERATORE
               EVALUATE WS-CONSULTAZIONI-DATI-SCELTA
                   WHEN 1
                       DISPLAY 'Username del patron:'
                       ACCEPT WS-ACD-PATRON
                       DISPLAY 'Dal (GG-MM-AAAA, vuoto = tutto):'
                       ACCEPT WS-ACD-DATA-DA
                       DISPLAY 'Al (GG-MM-AAAA, vuoto = oggi):'
                       ACCEPT WS-ACD-DATA-A
                       CALL 'ACCESSIDATI' USING 'q', WS-ACCESSO-DATI
                   WHEN 2
                       DISPLAY 'Username dell operatore:'
                       ACCEPT WS-ACD-VISUALIZZATO-DA
                       DISPLAY 'Dal (GG-MM-AAAA, vuoto = tutto):'
                       ACCEPT WS-ACD-DATA-DA
                       DISPLAY 'Al (GG-MM-AAAA, vuoto = oggi):'
                       ACCEPT WS-ACD-DATA-A
                       CALL 'ACCESSIDATI' USING 'q', WS-ACCESSO-DATI
                   WHEN 3
                       DISPLAY 'Anno (0 = mese scorso):'
                       ACCEPT WS-ACD-ANNO
                       IF WS-ACD-ANNO NOT = ZERO
                           DISPLAY 'Mese (1-12):'
                           ACCEPT WS-ACD-MESE
                       END-IF
                       CALL 'ACCESSIDATI' USING 'm', WS-ACCESSO-DATI
                   WHEN 4
                       IF LS-RUOLO NOT = 'SUPERAMMINISTRATORE'
                           DISPLAY 'Scelta non valida.'
                           EXIT PARAGRAPH
                       END-IF
                       CALL 'ACCESSIDATI' USING 'p', WS-ACCESSO-DATI
                       IF WS-ACD-ESITO = 'S'
                           MOVE 'ACCESSO_DATI' TO WS-AUDIT-TABELLA
                           MOVE 'PULIZIA' TO WS-AUDIT-OPERAZIONE
                           MOVE 'CONSERVAZIONE' TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.
               DISPLAY '2. Lista a scaffale di una sede'
               DISPLAY '3. Etichette degli arrivi di oggi'
               DISPLAY '4. Etichette per intervallo (ristampa)'
               DISPLAY '5. Profilo della collezione per classe e sede'
               DISPLAY '6. Modifiche globali di titoli e copie'
               ACCEPT WS-COLLOCAZIONI-SCELTA
               EVALUATE WS-COLLOCAZIONI-SCELTA
                   WHEN 1
                       DISPLAY 'Numero di inventario finale:'
                       ACCEPT WS-ESE-INVENTARIO-A
                       CALL 'ESEMPLARE' USING 'l', WS-ESEMPLARE
                   WHEN 5
                       DISPLAY 'Data inizio periodo (GG-MM-AAAA):'
                       ACCEPT WS-PRF-DATA-DA
                       DISPLAY 'Data fine periodo (GG-MM-AAAA):'
                       ACCEPT WS-PRF-DATA-A
                       DISPLAY 'Livello di classe (1 centinaia, '
                           '2 decine, 3 completa):'
                       ACCEPT WS-PRF-LIVELLO
                       MOVE LS-USERNAME TO WS-PRF-OPERATORE
                       CALL 'PROFILO' USING 'p', WS-PROFILO
                       IF WS-PRF-ESITO = 'S'
                           MOVE 'ESEMPLARE' TO WS-AUDIT-TABELLA
                           MOVE 'REPORT' TO WS-AUDIT-OPERAZIONE
                           MOVE 'PROFILOCOLLEZIONE' TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 6
                       PERFORM MODIFICHE-GLOBALI-CATALOGO
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.

      *    MODIFICHE GLOBALI: UN CAMPO CAMBIATO SU TUTTI I TITOLI O***
      *    LE COPIE SCELTI PER CRITERI, CON ANTEPRIMA, APPROVAZIONE***
      *    A QUATTRO OCCHI (VOCE 72) E ANNULLAMENTO DEL LOTTO*********
           MODIFICHE-GLOBALI-CATALOGO.
               DISPLAY 'Modifiche globali del catalogo'
               DISPLAY '1. Prepara un lotto (anteprima e invio)'
               DISPLAY '2. Elenco dei lotti'
               DISPLAY '3. Anteprima di un lotto'
               DISPLAY '4. Chiedi l annullamento di un lotto applicato'
               ACCEPT WS-MODIFICHE-SCELTA
               MOVE SPACE TO WS-MODIFICA-GLOBALE
               MOVE ZERO TO WS-MGL-ID-LOTTO
               MOVE ZERO TO WS-MGL-SEDE
               MOVE ZERO TO WS-MGL-CODICE-CASA
               MOVE ZERO TO WS-MGL-NUMERO-RIGHE
               MOVE LS-USERNAME TO WS-MGL-OPERATORE
               EVALUATE WS-MODIFICHE-SCELTA
                   WHEN 1
                       DISPLAY 'Campo dei titoli (GENERE, '
                           'TIPO_MATERIALE, CODICECASAEDITRICE, '
                           'CODICE_SEDE)'
                       DISPLAY 'o delle copie (COLLOCAZIONE, '
                           'CONDIZIONE):'
                       ACCEPT WS-MGL-CAMPO
                       DISPLAY 'Criteri (vuoto o zero = tutti).'
                       DISPLAY 'Codice sede:'
                       ACCEPT WS-MGL-SEDE
                       DISPLAY 'Collocazione da:'
                       ACCEPT WS-MGL-COLLOCAZIONE-DA
                       DISPLAY 'Collocazione a:'
                       ACCEPT WS-MGL-COLLOCAZIONE-A
                       DISPLAY 'Genere:'
                       ACCEPT WS-MGL-GENERE
                       DISPLAY 'Codice casa editrice:'
                       ACCEPT WS-MGL-CODICE-CASA
                       DISPLAY 'Tipo materiale:'
                       ACCEPT WS-MGL-TIPO-MATERIALE
                       DISPLAY 'Ingresso dal (GG-MM-AAAA):'
                       ACCEPT WS-MGL-DATA-DA
                       DISPLAY 'Ingresso al (GG-MM-AAAA):'
                       ACCEPT WS-MGL-DATA-A
                       DISPLAY 'Valore attuale da cambiare (per la '
                           'collocazione: prefisso; vuoto = qualsiasi):'
                       ACCEPT WS-MGL-VALORE-VECCHIO
                       DISPLAY 'Valore nuovo:'
                       ACCEPT WS-MGL-VALORE-NUOVO
                       CALL 'MODIFICAGLOBALE' USING 'p',
                           WS-MODIFICA-GLOBALE
                       IF WS-MGL-ESITO = 'S'
                           DISPLAY 'Inviare il lotto all approvazione? '
                               '(S/N)'
                           ACCEPT WS-CONFERMA-MODIFICA
                           IF WS-CONFERMA-MODIFICA = 'S'
                               CALL 'MODIFICAGLOBALE' USING 'q',
                                   WS-MODIFICA-GLOBALE
                           ELSE
                               CALL 'MODIFICAGLOBALE' USING 'z',
                                   WS-MODIFICA-GLOBALE
                           END-IF
                       END-IF
                   WHEN 2
                       CALL 'MODIFICAGLOBALE' USING 'l',
                           WS-MODIFICA-GLOBALE
                   WHEN 3
                       DISPLAY 'Numero del lotto:'
                       ACCEPT WS-MGL-ID-LOTTO
                       CALL 'MODIFICAGLOBALE' USING 'v',
                           WS-MODIFICA-GLOBALE
                   WHEN 4
                       DISPLAY 'Numero del lotto:'
                       ACCEPT WS-MGL-ID-LOTTO
                       CALL 'MODIFICAGLOBALE' USING 'r',
                           WS-MODIFICA-GLOBALE
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.
               DISPLAY '4. Collega un titolo a una voce'
               DISPLAY '5. Elenco voci di autorita'
               DISPLAY '6. Migra il testo libero LIBRO.AUTORE'
               DISPLAY '7. Ricostruisci l indice per parole'
               ACCEPT WS-AUTORI-SCELTA
               EVALUATE WS-AUTORI-SCELTA
                   WHEN 1
                       CALL 'AUTORE' USING 'd', WS-AUTORE
                   WHEN 6
                       CALL 'AUTORE' USING 'b', WS-AUTORE
                   WHEN 7
                       MOVE LS-USERNAME TO WS-PCH-OPERATORE
                       CALL 'PAROLECHIAVE' USING 'r', WS-PAROLE-CHIAVE
                       IF WS-PCH-ESITO = 'S'
                           MOVE 'PAROLA_CHIAVE' TO WS-AUDIT-TABELLA
                           MOVE 'REBUILD' TO WS-AUDIT-OPERAZIONE
                           MOVE 'TUTTO IL CATALOGO' TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.
               DISPLAY '9. Liste e fascicoli in giro'
               DISPLAY '10. Circolazioni ferme (solleciti)'
               DISPLAY '11. Rilega un annata in volume'
               DISPLAY '12. Schema di pubblicazione di una testata'
               DISPLAY '13. Prevedi i fascicoli di un anno'
               ACCEPT WS-PERIODICI-SCELTA
               EVALUATE WS-PERIODICI-SCELTA
                   WHEN 1
                   WHEN 4
                       DISPLAY 'Codice testata:'
                       ACCEPT WS-PER-ID-TESTATA
      *                CON LO SCHEMA SI PROPONE IL PROSSIMO ATTESO****
                       MOVE 'N' TO WS-PER-CONFERMA
                       CALL 'PERIODICO' USING 'n', WS-PERIODICO
                       IF WS-PER-ESITO = 'S'
                           DISPLAY 'Prossimo atteso: anno ' WS-PER-ANNO
                               ' numero ' WS-PER-NUMERO
                           DISPLAY 'previsto il ' WS-PER-PRIMA-USCITA
                               '. E questo? (S/N):'
                           ACCEPT WS-PER-CONFERMA
                       END-IF
                       IF WS-PER-CONFERMA NOT = 'S'
                           AND WS-PER-CONFERMA NOT = 's'
                           DISPLAY 'Anno (AAAA):'
                           ACCEPT WS-PER-ANNO
                           DISPLAY 'Numero fascicolo:'
                           ACCEPT WS-PER-NUMERO
                       END-IF
                       CALL 'PERIODICO' USING 'c', WS-PERIODICO
                   WHEN 5
                       CALL 'PERIODICO' USING 'r', WS-PERIODICO
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 12
                       DISPLAY 'Codice testata:'
                       ACCEPT WS-PER-ID-TESTATA
                       DISPLAY 'Frequenza (SETTIMANALE/QUINDICINALE/'
                           'MENSILE/BIMESTRALE/TRIMESTRALE):'
                       ACCEPT WS-PER-FREQUENZA
                       DISPLAY 'Numerazione (ANNUALE/CONTINUA):'
                       ACCEPT WS-PER-NUMERAZIONE
                       DISPLAY 'Numero del primo fascicolo:'
                       ACCEPT WS-PER-PRIMO-NUMERO
                       DISPLAY 'Arrivo previsto del primo fascicolo '
                           '(GG-MM-AAAA):'
                       ACCEPT WS-PER-PRIMA-USCITA
                       DISPLAY 'Mesi con numero doppio (es. 07,12; '
                           'invio = nessuno):'
                       ACCEPT WS-PER-MESI-DOPPI
                       DISPLAY 'Giorni di tolleranza prima del reclamo '
                           '(0 = default):'
                       ACCEPT WS-PER-TOLLERANZA
                       CALL 'PERIODICO' USING 'e', WS-PERIODICO
                       IF WS-PER-ESITO = 'S'
                           MOVE 'SCHEMA_PUBBLICAZIONE' TO
                               WS-AUDIT-TABELLA
                           MOVE 'UPSERT' TO WS-AUDIT-OPERAZIONE
                           MOVE WS-PER-ID-TESTATA TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 13
                       DISPLAY 'Codice testata:'
                       ACCEPT WS-PER-ID-TESTATA
                       DISPLAY 'Anno (AAAA):'
                       ACCEPT WS-PER-ANNO
                       CALL 'PERIODICO' USING 'x', WS-PERIODICO
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.
               DISPLAY '5. Elenco lotti e candidati'
               DISPLAY '6. Stampa ricevuta per il donatore'
               DISPLAY '7. Report annuale donazioni per donatore'
               DISPLAY '8. Deposito legale degli editori'
               ACCEPT WS-DONAZIONI-SCELTA
               EVALUATE WS-DONAZIONI-SCELTA
                   WHEN 1
                       DISPLAY 'Anno (AAAA):'
                       ACCEPT WS-DON-ANNO
                       CALL 'DONAZIONE' USING 'g', WS-DONAZIONE
                   WHEN 8
                       PERFORM DEPOSITO-LEGALE
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.

      *    DEPOSITO LEGALE: EDITORI OBBLIGATI, REGISTRO DELLE COPIE****
      *    RICEVUTE, SOLLECITI PER I TITOLI ANNUNCIATI E MAI***********
      *    CONSEGNATI E PROSPETTO ANNUALE PER LA REGIONE***************
           DEPOSITO-LEGALE.
               MOVE SPACE TO WS-DEPOSITO
               MOVE ZERO TO WS-DEP-CODICE-CASA
               MOVE ZERO TO WS-DEP-INVENTARIO
               MOVE ZERO TO WS-DEP-ANNO
               MOVE LS-USERNAME TO WS-DEP-OPERATORE
               DISPLAY 'Deposito legale'
               DISPLAY '1. Obbligo di deposito di un editore'
               DISPLAY '2. Elenco editori obbligati'
               DISPLAY '3. Registra una copia ricevuta'
               DISPLAY '4. Carica il listino di un editore'
               DISPLAY '5. Lettere di sollecito (SOLLECITODEPOSITO)'
               DISPLAY '6. Prospetto annuale per la Regione'
               DISPLAY '7. Registro dei depositi di un anno'
               ACCEPT WS-DEPOSITO-SCELTA
               EVALUATE WS-DEPOSITO-SCELTA
                   WHEN 1
                       DISPLAY 'Codice casa editrice:'
                       ACCEPT WS-DEP-CODICE-CASA
                       DISPLAY 'Obbligata al deposito (S/N):'
                       ACCEPT WS-DEP-OBBLIGO
                       DISPLAY 'Decorrenza (GG-MM-AAAA, vuoto = oggi):'
                       ACCEPT WS-DEP-DATA
                       CALL 'DEPOSITO' USING 'o', WS-DEPOSITO
                       IF WS-DEP-ESITO = 'S'
                           MOVE 'CASAEDITRICE' TO WS-AUDIT-TABELLA
                           MOVE 'DEPOSITO' TO WS-AUDIT-OPERAZIONE
                           MOVE WS-DEP-CODICE-CASA TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 2
                       CALL 'DEPOSITO' USING 'e', WS-DEPOSITO
                   WHEN 3
                       DISPLAY 'ISBN:'
                       ACCEPT WS-DEP-ISBN
                       DISPLAY 'Codice casa (vuoto = quella del libro):'
                       ACCEPT WS-DEP-CODICE-CASA
                       DISPLAY 'Inventario (vuoto = nuova copia):'
                       ACCEPT WS-DEP-INVENTARIO
                       DISPLAY 'Data ricevimento (vuoto = oggi):'
                       ACCEPT WS-DEP-DATA
                       DISPLAY 'Note:'
                       ACCEPT WS-DEP-NOTE
                       CALL 'DEPOSITO' USING 'r', WS-DEPOSITO
                       IF WS-DEP-ESITO = 'S'
                           MOVE 'DEPOSITO_LEGALE' TO WS-AUDIT-TABELLA
                           MOVE 'INSERT' TO WS-AUDIT-OPERAZIONE
                           MOVE WS-DEP-ISBN TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 4
                       DISPLAY 'Codice casa editrice:'
                       ACCEPT WS-DEP-CODICE-CASA
                       CALL 'DEPOSITO' USING 'c', WS-DEPOSITO
                   WHEN 5
                       CALL 'DEPOSITO' USING 's', WS-DEPOSITO
                   WHEN 6
                       DISPLAY 'Anno (vuoto = anno scorso):'
                       ACCEPT WS-DEP-ANNO
                       CALL 'DEPOSITO' USING 'p', WS-DEPOSITO
                   WHEN 7
                       DISPLAY 'Anno (vuoto = anno in corso):'
                       ACCEPT WS-DEP-ANNO
                       CALL 'DEPOSITO' USING 'l', WS-DEPOSITO
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.
               DISPLAY '1. Scatta la fotografia del mese corrente'
               DISPLAY '2. Tendenze mese su mese'
               DISPLAY '3. Dettaglio di un mese (sede/genere)'
               DISPLAY '4. Pubblica gli open data di un mese'
               ACCEPT WS-FOTOGRAFIE-SCELTA
               EVALUATE WS-FOTOGRAFIE-SCELTA
                   WHEN 1
                       DISPLAY 'Mese (1-12):'
                       ACCEPT WS-FOTO-MESE
                       CALL 'STATMENSILE' USING 'g', WS-FOTOGRAFIA
                   WHEN 4
                       DISPLAY 'Anno (AAAA, 0 = mese scorso):'
                       ACCEPT WS-OD-ANNO
                       DISPLAY 'Mese (1-12, 0 = mese scorso):'
                       ACCEPT WS-OD-MESE
                       CALL 'OPENDATA' USING 'x', WS-OPENDATA
                       IF WS-OD-ESITO = 'S'
                           MOVE 'OPENDATA' TO WS-AUDIT-TABELLA
                           MOVE 'EXPORT' TO WS-AUDIT-OPERAZIONE
                           MOVE SPACE TO WS-AUDIT-CHIAVE
                           STRING WS-OD-ANNO DELIMITED BY SIZE
                               '-' DELIMITED BY SIZE
                               WS-OD-MESE DELIMITED BY SIZE
                               INTO WS-AUDIT-CHIAVE
                           END-STRING
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.

      *    ESTRATTO CONTO: FOGLIO DATATO DI UN PATRON PER IL BANCO,***
      *    CORSA MENSILE A MANO E REGISTRO DEGLI ESTRATTI EMESSI*******
           ESTRATTO-CONTO-PATRON.
               DISPLAY 'Estratto conto dei patron'
               DISPLAY '1. Estratto di un patron (stampa ESTRATTIPRINT)'
               DISPLAY '2. Corsa mensile (mese scorso, con notifica)'
               DISPLAY '3. Elenco estratti emessi'
               ACCEPT WS-ESTRATTO-SCELTA
               MOVE SPACE TO WS-ESTRATTO
               EVALUATE WS-ESTRATTO-SCELTA
                   WHEN 1
                       DISPLAY 'Username del patron:'
                       ACCEPT WS-ESTRATTO-USERNAME
                       DISPLAY 'Dal (GG-MM-AAAA, vuoto = inizio mese):'
                       ACCEPT WS-ESTRATTO-DATA-DA
                       DISPLAY 'Al (GG-MM-AAAA, vuoto = oggi):'
                       ACCEPT WS-ESTRATTO-DATA-A
                       DISPLAY 'Inviare anche al patron? (S/N):'
                       ACCEPT WS-ESTRATTO-INVIA
                       CALL 'ESTRATTOCONTO' USING 'u', WS-ESTRATTO
                       IF WS-ESTRATTO-ESITO = 'S'
                           MOVE 'ESTRATTO_CONTO' TO WS-AUDIT-TABELLA
                           MOVE 'EMISSIONE' TO WS-AUDIT-OPERAZIONE
                           MOVE WS-ESTRATTO-USERNAME TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 2
                       CALL 'ESTRATTOCONTO' USING 'm', WS-ESTRATTO
                   WHEN 3
                       DISPLAY 'Username (vuoto = tutti):'
                       ACCEPT WS-ESTRATTO-USERNAME
                       CALL 'ESTRATTOCONTO' USING 'd', WS-ESTRATTO
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.

      *    CONSEGNE A DOMICILIO: GIRI PER SEDE, PROFILI DEI PATRON****
      *    ALLETTATI, LISTE DI PRELIEVO, CONFERMA DEI PRESTITI SUL*****
      *    CONTO DEL PATRON E RIEPILOGO PER I SERVIZI SOCIALI**********
           CONSEGNE-DOMICILIO.
               DISPLAY 'Consegne a domicilio'
               DISPLAY '1. Nuovo giro di consegna'
               DISPLAY '2. Profilo domicilio di un patron'
               DISPLAY '3. Sospendi il servizio a un patron'
               DISPLAY '4. Lista di prelievo (stampa DOMICILIOPRINT)'
               DISPLAY '5. Conferma consegne di un giro'
               DISPLAY '6. Togli una riga dalla lista'
               DISPLAY '7. Elenco giri e patron'
               DISPLAY '8. Riepilogo mensile per giro'
               ACCEPT WS-DOMICILIO-SCELTA
               MOVE SPACE TO WS-DOMICILIO
               MOVE ZERO TO WS-DOMICILIO-GIRO
               MOVE ZERO TO WS-DOMICILIO-SEDE
               MOVE ZERO TO WS-DOMICILIO-GIORNO
               MOVE ZERO TO WS-DOMICILIO-TITOLI
               MOVE ZERO TO WS-DOMICILIO-ID
               MOVE ZERO TO WS-DOMICILIO-ANNO
               MOVE ZERO TO WS-DOMICILIO-MESE
               EVALUATE WS-DOMICILIO-SCELTA
                   WHEN 1
                       DISPLAY 'Nome del giro:'
                       ACCEPT WS-DOMICILIO-NOME-GIRO
                       DISPLAY 'Codice sede di partenza:'
                       ACCEPT WS-DOMICILIO-SEDE
                       DISPLAY 'Giorno della settimana (1=lun..7=dom):'
                       ACCEPT WS-DOMICILIO-GIORNO
                       CALL 'DOMICILIO' USING 'g', WS-DOMICILIO
                   WHEN 2
                       DISPLAY 'Username del patron:'
                       ACCEPT WS-DOMICILIO-USERNAME
                       DISPLAY 'Indirizzo di consegna:'
                       ACCEPT WS-DOMICILIO-INDIRIZZO
                       DISPLAY 'Generi preferiti (separati da virgola):'
                       ACCEPT WS-DOMICILIO-GENERI
                       DISPLAY 'Frequenza (SETTIMANALE/QUINDICINALE/'
                           'MENSILE):'
                       ACCEPT WS-DOMICILIO-FREQUENZA
                       DISPLAY 'Titoli per consegna (vuoto = 3):'
                       ACCEPT WS-DOMICILIO-TITOLI
                       DISPLAY 'Codice del giro assegnato:'
                       ACCEPT WS-DOMICILIO-GIRO
                       CALL 'DOMICILIO' USING 'p', WS-DOMICILIO
                       IF WS-DOMICILIO-ESITO = 'S'
                           MOVE 'PROFILO_DOMICILIO' TO WS-AUDIT-TABELLA
                           MOVE 'SALVA' TO WS-AUDIT-OPERAZIONE
                           MOVE WS-DOMICILIO-USERNAME TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 3
                       DISPLAY 'Username del patron:'
                       ACCEPT WS-DOMICILIO-USERNAME
                       CALL 'DOMICILIO' USING 'x', WS-DOMICILIO
                       IF WS-DOMICILIO-ESITO = 'S'
                           MOVE 'PROFILO_DOMICILIO' TO WS-AUDIT-TABELLA
                           MOVE 'SOSPENDI' TO WS-AUDIT-OPERAZIONE
                           MOVE WS-DOMICILIO-USERNAME TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 4
                       DISPLAY 'Codice giro (0 = tutti i giri attivi):'
                       ACCEPT WS-DOMICILIO-GIRO
                       CALL 'DOMICILIO' USING 'l', WS-DOMICILIO
                   WHEN 5
                       DISPLAY 'Codice giro:'
                       ACCEPT WS-DOMICILIO-GIRO
                       CALL 'DOMICILIO' USING 'c', WS-DOMICILIO
                   WHEN 6
                       DISPLAY 'Id della riga da togliere:'
                       ACCEPT WS-DOMICILIO-ID
                       CALL 'DOMICILIO' USING 'a', WS-DOMICILIO
                   WHEN 7
                       CALL 'DOMICILIO' USING 'd', WS-DOMICILIO
                   WHEN 8
                       DISPLAY 'Anno (vuoto = mese scorso):'
                       ACCEPT WS-DOMICILIO-ANNO
                       DISPLAY 'Mese (1-12):'
                       ACCEPT WS-DOMICILIO-MESE
                       CALL 'DOMICILIO' USING 'r', WS-DOMICILIO
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.

      *    VOLONTARI: ISCRIZIONE, ABILITAZIONI, TURNI SVOLTI NEI******
      *    GIORNI DI APERTURA E ORE DEL TRIMESTRE PER L'ASSICURAZIONE**
      *    E LE ATTESTAZIONI DEL SERVIZIO CIVILE************************
           REGISTRO-VOLONTARI.
               DISPLAY 'Volontari'
               DISPLAY '1. Iscrivi un volontario'
               DISPLAY '2. Aggiorna sede, telefono, assicurazione'
               DISPLAY '3. Abilita a un''attivita'''
               DISPLAY '4. Revoca un''abilitazione'
               DISPLAY '5. Registra un turno svolto'
               DISPLAY '6. Elenco volontari e assicurazioni'
               DISPLAY '7. Ore del trimestre (stampa VOLONTARIREPORT)'
               ACCEPT WS-VOLONTARI-SCELTA
               MOVE SPACE TO WS-VOLONTARIO
               MOVE ZERO TO WS-VOL-CODICE
               MOVE ZERO TO WS-VOL-SEDE
               MOVE ZERO TO WS-VOL-ANNO
               MOVE ZERO TO WS-VOL-TRIMESTRE
               EVALUATE WS-VOLONTARI-SCELTA
                   WHEN 1
                       DISPLAY 'Nome:'
                       ACCEPT WS-VOL-NOME
                       DISPLAY 'Cognome:'
                       ACCEPT WS-VOL-COGNOME
                       DISPLAY 'Tipo (SERVIZIO_CIVILE/ASSOCIAZIONE):'
                       ACCEPT WS-VOL-TIPO
                       DISPLAY 'Codice sede di servizio:'
                       ACCEPT WS-VOL-SEDE
                       DISPLAY 'Telefono:'
                       ACCEPT WS-VOL-TELEFONO
                       DISPLAY 'Scadenza assicurazione (GG-MM-AAAA):'
                       ACCEPT WS-VOL-SCADENZA
                       CALL 'VOLONTARIO' USING 'i', WS-VOLONTARIO
                   WHEN 2
                       DISPLAY 'Codice volontario:'
                       ACCEPT WS-VOL-CODICE
                       DISPLAY 'Nuova sede (vuoto = invariata):'
                       ACCEPT WS-VOL-SEDE
                       DISPLAY 'Telefono (vuoto = invariato):'
                       ACCEPT WS-VOL-TELEFONO
                       DISPLAY 'Scadenza assicurazione (GG-MM-AAAA, '
                           'vuoto = invariata):'
                       ACCEPT WS-VOL-SCADENZA
                       DISPLAY 'CESSATO per chiudere il servizio '
                           '(vuoto = in servizio):'
                       ACCEPT WS-VOL-TIPO
                       CALL 'VOLONTARIO' USING 'u', WS-VOLONTARIO
                   WHEN 3
                       DISPLAY 'Codice volontario:'
                       ACCEPT WS-VOL-CODICE
                       DISPLAY 'Attivita (BANCO/SCAFFALE/DOMICILIO/'
                           'LETTURA):'
                       ACCEPT WS-VOL-ATTIVITA
                       CALL 'VOLONTARIO' USING 'a', WS-VOLONTARIO
                   WHEN 4
                       DISPLAY 'Codice volontario:'
                       ACCEPT WS-VOL-CODICE
                       DISPLAY 'Attivita da revocare:'
                       ACCEPT WS-VOL-ATTIVITA
                       CALL 'VOLONTARIO' USING 'v', WS-VOLONTARIO
                   WHEN 5
                       DISPLAY 'Codice volontario:'
                       ACCEPT WS-VOL-CODICE
                       DISPLAY 'Sede del turno (vuoto = sua sede):'
                       ACCEPT WS-VOL-SEDE
                       DISPLAY 'Data del turno (GG-MM-AAAA):'
                       ACCEPT WS-VOL-DATA-TURNO
                       DISPLAY 'Ora inizio (HH:MM):'
                       ACCEPT WS-VOL-ORA-INIZIO
                       DISPLAY 'Ora fine (HH:MM):'
                       ACCEPT WS-VOL-ORA-FINE
                       DISPLAY 'Attivita svolta:'
                       ACCEPT WS-VOL-ATTIVITA
                       CALL 'VOLONTARIO' USING 't', WS-VOLONTARIO
                   WHEN 6
                       DISPLAY 'Codice sede (vuoto = tutte):'
                       ACCEPT WS-VOL-SEDE
                       CALL 'VOLONTARIO' USING 'd', WS-VOLONTARIO
                   WHEN 7
                       DISPLAY 'Anno (vuoto = trimestre scorso):'
                       ACCEPT WS-VOL-ANNO
                       DISPLAY 'Trimestre (1-4):'
                       ACCEPT WS-VOL-TRIMESTRE
                       CALL 'VOLONTARIO' USING 'r', WS-VOLONTARIO
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.

      *    ORARIO SETTIMANALE DI OGNI SEDE PER MATTINA E POMERIGGIO,**
      *    CON ORARI STAGIONALI (ESTIVO...) CHE PREVALGONO SU QUELLO***
      *    ORDINARIO NEI GIORNI DEL PERIODO*****************************
           ORARI-APERTURA-SEDI.
               DISPLAY 'Orari di apertura'
               DISPLAY '1. Imposta l''orario di un giorno'
               DISPLAY '2. Togli l''orario di un giorno'
               DISPLAY '3. Definisci un periodo stagionale'
               DISPLAY '4. Elenco orari'
               DISPLAY '5. Orario di una sede in una data'
               ACCEPT WS-ORARI-SCELTA
               MOVE SPACE TO WS-ORARIO
               MOVE ZERO TO WS-ORA-SEDE
               MOVE ZERO TO WS-ORA-GIORNO
               EVALUATE WS-ORARI-SCELTA
                   WHEN 1
                       DISPLAY 'Codice sede:'
                       ACCEPT WS-ORA-SEDE
                       DISPLAY 'Stagione (vuoto = ORDINARIO):'
                       ACCEPT WS-ORA-STAGIONE
                       DISPLAY 'Giorno (1=lunedi ... 7=domenica):'
                       ACCEPT WS-ORA-GIORNO
                       DISPLAY 'Mattina dalle (HH:MM, vuoto = chiuso):'
                       ACCEPT WS-ORA-MATTINA-DALLE
                       DISPLAY 'Mattina alle (HH:MM):'
                       ACCEPT WS-ORA-MATTINA-ALLE
                       DISPLAY 'Pomeriggio dalle (HH:MM, vuoto = '
                           'chiuso):'
                       ACCEPT WS-ORA-POMERIGGIO-DALLE
                       DISPLAY 'Pomeriggio alle (HH:MM):'
                       ACCEPT WS-ORA-POMERIGGIO-ALLE
                       CALL 'ORARIO' USING 'i', WS-ORARIO
                   WHEN 2
                       DISPLAY 'Codice sede:'
                       ACCEPT WS-ORA-SEDE
                       DISPLAY 'Stagione (vuoto = ORDINARIO):'
                       ACCEPT WS-ORA-STAGIONE
                       DISPLAY 'Giorno (1=lunedi ... 7=domenica):'
                       ACCEPT WS-ORA-GIORNO
                       CALL 'ORARIO' USING 'r', WS-ORARIO
                   WHEN 3
                       DISPLAY 'Nome stagione (es. ESTIVO):'
                       ACCEPT WS-ORA-STAGIONE
                       DISPLAY 'Dal (MM-GG):'
                       ACCEPT WS-ORA-DAL
                       DISPLAY 'Al (MM-GG):'
                       ACCEPT WS-ORA-AL
                       CALL 'ORARIO' USING 's', WS-ORARIO
                   WHEN 4
                       DISPLAY 'Codice sede (vuoto = tutte):'
                       ACCEPT WS-ORA-SEDE
                       CALL 'ORARIO' USING 'd', WS-ORARIO
                   WHEN 5
                       DISPLAY 'Codice sede:'
                       ACCEPT WS-ORA-SEDE
                       DISPLAY 'Data (GG-MM-AAAA):'
                       ACCEPT WS-ORA-DATA
                       CALL 'ORARIO' USING 'h', WS-ORARIO
                       IF WS-ORA-ESITO = 'N'
                           DISPLAY 'Sede chiusa il ' WS-ORA-DATA
                       ELSE
                           DISPLAY 'Sede aperta il ' WS-ORA-DATA
                               ' ' WS-ORA-TESTO
                       END-IF
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.

      *    EVENTI PUBBLICI SULLE PRENOTAZIONI DI SALA: CALENDARIO,****
      *    ISCRIZIONI AL BANCO, FOGLIO PRESENZE E RIEPILOGO ANNUALE****
      *    PER LA RELAZIONE AL COMUNE**********************************
           EVENTI-PUBBLICI.
               DISPLAY 'Eventi pubblici'
               DISPLAY '1. Metti in calendario un evento'
               DISPLAY '2. Annulla un evento'
               DISPLAY '3. Calendario degli eventi'
               DISPLAY '4. Iscrivi un patron'
               DISPLAY '5. Disdici l''iscrizione di un patron'
               DISPLAY '6. Foglio presenze di un evento'
               DISPLAY '7. Segna una presenza'
               DISPLAY '8. Riepilogo presenze (stampa EVENTIREPORT)'
               DISPLAY '9. Sfida di lettura estiva'
               ACCEPT WS-EVENTI-SCELTA
               MOVE SPACE TO WS-EVENTO
               MOVE ZERO TO WS-EVT-ID-EVENTO
               MOVE ZERO TO WS-EVT-ID-PRENSALA
               MOVE ZERO TO WS-EVT-CODICE-SEDE
               MOVE ZERO TO WS-EVT-ANNO
               EVALUATE WS-EVENTI-SCELTA
                   WHEN 1
                       DISPLAY 'Codice prenotazione di sala:'
                       ACCEPT WS-EVT-ID-PRENSALA
                       DISPLAY 'Titolo:'
                       ACCEPT WS-EVT-TITOLO
                       DISPLAY 'Tipo (LETTURA/CORSO/RACCONTO/ALTRO):'
                       ACCEPT WS-EVT-TIPO
                       CALL 'EVENTO' USING 'c', WS-EVENTO
                   WHEN 2
                       DISPLAY 'Codice evento:'
                       ACCEPT WS-EVT-ID-EVENTO
                       CALL 'EVENTO' USING 'a', WS-EVENTO
                   WHEN 3
                       DISPLAY 'Codice sede (vuoto = tutte):'
                       ACCEPT WS-EVT-CODICE-SEDE
                       CALL 'EVENTO' USING 'l', WS-EVENTO
                   WHEN 4
                       DISPLAY 'Codice evento:'
                       ACCEPT WS-EVT-ID-EVENTO
                       DISPLAY 'Username del patron:'
                       ACCEPT WS-EVT-USERNAME
                       CALL 'EVENTO' USING 'i', WS-EVENTO
                   WHEN 5
                       DISPLAY 'Codice evento:'
                       ACCEPT WS-EVT-ID-EVENTO
                       DISPLAY 'Username del patron:'
                       ACCEPT WS-EVT-USERNAME
                       CALL 'EVENTO' USING 'x', WS-EVENTO
                   WHEN 6
                       DISPLAY 'Codice evento:'
                       ACCEPT WS-EVT-ID-EVENTO
                       CALL 'EVENTO' USING 'e', WS-EVENTO
                   WHEN 7
                       DISPLAY 'Codice evento:'
                       ACCEPT WS-EVT-ID-EVENTO
                       DISPLAY 'Username del patron presente:'
                       ACCEPT WS-EVT-USERNAME
                       CALL 'EVENTO' USING 'p', WS-EVENTO
                   WHEN 8
                       DISPLAY 'Anno (vuoto = anno scorso):'
                       ACCEPT WS-EVT-ANNO
                       CALL 'EVENTO' USING 'r', WS-EVENTO
                   WHEN 9
                       PERFORM SFIDA-LETTURA
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.

      *    SFIDA DI LETTURA ESTIVA CON LE SCUOLE: PROGRAMMA, OBIETTIVI*
      *    PER FASCIA DI ETA', ISCRIZIONI, REPORT PER LE CLASSI E*****
      *    ATTESTATI DI FINE PROGRAMMA**********************************
           SFIDA-LETTURA.
               MOVE SPACE TO WS-LETTURA
               MOVE ZERO TO WS-LET-ID-PROGRAMMA
               MOVE ZERO TO WS-LET-CODICE-SEDE
               MOVE ZERO TO WS-LET-ETA-DA
               MOVE ZERO TO WS-LET-ETA-A
               MOVE ZERO TO WS-LET-LIBRI
               MOVE ZERO TO WS-LET-VOTO
               MOVE LS-USERNAME TO WS-LET-OPERATORE
               DISPLAY 'Sfida di lettura estiva'
               DISPLAY '1. Crea un programma'
               DISPLAY '2. Obiettivo di una fascia di eta'
               DISPLAY '3. Iscrivi un patron (MINORE o STUDENTE)'
               DISPLAY '4. Aggiorna i conteggi e manda gli avvisi'
               DISPLAY '5. Report per scuola e classe'
               DISPLAY '6. Attestati e chiusura (stampa LETTURAPRINT)'
               DISPLAY '7. Elenco dei programmi'
               ACCEPT WS-LETTURA-SCELTA
               EVALUATE WS-LETTURA-SCELTA
                   WHEN 1
                       DISPLAY 'Nome del programma:'
                       ACCEPT WS-LET-NOME
                       DISPLAY 'Data di inizio (GG-MM-AAAA):'
                       ACCEPT WS-LET-DATA-INIZIO
                       DISPLAY 'Data di fine (GG-MM-AAAA):'
                       ACCEPT WS-LET-DATA-FINE
                       DISPLAY 'Inserisci codice sede '
                       '(0 = sede di lavoro):'
                       ACCEPT WS-LET-CODICE-SEDE
                       MOVE WS-LET-CODICE-SEDE TO WS-PTZ-CODICE-SEDE
                       PERFORM VERIFICA-SEDE-LAVORO
                       IF WS-PTZ-ESITO = 'S'
                           MOVE WS-PTZ-CODICE-SEDE
                               TO WS-LET-CODICE-SEDE
                           CALL 'LETTURA' USING 'p', WS-LETTURA
                       END-IF
                       IF WS-LET-ESITO = 'S'
                           MOVE 'PROGRAMMA_LETTURA'
                               TO WS-AUDIT-TABELLA
                           MOVE 'INSERT' TO WS-AUDIT-OPERAZIONE
                           MOVE WS-LET-ID-PROGRAMMA
                               TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 2
                       DISPLAY 'Codice programma:'
                       ACCEPT WS-LET-ID-PROGRAMMA
                       DISPLAY 'Eta da (anni):'
                       ACCEPT WS-LET-ETA-DA
                       DISPLAY 'Eta a (anni):'
                       ACCEPT WS-LET-ETA-A
                       DISPLAY 'Libri da leggere:'
                       ACCEPT WS-LET-LIBRI
                       CALL 'LETTURA' USING 'o', WS-LETTURA
                   WHEN 3
                       DISPLAY 'Codice programma:'
                       ACCEPT WS-LET-ID-PROGRAMMA
                       DISPLAY 'Username del patron:'
                       ACCEPT WS-LET-USERNAME
                       DISPLAY 'Scuola:'
                       ACCEPT WS-LET-SCUOLA
                       DISPLAY 'Classe:'
                       ACCEPT WS-LET-CLASSE
                       CALL 'LETTURA' USING 'i', WS-LETTURA
                   WHEN 4
                       CALL 'LETTURA' USING 'c', WS-LETTURA
                   WHEN 5
                       DISPLAY 'Codice programma:'
                       ACCEPT WS-LET-ID-PROGRAMMA
                       CALL 'LETTURA' USING 'r', WS-LETTURA
                   WHEN 6
                       DISPLAY 'Codice programma:'
                       ACCEPT WS-LET-ID-PROGRAMMA
                       CALL 'LETTURA' USING 'a', WS-LETTURA
                       IF WS-LET-ESITO = 'S'
                           MOVE 'PROGRAMMA_LETTURA'
                               TO WS-AUDIT-TABELLA
                           MOVE 'ATTESTATI' TO WS-AUDIT-OPERAZIONE
                           MOVE WS-LET-ID-PROGRAMMA
                               TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 7
                       CALL 'LETTURA' USING 'l', WS-LETTURA
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.

      *    VALORE DELLE RACCOLTE PER IL CONTO DEL PATRIMONIO: STIME***
      *    DEI DONI, ALIQUOTE DI AMMORTAMENTO E PROSPETTO ANNUALE******
      *    CON IL FLUSSO PATRIMONIOCONT PER LA RAGIONERIA**************
           VALUTAZIONE-PATRIMONIO.
               DISPLAY 'Patrimonio librario'
               DISPLAY '1. Elabora un esercizio (PATRIMONIOCONT)'
               DISPLAY '2. Valore di stima di una copia donata'
               DISPLAY '3. Aliquota di ammortamento di un materiale'
               DISPLAY '4. Prospetto di un esercizio elaborato'
               ACCEPT WS-PATRIMONIO-SCELTA
               MOVE SPACE TO WS-PATRIMONIO
               MOVE ZERO TO WS-PAT-ANNO
               MOVE ZERO TO WS-PAT-INVENTARIO
               MOVE ZERO TO WS-PAT-VALORE
               MOVE ZERO TO WS-PAT-ALIQUOTA
               EVALUATE WS-PATRIMONIO-SCELTA
                   WHEN 1
                       DISPLAY 'Anno (vuoto = esercizio scorso):'
                       ACCEPT WS-PAT-ANNO
                       CALL 'PATRIMONIO' USING 'v', WS-PATRIMONIO
                   WHEN 2
                       DISPLAY 'Numero di inventario:'
                       ACCEPT WS-PAT-INVENTARIO
                       DISPLAY 'Valore di stima in euro (0 = nessuno):'
                       ACCEPT WS-PAT-VALORE
                       CALL 'PATRIMONIO' USING 's', WS-PATRIMONIO
                   WHEN 3
                       DISPLAY 'Tipo di materiale (LIBRO/DVD/...):'
                       ACCEPT WS-PAT-TIPO-MATERIALE
                       DISPLAY 'Aliquota annua in percentuale:'
                       ACCEPT WS-PAT-ALIQUOTA
                       CALL 'PATRIMONIO' USING 'a', WS-PATRIMONIO
                   WHEN 4
                       DISPLAY 'Anno:'
                       ACCEPT WS-PAT-ANNO
                       CALL 'PATRIMONIO' USING 'd', WS-PATRIMONIO
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.

      *    FATTURE ELETTRONICHE DAL SISTEMA DI INTERSCAMBIO: IMPORT**
      *    DI FATTURESDI, ECCEZIONI CON LA SCADENZA DEI 15 GIORNI E***
      *    RIFIUTI, PARTITA IVA DEI FORNITORI PER IL RICONOSCIMENTO***
           FATTURE-ELETTRONICHE-SDI.
               DISPLAY 'Fatture elettroniche SDI'
               DISPLAY '1. Importa le fatture ricevute (FATTURESDI)'
               DISPLAY '2. Eccezioni e scadenze di rifiuto'
               DISPLAY '3. Partita IVA di una casa editrice'
               DISPLAY '4. Segna una fattura da rifiutare'
               DISPLAY '5. Conferma il rifiuto inviato al SDI'
               ACCEPT WS-SDI-SCELTA
               MOVE SPACE TO WS-FATTURA-SDI
               MOVE ZERO TO WS-SDI-ID
               MOVE ZERO TO WS-SDI-CODICE-CASA
               EVALUATE WS-SDI-SCELTA
                   WHEN 1
                       CALL 'SDIFATTURE' USING 'i', WS-FATTURA-SDI
                       MOVE 'FATTURA_SDI' TO WS-AUDIT-TABELLA
                       MOVE 'IMPORT' TO WS-AUDIT-OPERAZIONE
                       MOVE 'FATTURESDI' TO WS-AUDIT-CHIAVE
                       MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                       CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                   WHEN 2
                       CALL 'SDIFATTURE' USING 'e', WS-FATTURA-SDI
                   WHEN 3
                       DISPLAY 'Codice casa editrice:'
                       ACCEPT WS-SDI-CODICE-CASA
                       DISPLAY 'Partita IVA (vuoto = cancella):'
                       ACCEPT WS-SDI-PARTITA-IVA
                       CALL 'SDIFATTURE' USING 'p', WS-FATTURA-SDI
                   WHEN 4
                       DISPLAY 'Numero della fattura SDI:'
                       ACCEPT WS-SDI-ID
                       DISPLAY 'Motivo del rifiuto:'
                       ACCEPT WS-SDI-MOTIVO
                       CALL 'SDIFATTURE' USING 'f', WS-FATTURA-SDI
                   WHEN 5
                       DISPLAY 'Numero della fattura SDI:'
                       ACCEPT WS-SDI-ID
                       CALL 'SDIFATTURE' USING 'c', WS-FATTURA-SDI
                       IF WS-SDI-ESITO = 'S'
                           MOVE 'FATTURA_SDI' TO WS-AUDIT-TABELLA
                           MOVE 'RIFIUTO' TO WS-AUDIT-OPERAZIONE
                           MOVE WS-SDI-ID TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.

      *    ATTO DI LIQUIDAZIONE DELLE FATTURE RISCONTRATE PER LA*****
      *    RAGIONERIA, RITORNO DEI MANDATI E SCADENZE DI PAGAMENTO****
           LIQUIDAZIONE-FATTURE.
               DISPLAY 'Liquidazione fatture'
               DISPLAY '1. Genera l''atto di liquidazione '
               '(LIQUIDAZIONIOUT)'
               DISPLAY '2. Importa i mandati pagati (LIQUIDAZIONIIN)'
               DISPLAY '3. Fatture vicine al termine di pagamento'
               ACCEPT WS-LIQUIDAZIONE-SCELTA
               MOVE ZERO TO WS-LIQ-GIORNI-PREAVVISO
               MOVE SPACE TO WS-LIQ-ESITO
               EVALUATE WS-LIQUIDAZIONE-SCELTA
                   WHEN 1
                       CALL 'LIQUIDAZIONE' USING 'x', WS-LIQUIDAZIONE
                       MOVE 'FATTURA' TO WS-AUDIT-TABELLA
                       MOVE 'ATTO' TO WS-AUDIT-OPERAZIONE
                       MOVE 'LIQUIDAZIONIOUT' TO WS-AUDIT-CHIAVE
                       MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                       CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                   WHEN 2
                       CALL 'LIQUIDAZIONE' USING 'i', WS-LIQUIDAZIONE
                       MOVE 'FATTURA' TO WS-AUDIT-TABELLA
                       MOVE 'PAGAMENTO' TO WS-AUDIT-OPERAZIONE
                       MOVE 'LIQUIDAZIONIIN' TO WS-AUDIT-CHIAVE
                       MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                       CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                   WHEN 3
                       DISPLAY 'Giorni di preavviso (vuoto = da '
                       'configurazione):'
                       ACCEPT WS-LIQ-GIORNI-PREAVVISO
                       CALL 'LIQUIDAZIONE' USING 's', WS-LIQUIDAZIONE
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.

      *    COLLANE DELLE CASE EDITRICI: ABBONAMENTI CHE ORDINANO DA**
      *    SE' I VOLUMI NUOVI, ANNUNCIO MANUALE DI UN VOLUME E REPORT**
      *    DELLE LACUNE NELLE COLLANE POSSEDUTE************************
           COLLANE-ABBONAMENTI.
               DISPLAY 'Collane e abbonamenti'
               DISPLAY '1. Nuova collana'
               DISPLAY '2. Abbonamento di una collana'
               DISPLAY '3. Annuncia un volume della collana'
               DISPLAY '4. Elenco delle collane'
               DISPLAY '5. Volumi di una collana'
               DISPLAY '6. Report delle lacune'
               ACCEPT WS-COLLANA-SCELTA
               MOVE SPACE TO WS-COLLANA
               MOVE ZERO TO WS-COL-ID-COLLANA
               MOVE ZERO TO WS-COL-CODICE-CASA
               MOVE ZERO TO WS-COL-ID-FONDO
               MOVE ZERO TO WS-COL-QUANTITA
               MOVE ZERO TO WS-COL-NUMERO-VOLUME
               MOVE ZERO TO WS-COL-PREZZO
               EVALUATE WS-COLLANA-SCELTA
                   WHEN 1
                       DISPLAY 'Nome della collana:'
                       ACCEPT WS-COL-NOME
                       DISPLAY 'Codice casa editrice:'
                       ACCEPT WS-COL-CODICE-CASA
                       DISPLAY 'In abbonamento (S/N):'
                       ACCEPT WS-COL-ABBONAMENTO
                       IF WS-COL-ABBONAMENTO = 'S'
                           DISPLAY 'Fondo di bilancio:'
                           ACCEPT WS-COL-ID-FONDO
                           DISPLAY 'Copie per volume:'
                           ACCEPT WS-COL-QUANTITA
                       END-IF
                       CALL 'COLLANA' USING 'i', WS-COLLANA
                   WHEN 2
                       DISPLAY 'Codice della collana:'
                       ACCEPT WS-COL-ID-COLLANA
                       DISPLAY 'In abbonamento (S/N):'
                       ACCEPT WS-COL-ABBONAMENTO
                       IF WS-COL-ABBONAMENTO = 'S'
                           DISPLAY 'Fondo di bilancio:'
                           ACCEPT WS-COL-ID-FONDO
                           DISPLAY 'Copie per volume:'
                           ACCEPT WS-COL-QUANTITA
                       END-IF
                       CALL 'COLLANA' USING 'u', WS-COLLANA
                       IF WS-COL-ESITO = 'S'
                           MOVE 'COLLANA' TO WS-AUDIT-TABELLA
                           MOVE 'ABBONAM' TO WS-AUDIT-OPERAZIONE
                           MOVE WS-COL-ID-COLLANA TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 3
                       DISPLAY 'Codice della collana:'
                       ACCEPT WS-COL-ID-COLLANA
                       DISPLAY 'Numero del volume:'
                       ACCEPT WS-COL-NUMERO-VOLUME
                       DISPLAY 'ISBN:'
                       ACCEPT WS-COL-ISBN
                       DISPLAY 'Titolo:'
                       ACCEPT WS-COL-TITOLO
                       DISPLAY 'Prezzo per copia:'
                       ACCEPT WS-COL-PREZZO
                       CALL 'COLLANA' USING 'a', WS-COLLANA
                   WHEN 4
                       CALL 'COLLANA' USING 'd', WS-COLLANA
                   WHEN 5
                       DISPLAY 'Codice della collana:'
                       ACCEPT WS-COL-ID-COLLANA
                       CALL 'COLLANA' USING 'l', WS-COLLANA
                   WHEN 6
                       CALL 'COLLANA' USING 'g', WS-COLLANA
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.

      *    VENDITA AL BANCO DI UNA VOCE DEL CATALOGO, CON O SENZA****
      *    PATRON: RICEVUTA NUMERATA E INCASSO NELLA SESSIONE DI CASSA*
           VENDITA-AL-BANCO.
               MOVE SPACE TO WS-VENDITA
               MOVE ZERO TO WS-VEN-PREZZO
               MOVE ZERO TO WS-VEN-ALIQUOTA-IVA
               MOVE ZERO TO WS-VEN-QUANTITA
               CALL 'VENDITA' USING 'l', WS-VENDITA
               DISPLAY 'Codice voce:'
               ACCEPT WS-VEN-CODICE-TARIFFA
               DISPLAY 'Quantita'':'
               ACCEPT WS-VEN-QUANTITA
               DISPLAY 'Prezzo (solo per le voci a prezzo al banco):'
               ACCEPT WS-VEN-PREZZO
               DISPLAY 'Username del patron (vuoto = nessuno):'
               ACCEPT WS-VEN-USERNAME
               DISPLAY 'Metodo di pagamento (CONTANTI/POS):'
               ACCEPT WS-VEN-METODO
               MOVE LS-USERNAME TO WS-VEN-OPERATORE
               CALL 'VENDITA' USING 'v', WS-VENDITA
               IF WS-VEN-ESITO = 'S'
                   MOVE 'VENDITA' TO WS-AUDIT-TABELLA
                   MOVE 'INSERT' TO WS-AUDIT-OPERAZIONE
                   MOVE WS-VEN-CODICE-TARIFFA TO WS-AUDIT-CHIAVE
                   MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                   CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
               END-IF.

      *    CATALOGO DELLE VOCI VENDUTE AL BANCO: PREZZI, REGIME IVA E**
      *    CODICI DI ENTRATA PER LA RAGIONERIA, RIEPILOGO DEL GIORNO***
           CATALOGO-VENDITE-BANCO.
               DISPLAY 'Catalogo vendite al banco'
               DISPLAY '1. Elenco delle voci'
               DISPLAY '2. Inserisci o modifica una voce'
               DISPLAY '3. Riepilogo vendite di una giornata'
               ACCEPT WS-VENDITA-SCELTA
               MOVE SPACE TO WS-VENDITA
               MOVE ZERO TO WS-VEN-PREZZO
               MOVE ZERO TO WS-VEN-ALIQUOTA-IVA
               MOVE ZERO TO WS-VEN-QUANTITA
               EVALUATE WS-VENDITA-SCELTA
                   WHEN 1
                       CALL 'VENDITA' USING 'l', WS-VENDITA
                   WHEN 2
                       DISPLAY 'Codice voce:'
                       ACCEPT WS-VEN-CODICE-TARIFFA
                       DISPLAY 'Descrizione:'
                       ACCEPT WS-VEN-DESCRIZIONE
                       DISPLAY 'Prezzo IVA compresa (0 = al banco):'
                       ACCEPT WS-VEN-PREZZO
                       DISPLAY 'Regime IVA (IMPONIBILE/ESENTE/ESCLUSA):'
                       ACCEPT WS-VEN-REGIME-IVA
                       DISPLAY 'Aliquota IVA in percentuale:'
                       ACCEPT WS-VEN-ALIQUOTA-IVA
                       DISPLAY 'Codice di entrata per la ragioneria:'
                       ACCEPT WS-VEN-CODICE-ENTRATA
                       DISPLAY 'Attiva (S/N):'
                       ACCEPT WS-VEN-ATTIVA
                       CALL 'VENDITA' USING 't', WS-VENDITA
                       IF WS-VEN-ESITO = 'S'
                           MOVE 'TARIFFA_BANCO' TO WS-AUDIT-TABELLA
                           MOVE 'UPSERT' TO WS-AUDIT-OPERAZIONE
                           MOVE WS-VEN-CODICE-TARIFFA TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 3
                       DISPLAY 'Data (GG-MM-AAAA, vuoto = oggi):'
                       ACCEPT WS-VEN-DATA
                       CALL 'VENDITA' USING 'g', WS-VENDITA
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.

      *    CONSENSO DATO O REVOCATO DI PERSONA AL BANCO (O PER*******
      *    ISCRITTO): VA A REGISTRO CON CANALE SPORTELLO E CON CHI*****
      *    L'HA RACCOLTO***********************************************
           CONSENSO-ALLO-SPORTELLO.
               MOVE SPACE TO WS-CONSENSO
               DISPLAY 'Username dell interessato:'
               ACCEPT WS-CNS-USERNAME
               DISPLAY 'Consenso: 1=Informativa 2=Newsletter 3=Foto '
               'agli eventi 4=Profilazione (bollettino personale)'
               ACCEPT WS-CNS-TIPO-SCELTA
               EVALUATE WS-CNS-TIPO-SCELTA
                   WHEN 1
                       MOVE 'INFORMATIVA' TO WS-CNS-TIPO
                   WHEN 2
                       MOVE 'NEWSLETTER' TO WS-CNS-TIPO
                   WHEN 3
                       MOVE 'FOTO' TO WS-CNS-TIPO
                   WHEN 4
                       MOVE 'PROFILAZIONE' TO WS-CNS-TIPO
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
                       EXIT PARAGRAPH
               END-EVALUATE
               DISPLAY 'S = dato, N = revocato:'
               ACCEPT WS-CNS-STATO
               MOVE 'SPORTELLO' TO WS-CNS-CANALE
               MOVE LS-USERNAME TO WS-CNS-OPERATORE
               CALL 'CONSENSO' USING 'a', WS-CONSENSO.

      *    POSTAZIONI DI BANCO REGISTRATE SULLE SEDI, SEDE DI CASA E**
      *    SEDI ABILITATE DEL PERSONALE (SOLO SUPERAMMINISTRATORE) E***
      *    MOVIMENTI PER POSTAZIONE*************************************
           POSTAZIONI-SEDI-PERSONALE.
               DISPLAY 'Postazioni e sedi del personale'
               DISPLAY '1. Registra o modifica una postazione'
               DISPLAY '2. Elenco delle postazioni'
               IF LS-RUOLO = 'SUPERAMMINISTRATORE' THEN
               DISPLAY '3. Imposta la sede di casa di un operatore'
               DISPLAY '4. Abilita un operatore su un''altra sede'
               DISPLAY '5. Revoca una sede abilitata'
               END-IF
               DISPLAY '6. Sedi di un operatore'
               DISPLAY '7. Movimenti per postazione in un periodo'
               DISPLAY '8. Ricertificazione degli accessi'
               ACCEPT WS-POSTAZIONI-SCELTA
               MOVE SPACE TO WS-POSTAZIONE
               MOVE ZERO TO WS-PTZ-CODICE-SEDE
               EVALUATE WS-POSTAZIONI-SCELTA
                   WHEN 1
                       DISPLAY 'Codice postazione:'
                       ACCEPT WS-PTZ-CODICE
                       DISPLAY 'Codice sede:'
                       ACCEPT WS-PTZ-CODICE-SEDE
                       DISPLAY 'Descrizione:'
                       ACCEPT WS-PTZ-DESCRIZIONE
                       DISPLAY 'Attiva (S/N):'
                       ACCEPT WS-PTZ-ATTIVA
                       CALL 'POSTAZIONE' USING 'r', WS-POSTAZIONE
                       IF WS-PTZ-ESITO = 'S'
                           MOVE 'POSTAZIONE' TO WS-AUDIT-TABELLA
                           MOVE 'UPSERT' TO WS-AUDIT-OPERAZIONE
                           MOVE WS-PTZ-CODICE TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 2
                       CALL 'POSTAZIONE' USING 'd', WS-POSTAZIONE
                   WHEN 3
                       IF LS-RUOLO NOT = 'SUPERAMMINISTRATORE'
                           DISPLAY 'Scelta non valida.'
                           EXIT PARAGRAPH
                       END-IF
                       DISPLAY 'Username dell operatore:'
                       ACCEPT WS-PTZ-USERNAME
                       DISPLAY 'Sede di casa (0 = nessun vincolo):'
                       ACCEPT WS-PTZ-CODICE-SEDE
                       CALL 'POSTAZIONE' USING 's', WS-POSTAZIONE
                       IF WS-PTZ-ESITO = 'S'
                           MOVE 'UTENTE' TO WS-AUDIT-TABELLA
                           MOVE 'SEDECASA' TO WS-AUDIT-OPERAZIONE
                           MOVE WS-PTZ-USERNAME TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 4
                       IF LS-RUOLO NOT = 'SUPERAMMINISTRATORE'
                           DISPLAY 'Scelta non valida.'
                           EXIT PARAGRAPH
                       END-IF
                       DISPLAY 'Username dell operatore:'
                       ACCEPT WS-PTZ-USERNAME
                       DISPLAY 'Codice sede da abilitare:'
                       ACCEPT WS-PTZ-CODICE-SEDE
                       CALL 'POSTAZIONE' USING 'a', WS-POSTAZIONE
                       IF WS-PTZ-ESITO = 'S'
                           MOVE 'UTENTE_SEDE' TO WS-AUDIT-TABELLA
                           MOVE 'INSERT' TO WS-AUDIT-OPERAZIONE
                           MOVE WS-PTZ-USERNAME TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 5
                       IF LS-RUOLO NOT = 'SUPERAMMINISTRATORE'
                           DISPLAY 'Scelta non valida.'
                           EXIT PARAGRAPH
                       END-IF
                       DISPLAY 'Username dell operatore:'
                       ACCEPT WS-PTZ-USERNAME
                       DISPLAY 'Codice sede da revocare:'
                       ACCEPT WS-PTZ-CODICE-SEDE
                       CALL 'POSTAZIONE' USING 'x', WS-POSTAZIONE
                       IF WS-PTZ-ESITO = 'S'
                           MOVE 'UTENTE_SEDE' TO WS-AUDIT-TABELLA
                           MOVE 'DELETE' TO WS-AUDIT-OPERAZIONE
                           MOVE WS-PTZ-USERNAME TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 6
                       DISPLAY 'Username dell operatore:'
                       ACCEPT WS-PTZ-USERNAME
                       CALL 'POSTAZIONE' USING 'e', WS-POSTAZIONE
                   WHEN 7
                       DISPLAY 'Dal (GG-MM-AAAA, vuoto = inizio mese):'
                       ACCEPT WS-PTZ-DATA-DA
                       DISPLAY 'Al (GG-MM-AAAA, vuoto = oggi):'
                       ACCEPT WS-PTZ-DATA-A
                       CALL 'POSTAZIONE' USING 'p', WS-POSTAZIONE
                   WHEN 8
                       PERFORM RICERTIFICAZIONE-ACCESSI
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.

      *    RICERTIFICAZIONE TRIMESTRALE DEGLI ACCOUNT DEL PERSONALE:**
      *    IL RESPONSABILE CONFERMA O REVOCA UNO PER UNO GLI ACCOUNT***
      *    CHE GLI SONO ASSEGNATI; APERTURA DELLA CAMPAGNA E SCELTA****
      *    DEI RESPONSABILI SOLO PER IL SUPERAMMINISTRATORE************
           RICERTIFICAZIONE-ACCESSI.
               DISPLAY 'Ricertificazione degli accessi'
               IF LS-RUOLO = 'SUPERAMMINISTRATORE' THEN
               DISPLAY '1. Apri la campagna del trimestre'
               END-IF
               DISPLAY '2. Conferma o revoca gli account assegnati'
               DISPLAY '3. Elenco di una campagna'
               IF LS-RUOLO = 'SUPERAMMINISTRATORE' THEN
               DISPLAY '4. Imposta il responsabile di un account'
               END-IF
               ACCEPT WS-RICERTIFICA-SCELTA
               MOVE SPACE TO WS-RICERTIFICA
               MOVE ZERO TO WS-RCT-ID-CAMPAGNA
               MOVE ZERO TO WS-RCT-SEDE-CASA
               MOVE LS-USERNAME TO WS-RCT-OPERATORE
               EVALUATE WS-RICERTIFICA-SCELTA
                   WHEN 1
                       IF LS-RUOLO NOT = 'SUPERAMMINISTRATORE'
                           DISPLAY 'Scelta non valida.'
                           EXIT PARAGRAPH
                       END-IF
                       CALL 'RICERTIFICA' USING 'a', WS-RICERTIFICA
                       IF WS-RCT-ESITO = 'S'
                           MOVE 'CAMPAGNA_RICERTIFICA'
                               TO WS-AUDIT-TABELLA
                           MOVE 'INSERT' TO WS-AUDIT-OPERAZIONE
                           MOVE WS-RCT-ID-CAMPAGNA TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 2
                       MOVE 'N' TO WS-RICERTIFICA-FINE
                       PERFORM UNTIL WS-RICERTIFICA-FINE = 'S'
                           PERFORM RICERTIFICA-ACCOUNT
                       END-PERFORM
                   WHEN 3
                       DISPLAY 'Id campagna (0 = ultima):'
                       ACCEPT WS-RCT-ID-CAMPAGNA
                       DISPLAY 'Responsabile (vuoto = tutti):'
                       ACCEPT WS-RCT-RESPONSABILE
                       CALL 'RICERTIFICA' USING 'l', WS-RICERTIFICA
                   WHEN 4
                       IF LS-RUOLO NOT = 'SUPERAMMINISTRATORE'
                           DISPLAY 'Scelta non valida.'
                           EXIT PARAGRAPH
                       END-IF
                       DISPLAY 'Username dell account:'
                       ACCEPT WS-RCT-USERNAME
                       DISPLAY 'Username del responsabile:'
                       ACCEPT WS-RCT-RESPONSABILE
                       CALL 'RICERTIFICA' USING 'r', WS-RICERTIFICA
                       IF WS-RCT-ESITO = 'S'
                           MOVE 'UTENTE' TO WS-AUDIT-TABELLA
                           MOVE 'RESPONSAB' TO WS-AUDIT-OPERAZIONE
                           MOVE WS-RCT-USERNAME TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.

      *    UN ACCOUNT ALLA VOLTA: C CONFERMA, R REVOCA, INVIO A VUOTO*
      *    LO SALTA, F ESCE. SI RIPARTE DALL'ACCOUNT SUCCESSIVO********
           RICERTIFICA-ACCOUNT.
               CALL 'RICERTIFICA' USING 'n', WS-RICERTIFICA
               IF WS-RCT-ESITO NOT = 'S'
                   DISPLAY 'Nessun account in attesa di '
                       'ricertificazione.'
                   MOVE 'S' TO WS-RICERTIFICA-FINE
                   EXIT PARAGRAPH
               END-IF
               DISPLAY 'Account:        ' WS-RCT-USERNAME
               DISPLAY 'Ruolo:          ' WS-RCT-RUOLO
               DISPLAY 'Funzioni:       ' WS-RCT-FUNZIONI
               DISPLAY 'Ultimo accesso: ' WS-RCT-ULTIMO-ACCESSO
               DISPLAY 'Sede di casa:   ' WS-RCT-SEDE-CASA
               DISPLAY 'Scadenza:       ' WS-RCT-SCADENZA
               DISPLAY 'C = conferma, R = revoca, invio = salta, '
                   'F = fine:'
               MOVE SPACE TO WS-RCT-DECISIONE
               ACCEPT WS-RCT-DECISIONE
               EVALUATE WS-RCT-DECISIONE
                   WHEN 'F'
                   WHEN 'f'
                       MOVE 'S' TO WS-RICERTIFICA-FINE
                   WHEN 'C'
                   WHEN 'c'
                   WHEN 'R'
                   WHEN 'r'
                       DISPLAY 'Nota (facoltativa):'
                       MOVE SPACE TO WS-RCT-NOTE
                       ACCEPT WS-RCT-NOTE
                       CALL 'RICERTIFICA' USING 'd', WS-RICERTIFICA
                       IF WS-RCT-ESITO = 'S'
                           MOVE 'RICERTIFICA_ACCOUNT'
                               TO WS-AUDIT-TABELLA
                           IF WS-RCT-DECISIONE = 'R'
                               MOVE 'REVOCA' TO WS-AUDIT-OPERAZIONE
                           ELSE
                               MOVE 'CONFERMA' TO WS-AUDIT-OPERAZIONE
                           END-IF
                           MOVE WS-RCT-USERNAME TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

      *    SEDE SCELTA SU UNA SCHERMATA DI BANCO: 0 = SEDE DI LAVORO**
      *    DELLA POSTAZIONE; UNA SEDE NON ABILITATA VIENE RIFIUTATA****
      *    (WS-PTZ-ESITO = 'N')****************************************
           VERIFICA-SEDE-LAVORO.
               CALL 'POSTAZIONE' USING 'k', WS-POSTAZIONE.

      *    NOTE DEL PERSONALE SUI PATRON E BLOCCHI MANUALI: QUI SI****
      *    VEDONO ANCHE LE NOTE RISERVATE E SI TOGLIE UN BLOCCO********
      *    PRIMA DELLA SCADENZA (LA RIMOZIONE FINISCE NELL'AUDIT)******
      *    E IL REGISTRO DEI RECLAMI E DEI SUGGERIMENTI****************
           NOTE-BLOCCHI-PATRON.
               DISPLAY 'Note e blocchi dei patron'
               DISPLAY '1. Scheda note e blocchi di un patron'
               DISPLAY '2. Aggiungi una nota'
               DISPLAY '3. Archivia una nota'
               DISPLAY '4. Inserisci un blocco manuale'
               DISPLAY '5. Rimuovi un blocco manuale'
               DISPLAY '6. Blocchi manuali in vigore'
               DISPLAY '7. Reclami e suggerimenti'
               ACCEPT WS-NOTE-SCELTA
               MOVE SPACE TO WS-NOTA
               MOVE ZERO TO WS-NOT-ID
               MOVE LS-USERNAME TO WS-NOT-OPERATORE
               EVALUATE WS-NOTE-SCELTA
                   WHEN 1
                       DISPLAY 'Username del patron:'
                       ACCEPT WS-NOT-USERNAME
                       CALL 'NOTEUTENTE' USING 'l', WS-NOTA
                   WHEN 2
                       DISPLAY 'Username del patron:'
                       ACCEPT WS-NOT-USERNAME
                       DISPLAY 'Categoria (INDIRIZZO/DANNI/'
                           'COMPORTAMENTO/AMMINISTRATIVA/ALTRO):'
                       ACCEPT WS-NOT-CATEGORIA
                       DISPLAY 'Visibilita (BANCO/RISERVATA):'
                       ACCEPT WS-NOT-VISIBILITA
                       DISPLAY 'Testo della nota:'
                       ACCEPT WS-NOT-TESTO
                       CALL 'NOTEUTENTE' USING 'n', WS-NOTA
                   WHEN 3
                       DISPLAY 'Id della nota:'
                       ACCEPT WS-NOT-ID
                       CALL 'NOTEUTENTE' USING 'x', WS-NOTA
                   WHEN 4
                       DISPLAY 'Username del patron:'
                       ACCEPT WS-NOT-USERNAME
                       CALL 'NOTEUTENTE' USING 'm', WS-NOTA
                       DISPLAY 'Codice motivo:'
                       ACCEPT WS-NOT-MOTIVO
                       DISPLAY 'Scadenza (GG-MM-AAAA, vuoto = fino a '
                           'rimozione):'
                       ACCEPT WS-NOT-SCADENZA
                       DISPLAY 'Nota sul blocco:'
                       ACCEPT WS-NOT-TESTO
                       CALL 'NOTEUTENTE' USING 'b', WS-NOTA
                       IF WS-NOT-ESITO = 'S'
                           MOVE 'BLOCCO_MANUALE' TO WS-AUDIT-TABELLA
                           MOVE 'INSERT' TO WS-AUDIT-OPERAZIONE
                           MOVE WS-NOT-USERNAME TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 5
                       DISPLAY 'Id del blocco:'
                       ACCEPT WS-NOT-ID
                       CALL 'NOTEUTENTE' USING 'r', WS-NOTA
                       IF WS-NOT-ESITO = 'S'
                           MOVE 'BLOCCO_MANUALE' TO WS-AUDIT-TABELLA
                           MOVE 'RIMOZIONE' TO WS-AUDIT-OPERAZIONE
                           MOVE WS-NOT-ID TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 6
                       CALL 'NOTEUTENTE' USING 'e', WS-NOTA
                   WHEN 7
                       PERFORM RECLAMI-SUGGERIMENTI
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.

      *    RECLAMI E SUGGERIMENTI ARRIVATI PER EMAIL, SU CARTA O AL***
      *    BANCO: REGISTRAZIONE, ASSEGNAZIONE CON SCADENZA, RISPOSTA**
      *    INVIATA COME NOTIFICA E RIEPILOGO TRIMESTRALE PER LA*******
      *    REVISIONE DELLA CARTA DEI SERVIZI***************************
           RECLAMI-SUGGERIMENTI.
               DISPLAY 'Reclami e suggerimenti'
               DISPLAY '1. Registra un reclamo o un suggerimento'
               DISPLAY '2. Assegna un caso (con scadenza)'
               DISPLAY '3. Registra e invia la risposta'
               DISPLAY '4. Scheda di un caso'
               DISPLAY '5. Casi aperti per scadenza'
               DISPLAY '6. Riepilogo trimestrale per categoria e sede'
               ACCEPT WS-RECLAMI-SCELTA
               MOVE SPACE TO WS-RECLAMO
               MOVE ZERO TO WS-RCL-ID
               MOVE ZERO TO WS-RCL-SEDE
               MOVE ZERO TO WS-RCL-ANNO
               MOVE ZERO TO WS-RCL-TRIMESTRE
               MOVE LS-USERNAME TO WS-RCL-OPERATORE
               EVALUATE WS-RECLAMI-SCELTA
                   WHEN 1
                       DISPLAY 'Tipo (RECLAMO/SUGGERIMENTO):'
                       ACCEPT WS-RCL-TIPO
                       DISPLAY 'Arrivato via (EMAIL/CARTA/BANCO):'
                       ACCEPT WS-RCL-CANALE
                       DISPLAY 'Username del patron (vuoto = '
                           'anonimo):'
                       ACCEPT WS-RCL-USERNAME
                       IF WS-RCL-USERNAME = SPACE
                           DISPLAY 'Recapito per la risposta (email '
                               'o indirizzo):'
                           ACCEPT WS-RCL-CONTATTO
                       END-IF
                       DISPLAY 'Codice sede (0 = sede di lavoro):'
                       ACCEPT WS-RCL-SEDE
                       MOVE WS-RCL-SEDE TO WS-PTZ-CODICE-SEDE
                       PERFORM VERIFICA-SEDE-LAVORO
                       IF WS-PTZ-ESITO = 'S'
                           MOVE WS-PTZ-CODICE-SEDE TO WS-RCL-SEDE
                           DISPLAY 'Categoria (PERSONALE/ORARI/'
                               'COLLEZIONE/MULTE/LOCALI):'
                           ACCEPT WS-RCL-CATEGORIA
                           DISPLAY 'Testo:'
                           ACCEPT WS-RCL-TESTO
                           CALL 'RECLAMO' USING 'i', WS-RECLAMO
                       END-IF
                   WHEN 2
                       DISPLAY 'Numero del caso:'
                       ACCEPT WS-RCL-ID
                       DISPLAY 'Assegnato a (username del personale):'
                       ACCEPT WS-RCL-ASSEGNATO-A
                       DISPLAY 'Scadenza (GG-MM-AAAA, vuoto = termine '
                           'della carta):'
                       ACCEPT WS-RCL-SCADENZA
                       CALL 'RECLAMO' USING 'a', WS-RECLAMO
                       IF WS-RCL-ESITO = 'S'
                           MOVE 'RECLAMO' TO WS-AUDIT-TABELLA
                           MOVE 'ASSEGNA' TO WS-AUDIT-OPERAZIONE
                           MOVE WS-RCL-ID TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 3
                       DISPLAY 'Numero del caso:'
                       ACCEPT WS-RCL-ID
                       DISPLAY 'Testo della risposta:'
                       ACCEPT WS-RCL-TESTO
                       CALL 'RECLAMO' USING 'r', WS-RECLAMO
                       IF WS-RCL-ESITO = 'S'
                           MOVE 'RECLAMO' TO WS-AUDIT-TABELLA
                           MOVE 'RISPOSTA' TO WS-AUDIT-OPERAZIONE
                           MOVE WS-RCL-ID TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 4
                       DISPLAY 'Numero del caso:'
                       ACCEPT WS-RCL-ID
                       CALL 'RECLAMO' USING 'v', WS-RECLAMO
                   WHEN 5
                       DISPLAY 'Assegnatario (vuoto = tutti):'
                       ACCEPT WS-RCL-ASSEGNATO-A
                       DISPLAY 'Codice sede (vuoto = tutte):'
                       ACCEPT WS-RCL-SEDE
                       CALL 'RECLAMO' USING 'd', WS-RECLAMO
                   WHEN 6
                       DISPLAY 'Anno (vuoto = trimestre scorso):'
                       ACCEPT WS-RCL-ANNO
                       DISPLAY 'Trimestre (1-4):'
                       ACCEPT WS-RCL-TRIMESTRE
                       CALL 'RECLAMO' USING 't', WS-RECLAMO
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.

      *    CODICE FISCALE E DOCUMENTO D'IDENTITA' DEI PATRON: SERVONO*
      *    ALLE POSIZIONI PAGOPA E AI CASI PASSATI ALLE RISCOSSIONI.***
      *    LA RESIDENZA ARRIVA DALL'ESTRATTO DELL'ANAGRAFE, LEGATO AL**
      *    CODICE FISCALE, E DECIDE LA QUOTA DEI NON RESIDENTI*********
           IDENTITA-PATRON.
               DISPLAY 'Anagrafe dei patron'
               DISPLAY '1. Registra il codice fiscale di un patron'
               DISPLAY '2. Registra il documento d''identita'''
               DISPLAY '3. Scheda identita'' di un patron'
               DISPLAY '4. Patron senza codice fiscale'
               DISPLAY '5. Importa l''estratto dell''anagrafe '
                   '(ANAGRAFEIN)'
               DISPLAY '6. Residenti e non residenti per sede'
               DISPLAY '7. Indirizzi strutturati e bacino d''utenza'
               ACCEPT WS-IDENTITA-SCELTA
               MOVE SPACE TO WS-IDENTITA
               MOVE LS-USERNAME TO WS-IDE-OPERATORE
               MOVE SPACE TO WS-RESIDENZA
               MOVE ZERO TO WS-RES-IMPORTO
               MOVE LS-USERNAME TO WS-RES-OPERATORE
               EVALUATE WS-IDENTITA-SCELTA
                   WHEN 1
                       DISPLAY 'Username del patron:'
                       ACCEPT WS-IDE-USERNAME
                       DISPLAY 'Codice fiscale:'
                       ACCEPT WS-IDE-CODICE-FISCALE
                       CALL 'IDENTITA' USING 'f', WS-IDENTITA
                       IF WS-IDE-ESITO = 'S'
                           MOVE 'UTENTE' TO WS-AUDIT-TABELLA
                           MOVE 'CODFISCALE' TO WS-AUDIT-OPERAZIONE
                           MOVE WS-IDE-USERNAME TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 2
                       DISPLAY 'Username del patron:'
                       ACCEPT WS-IDE-USERNAME
                       DISPLAY 'Tipo (CI/PATENTE/PASSAPORTO/PERMESSO):'
                       ACCEPT WS-IDE-DOC-TIPO
                       DISPLAY 'Numero del documento:'
                       ACCEPT WS-IDE-DOC-NUMERO
                       DISPLAY 'Scadenza (GG-MM-AAAA):'
                       ACCEPT WS-IDE-DOC-SCADENZA
                       CALL 'IDENTITA' USING 'o', WS-IDENTITA
                       IF WS-IDE-ESITO = 'S'
                           MOVE 'UTENTE' TO WS-AUDIT-TABELLA
                           MOVE 'DOCUMENTO' TO WS-AUDIT-OPERAZIONE
                           MOVE WS-IDE-USERNAME TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 3
                       DISPLAY 'Username del patron:'
                       ACCEPT WS-IDE-USERNAME
                       CALL 'IDENTITA' USING 'm', WS-IDENTITA
                       MOVE WS-IDE-USERNAME TO WS-RES-USERNAME
                       CALL 'RESIDENZA' USING 'm', WS-RESIDENZA
                   WHEN 4
                       CALL 'IDENTITA' USING 'l', WS-IDENTITA
                   WHEN 5
                       CALL 'RESIDENZA' USING 'i', WS-RESIDENZA
                       MOVE 'UTENTE' TO WS-AUDIT-TABELLA
                       MOVE 'RESIDENZA' TO WS-AUDIT-OPERAZIONE
                       MOVE 'ANAGRAFEIN' TO WS-AUDIT-CHIAVE
                       MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                       CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                   WHEN 6
                       CALL 'RESIDENZA' USING 'r', WS-RESIDENZA
                   WHEN 7
                       PERFORM INDIRIZZI-BACINO-UTENZA
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.

      *    INDIRIZZI DEI PATRON SCOMPOSTI SULLO STRADARIO DEL COMUNE:*
      *    CARICAMENTO DI STRADARIO E POPOLAZIONE, CONVERSIONE UNA****
      *    TANTUM DEGLI INDIRIZZI ESISTENTI, CORREZIONE DELLE*********
      *    ECCEZIONI E BACINO D'UTENZA PER CAP O FRAZIONE*************
           INDIRIZZI-BACINO-UTENZA.
               DISPLAY 'Indirizzi strutturati e bacino d''utenza'
               DISPLAY '1. Carica lo stradario del comune (STRADARIOIN)'
               DISPLAY '2. Carica la popolazione per area '
                   '(POPOLAZIONEIN)'
               DISPLAY '3. Converti gli indirizzi esistenti '
                   '(eccezioni su ECCEZIONIINDIRIZZI)'
               DISPLAY '4. Indirizzi da verificare'
               DISPLAY '5. Correggi l''indirizzo di un patron'
               DISPLAY '6. Bacino d''utenza per CAP o frazione'
               ACCEPT WS-INDIRIZZI-SCELTA
               MOVE SPACE TO WS-STRADARIO
               MOVE ZERO TO WS-STR-ANNO
               MOVE LS-USERNAME TO WS-STR-OPERATORE
               MOVE 'UTENTE' TO WS-AUDIT-TABELLA
               MOVE LS-USERNAME TO WS-AUDIT-USERNAME
               EVALUATE WS-INDIRIZZI-SCELTA
                   WHEN 1
                       CALL 'STRADARIO' USING 't', WS-STRADARIO
                       IF WS-STR-ESITO = 'S'
                           MOVE 'STRADARIO' TO WS-AUDIT-TABELLA
                           MOVE 'CARICA' TO WS-AUDIT-OPERAZIONE
                           MOVE 'STRADARIOIN' TO WS-AUDIT-CHIAVE
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 2
                       CALL 'STRADARIO' USING 'p', WS-STRADARIO
                       IF WS-STR-ESITO = 'S'
                           MOVE 'POPOLAZIONE_AREA' TO WS-AUDIT-TABELLA
                           MOVE 'CARICA' TO WS-AUDIT-OPERAZIONE
                           MOVE 'POPOLAZIONEIN' TO WS-AUDIT-CHIAVE
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 3
                       CALL 'STRADARIO' USING 'k', WS-STRADARIO
                       IF WS-STR-ESITO = 'S'
                           MOVE 'CONVERTI' TO WS-AUDIT-OPERAZIONE
                           MOVE 'INDIRIZZO' TO WS-AUDIT-CHIAVE
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 4
                       CALL 'STRADARIO' USING 'e', WS-STRADARIO
                   WHEN 5
                       DISPLAY 'Username del patron:'
                       ACCEPT WS-STR-USERNAME
                       DISPLAY 'Via (come nello stradario):'
                       ACCEPT WS-STR-VIA
                       DISPLAY 'Numero civico (SNC se senza numero):'
                       ACCEPT WS-STR-CIVICO
                       DISPLAY 'CAP (vuoto = quello della via):'
                       ACCEPT WS-STR-CAP
                       DISPLAY 'Comune (vuoto = comune dello '
                           'stradario):'
                       ACCEPT WS-STR-COMUNE
                       DISPLAY 'Frazione (solo fuori comune):'
                       ACCEPT WS-STR-FRAZIONE
                       CALL 'STRADARIO' USING 's', WS-STRADARIO
                       IF WS-STR-ESITO = 'S'
                           MOVE 'INDIRIZZO' TO WS-AUDIT-OPERAZIONE
                           MOVE WS-STR-USERNAME TO WS-AUDIT-CHIAVE
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 6
                       DISPLAY 'Livello (C = CAP, F = frazione):'
                       ACCEPT WS-STR-LIVELLO
                       DISPLAY 'Anno della popolazione (0 = ultimo '
                           'caricato):'
                       ACCEPT WS-STR-ANNO
                       CALL 'STRADARIO' USING 'r', WS-STRADARIO
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.

      *    OGNI FILE MANDATO FUORI HA PROGRESSIVO, CONTEGGIO, TOTALE***
      *    DI CONTROLLO E TRAILER. QUANDO UN PARTNER DICE DI NON******
      *    AVERLO RICEVUTO SI RIGENERA IDENTICO SU <NOME>RINVIO,*******
      *    SENZA RIPASSARE DALLA LOGICA CHE MARCA LE RIGHE ESPORTATE**
      *    I FILE IN ENTRATA HANNO IL LORO REGISTRO CON L'IMPRONTA:***
      *    UNA RICONSEGNA VIENE RIFIUTATA FINCHE' UN AMMINISTRATORE***
      *    NON NE AUTORIZZA IL RICARICAMENTO***************************
           REGISTRO-INTERFACCE.
               DISPLAY 'Registro interfacce'
               DISPLAY '1. Ultimi file inviati (tutte le interfacce)'
               DISPLAY '2. Ultimi file di una interfaccia'
               DISPLAY '3. Rigenera un file per il rinvio'
               DISPLAY '4. Ultimi file ricevuti (caricati/rifiutati)'
               DISPLAY '5. Autorizza il ricaricamento di un file'
               ACCEPT WS-INTERFACCE-SCELTA
               MOVE SPACE TO WS-IFC-INVIO
               MOVE ZERO TO WS-IFC-ID
               MOVE ZERO TO WS-IFC-PROGRESSIVO
               MOVE ZERO TO WS-IFC-IMPORTO
               MOVE SPACE TO WS-INGRESSO
               MOVE ZERO TO WS-ING-ID
               MOVE ZERO TO WS-ING-SESSIONE
               EVALUATE WS-INTERFACCE-SCELTA
                   WHEN 1
                       CALL 'INTERFACCIA' USING 'd', WS-IFC-INVIO
                   WHEN 2
                       DISPLAY 'Interfaccia (es. MULTEEXPORT, '
                           'PAGOPAOUT, OPACFEED):'
                       ACCEPT WS-IFC-INTERFACCIA
                       CALL 'INTERFACCIA' USING 'd', WS-IFC-INVIO
                   WHEN 3
                       DISPLAY 'ID del file da rigenerare:'
                       ACCEPT WS-IFC-ID
                       CALL 'INTERFACCIA' USING 'x', WS-IFC-INVIO
                       IF WS-IFC-ESITO = 'S'
                           MOVE 'INTERFACCIA_INVIO' TO WS-AUDIT-TABELLA
                           MOVE 'RINVIO' TO WS-AUDIT-OPERAZIONE
                           MOVE WS-IFC-ID TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 4
                       DISPLAY 'File (invio per tutti, es. PAGOPAIN):'
                       ACCEPT WS-ING-FILE
                       CALL 'INGRESSO' USING 'd', WS-INGRESSO
                   WHEN 5
                       DISPLAY 'File da ricaricare (es. PAGOPAIN, '
                           'ILLRISPOSTE, MLOLEVENTI, INVSCAN):'
                       ACCEPT WS-ING-FILE
      *                LE SCANSIONI SI REGISTRANO PER SESSIONE*******
                       IF WS-ING-FILE = 'INVSCAN'
                           DISPLAY 'Numero della sessione di '
                               'inventario:'
                           ACCEPT WS-ING-SESSIONE
                           MOVE WS-ING-SESSIONE TO WS-ING-CONTESTO
                       END-IF
                       MOVE LS-USERNAME TO WS-ING-OPERATORE
                       CALL 'INGRESSO' USING 'f', WS-INGRESSO
                       IF WS-ING-ESITO = 'S'
                           MOVE 'INGRESSO_FILE' TO WS-AUDIT-TABELLA
                           MOVE 'FORZATURA' TO WS-AUDIT-OPERAZIONE
                           MOVE WS-ING-FILE TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.

      *    QUANTI GIORNI PASSANO TRA PRENOTAZIONE E DISPONIBILITA':***
      *    IL NUMERO PER LA REVISIONE DELLA CARTA DEI SERVIZI**********
           LIVELLO-SERVIZIO-PRENOTAZIONI.
               CALL 'STATISTICHE' USING 'e', WS-RANGE-REPORT.

      *    FAMIGLIE E TUTORI: COLLEGAMENTO DEL MINORE AL TUTORE,******
      *    VISTA FAMIGLIA AL BANCO, DATE DI NASCITA E PASSAGGIO*******
      *    AUTOMATICO AD ADULTO AI 18 ANNI, ISCRIZIONE DEGLI ALUNNI***
      *    DAGLI ELENCHI DELLE CLASSI CON STAMPA DELLE TESSERE*********
           FAMIGLIE-TUTORI.
               DISPLAY 'Famiglie e tutori'
               DISPLAY '1. Collega un minore a un tutore'
               DISPLAY '2. Vista famiglia di un tutore'
               DISPLAY '3. Imposta data di nascita di un account'
               DISPLAY '4. Corsa passaggi minore -> adulto'
               DISPLAY '5. Importa elenchi delle classi (CLASSIIN)'
               DISPLAY '6. Completa la stampa tessere di un lotto'
               DISPLAY '7. Elenco lotti degli elenchi delle classi'
               ACCEPT WS-FAMIGLIE-SCELTA
               MOVE SPACE TO WS-ELENCO-CLASSI
               MOVE ZERO TO WS-CLS-ID-LOTTO
               MOVE LS-USERNAME TO WS-CLS-OPERATORE
               EVALUATE WS-FAMIGLIE-SCELTA
                   WHEN 1
                       DISPLAY 'Username del minore:'
                       ACCEPT USERNAME
                       DISPLAY 'Username del tutore (adulto):'
                       ACCEPT USERNAME-DOPPIONE
                       CALL 'UTENTE' USING 'n', UTENTE
                       IF ESITO-UTENTE = 'S'
                           MOVE 'UTENTE' TO WS-AUDIT-TABELLA
                           MOVE 'TUTORE' TO WS-AUDIT-OPERAZIONE
                       CALL 'UTENTE' USING 'l', UTENTE
                   WHEN 4
                       CALL 'UTENTE' USING 'a', UTENTE
                   WHEN 5
                       DISPLAY 'Password provvisoria dei nuovi '
                           'account:'
                       ACCEPT WS-CLS-PASSWORD
                       CALL 'CLASSI' USING 'i', WS-ELENCO-CLASSI
                       IF WS-CLS-ESITO = 'S'
                           MOVE 'CLASSI_LOTTO' TO WS-AUDIT-TABELLA
                           MOVE 'IMPORT' TO WS-AUDIT-OPERAZIONE
                           MOVE 'CLASSIIN' TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 6
                       DISPLAY 'Lotto (0 = ultimo con tessere in '
                           'sospeso):'
                       ACCEPT WS-CLS-ID-LOTTO
                       CALL 'CLASSI' USING 't', WS-ELENCO-CLASSI
                   WHEN 7
                       CALL 'CLASSI' USING 'l', WS-ELENCO-CLASSI
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.
               ACCEPT WS-PAGOPA-SCELTA
               EVALUATE WS-PAGOPA-SCELTA
                   WHEN 1
                       MOVE 'EMISSIONE PAGOPA' TO WS-SEM-JOB
                       PERFORM PRENDI-SEMAFORO
                       IF WS-SEM-ESITO = 'S'
                           CALL 'PAGOPA' USING 'x'
                           PERFORM RILASCIA-SEMAFORO
                           MOVE 'POSIZIONE_PAGOPA' TO WS-AUDIT-TABELLA
                           MOVE 'EMISSIONE' TO WS-AUDIT-OPERAZIONE
                           MOVE 'CORSA' TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 2
                       MOVE 'RICONCILIAZIONE PAGOPA' TO WS-SEM-JOB
                       PERFORM PRENDI-SEMAFORO
                       IF WS-SEM-ESITO = 'S'
                           CALL 'PAGOPA' USING 'i'
                           PERFORM RILASCIA-SEMAFORO
                       END-IF
                   WHEN 3
                       CALL 'PAGOPA' USING 'd'
                   WHEN OTHER
               DISPLAY '1. Corsa della scala (emette i dovuti)'
               DISPLAY '2. Registro dei solleciti'
               DISPLAY '3. Export per l ufficio riscossioni'
               DISPLAY '4. Richiamo di un prestito in corso'
               DISPLAY '5. Report dei richiami'
               DISPLAY '6. Ricalcolo dei titoli ad alta richiesta'
               ACCEPT WS-SOLLECITI-SCELTA
               EVALUATE WS-SOLLECITI-SCELTA
                   WHEN 1
                       MOVE 'CORSA SOLLECITI' TO WS-SEM-JOB
                       PERFORM PRENDI-SEMAFORO
                       IF WS-SEM-ESITO = 'S'
                           CALL 'SOLLECITI' USING 'r'
                           PERFORM RILASCIA-SEMAFORO
                       END-IF
                   WHEN 2
                       CALL 'SOLLECITI' USING 'd'
                   WHEN 3
                       MOVE 'EXPORT' TO WS-AUDIT-CHIAVE
                       MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                       CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                   WHEN 4
                       MOVE SPACE TO WS-CHECK-PRENOTAZIONE
                       MOVE ZERO TO WS-CHECK-CONTEGGIO-APERTE
                           WS-CHECK-POSIZIONE-CODA
                           WS-CHECK-NUMERO-RINNOVI
                           WS-CHECK-SEDE-RITIRO WS-CHECK-QUANTITA
                       DISPLAY 'Inserisci ISBN:'
                       ACCEPT WS-CHECK-ISBN
                       DISPLAY 'Username del patron:'
                       ACCEPT WS-CHECK-USERNAME
      *                IL MOTIVO VIAGGIA NEL CAMPO STATO, LA NUOVA****
      *                SCADENZA NEL CAMPO DATA RESTITUZIONE************
                       DISPLAY 'Motivo (ILL/RISERVA CORSO/CODA):'
                       ACCEPT WS-CHECK-STATO
                       DISPLAY 'Nuova scadenza (GG-MM-AAAA, vuoto = '
                       'preavviso standard):'
                       ACCEPT WS-CHECK-DATA-RESTITUZIONE
                       CALL 'PRENOTAZIONE' USING 'q',
                           WS-CHECK-PRENOTAZIONE
                       IF WS-CHECK-STATO = 'RICHIAMATO'
                           MOVE 'PRENOTAZIONE' TO WS-AUDIT-TABELLA
                           MOVE 'RICHIAMO' TO WS-AUDIT-OPERAZIONE
                           MOVE SPACE TO WS-AUDIT-CHIAVE
                           STRING WS-CHECK-ISBN DELIMITED BY SPACE
                               '/' DELIMITED BY SIZE
                               WS-CHECK-USERNAME DELIMITED BY SPACE
                               INTO WS-AUDIT-CHIAVE
                           END-STRING
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 5
                       MOVE LS-USERNAME TO WS-CHECK-USERNAME
                       CALL 'PRENOTAZIONE' USING 't',
                           WS-CHECK-PRENOTAZIONE
                   WHEN 6
      *                LO STESSO PASSO DELLA CHIUSURA DI GIORNATA:****
      *                ACCENDE E SPEGNE I FLAG E STAMPA LA LISTA*******
                       MOVE 'ALTA RICHIESTA TITOLI' TO WS-SEM-JOB
                       PERFORM PRENDI-SEMAFORO
                       IF WS-SEM-ESITO = 'S'
                           CALL 'PRENOTAZIONE' USING 's',
                               WS-CHECK-PRENOTAZIONE
                           PERFORM RILASCIA-SEMAFORO
                       END-IF
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.
               ACCEPT WS-RICONC-SCELTA
               EVALUATE WS-RICONC-SCELTA
                   WHEN 1
                       MOVE 'RICONCILIAZIONE MULTE' TO WS-SEM-JOB
                       PERFORM PRENDI-SEMAFORO
                       IF WS-SEM-ESITO = 'S'
                           CALL 'PAGAMENTO' USING 'r', WS-PAGAMENTO
                           PERFORM RILASCIA-SEMAFORO
                       END-IF
                   WHEN 2
                       DISPLAY 'Inserisci Username dell utente:'
                       ACCEPT WS-PAG-USERNAME

      *    FLUSSO DIFFERENZIALE PER L'OPAC DEL SITO COMUNALE: BATCH***
      *    NUMERATI CON I SOLI TITOLI CAMBIATI E RISINCRONIZZAZIONE***
      *    COMPLETA QUANDO IL SITO PERDE UN BATCH. IN SENSO INVERSO***
      *    LE PRENOTAZIONI CHE I PATRON FANNO SUL SITO, ELABORATE******
      *    OGNI SERA DALLA CHIUSURA DI GIORNATA O QUI A RICHIESTA******
           FLUSSO-OPAC.
               DISPLAY 'Flusso OPAC comunale'
               DISPLAY '1. Estrai batch differenziale'
               DISPLAY '2. Risincronizzazione completa'
               DISPLAY '3. Registro dei batch estratti'
               DISPLAY '4. Elabora le prenotazioni arrivate dal sito'
               DISPLAY '5. Registro delle richieste dal sito'
               ACCEPT WS-OPAC-SCELTA
               EVALUATE WS-OPAC-SCELTA
                   WHEN 1
                       CALL 'OPACFEED' USING 'f'
                   WHEN 3
                       CALL 'OPACFEED' USING 'd'
                   WHEN 4
                       MOVE 'PRENOTAZIONI DAL SITO' TO WS-SEM-JOB
                       PERFORM PRENDI-SEMAFORO
                       IF WS-SEM-ESITO = 'S'
                           CALL 'OPACPRENOT' USING 'i'
                           PERFORM RILASCIA-SEMAFORO
                           MOVE 'RICHIESTA_OPAC' TO WS-AUDIT-TABELLA
                           MOVE 'IMPORT' TO WS-AUDIT-OPERAZIONE
                           MOVE 'OPACPRENOTIN' TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 5
                       CALL 'OPACPRENOT' USING 'd'
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.
               DISPLAY '2. Mostra il piano dei lavori'
               DISPLAY '3. Lavori rimasti indietro'
               DISPLAY '4. Modifica una riga del piano'
               DISPLAY '5. Lavori in esecuzione (semafori)'
               DISPLAY '6. Rilascia il semaforo di una corsa interrotta'
               DISPLAY '7. Checkpoint dei passi batch interrotti'
               ACCEPT WS-PIANIFICATORE-SCELTA
               EVALUATE WS-PIANIFICATORE-SCELTA
                   WHEN 1
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN 5
                       CALL 'SEMAFORO' USING 'd', WS-SEMAFORO
                   WHEN 6
                       CALL 'SEMAFORO' USING 'd', WS-SEMAFORO
                       DISPLAY 'Lavoro da rilasciare (nome esatto):'
                       ACCEPT WS-SEM-JOB
                       DISPLAY 'Il lavoro e'' davvero fermo? Se sta '
                           'ancora girando partira'' due volte (S/N)'
                       ACCEPT WS-CONFERMA-SEMAFORO
                       IF WS-CONFERMA-SEMAFORO = 'S'
                           OR WS-CONFERMA-SEMAFORO = 's'
                           MOVE LS-USERNAME TO WS-SEM-TITOLARE
                           MOVE 'MENU' TO WS-SEM-ORIGINE
                           CALL 'SEMAFORO' USING 'f', WS-SEMAFORO
                           IF WS-SEM-ESITO = 'S'
                               MOVE 'SEMAFORO_LAVORO'
                                   TO WS-AUDIT-TABELLA
                               MOVE 'FORZATURA' TO WS-AUDIT-OPERAZIONE
                               MOVE WS-SEM-JOB TO WS-AUDIT-CHIAVE
                               MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                               CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                           END-IF
                       END-IF
                   WHEN 7
                       MOVE SPACE TO WS-CHECKPOINT
                       CALL 'CHECKPOINT' USING 'd', WS-CHECKPOINT
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.

      *    PRENDE IL SEMAFORO DEL LAVORO IN WS-SEM-JOB A NOME*********
      *    DELL'AMMINISTRATORE: SE UN ALTRO LO TIENE IL LAVORO NON****
      *    PARTE E SEMAFORO DICE CHI LO TIENE E DA QUANDO*************
           PRENDI-SEMAFORO.
               MOVE LS-USERNAME TO WS-SEM-TITOLARE
               MOVE 'MENU' TO WS-SEM-ORIGINE
               CALL 'SEMAFORO' USING 'a', WS-SEMAFORO.

           RILASCIA-SEMAFORO.
               MOVE LS-USERNAME TO WS-SEM-TITOLARE
               MOVE 'MENU' TO WS-SEM-ORIGINE
               CALL 'SEMAFORO' USING 'r', WS-SEMAFORO.

      *    ACCOUNT DOPPIONI: REPORT DEI CANDIDATI SU COGNOME/NOME/****
      *    EMAIL E FUSIONE NELLO STILE DI MERGEAUTORI, CON AUDIT*******
           GESTIONE-DOPPIONI.
               DISPLAY '1. Crea un fondo per l esercizio'
               DISPLAY '2. Aggiorna la dotazione di un fondo'
               DISPLAY '3. Report saldi residui'
               DISPLAY '4. Resa degli acquisti: costo per prestito'
               DISPLAY '5. Proposta di ripartizione per la commissione'
               ACCEPT WS-FONDI-SCELTA
               MOVE ZERO TO WS-CPR-ANNO
               MOVE ZERO TO WS-CPR-ANNO-BUDGET
               MOVE ZERO TO WS-CPR-DOTAZIONE
               MOVE LS-USERNAME TO WS-CPR-OPERATORE
               EVALUATE WS-FONDI-SCELTA
                   WHEN 1
                       DISPLAY 'Nome del fondo:'
                       END-IF
                   WHEN 3
                       CALL 'FONDO' USING 'd', WS-FONDO
                   WHEN 4
                       DISPLAY 'Anno di acquisizione (vuoto = tutti):'
                       ACCEPT WS-CPR-ANNO
                       CALL 'COSTOPRESTITO' USING 'r', WS-COSTO-PRESTITO
                   WHEN 5
                       DISPLAY 'Esercizio da ripartire (vuoto = '
                           'prossimo):'
                       ACCEPT WS-CPR-ANNO-BUDGET
                       DISPLAY 'Dotazione complessiva da ripartire:'
                       ACCEPT WS-CPR-DOTAZIONE
                       DISPLAY 'Acquisti di riferimento, anno (vuoto '
                           '= tutti):'
                       ACCEPT WS-CPR-ANNO
                       CALL 'COSTOPRESTITO' USING 'b', WS-COSTO-PRESTITO
                       IF WS-CPR-ESITO = 'S'
                           MOVE 'RIPARTIZIONE_BUDGET' TO
                               WS-AUDIT-TABELLA
                           MOVE 'INSERT' TO WS-AUDIT-OPERAZIONE
                           MOVE WS-CPR-ANNO-BUDGET TO WS-AUDIT-CHIAVE
                           MOVE LS-USERNAME TO WS-AUDIT-USERNAME
                           CALL 'AUDITLOG' USING 'a', WS-AUDITLOG
                       END-IF
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.
               DISPLAY 'Notifiche in uscita'
               DISPLAY '1. Invia le notifiche pendenti (dispatcher)'
               DISPLAY '2. Importa bounce dal gateway (MAILBOUNCE)'
               DISPLAY '3. Accoda una newsletter (solo a chi ha dato '
               'il consenso)'
               ACCEPT WS-NOTIFICHE-SCELTA
               EVALUATE WS-NOTIFICHE-SCELTA
                   WHEN 1
                       MOVE 'DISPATCHER NOTIFICHE' TO WS-SEM-JOB
                       PERFORM PRENDI-SEMAFORO
                       IF WS-SEM-ESITO = 'S'
                           CALL 'NOTIFICA' USING 'b'
                           PERFORM RILASCIA-SEMAFORO
                       END-IF
                   WHEN 2
                       CALL 'NOTIFICA' USING 'r'
                   WHEN 3
                       MOVE SPACE TO WS-NEWSLETTER
                       MOVE ZERO TO WS-NWS-CONTEGGIO
                       DISPLAY 'Testo della newsletter (max 200):'
                       ACCEPT WS-NWS-MESSAGGIO
                       CALL 'NOTIFICA' USING 'n', WS-NEWSLETTER
                   WHEN OTHER
                       DISPLAY 'Scelta non valida.'
               END-EVALUATE.
