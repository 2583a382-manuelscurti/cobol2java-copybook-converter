      ******************************************************************
      *                        D05223S0                                *
      *                                                                *
      *  PROCEDURA    : DFAX A SERVIZI - SEGNALAZIONE MENSILE AL SIC   *
      *  DESCRIZIONE  : PREPARA IL FLUSSO DI CONTRIBUZIONE MENSILE AL  *
      *                 SISTEMA DI INFORMAZIONI CREDITIZIE (SIC) CON   *
      *                 GLI EVENTI DELLE PRATICHE LAVORATE DA DFAX     *
      *                 (T_DFAX_SIC_EVT, ALIMENTATA DA D05223A0        *
      *                 PARAGRAFO 816-INSERT-TSICEVT):                 *
      *                  - APPROVAZIONE ('A'), RIFIUTO ('R') ED        *
      *                    EROGAZIONE ('E') COME SEGNALAZIONI NUOVE    *
      *                  - VARIAZIONE ('V') DI IMPORTI GIA' SEGNALATI, *
      *                    ANNULLAMENTO ('C') E RECESSO ('W') DELLE    *
      *                    PRATICHE LAVORATE DA D05223RW COME          *
      *                    RETTIFICHE                                  *
      *                 IMPORTI, DURATA, RATA E MAXIRATA SONO QUELLI   *
      *                 DI DODRAC, NOMINATIVO E INDIRIZZO DI CLDRAC;   *
      *                 CODICE FISCALE E DATA DI NASCITA DALL'ANAGRAFE *
      *                 (T_ANA_NDG). PRIMA DELL'INVIO CARICA IL FILE   *
      *                 DI RITORNO DEL SIC: I RECORD SCARTATI TORNANO  *
      *                 NELLA LISTA DI LAVORO DELLE RETTIFICHE (STATO  *
      *                 'S'), GESTITA DA D05223I7. SENZA CODICE        *
      *                 ADERENTE IN PARSIC IL FLUSSO NON PARTE E GLI   *
      *                 EVENTI RESTANO IN ATTESA PER LA CORSA          *
      *                 SUCCESSIVA                                     *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE DFAX               *
      *  INPUT        : PARSIC (CODICE ADERENTE), SICRIT (RITORNO DEL  *
      *                 SIC), T_DFAX_SIC_EVT, T_DFAX_ANNULLO,          *
      *                 T_ANA_NDG (DB2)                                *
      *  OUTPUT       : FLUSSO SU SICOUT, T_DFAX_SIC_EVT AGGIORNATA,   *
      *                 REPORT SU RPT-DFAX-SIC                         *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - FLUSSO MENSILE DI CONTRIBUZIONE AL   *
      *           SIC CON RETTIFICHE E LISTA DI LAVORO DEGLI SCARTI    *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     D05223S0.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT PAR-FILE          ASSIGN  TO  PARSIC
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RIT-FILE          ASSIGN  TO  SICRIT
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT SIC-FILE          ASSIGN  TO  SICOUT
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-DFAX-SIC      ASSIGN  TO  RPTDFSIC
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  PAR-FILE
           RECORDING MODE IS F.
       01  PAR-RECORD.
           02  PAR-COD-ADERENTE         PIC  X(08).
           02  FILLER                   PIC  X(72).
      *
      *----------------------------------------------------------------*
      *    RITORNO DEL SIC: UN RECORD PER OGNI SEGNALAZIONE SCARTATA
      *----------------------------------------------------------------*
       FD  RIT-FILE
           RECORDING MODE IS F.
       01  RIT-RECORD.
           02  RIT-NUM-PRA              PIC  X(14).
           02  FILLER                   PIC  X(01).
           02  RIT-EVENTO               PIC  X(01).
           02  FILLER                   PIC  X(01).
           02  RIT-COD-ERRORE           PIC  X(04).
           02  FILLER                   PIC  X(01).
           02  RIT-DESCRIZIONE          PIC  X(60).
           02  FILLER                   PIC  X(18).
      *
      *----------------------------------------------------------------*
      *    FLUSSO DI CONTRIBUZIONE: TESTA ('H'), DETTAGLIO ('D') E
      *    CODA ('T') SULLO STESSO TRACCIATO DI 300 BYTE
      *----------------------------------------------------------------*
       FD  SIC-FILE
           RECORDING MODE IS F.
       01  SIC-RECORD.
           02  SIC-TIPO-REC             PIC  X(01).
           02  SIC-COD-ADERENTE         PIC  X(08).
           02  SIC-TIPO-SEGN            PIC  X(01).
           02  SIC-EVENTO               PIC  X(01).
           02  SIC-NUM-PRA              PIC  9(14).
           02  SIC-COD-FISC             PIC  X(16).
           02  SIC-COGNOME              PIC  X(30).
           02  SIC-NOME                 PIC  X(30).
           02  SIC-DT-NAS               PIC  X(10).
           02  SIC-NOMCLI               PIC  X(25).
           02  SIC-INDCLI               PIC  X(30).
           02  SIC-CAPCLI               PIC  9(05).
           02  SIC-CITTACLI             PIC  X(25).
           02  SIC-PRODOTTO             PIC  X(03).
           02  SIC-IMPFIN               PIC  9(09).
           02  SIC-NUMDUR               PIC  9(03).
           02  SIC-IMPMENS              PIC  9(09).
           02  SIC-CODMAXI              PIC  X(01).
           02  SIC-IMPMAXI              PIC  9(09).
           02  SIC-DATA-EVENTO          PIC  X(10).
           02  FILLER                   PIC  X(60).
       01  SIC-TESTA.
           02  SIC-T-TIPO-REC           PIC  X(01).
           02  SIC-T-COD-ADERENTE       PIC  X(08).
           02  SIC-T-MESE               PIC  X(07).
           02  SIC-T-DATA-CREAZ         PIC  X(10).
           02  SIC-T-NUM-RECORD         PIC  9(09).
           02  FILLER                   PIC  X(265).
      *
       FD  RPT-DFAX-SIC
           RECORDING MODE IS F.
       01  RPT-RIGA                     PIC  X(132).
      *
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *----------------------------------------------------------------*
      *    DATA DI ELABORAZIONE E REGISTRO CORSE (OP0001K0)
      *----------------------------------------------------------------*
           COPY OP0001W0.
       01  S0-PGM-REGISTRO               PIC  X(08)  VALUE 'OP0001K0'.
       01  S0-DATA-ELAB                  PIC  X(10)  VALUE SPACE.
       01  S0-COD-ADERENTE               PIC  X(08)  VALUE SPACE.
       01  S0-MESE-RIF                   PIC  X(07)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    EVENTO IN LAVORAZIONE
      *----------------------------------------------------------------*
       01  S0-NUM-PRA                    PIC  9(14)  VALUE ZERO.
       01  S0-EVENTO                     PIC  X(01)  VALUE SPACE.
           88  S0-RETTIFICA                          VALUE 'V' 'C' 'W'.
       01  S0-CODCLI                     PIC  9(14)  VALUE ZERO.
       01  S0-COD-FISC                   PIC  X(16)  VALUE SPACE.
       01  S0-COGNOME                    PIC  X(30)  VALUE SPACE.
       01  S0-NOME                       PIC  X(30)  VALUE SPACE.
       01  S0-DT-NAS                     PIC  X(10)  VALUE SPACE.
       01  S0-NOMCLI                     PIC  X(25)  VALUE SPACE.
       01  S0-INDCLI                     PIC  X(30)  VALUE SPACE.
       01  S0-CAPCLI                     PIC  9(05)  VALUE ZERO.
       01  S0-CITTACLI                   PIC  X(25)  VALUE SPACE.
       01  S0-PRODOTTO                   PIC  X(03)  VALUE SPACE.
       01  S0-IMPFIN                     PIC S9(07)V99 COMP-3
                                                     VALUE ZERO.
       01  S0-NUMDUR                     PIC S9(03)  COMP-3 VALUE ZERO.
       01  S0-IMPMENS                    PIC S9(07)V99 COMP-3
                                                     VALUE ZERO.
       01  S0-CODMAXI                    PIC  X(01)  VALUE SPACE.
       01  S0-IMPMAXI                    PIC S9(07)V99 COMP-3
                                                     VALUE ZERO.
       01  S0-DATA-EVENTO                PIC  X(10)  VALUE SPACE.
       01  S0-TENTATIVI                  PIC S9(03)  COMP-3 VALUE ZERO.
       01  S0-COD-SCARTO                 PIC  X(04)  VALUE SPACE.
       01  S0-DES-SCARTO                 PIC  X(60)  VALUE SPACE.
       01  S0-NUM-PRA-RIT                PIC  9(14)  VALUE ZERO.
      *
       01  SW-FINE-RIT                   PIC  X(01)  VALUE 'N'.
           88  FINE-RIT                              VALUE 'S'.
       01  SW-FINE-EVT                   PIC  X(01)  VALUE 'N'.
           88  FINE-EVT                              VALUE 'S'.
       01  SW-FINE-LAVORO                PIC  X(01)  VALUE 'N'.
           88  FINE-LAVORO                           VALUE 'S'.
      *
       01  S0-TOT-RETTIFICHE-GEN         PIC S9(07)  COMP-3 VALUE ZERO.
       01  S0-TOT-RIT                    PIC S9(07)  COMP-3 VALUE ZERO.
       01  S0-TOT-RIT-IGNOTI             PIC S9(07)  COMP-3 VALUE ZERO.
       01  S0-TOT-NUOVE                  PIC S9(07)  COMP-3 VALUE ZERO.
       01  S0-TOT-RETTIFICHE             PIC S9(07)  COMP-3 VALUE ZERO.
       01  S0-TOT-SENZA-CF               PIC S9(07)  COMP-3 VALUE ZERO.
       01  S0-TOT-ATTESA                 PIC S9(07)  COMP-3 VALUE ZERO.
       01  S0-TOT-LAVORO                 PIC S9(07)  COMP-3 VALUE ZERO.
       01  S0-TOT-RECORD                 PIC S9(09)  COMP-3 VALUE ZERO.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                PIC  X(44)  VALUE
               'DFAX - SEGNALAZIONE MENSILE AL SIC - MESE'.
           02  W-T1-MESE             PIC  X(07).
           02  FILLER                PIC  X(81)  VALUE SPACE.
      *
       01  W-RIGA-DOPPIA             PIC  X(132) VALUE
           'ATTENZIONE: CORSA GIA'' ANDATA OK PER QUESTA DATA'.
      *
       01  W-RIGA-NO-ADERENTE        PIC  X(132) VALUE
           'CODICE ADERENTE ASSENTE IN PARSIC: FLUSSO NON INVIATO, EVENT
      -    'I LASCIATI IN ATTESA'.
      *
       01  W-RIGA-SEZ-RIT            PIC  X(132) VALUE
           'SCARTI DAL FILE DI RITORNO DEL SIC'.
       01  W-RIGA-SEZ-INVIO          PIC  X(132) VALUE
           'SEGNALAZIONI INVIATE'.
       01  W-RIGA-SEZ-LAVORO         PIC  X(132) VALUE
           'LISTA DI LAVORO RETTIFICHE (DA CORREGGERE CON D05223I7)'.
      *
       01  W-RIGA-TESTATA2.
           02  FILLER                PIC  X(16)  VALUE 'PRATICA'.
           02  FILLER                PIC  X(14)  VALUE 'EVENTO'.
           02  FILLER                PIC  X(11)  VALUE 'TIPO'.
           02  FILLER                PIC  X(18)  VALUE 'CODICE FISCALE'.
           02  FILLER                PIC  X(27)  VALUE 'NOMINATIVO'.
           02  FILLER                PIC  X(14)  VALUE '    FINANZIATO'.
           02  FILLER                PIC  X(06)  VALUE '  DUR'.
           02  FILLER                PIC  X(26)  VALUE
               '          RATA DATA'.
      *
       01  W-RIGA-DETT.
           02  W-DETT-NUM-PRA        PIC  9(14).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-DETT-EVENTO         PIC  X(12).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-DETT-TIPO           PIC  X(09).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-DETT-COD-FISC       PIC  X(16).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-DETT-NOMCLI         PIC  X(25).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-DETT-IMPFIN         PIC  Z.ZZZ.ZZ9,99.
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-DETT-NUMDUR         PIC  ZZ9.
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-DETT-IMPMENS        PIC  Z.ZZZ.ZZ9,99.
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-DETT-DATA           PIC  X(10).
           02  FILLER                PIC  X(04)  VALUE SPACE.
      *
       01  W-RIGA-SCARTO.
           02  W-SC-NUM-PRA          PIC  9(14).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-SC-EVENTO           PIC  X(12).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-SC-COD              PIC  X(04).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-SC-DESCRIZIONE      PIC  X(60).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-SC-NOTA             PIC  X(20).
           02  FILLER                PIC  X(14)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI1.
           02  FILLER                PIC  X(24)  VALUE
               'SCARTI DAL RITORNO:    '.
           02  W-TOT-RIT             PIC  Z.ZZZ.ZZ9.
           02  FILLER                PIC  X(24)  VALUE
               '  DI CUI NON TROVATI:  '.
           02  W-TOT-RIT-IGNOTI      PIC  Z.ZZZ.ZZ9.
           02  FILLER                PIC  X(24)  VALUE
               '  RETTIFICHE GENERATE: '.
           02  W-TOT-RETT-GEN        PIC  Z.ZZZ.ZZ9.
           02  FILLER                PIC  X(33)  VALUE SPACE.
       01  W-RIGA-TOTALI2.
           02  FILLER                PIC  X(24)  VALUE
               'SEGNALAZIONI NUOVE:    '.
           02  W-TOT-NUOVE           PIC  Z.ZZZ.ZZ9.
           02  FILLER                PIC  X(24)  VALUE
               '  RETTIFICHE:          '.
           02  W-TOT-RETTIFICHE      PIC  Z.ZZZ.ZZ9.
           02  FILLER                PIC  X(24)  VALUE
               '  SENZA CODICE FISCALE:'.
           02  W-TOT-SENZA-CF        PIC  Z.ZZZ.ZZ9.
           02  FILLER                PIC  X(33)  VALUE SPACE.
       01  W-RIGA-TOTALI3.
           02  FILLER                PIC  X(24)  VALUE
               'EVENTI IN ATTESA:      '.
           02  W-TOT-ATTESA          PIC  Z.ZZZ.ZZ9.
           02  FILLER                PIC  X(24)  VALUE
               '  IN LISTA DI LAVORO:  '.
           02  W-TOT-LAVORO          PIC  Z.ZZZ.ZZ9.
           02  FILLER                PIC  X(66)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    EVENTI DA SEGNALARE ACCADUTI FINO ALLA FINE DEL MESE APPENA
      *    CHIUSO (COMPRESE LE RETTIFICHE RIMESSE IN 'N' DA D05223I7),
      *    CON CODICE FISCALE E DATA DI NASCITA DELL'ANAGRAFE
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-EVT CURSOR WITH HOLD FOR
               SELECT  E.SIC_NUM_PRA, E.SIC_EVENTO, E.SIC_CODCLI,
                       VALUE(N.ANA_CODFIS, ' '),
                       VALUE(N.ANA_COGN, ' '),
                       VALUE(N.ANA_NOME, ' '),
                       VALUE(CHAR(N.ANA_DT_NAS, ISO), ' '),
                       E.SIC_NOMCLI, E.SIC_INDCLI, E.SIC_CAPCLI,
                       E.SIC_CITTACLI, E.SIC_PRODOTTO, E.SIC_IMPFIN,
                       E.SIC_NUMDUR, E.SIC_IMPMENS, E.SIC_CODMAXI,
                       E.SIC_IMPMAXI,
                       CHAR(E.SIC_DATA_EVENTO, ISO)
                 FROM  T_DFAX_SIC_EVT E
                 LEFT OUTER JOIN T_ANA_NDG N
                   ON  N.ANA_CODCLI = E.SIC_CODCLI
                WHERE  E.SIC_STATO = 'N'
                  AND  E.SIC_DATA_EVENTO <
                       DATE(:S0-DATA-ELAB) - (DAY(DATE(:S0-DATA-ELAB))
                         - 1) DAYS
                ORDER BY E.SIC_NUM_PRA, E.SIC_DATA_INS
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    LISTA DI LAVORO: SEGNALAZIONI SCARTATE DA CORREGGERE
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-LAVORO CURSOR FOR
               SELECT  SIC_NUM_PRA, SIC_EVENTO,
                       VALUE(SIC_COD_SCARTO, ' '),
                       VALUE(SIC_DES_SCARTO, ' '),
                       SIC_TENTATIVI
                 FROM  T_DFAX_SIC_EVT
                WHERE  SIC_STATO = 'S'
                ORDER BY SIC_DATA_AGG
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           PERFORM 2000-CARICA-RITORNO   THRU 2000-CARICA-RITORNO-X
                   UNTIL FINE-RIT
           PERFORM 3000-GENERA-RETTIFICHE
              THRU 3000-GENERA-RETTIFICHE-X
           IF  S0-COD-ADERENTE = SPACE
           THEN
               MOVE W-RIGA-NO-ADERENTE   TO RPT-RIGA
               WRITE RPT-RIGA
           ELSE
               PERFORM 4000-SCRIVI-TESTA THRU 4000-SCRIVI-TESTA-X
               EXEC SQL OPEN CURS-EVT END-EXEC
               PERFORM 4100-LAVORA-EVENTO THRU 4100-LAVORA-EVENTO-X
                       UNTIL FINE-EVT
               PERFORM 4900-SCRIVI-CODA  THRU 4900-SCRIVI-CODA-X
           END-IF
           PERFORM 6000-LISTA-LAVORO     THRU 6000-LISTA-LAVORO-X
           PERFORM 7000-FINALIZZA        THRU 7000-FINALIZZA-X
           MOVE 'F'                      TO OPK0-FUNZIONE
           MOVE 'OK'                     TO OPK0-ESITO-CORSA
           CALL S0-PGM-REGISTRO    USING OPK0-AREA
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           INITIALIZE OPK0-AREA
           MOVE 'I'                      TO OPK0-FUNZIONE
           MOVE 'D05223S0'               TO OPK0-PROGRAMMA
           CALL S0-PGM-REGISTRO    USING OPK0-AREA
           MOVE OPK0-DATA-ELAB           TO S0-DATA-ELAB
           PERFORM 1100-LEGGI-PARAMETRI  THRU 1100-LEGGI-PARAMETRI-X
           OPEN INPUT  RIT-FILE
           OPEN OUTPUT SIC-FILE RPT-DFAX-SIC
           EXEC SQL
                VALUES CHAR(DATE(:S0-DATA-ELAB) - 1 MONTH)
                  INTO :S0-MESE-RIF
           END-EXEC
           MOVE S0-MESE-RIF              TO W-T1-MESE
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           IF  OPK0-CORSA-DOPPIA
           THEN
               MOVE W-RIGA-DOPPIA        TO RPT-RIGA
               WRITE RPT-RIGA
           END-IF
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-SEZ-RIT           TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    CODICE ADERENTE AL SIC DA PARSIC: SENZA, NIENTE FLUSSO
      *----------------------------------------------------------------*
       1100-LEGGI-PARAMETRI.
           OPEN INPUT  PAR-FILE
           READ PAR-FILE
               AT END
                  CLOSE PAR-FILE
                  GO TO 1100-LEGGI-PARAMETRI-X
           END-READ
           MOVE PAR-COD-ADERENTE         TO S0-COD-ADERENTE
           CLOSE PAR-FILE.
      *----------------------------------------------------------------*
       1100-LEGGI-PARAMETRI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-CARICA-RITORNO: OGNI SCARTO DEL SIC RIPORTA IN LISTA DI
      *    LAVORO ('S') LA SEGNALAZIONE INVIATA ('I') CON CODICE E
      *    DESCRIZIONE DEL MOTIVO
      *----------------------------------------------------------------*
       2000-CARICA-RITORNO.
           READ RIT-FILE
               AT END
                  SET FINE-RIT           TO TRUE
                  GO TO 2000-CARICA-RITORNO-X
           END-READ
           IF  RIT-NUM-PRA NOT NUMERIC
           THEN
               GO TO 2000-CARICA-RITORNO-X
           END-IF
           ADD 1                         TO S0-TOT-RIT
           MOVE RIT-NUM-PRA              TO S0-NUM-PRA-RIT
           MOVE RIT-EVENTO               TO S0-EVENTO
           MOVE RIT-COD-ERRORE           TO S0-COD-SCARTO
           MOVE RIT-DESCRIZIONE          TO S0-DES-SCARTO
           EXEC SQL UPDATE T_DFAX_SIC_EVT
                       SET SIC_STATO      = 'S',
                           SIC_COD_SCARTO = :S0-COD-SCARTO,
                           SIC_DES_SCARTO = :S0-DES-SCARTO,
                           SIC_DATA_AGG   = CURRENT TIMESTAMP
                     WHERE SIC_NUM_PRA    = :S0-NUM-PRA-RIT
                       AND SIC_EVENTO     = :S0-EVENTO
                       AND SIC_STATO      = 'I'
           END-EXEC
           MOVE S0-NUM-PRA-RIT           TO W-SC-NUM-PRA
           PERFORM 8000-DESCRIVI-EVENTO  THRU 8000-DESCRIVI-EVENTO-X
           MOVE W-DETT-EVENTO            TO W-SC-EVENTO
           MOVE S0-COD-SCARTO            TO W-SC-COD
           MOVE S0-DES-SCARTO            TO W-SC-DESCRIZIONE
           IF  SQLCODE = ZERO
           AND SQLERRD(3) > ZERO
           THEN
               MOVE 'IN LISTA DI LAVORO' TO W-SC-NOTA
           ELSE
               MOVE 'NON TROVATA'        TO W-SC-NOTA
               ADD 1                     TO S0-TOT-RIT-IGNOTI
           END-IF
           MOVE W-RIGA-SCARTO            TO RPT-RIGA
           WRITE RPT-RIGA
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       2000-CARICA-RITORNO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-GENERA-RETTIFICHE: LE PRATICHE GIA' SEGNALATE CHE
      *    D05223RW HA ANNULLATO ('C') O CHIUSO PER RECESSO ('W')
      *    RICEVONO LA RETTIFICA, UNA SOLA VOLTA, CON I DATI
      *    DELL'ULTIMA SEGNALAZIONE DELLA PRATICA. UNA PRATICA GIA'
      *    CANCELLATA ('C' DI D05223K3) E POI EROGATA DI NUOVO HA
      *    COME ULTIMO EVENTO LA NUOVA 'E' E VA RETTIFICATA ANCORA
      *----------------------------------------------------------------*
       3000-GENERA-RETTIFICHE.
           EXEC SQL INSERT INTO T_DFAX_SIC_EVT
                       (SIC_NUM_PRA, SIC_EVENTO, SIC_CODCLI,
                        SIC_CODSOC, SIC_VDR, SIC_PRODOTTO,
                        SIC_NOMCLI, SIC_INDCLI, SIC_CAPCLI,
                        SIC_CITTACLI, SIC_IMPFIN, SIC_NUMDUR,
                        SIC_IMPMENS, SIC_CODMAXI, SIC_IMPMAXI,
                        SIC_DATA_EVENTO, SIC_STATO, SIC_TENTATIVI,
                        SIC_DATA_INS, SIC_DATA_AGG)
               SELECT  E.SIC_NUM_PRA,
                       CASE A.ANN_TIPO WHEN 'R' THEN 'W'
                                       ELSE 'C' END,
                       E.SIC_CODCLI, E.SIC_CODSOC, E.SIC_VDR,
                       E.SIC_PRODOTTO, E.SIC_NOMCLI, E.SIC_INDCLI,
                       E.SIC_CAPCLI, E.SIC_CITTACLI, E.SIC_IMPFIN,
                       E.SIC_NUMDUR, E.SIC_IMPMENS, E.SIC_CODMAXI,
                       E.SIC_IMPMAXI, DATE(A.ANN_DATA_LAV), 'N', 0,
                       CURRENT TIMESTAMP, CURRENT TIMESTAMP
                 FROM  T_DFAX_SIC_EVT E, T_DFAX_ANNULLO A
                WHERE  A.ANN_NUM_PRA = E.SIC_NUM_PRA
                  AND  A.ANN_STATO   = 'L'
                  AND  E.SIC_DATA_INS =
                       (SELECT MAX(X.SIC_DATA_INS)
                          FROM T_DFAX_SIC_EVT X
                         WHERE X.SIC_NUM_PRA = E.SIC_NUM_PRA)
                  AND  E.SIC_EVENTO NOT IN ('C', 'W')
           END-EXEC
           IF  SQLCODE = ZERO
           THEN
               MOVE SQLERRD(3)           TO S0-TOT-RETTIFICHE-GEN
           END-IF
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       3000-GENERA-RETTIFICHE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4000-SCRIVI-TESTA.
           MOVE SPACE                    TO SIC-TESTA
           MOVE 'H'                      TO SIC-T-TIPO-REC
           MOVE S0-COD-ADERENTE          TO SIC-T-COD-ADERENTE
           MOVE S0-MESE-RIF              TO SIC-T-MESE
           MOVE S0-DATA-ELAB             TO SIC-T-DATA-CREAZ
           MOVE ZERO                     TO SIC-T-NUM-RECORD
           WRITE SIC-TESTA
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-SEZ-INVIO         TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-TESTATA2          TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       4000-SCRIVI-TESTA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4100-LAVORA-EVENTO: UN RECORD DI DETTAGLIO PER EVENTO; SENZA
      *    CODICE FISCALE IN ANAGRAFE IL SIC LO SCARTEREBBE, VA
      *    DIRETTAMENTE IN LISTA DI LAVORO
      *----------------------------------------------------------------*
       4100-LAVORA-EVENTO.
           EXEC SQL FETCH CURS-EVT
                    INTO :S0-NUM-PRA, :S0-EVENTO, :S0-CODCLI,
                         :S0-COD-FISC, :S0-COGNOME, :S0-NOME,
                         :S0-DT-NAS, :S0-NOMCLI, :S0-INDCLI,
                         :S0-CAPCLI, :S0-CITTACLI, :S0-PRODOTTO,
                         :S0-IMPFIN, :S0-NUMDUR, :S0-IMPMENS,
                         :S0-CODMAXI, :S0-IMPMAXI, :S0-DATA-EVENTO
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-EVT              TO TRUE
               EXEC SQL CLOSE CURS-EVT END-EXEC
               GO TO 4100-LAVORA-EVENTO-X
           END-IF
      *
           IF  S0-COD-FISC = SPACE
           THEN
               PERFORM 4500-SENZA-CF     THRU 4500-SENZA-CF-X
               GO TO 4100-LAVORA-EVENTO-X
           END-IF
      *
           PERFORM 4200-SCRIVI-DETT      THRU 4200-SCRIVI-DETT-X
           EXEC SQL UPDATE T_DFAX_SIC_EVT
                       SET SIC_STATO      = 'I',
                           SIC_MESE_INVIO = :S0-MESE-RIF,
                           SIC_TENTATIVI  = SIC_TENTATIVI + 1,
                           SIC_DATA_INVIO = CURRENT TIMESTAMP,
                           SIC_DATA_AGG   = CURRENT TIMESTAMP
                     WHERE SIC_NUM_PRA    = :S0-NUM-PRA
                       AND SIC_EVENTO     = :S0-EVENTO
                       AND SIC_STATO      = 'N'
           END-EXEC
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       4100-LAVORA-EVENTO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4200-SCRIVI-DETT: IMPORTI IN CENTESIMI; APPROVAZIONE, RIFIUTO
      *    ED EROGAZIONE SONO SEGNALAZIONI NUOVE ('N'), VARIAZIONE,
      *    ANNULLAMENTO E RECESSO RETTIFICHE ('R')
      *----------------------------------------------------------------*
       4200-SCRIVI-DETT.
           MOVE SPACE                    TO SIC-RECORD
           MOVE 'D'                      TO SIC-TIPO-REC
           MOVE S0-COD-ADERENTE          TO SIC-COD-ADERENTE
           IF  S0-RETTIFICA
           THEN
               MOVE 'R'                  TO SIC-TIPO-SEGN
               MOVE 'RETTIFICA'          TO W-DETT-TIPO
               ADD 1                     TO S0-TOT-RETTIFICHE
           ELSE
               MOVE 'N'                  TO SIC-TIPO-SEGN
               MOVE 'NUOVA'              TO W-DETT-TIPO
               ADD 1                     TO S0-TOT-NUOVE
           END-IF
           MOVE S0-EVENTO                TO SIC-EVENTO
           MOVE S0-NUM-PRA               TO SIC-NUM-PRA
           MOVE S0-COD-FISC              TO SIC-COD-FISC
           MOVE S0-COGNOME               TO SIC-COGNOME
           MOVE S0-NOME                  TO SIC-NOME
           MOVE S0-DT-NAS                TO SIC-DT-NAS
           MOVE S0-NOMCLI                TO SIC-NOMCLI
           MOVE S0-INDCLI                TO SIC-INDCLI
           MOVE S0-CAPCLI                TO SIC-CAPCLI
           MOVE S0-CITTACLI              TO SIC-CITTACLI
           MOVE S0-PRODOTTO              TO SIC-PRODOTTO
           COMPUTE SIC-IMPFIN  = S0-IMPFIN  * 100
           MOVE S0-NUMDUR                TO SIC-NUMDUR
           COMPUTE SIC-IMPMENS = S0-IMPMENS * 100
           MOVE S0-CODMAXI               TO SIC-CODMAXI
           COMPUTE SIC-IMPMAXI = S0-IMPMAXI * 100
           MOVE S0-DATA-EVENTO           TO SIC-DATA-EVENTO
           WRITE SIC-RECORD
           ADD 1                         TO S0-TOT-RECORD
      *
           MOVE S0-NUM-PRA               TO W-DETT-NUM-PRA
           PERFORM 8000-DESCRIVI-EVENTO  THRU 8000-DESCRIVI-EVENTO-X
           MOVE S0-COD-FISC              TO W-DETT-COD-FISC
           MOVE S0-NOMCLI                TO W-DETT-NOMCLI
           MOVE S0-IMPFIN                TO W-DETT-IMPFIN
           MOVE S0-NUMDUR                TO W-DETT-NUMDUR
           MOVE S0-IMPMENS               TO W-DETT-IMPMENS
           MOVE S0-DATA-EVENTO           TO W-DETT-DATA
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       4200-SCRIVI-DETT-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4500-SENZA-CF.
           MOVE 'NOCF'                   TO S0-COD-SCARTO
           MOVE 'CLIENTE SENZA CODICE FISCALE IN ANAGRAFE (T_ANA_NDG)'
                                         TO S0-DES-SCARTO
           EXEC SQL UPDATE T_DFAX_SIC_EVT
                       SET SIC_STATO      = 'S',
                           SIC_COD_SCARTO = :S0-COD-SCARTO,
                           SIC_DES_SCARTO = :S0-DES-SCARTO,
                           SIC_DATA_AGG   = CURRENT TIMESTAMP
                     WHERE SIC_NUM_PRA    = :S0-NUM-PRA
                       AND SIC_EVENTO     = :S0-EVENTO
                       AND SIC_STATO      = 'N'
           END-EXEC
           ADD 1                         TO S0-TOT-SENZA-CF
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       4500-SENZA-CF-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4900-SCRIVI-CODA.
           MOVE SPACE                    TO SIC-TESTA
           MOVE 'T'                      TO SIC-T-TIPO-REC
           MOVE S0-COD-ADERENTE          TO SIC-T-COD-ADERENTE
           MOVE S0-MESE-RIF              TO SIC-T-MESE
           MOVE S0-DATA-ELAB             TO SIC-T-DATA-CREAZ
           MOVE S0-TOT-RECORD            TO SIC-T-NUM-RECORD
           WRITE SIC-TESTA.
      *----------------------------------------------------------------*
       4900-SCRIVI-CODA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    6000-LISTA-LAVORO: SCARTI APERTI, DAL PIU' VECCHIO
      *----------------------------------------------------------------*
       6000-LISTA-LAVORO.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-SEZ-LAVORO        TO RPT-RIGA
           WRITE RPT-RIGA
           EXEC SQL OPEN CURS-LAVORO END-EXEC
           PERFORM 6100-RIGA-LAVORO      THRU 6100-RIGA-LAVORO-X
                   UNTIL FINE-LAVORO
           EXEC SQL CLOSE CURS-LAVORO END-EXEC.
      *----------------------------------------------------------------*
       6000-LISTA-LAVORO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       6100-RIGA-LAVORO.
           EXEC SQL FETCH CURS-LAVORO
                    INTO :S0-NUM-PRA, :S0-EVENTO, :S0-COD-SCARTO,
                         :S0-DES-SCARTO, :S0-TENTATIVI
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-LAVORO           TO TRUE
               GO TO 6100-RIGA-LAVORO-X
           END-IF
           ADD 1                         TO S0-TOT-LAVORO
           MOVE S0-NUM-PRA               TO W-SC-NUM-PRA
           PERFORM 8000-DESCRIVI-EVENTO  THRU 8000-DESCRIVI-EVENTO-X
           MOVE W-DETT-EVENTO            TO W-SC-EVENTO
           MOVE S0-COD-SCARTO            TO W-SC-COD
           MOVE S0-DES-SCARTO            TO W-SC-DESCRIZIONE
           MOVE SPACE                    TO W-SC-NOTA
           IF  S0-TENTATIVI > 1
           THEN
               MOVE 'GIA'' RIPRESENTATA' TO W-SC-NOTA
           END-IF
           MOVE W-RIGA-SCARTO            TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       6100-RIGA-LAVORO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       7000-FINALIZZA.
           EXEC SQL SELECT COUNT(*)
                      INTO :S0-TOT-ATTESA
                      FROM T_DFAX_SIC_EVT
                     WHERE SIC_STATO = 'N'
           END-EXEC
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE S0-TOT-RIT               TO W-TOT-RIT
           MOVE S0-TOT-RIT-IGNOTI        TO W-TOT-RIT-IGNOTI
           MOVE S0-TOT-RETTIFICHE-GEN    TO W-TOT-RETT-GEN
           MOVE W-RIGA-TOTALI1           TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE S0-TOT-NUOVE             TO W-TOT-NUOVE
           MOVE S0-TOT-RETTIFICHE        TO W-TOT-RETTIFICHE
           MOVE S0-TOT-SENZA-CF          TO W-TOT-SENZA-CF
           MOVE W-RIGA-TOTALI2           TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE S0-TOT-ATTESA            TO W-TOT-ATTESA
           MOVE S0-TOT-LAVORO            TO W-TOT-LAVORO
           MOVE W-RIGA-TOTALI3           TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE RIT-FILE SIC-FILE RPT-DFAX-SIC
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       7000-FINALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       8000-DESCRIVI-EVENTO.
           EVALUATE S0-EVENTO
             WHEN 'A'
                  MOVE 'APPROVAZIONE'    TO W-DETT-EVENTO
             WHEN 'R'
                  MOVE 'RIFIUTO'         TO W-DETT-EVENTO
             WHEN 'E'
                  MOVE 'EROGAZIONE'      TO W-DETT-EVENTO
             WHEN 'V'
                  MOVE 'VARIAZIONE'      TO W-DETT-EVENTO
             WHEN 'C'
                  MOVE 'ANNULLAMENTO'    TO W-DETT-EVENTO
             WHEN 'W'
                  MOVE 'RECESSO'         TO W-DETT-EVENTO
             WHEN OTHER
                  MOVE S0-EVENTO         TO W-DETT-EVENTO
           END-EVALUATE.
      *----------------------------------------------------------------*
       8000-DESCRIVI-EVENTO-X.
           EXIT.
      *
      ********************** EOM D05223S0 *******************************
