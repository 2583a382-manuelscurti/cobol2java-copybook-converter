      ******************************************************************
      *                        AN0233RT                                *
      *                                                                *
      *  PROCEDURA    : ANAGRAFE GENERALE - PROCEDURE CONCORSUALI      *
      *  DESCRIZIONE  : BATCH GIORNALIERO. CARICA IL FLUSSO DELLE      *
      *                 VARIAZIONI DI STATO DEL REGISTRO IMPRESE (DD   *
      *                 REGIMP: CODICE FISCALE/PARTITA IVA, TIPO       *
      *                 PROCEDURA, APERTURA O CHIUSURA, DATA,          *
      *                 TRIBUNALE, NUMERO, CURATORE) NEL REGISTRO      *
      *                 T_ANA_PROC_CONC. TIPI: LQ LIQUIDAZIONE,        *
      *                 FA FALLIMENTO/LIQUIDAZIONE GIUDIZIALE,         *
      *                 CP CONCORDATO PREVENTIVO, CA CANCELLAZIONE     *
      *                  - L'IMPRESA SI AGGANCIA ALL'NDG PER CODICE    *
      *                    FISCALE/PARTITA IVA (PREFISSO IT IGNORATO)  *
      *                    E AL DEALER PER PARTITA IVA (TBVDVDR); LE   *
      *                    IMPRESE CHE NON SONO NE' CLIENTI NE' DEALER *
      *                    SONO SOLO CONTATE                           *
      *                  - APERTURA: NUOVA PROCEDURA, O AGGIORNAMENTO  *
      *                    DI QUELLA GIA' APERTA DELLO STESSO TIPO     *
      *                  - CHIUSURA: PROCEDURA CHIUSA CON LA DATA      *
      *                 SULL'NDG (ANA_PROC_CONC) RESTA IL TIPO DELLA   *
      *                 PROCEDURA APERTA PIU' RECENTE, SPAZI SE NON NE *
      *                 HA. CON LE PROCEDURE APERTE D05223A0 SCARTA LE *
      *                 NUOVE PRATICHE (E020) E FERMA ('C') I BONIFICI *
      *                 AL DEALER, BE300KJ SULLE SOCIETA' FALLITE      *
      *                 AMMETTE SOLO LA FIRMA DEL CURATORE. CHIUSA     *
      *                 L'ULTIMA PROCEDURA DEL DEALER, I SUOI BONIFICI *
      *                 FERMI TORNANO AL FERMO ANCORA APERTO (Q/F), A  *
      *                 'X' SE NEL FRATTEMPO RIFIUTATI (CON LO STORNO  *
      *                 DELL'EROGAZIONE GIA' SEGNALATA, D05223K3),     *
      *                 ALTRIMENTI A 'I'. IL REPORT PER CREDITI E      *
      *                 LEGALE ELENCA LE NUOVE PROCEDURE, LE CHIUSURE  *
      *                 E GLI SCARTI. A FINE FLUSSO SI RIVERIFICANO I  *
      *                 BONIFICI CHE D05223A0 HA FERMATO SENZA POTER   *
      *                 LEGGERE IL REGISTRO (TIPO 'ER'): SE IL DEALER  *
      *                 NON HA PROCEDURE APERTE SI RILASCIANO COME     *
      *                 ALLA CHIUSURA                                  *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE ANAGRAFE           *
      *  INPUT        : REGIMP (FLUSSO REGISTRO IMPRESE), T_ANA_NDG,   *
      *                 TBVDVDR, T_DFAX_HOLD_PROC, T_DFAX_HOLD_BQE,    *
      *                 T_DFAX_HOLD_PLAF (DB2)                         *
      *  OUTPUT       : T_ANA_PROC_CONC, T_ANA_NDG, BE00TBMO,          *
      *                 T_DFAX_HOLD_PROC, T_DFAX_SCAD, T_DFAX_SIC_EVT  *
      *                 E T_DFAX_IMSIP TRAMITE D05223K3, REPORT SU     *
      *                 RPT-ANA-PROC                                   *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - PROCEDURE CONCORSUALI DAL REGISTRO   *
      *           IMPRESE CON BLOCCO DI PRATICHE E BONIFICI DFAX       *
      * MS151026  RIVERIFICA NOTTURNA DEI BONIFICI FERMI CON REGISTRO  *
      *           NON LETTO DA D05223A0 (TIPO 'ER', 3000-RIVERIFICA)   *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     AN0233RT.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT RGI-FILE          ASSIGN  TO  REGIMP
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-ANA-PROC      ASSIGN  TO  RPTANPRC
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  RGI-FILE
           RECORDING MODE IS F.
       01  RGI-RECORD.
           02  RGI-CODFIS               PIC  X(16).
           02  FILLER                   PIC  X(01).
           02  RGI-DENOM                PIC  X(80).
           02  FILLER                   PIC  X(01).
           02  RGI-TIPO                 PIC  X(02).
               88  RGI-TIPO-VALIDO      VALUE 'LQ' 'FA' 'CP' 'CA'.
           02  FILLER                   PIC  X(01).
           02  RGI-EVENTO               PIC  X(01).
               88  RGI-APERTURA         VALUE 'A'.
               88  RGI-CHIUSURA         VALUE 'C'.
           02  FILLER                   PIC  X(01).
      *        DATA DI APERTURA O DI CHIUSURA, AAAA-MM-GG
           02  RGI-DT-EVENTO            PIC  X(10).
           02  FILLER                   PIC  X(01).
           02  RGI-TRIBUNALE            PIC  X(30).
           02  FILLER                   PIC  X(01).
           02  RGI-NUMERO               PIC  X(20).
           02  FILLER                   PIC  X(01).
      *        CURATORE, LIQUIDATORE O COMMISSARIO
           02  RGI-CURATORE             PIC  X(50).
           02  FILLER                   PIC  X(01).
           02  RGI-CURATORE-CF          PIC  X(16).
           02  FILLER                   PIC  X(17).
      *
       FD  RPT-ANA-PROC
           RECORDING MODE IS F.
       01  RPT-RIGA                     PIC  X(132).
      *
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  RT-ID                         PIC  X(16)  VALUE SPACE.
       01  RT-DENOM                      PIC  X(80)  VALUE SPACE.
       01  RT-TIPO                       PIC  X(02)  VALUE SPACE.
       01  RT-DT-EVENTO                  PIC  X(10)  VALUE SPACE.
       01  RT-TRIBUNALE                  PIC  X(30)  VALUE SPACE.
       01  RT-NUMERO                     PIC  X(20)  VALUE SPACE.
       01  RT-CURATORE                   PIC  X(50)  VALUE SPACE.
       01  RT-CURATORE-CF                PIC  X(16)  VALUE SPACE.
       01  RT-NDG                        PIC  X(12)  VALUE SPACE.
       01  RT-VDR                        PIC  9(07)  VALUE ZERO.
       01  RT-PROC-NDG                   PIC  X(02)  VALUE SPACE.
       01  RT-CONTA                      PIC S9(09)  COMP-3 VALUE ZERO.
       01  RT-MOTIVO                     PIC  X(40)  VALUE SPACE.
       01  RT-NUM-PRA                    PIC  9(14)  VALUE ZERO.
       01  RT-VDR-PREC                   PIC  9(07)  VALUE ZERO.
      *
       01  SW-FINE-FEED                  PIC  X(01)  VALUE 'N'.
           88  FINE-FEED                             VALUE 'S'.
       01  SW-FINE-PRA                   PIC  X(01)  VALUE 'N'.
           88  FINE-PRA                              VALUE 'S'.
       01  SW-FINE-RIV                   PIC  X(01)  VALUE 'N'.
           88  FINE-RIV                              VALUE 'S'.
      *
      *    AREA DI CHIAMATA DELLO STORNO DELL'EROGAZIONE D05223K3
       01  RT-K303-AREA.
           02  RT-K303-NUM-PRA           PIC  9(14).
           02  RT-K303-ESITO             PIC  X(01).
               88  RT-K303-OK                        VALUE 'S'.
           02  RT-K303-SQLCODE           PIC S9(09)  COMP.
           02  RT-K303-NUM-STORNI        PIC  9(05).
      *
       01  RT-TOT-LETTI                  PIC S9(09)  COMP-3 VALUE ZERO.
       01  RT-TOT-NUOVE                  PIC S9(09)  COMP-3 VALUE ZERO.
       01  RT-TOT-CHIUSE                 PIC S9(09)  COMP-3 VALUE ZERO.
       01  RT-TOT-AGGIORNATE             PIC S9(09)  COMP-3 VALUE ZERO.
       01  RT-TOT-ESTRANEI               PIC S9(09)  COMP-3 VALUE ZERO.
       01  RT-TOT-SCARTI                 PIC S9(09)  COMP-3 VALUE ZERO.
       01  RT-TOT-RILASCI                PIC S9(09)  COMP-3 VALUE ZERO.
       01  RT-TOT-FERMI                  PIC S9(09)  COMP-3 VALUE ZERO.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                    PIC  X(44)  VALUE
               'ANAGRAFE - PROCEDURE CONCORSUALI DEL        '.
           02  W-T1-DATA                 PIC  X(10).
           02  FILLER                    PIC  X(78)  VALUE SPACE.
      *
       01  W-RIGA-TESTATA2.
           02  FILLER                    PIC  X(44)  VALUE
               'EVENTO    TP  CODICE FISCALE    NDG         '.
           02  FILLER                    PIC  X(44)  VALUE
               '  VDR      DENOMINAZIONE / MOTIVO      DT.EV'.
           02  FILLER                    PIC  X(44)  VALUE
               'ENTO   TRIBUNALE         CURATORE           '.
      *
       01  W-RIGA-DETT.
           02  W-DETT-EVENTO             PIC  X(08).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-TIPO               PIC  X(02).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-CODFIS             PIC  X(16).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-NDG                PIC  X(12).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-VDR                PIC  X(07).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-DENOM              PIC  X(26).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-DATA               PIC  X(10).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-TRIBUNALE          PIC  X(16).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-CURATORE           PIC  X(19).
      *
       01  W-RIGA-TOTALI1.
           02  FILLER                    PIC  X(20)  VALUE
               'RECORD LETTI:       '.
           02  W-TOT-LETTI               PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  NUOVE PROCEDURE:  '.
           02  W-TOT-NUOVE               PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  CHIUSURE:         '.
           02  W-TOT-CHIUSE              PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(39)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI2.
           02  FILLER                    PIC  X(20)  VALUE
               'AGGIORNATE:         '.
           02  W-TOT-AGGIORNATE          PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  NON CLIENTI:      '.
           02  W-TOT-ESTRANEI            PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  SCARTATI:         '.
           02  W-TOT-SCARTI              PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(39)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI3.
           02  FILLER                    PIC  X(20)  VALUE
               'BONIF. RILASCIATI:  '.
           02  W-TOT-RILASCI             PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  BONIF. FERMI:     '.
           02  W-TOT-FERMI               PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(70)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    PRATICHE DEI BONIFICI DEL DEALER FERMI PER PROCEDURA
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-PRA-VDR CURSOR FOR
               SELECT  DISTINCT HPC_NUM_PRA
                 FROM  T_DFAX_HOLD_PROC
                WHERE  HPC_VDR   = :RT-VDR
                  AND  HPC_STATO = 'H'
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           PERFORM 2000-CARICA-FEED      THRU 2000-CARICA-FEED-X
                   UNTIL FINE-FEED
           PERFORM 3000-RIVERIFICA       THRU 3000-RIVERIFICA-X
                   UNTIL FINE-RIV
           PERFORM 9000-FINALIZZA        THRU 9000-FINALIZZA-X
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           OPEN INPUT  RGI-FILE
           OPEN OUTPUT RPT-ANA-PROC
           EXEC SQL
                VALUES CHAR(CURRENT DATE, ISO) INTO :W-T1-DATA
           END-EXEC
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-TESTATA2          TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2000-CARICA-FEED.
           READ RGI-FILE
               AT END
                  SET FINE-FEED          TO TRUE
                  GO TO 2000-CARICA-FEED-X
           END-READ
           ADD 1                         TO RT-TOT-LETTI
      *
      *    CODICE FISCALE O PARTITA IVA CON O SENZA PREFISSO PAESE
           IF  RGI-CODFIS(1:2) = 'IT'
           AND RGI-CODFIS(3:11) IS NUMERIC
           THEN
               MOVE RGI-CODFIS(3:14)     TO RT-ID
           ELSE
               MOVE RGI-CODFIS           TO RT-ID
           END-IF
           MOVE RGI-DENOM                TO RT-DENOM
           MOVE RGI-TIPO                 TO RT-TIPO
           MOVE RGI-DT-EVENTO            TO RT-DT-EVENTO
           MOVE RGI-TRIBUNALE            TO RT-TRIBUNALE
           MOVE RGI-NUMERO               TO RT-NUMERO
           MOVE RGI-CURATORE             TO RT-CURATORE
           MOVE RGI-CURATORE-CF          TO RT-CURATORE-CF
           MOVE SPACE                    TO RT-NDG
           MOVE ZERO                     TO RT-VDR
      *
           PERFORM 2100-CONTROLLA        THRU 2100-CONTROLLA-X
           IF  RT-MOTIVO NOT = SPACE
           THEN
               PERFORM 2900-SCARTO       THRU 2900-SCARTO-X
               GO TO 2000-CARICA-FEED-X
           END-IF
      *
      *    AGGANCIO AL CLIENTE E AL DEALER
           EXEC SQL SELECT ANA_NDG
                      INTO :RT-NDG
                      FROM T_ANA_NDG
                     WHERE ANA_CODFIS = :RT-ID
                       AND ANA_STATO <> 'M'
                     FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE SPACE                TO RT-NDG
           END-IF
           EXEC SQL SELECT TVDAGR
                      INTO :RT-VDR
                      FROM TBVDVDR
                     WHERE TVDPIVA = :RT-ID
                     FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE ZERO                 TO RT-VDR
           END-IF
           IF  RT-NDG = SPACE AND RT-VDR = ZERO
           THEN
               ADD 1                     TO RT-TOT-ESTRANEI
               GO TO 2000-CARICA-FEED-X
           END-IF
      *
           IF  RGI-APERTURA
           THEN
               PERFORM 2200-APERTURA     THRU 2200-APERTURA-X
           ELSE
               PERFORM 2300-CHIUSURA     THRU 2300-CHIUSURA-X
           END-IF
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       2000-CARICA-FEED-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2100-CONTROLLA.
           MOVE SPACE                    TO RT-MOTIVO
           IF  RT-ID = SPACE
           THEN
               MOVE 'CODICE FISCALE MANCANTE'
                                         TO RT-MOTIVO
               GO TO 2100-CONTROLLA-X
           END-IF
           IF  NOT RGI-TIPO-VALIDO
           THEN
               MOVE 'TIPO PROCEDURA NON PREVISTO'
                                         TO RT-MOTIVO
               GO TO 2100-CONTROLLA-X
           END-IF
           IF  NOT RGI-APERTURA AND NOT RGI-CHIUSURA
           THEN
               MOVE 'EVENTO NON PREVISTO (A/C)'
                                         TO RT-MOTIVO
               GO TO 2100-CONTROLLA-X
           END-IF
           IF  RT-DT-EVENTO(1:4)  IS NOT NUMERIC
           OR  RT-DT-EVENTO(5:1)  NOT = '-'
           OR  RT-DT-EVENTO(6:2)  IS NOT NUMERIC
           OR  RT-DT-EVENTO(8:1)  NOT = '-'
           OR  RT-DT-EVENTO(9:2)  IS NOT NUMERIC
           OR  RT-DT-EVENTO(6:2)  < '01' OR RT-DT-EVENTO(6:2) > '12'
           OR  RT-DT-EVENTO(9:2)  < '01' OR RT-DT-EVENTO(9:2) > '31'
           OR  RT-DT-EVENTO       > W-T1-DATA
           THEN
               MOVE 'DATA EVENTO NON VALIDA'
                                         TO RT-MOTIVO
           END-IF.
      *----------------------------------------------------------------*
       2100-CONTROLLA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2200-APERTURA: UNA SOLA PROCEDURA APERTA PER IMPRESA E TIPO;
      *    SE C'E' GIA' SI AGGIORNANO TRIBUNALE, NUMERO E CURATORE
      *----------------------------------------------------------------*
       2200-APERTURA.
           EXEC SQL UPDATE T_ANA_PROC_CONC
                       SET PRC_NDG         = :RT-NDG,
                           PRC_VDR         = :RT-VDR,
                           PRC_TRIBUNALE   = :RT-TRIBUNALE,
                           PRC_NUMERO      = :RT-NUMERO,
                           PRC_CURATORE    = :RT-CURATORE,
                           PRC_CURATORE_CF = :RT-CURATORE-CF,
                           PRC_DATA_AGG    = CURRENT TIMESTAMP
                     WHERE PRC_CODFIS      = :RT-ID
                       AND PRC_TIPO        = :RT-TIPO
                       AND PRC_STATO       = 'A'
           END-EXEC
           IF  SQLCODE = ZERO
           THEN
               ADD 1                     TO RT-TOT-AGGIORNATE
               GO TO 2200-APERTURA-X
           END-IF
      *
           EXEC SQL INSERT INTO T_ANA_PROC_CONC
                           (PRC_CODFIS
                           ,PRC_TIPO
                           ,PRC_NDG
                           ,PRC_VDR
                           ,PRC_DENOM
                           ,PRC_DT_APERTURA
                           ,PRC_DT_CHIUSURA
                           ,PRC_TRIBUNALE
                           ,PRC_NUMERO
                           ,PRC_CURATORE
                           ,PRC_CURATORE_CF
                           ,PRC_STATO
                           ,PRC_DATA_INS
                           ,PRC_DATA_AGG)
                    VALUES (:RT-ID
                           ,:RT-TIPO
                           ,:RT-NDG
                           ,:RT-VDR
                           ,:RT-DENOM
                           ,DATE(:RT-DT-EVENTO)
                           ,NULL
                           ,:RT-TRIBUNALE
                           ,:RT-NUMERO
                           ,:RT-CURATORE
                           ,:RT-CURATORE-CF
                           ,'A'
                           ,CURRENT TIMESTAMP
                           ,CURRENT TIMESTAMP)
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'ERRORE INSERT T_ANA_PROC_CONC'
                                         TO RT-MOTIVO
               PERFORM 2900-SCARTO       THRU 2900-SCARTO-X
               GO TO 2200-APERTURA-X
           END-IF
           ADD 1                         TO RT-TOT-NUOVE
           IF  RT-NDG NOT = SPACE
           THEN
               PERFORM 2400-FLAG-NDG     THRU 2400-FLAG-NDG-X
           END-IF
           MOVE 'APERTURA'               TO W-DETT-EVENTO
           MOVE RT-DENOM                 TO W-DETT-DENOM
           PERFORM 2800-RIGA             THRU 2800-RIGA-X.
      *----------------------------------------------------------------*
       2200-APERTURA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2300-CHIUSURA.
           EXEC SQL UPDATE T_ANA_PROC_CONC
                       SET PRC_STATO       = 'C',
                           PRC_DT_CHIUSURA = DATE(:RT-DT-EVENTO),
                           PRC_DATA_AGG    = CURRENT TIMESTAMP
                     WHERE PRC_CODFIS      = :RT-ID
                       AND PRC_TIPO        = :RT-TIPO
                       AND PRC_STATO       = 'A'
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE 'CHIUSURA DI PROCEDURA NON A REGISTRO'
                                         TO RT-MOTIVO
               PERFORM 2900-SCARTO       THRU 2900-SCARTO-X
               GO TO 2300-CHIUSURA-X
           END-IF
           IF  RT-NDG NOT = SPACE
           THEN
               PERFORM 2400-FLAG-NDG     THRU 2400-FLAG-NDG-X
           END-IF
           IF  RT-VDR NOT = ZERO
           THEN
               PERFORM 2500-RILASCIA-VDR THRU 2500-RILASCIA-VDR-X
           END-IF
      *    STORNO NON RIUSCITO: CHIUSURA ANNULLATA E GIA' SCARTATA
           IF  RT-MOTIVO NOT = SPACE
           THEN
               GO TO 2300-CHIUSURA-X
           END-IF
           ADD 1                         TO RT-TOT-CHIUSE
           MOVE 'CHIUSURA'               TO W-DETT-EVENTO
           MOVE RT-DENOM                 TO W-DETT-DENOM
           PERFORM 2800-RIGA             THRU 2800-RIGA-X.
      *----------------------------------------------------------------*
       2300-CHIUSURA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2400-FLAG-NDG: SULL'NDG IL TIPO DELLA PROCEDURA APERTA PIU'
      *    RECENTE, SPAZI SE NON NE RESTANO
      *----------------------------------------------------------------*
       2400-FLAG-NDG.
           MOVE SPACE                    TO RT-PROC-NDG
           EXEC SQL SELECT PRC_TIPO
                      INTO :RT-PROC-NDG
                      FROM T_ANA_PROC_CONC
                     WHERE PRC_NDG   = :RT-NDG
                       AND PRC_STATO = 'A'
                     ORDER BY PRC_DT_APERTURA DESC
                     FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE SPACE                TO RT-PROC-NDG
           END-IF
           EXEC SQL UPDATE T_ANA_NDG
                       SET ANA_PROC_CONC = :RT-PROC-NDG
                     WHERE ANA_NDG       = :RT-NDG
           END-EXEC.
      *----------------------------------------------------------------*
       2400-FLAG-NDG-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2500-RILASCIA-VDR: SENZA PIU' PROCEDURE APERTE I BONIFICI
      *    FERMI ('C') DEL DEALER TORNANO AL FERMO CHE HANNO ANCORA
      *    APERTO (COORDINATE 'Q', POI PLAFOND 'F'), A 'X' SE UNO DEI
      *    DUE LI HA RIFIUTATI NEL FRATTEMPO, ALTRIMENTI A 'I'. DELLE
      *    PRATICHE RIMASTE COSI' SENZA BONIFICO SI STORNA L'EROGAZIONE
      *    GIA' SEGNALATA; SE LO STORNO NON RIESCE SI ANNULLA TUTTO E
      *    LA CHIUSURA VA TRA GLI SCARTI
      *----------------------------------------------------------------*
       2500-RILASCIA-VDR.
           MOVE ZERO                     TO RT-CONTA
           EXEC SQL SELECT COUNT(*)
                      INTO :RT-CONTA
                      FROM T_ANA_PROC_CONC
                     WHERE PRC_VDR   = :RT-VDR
                       AND PRC_STATO = 'A'
           END-EXEC
           IF  SQLCODE NOT = ZERO OR RT-CONTA > ZERO
           THEN
               GO TO 2500-RILASCIA-VDR-X
           END-IF
      *
           EXEC SQL UPDATE BE00TBMO MO
                       SET STATO_MOV =
                   CASE WHEN EXISTS (SELECT 1 FROM T_DFAX_HOLD_BQE HB
                                 WHERE HB.HBQ_NUM_DIST = MO.NUM_DIST
                                   AND HB.HBQ_NUM_MOV  = MO.NUM_MOV
                                   AND HB.HBQ_STATO    = 'X')
                          OR EXISTS (SELECT 1 FROM T_DFAX_HOLD_PLAF HP
                                 WHERE HP.HPL_NUM_DIST = MO.NUM_DIST
                                   AND HP.HPL_NUM_MOV  = MO.NUM_MOV
                                   AND HP.HPL_STATO    = 'X')
                        THEN 'X'
                        WHEN EXISTS (SELECT 1 FROM T_DFAX_HOLD_BQE HB
                                 WHERE HB.HBQ_NUM_DIST = MO.NUM_DIST
                                   AND HB.HBQ_NUM_MOV  = MO.NUM_MOV
                                   AND HB.HBQ_STATO    = 'H')
                        THEN 'Q'
                        WHEN EXISTS (SELECT 1 FROM T_DFAX_HOLD_PLAF HP
                                 WHERE HP.HPL_NUM_DIST = MO.NUM_DIST
                                   AND HP.HPL_NUM_MOV  = MO.NUM_MOV
                                   AND HP.HPL_STATO    = 'H')
                        THEN 'F'
                        ELSE 'I'
                   END
                     WHERE MO.ISTITUTO  = 100
                       AND MO.STATO_MOV = 'C'
                       AND EXISTS
                           (SELECT 1
                              FROM T_DFAX_HOLD_PROC HC
                             WHERE HC.HPC_VDR      = :RT-VDR
                               AND HC.HPC_STATO    = 'H'
                               AND HC.HPC_NUM_DIST = MO.NUM_DIST
                               AND HC.HPC_NUM_MOV  = MO.NUM_MOV)
           END-EXEC
           MOVE ZERO                     TO RT-CONTA
           IF  SQLCODE = ZERO
           THEN
               MOVE SQLERRD (3)          TO RT-CONTA
           END-IF
      *
           SET RT-K303-OK                TO TRUE
           MOVE ZERO                     TO RT-K303-SQLCODE
           MOVE 'N'                      TO SW-FINE-PRA
           EXEC SQL OPEN CURS-PRA-VDR END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE 'E'                  TO RT-K303-ESITO
               SET FINE-PRA              TO TRUE
           END-IF
           PERFORM 2600-STORNA-PRATICA   THRU 2600-STORNA-PRATICA-X
                   UNTIL FINE-PRA
           IF  NOT RT-K303-OK
           THEN
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'ERRORE STORNO EROGAZIONE DEALER'
                                         TO RT-MOTIVO
               PERFORM 2900-SCARTO       THRU 2900-SCARTO-X
               GO TO 2500-RILASCIA-VDR-X
           END-IF
           ADD RT-CONTA                  TO RT-TOT-RILASCI
      *
           EXEC SQL UPDATE T_DFAX_HOLD_PROC
                       SET HPC_STATO      = 'R',
                           HPC_UTENTE     = 'AN0233RT',
                           HPC_DATA_ESITO = CURRENT TIMESTAMP
                     WHERE HPC_VDR        = :RT-VDR
                       AND HPC_STATO      = 'H'
           END-EXEC.
      *----------------------------------------------------------------*
       2500-RILASCIA-VDR-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2600-STORNA-PRATICA: D05223K3 STORNA L'EROGAZIONE SOLO SE LA
      *    PRATICA NON HA PIU' BONIFICI VIVI
      *----------------------------------------------------------------*
       2600-STORNA-PRATICA.
           EXEC SQL FETCH CURS-PRA-VDR
                    INTO :RT-NUM-PRA
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               IF  SQLCODE NOT = 100
               THEN
                   MOVE 'E'              TO RT-K303-ESITO
               END-IF
               SET FINE-PRA              TO TRUE
               EXEC SQL CLOSE CURS-PRA-VDR END-EXEC
               GO TO 2600-STORNA-PRATICA-X
           END-IF
           INITIALIZE RT-K303-AREA
           MOVE RT-NUM-PRA               TO RT-K303-NUM-PRA
           CALL 'D05223K3'            USING RT-K303-AREA
           IF  NOT RT-K303-OK
           THEN
               SET FINE-PRA              TO TRUE
               EXEC SQL CLOSE CURS-PRA-VDR END-EXEC
           END-IF.
      *----------------------------------------------------------------*
       2600-STORNA-PRATICA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2800-RIGA.
           MOVE RT-TIPO                  TO W-DETT-TIPO
           MOVE RT-ID                    TO W-DETT-CODFIS
           MOVE RT-NDG                   TO W-DETT-NDG
           MOVE SPACE                    TO W-DETT-VDR
           IF  RT-VDR NOT = ZERO
           THEN
               MOVE RT-VDR               TO W-DETT-VDR
           END-IF
           MOVE RT-DT-EVENTO             TO W-DETT-DATA
           MOVE RT-TRIBUNALE             TO W-DETT-TRIBUNALE
           MOVE RT-CURATORE              TO W-DETT-CURATORE
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       2800-RIGA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2900-SCARTO.
           ADD 1                         TO RT-TOT-SCARTI
           MOVE 'SCARTATO'               TO W-DETT-EVENTO
           MOVE RT-MOTIVO                TO W-DETT-DENOM
           PERFORM 2800-RIGA             THRU 2800-RIGA-X.
      *----------------------------------------------------------------*
       2900-SCARTO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-RIVERIFICA: UN DEALER ALLA VOLTA TRA QUELLI CON BONIFICI
      *    FERMATI DA D05223A0 SENZA AVER POTUTO LEGGERE IL REGISTRO
      *    (TIPO 'ER'). 2500-RILASCIA-VDR LI LASCIA FERMI SE IL DEALER
      *    HA PROCEDURE APERTE (LI RILASCERA' LA CHIUSURA), ALTRIMENTI
      *    LI RILASCIA SUBITO
      *----------------------------------------------------------------*
       3000-RIVERIFICA.
           EXEC SQL SELECT HPC_VDR
                      INTO :RT-VDR
                      FROM T_DFAX_HOLD_PROC
                     WHERE HPC_STATO     = 'H'
                       AND HPC_TIPO_PROC = 'ER'
                       AND HPC_VDR       > :RT-VDR-PREC
                     ORDER BY HPC_VDR
                     FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-RIV              TO TRUE
               GO TO 3000-RIVERIFICA-X
           END-IF
           MOVE RT-VDR                   TO RT-VDR-PREC
           MOVE 'ER'                     TO RT-TIPO
           MOVE SPACE                    TO RT-ID RT-NDG RT-DENOM
                                            RT-TRIBUNALE RT-CURATORE
                                            RT-MOTIVO
           MOVE W-T1-DATA                TO RT-DT-EVENTO
           PERFORM 2500-RILASCIA-VDR     THRU 2500-RILASCIA-VDR-X
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       3000-RIVERIFICA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       9000-FINALIZZA.
           MOVE ZERO                     TO RT-TOT-FERMI
           EXEC SQL SELECT COUNT(*)
                      INTO :RT-TOT-FERMI
                      FROM T_DFAX_HOLD_PROC
                     WHERE HPC_STATO = 'H'
           END-EXEC
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE RT-TOT-LETTI             TO W-TOT-LETTI
           MOVE RT-TOT-NUOVE             TO W-TOT-NUOVE
           MOVE RT-TOT-CHIUSE            TO W-TOT-CHIUSE
           MOVE W-RIGA-TOTALI1           TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE RT-TOT-AGGIORNATE        TO W-TOT-AGGIORNATE
           MOVE RT-TOT-ESTRANEI          TO W-TOT-ESTRANEI
           MOVE RT-TOT-SCARTI            TO W-TOT-SCARTI
           MOVE W-RIGA-TOTALI2           TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE RT-TOT-RILASCI           TO W-TOT-RILASCI
           MOVE RT-TOT-FERMI             TO W-TOT-FERMI
           MOVE W-RIGA-TOTALI3           TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE RGI-FILE RPT-ANA-PROC
           EXEC SQL COMMIT END-EXEC
           IF  RT-TOT-SCARTI > ZERO
           THEN
               MOVE 4                    TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------*
       9000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM AN0233RT *******************************
