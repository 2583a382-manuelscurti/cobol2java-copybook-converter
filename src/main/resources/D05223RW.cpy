      ******************************************************************
      *                        D05223RW                                *
      *                                                                *
      *  PROCEDURA    : DFAX A SERVIZI - ANNULLAMENTI E RECESSI        *
      *  DESCRIZIONE  : LAVORA LE RICHIESTE DI ANNULLAMENTO PRATICA    *
      *                 (DEALER) E DI RECESSO DEL CONSUMATORE ENTRO I  *
      *                 14 GIORNI DALLA FIRMA, SCRITTE DAL PORTALE     *
      *                 CONCESSIONARI O DALL'OPERATORE (D05223I3) SU   *
      *                 T_DFAX_ANNULLO IN STATO 'N'. PER OGNI          *
      *                 RICHIESTA VALIDA:                              *
      *                  - LA PRATICA E' MARCATA ANNULLATA (STATO 'L'; *
      *                    DA QUI D05223A0 NON ORIGINA PIU' BONIFICI   *
      *                    E LO SWEEP SCADENZE D05223RV LA IGNORA)     *
      *                  - I BONIFICI DFAX ANCORA IN MAGAZZINO SU      *
      *                    BE00TBMO (SENZA CRO) PASSANO IN 'X' CON I   *
      *                    LORO FERMI APERTI (PLAFOND, COORDINATE,     *
      *                    PROCEDURA); SU QUELLI GIA' USCITI SI APRE   *
      *                    IL RECALL SEPA                              *
      *                    (T_BE_RECALL, STESSE REGOLE DI BE300K2, IL  *
      *                    RIENTRO LO AGGANCIA BE300RG)                *
      *                  - IL MANDATO SDD DI RIMBORSO SI ANNULLA, O SI *
      *                    REVOCA SE GIA' INVIATO (D05223RX)           *
      *                  - PARTE L'ESITO DI ANNULLAMENTO AL DEALER     *
      *                    (MODELLO 'FXAN') SUL SUO CANALE, COME       *
      *                    D05223RO, E L'EVENTO 'N' SU T_DFAX_RIC_LOG  *
      *                 RECESSI FUORI TERMINE, PRATICHE NON DFAX E     *
      *                 DOPPIONI VENGONO SCARTATI CON MOTIVO.          *
      *                 IL REPORT GIORNALIERO ELENCA LE RICHIESTE      *
      *                 LAVORATE, I RECESSI ANCORA DENTRO LA FINESTRA  *
      *                 DEI 14 GIORNI E GLI ANNULLAMENTI CON RECALL    *
      *                 NON ANCORA RIENTRATO                           *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE DFAX               *
      *  INPUT        : T_DFAX_ANNULLO, T_DFAX_INVIO, T_DFAX_BONIF,    *
      *                 BE00TBMO, T_BE_RECALL, TBVDVDR, T_GEN_SOCI     *
      *                 (DB2)                                          *
      *  OUTPUT       : LETTERE SU INTRDR, T_DFAX_ANNULLO, BE00TBMO,   *
      *                 T_DFAX_HOLD_PLAF/BQE/PROC, T_DFAX_MANDATO,     *
      *                 T_BE_RECALL, T_DFAX_SCAD E T_DFAX_RIC_LOG      *
      *                 AGGIORNATE, REPORT SU RPT-DFAX-ANNULLI         *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - ANNULLAMENTO PRATICA E RECESSO CON   *
      *           BLOCCO BONIFICI, RECALL ED ESITO AL DEALER           *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     D05223RW.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT SUB-FILE          ASSIGN  TO  INTRDR
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-DFAX-ANNULLI  ASSIGN  TO  RPTDFANN
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  SUB-FILE
           RECORDING MODE IS F.
       01  SUB-RIGA                     PIC  X(80).
      *
       FD  RPT-DFAX-ANNULLI
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
       01  RW-PGM-REGISTRO               PIC  X(08)  VALUE 'OP0001K0'.
       01  RW-DATA-ELAB                  PIC  X(10)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    TERMINE DI LEGGE PER IL RECESSO DEL CONSUMATORE
      *----------------------------------------------------------------*
       01  RW-GG-RECESSO                 PIC S9(04)  COMP VALUE 14.
      *
      *----------------------------------------------------------------*
      *    RICHIESTA IN LAVORAZIONE
      *----------------------------------------------------------------*
       01  RW-NUM-PRA                    PIC  9(14)  VALUE ZERO.
       01  RW-TIPO                       PIC  X(01)  VALUE SPACE.
           88  RW-RECESSO                            VALUE 'R'.
           88  RW-ANNULLO                            VALUE 'A'.
       01  RW-FONTE                      PIC  X(01)  VALUE SPACE.
       01  RW-DATA-FIRMA                 PIC  X(10)  VALUE SPACE.
       01  RW-DATA-RIC                   PIC  X(10)  VALUE SPACE.
       01  RW-TS-INS                     PIC  X(26)  VALUE SPACE.
       01  RW-FUORI-TERMINE              PIC  X(01)  VALUE SPACE.
       01  RW-MOTIVO                     PIC  X(40)  VALUE SPACE.
       01  RW-ESITO-BON                  PIC  X(01)  VALUE SPACE.
       01  RW-CONTA                      PIC S9(05)  COMP-3 VALUE ZERO.
       01  RW-EVENTO                     PIC  X(01)  VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    MOVIMENTI BE00TBMO ORIGINATI DA DFAX SULLA PRATICA
      *----------------------------------------------------------------*
       01  RW-NUM-DIST                   PIC S9(09)  COMP-3 VALUE ZERO.
       01  RW-NUM-MOV                    PIC S9(09)  COMP-3 VALUE ZERO.
       01  RW-STATO-MOV                  PIC  X(01)  VALUE SPACE.
       01  RW-CRO                        PIC  X(35)  VALUE SPACE.
       01  RW-NUM-BLOCCATI               PIC S9(05)  COMP-3 VALUE ZERO.
       01  RW-NUM-RECALL                 PIC S9(05)  COMP-3 VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    CONTATTO DEL DEALER PER L'ESITO DI ANNULLAMENTO
      *----------------------------------------------------------------*
       01  RW-VDR                        PIC  9(07)  VALUE ZERO.
       01  RW-CANALE                     PIC  X(01)  VALUE SPACE.
       01  RW-CONTATTO                   PIC  X(35)  VALUE SPACE.
       01  RW-FLGMAIL                    PIC  X(01)  VALUE SPACE.
       01  RW-FAXMAG                     PIC  X(12)  VALUE SPACE.
       01  RW-MAILMAG                    PIC  X(35)  VALUE SPACE.
       01  RW-MITTENTE                   PIC  X(30)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    SEZIONI DI MONITORAGGIO DEL REPORT
      *----------------------------------------------------------------*
       01  RW-GG-RESIDUI                 PIC S9(05)  COMP-3 VALUE ZERO.
       01  RW-GG-APERTO                  PIC S9(05)  COMP-3 VALUE ZERO.
       01  RW-REC-STATO                  PIC  X(01)  VALUE SPACE.
       01  RW-IMPORTO                    PIC S9(16)  COMP-3 VALUE ZERO.
      *
       01  SW-FINE-RICH                  PIC  X(01)  VALUE 'N'.
           88  FINE-RICH                             VALUE 'S'.
       01  SW-FINE-MOV                   PIC  X(01)  VALUE 'N'.
           88  FINE-MOV                              VALUE 'S'.
       01  SW-FINE-FINESTRA              PIC  X(01)  VALUE 'N'.
           88  FINE-FINESTRA                         VALUE 'S'.
       01  SW-FINE-RIENTRI               PIC  X(01)  VALUE 'N'.
           88  FINE-RIENTRI                          VALUE 'S'.
      *
       01  RW-TOT-LAVORATE               PIC S9(05)  COMP-3 VALUE ZERO.
       01  RW-TOT-SCARTATE               PIC S9(05)  COMP-3 VALUE ZERO.
       01  RW-TOT-BLOCCATI               PIC S9(05)  COMP-3 VALUE ZERO.
       01  RW-TOT-RECALL                 PIC S9(05)  COMP-3 VALUE ZERO.
       01  RW-TOT-FINESTRA               PIC S9(05)  COMP-3 VALUE ZERO.
       01  RW-TOT-NON-RIENTR             PIC S9(05)  COMP-3 VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    SCHELETRO DEL JOB AOPPRINT, COME D05223RO
      *----------------------------------------------------------------*
       01  RIGA-JOB1.
           02 FILLER                 PIC X(6)   VALUE '//FE07'.
           02 RJ1-LETT               PIC X      VALUE 'N'.
           02 RJ1-VDR                PIC 9(3)   VALUE ZERO.
           02 FILLER                 PIC X(11)  VALUE ' JOB CLASS='.
           02 RJ1-CLASS              PIC X      VALUE 'M'.
           02 FILLER                 PIC X(10)  VALUE ',MSGCLASS='.
           02 RJ1-MSGCLASS           PIC X      VALUE 'Z'.
           02 FILLER                 PIC X(22)  VALUE
              ',USER=UDFAXSCA,SCHENV='.
           02 RJ1-SCHENV             PIC X(7)   VALUE 'PRODAOP'.
           02 FILLER                 PIC X(18)  VALUE SPACE.
       01  RIGA-JOB2.
           02 FILLER                 PIC X(31)  VALUE
              '//EMAIL EXEC AOPPRINT,PRINTER='''.
           02 RJ2-PRINTER            PIC X(7)   VALUE 'PRT2001'.
           02 FILLER                 PIC X(02)  VALUE ''','.
           02 FILLER                 PIC X(40)  VALUE SPACE.
       01  RIGA-JOB3                 PIC X(80)  VALUE
              '// OPTIONS=''attributes=//DD:MYATTR''             '.
       01  RIGA-JOB4                 PIC X(80)  VALUE
              '//SYSIN DD *                                    '.
       01  RIGA-JOB5                 PIC X(80)  VALUE
              '//MYATTR DD *                                   '.
       01  RIGA-JOBCS1               PIC X(80)  VALUE
              'mail-charset=ISO-8859-15                        '.
       01  RIGA-JOB6.
           02 FILLER                 PIC X(18)   VALUE
                    'mail-to-addresses='.
           02 RJ6-INDIRIZZO          PIC X(40)   VALUE SPACE.
           02 FILLER                 PIC X(22)   VALUE SPACE.
       01  RIGA-JOB7.
           02 FILLER                 PIC X(16)   VALUE
                    'mail-from-name="'.
           02 RJ7-NAME               PIC X(30)   VALUE SPACE.
           02 FILLER                 PIC X       VALUE '"'.
           02 FILLER                 PIC X(33)   VALUE SPACE.
       01  RIGA-JOB11                PIC X(80)  VALUE
              '/*                                              '.
      *
       01  WK-GRAFFA-OP              PIC X    VALUE X'C0'.
       01  WK-GRAFFA-CL              PIC X    VALUE X'D0'.
       01  WK-CHIOCCIOLA             PIC X    VALUE X'7C'.
       01  FAX-SERVER                PIC X(12)  VALUE 'FAXMAKER.COM'.
       01  TAB-INDIRIZZO.
           02 ELE-TAB-IND    PIC X      OCCURS 40 VALUE SPACE.
       01  IND                       PIC  9(04)  VALUE ZERO.
       01  IND1                      PIC  9(04)  VALUE ZERO.
      *
      *-- RIGA CON MODELLO (BYTE 75-80), COME RIGA-MODELLO ONLINE
       01  RIGA-MODELLO.
           02 FILLER               PIC X(74)      VALUE SPACE.
           02 SOC-ST               PIC XX         VALUE SPACE.
           02 MODELLO-ST           PIC X(4)       VALUE 'FXAN'.
      *
      *-- CORPO DELL'ESITO DI ANNULLAMENTO
       01  RIGA-LET-1.
           02 RL1-TITOLO             PIC X(44)   VALUE SPACE.
           02 RL1-NUM-PRA            PIC 9(14).
           02 FILLER                 PIC X(22)   VALUE SPACE.
       01  RIGA-LET-2.
           02 FILLER                 PIC X(40)   VALUE
              'LA PRATICA E'' STATA ANNULLATA IN DATA'.
           02 RL2-DATA               PIC X(10).
           02 FILLER                 PIC X(30)   VALUE SPACE.
       01  RIGA-LET-3                PIC X(80)  VALUE SPACE.
       01  RIGA-LET-3-N              PIC X(80)  VALUE
              'NESSUN BONIFICO RISULTA EROGATO SULLA PRATICA'.
       01  RIGA-LET-3-B              PIC X(80)  VALUE
              'IL BONIFICO NON ANCORA ESEGUITO E'' STATO BLOCCATO'.
       01  RIGA-LET-3-R              PIC X(80)  VALUE
              'SUL BONIFICO GIA'' ESEGUITO E'' STATO AVVIATO IL RICHIAMO
      -       ' DEI FONDI'.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                PIC  X(40)  VALUE
               'DFAX - ANNULLAMENTI E RECESSI DEL'.
           02  W-T1-DATA             PIC  X(10).
           02  FILLER                PIC  X(82)  VALUE SPACE.
      *
       01  W-RIGA-DOPPIA             PIC  X(132) VALUE
           'ATTENZIONE: CORSA GIA'' ANDATA OK PER QUESTA DATA'.
      *
       01  W-RIGA-SEZ1               PIC  X(132) VALUE
           'RICHIESTE LAVORATE NELLA GIORNATA'.
       01  W-RIGA-SEZ2               PIC  X(132) VALUE
           'RECESSI ANCORA DENTRO LA FINESTRA DEI 14 GIORNI'.
       01  W-RIGA-SEZ3               PIC  X(132) VALUE
           'ANNULLAMENTI CON FONDI NON ANCORA RIENTRATI'.
      *
       01  W-RIGA-DETT.
           02  W-DETT-NUM-PRA        PIC  9(14).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-DETT-TIPO           PIC  X(12).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-DETT-FONTE          PIC  X(09).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-DETT-ESITO          PIC  X(50).
           02  FILLER                PIC  X(41)  VALUE SPACE.
      *
       01  W-RIGA-FINESTRA.
           02  W-FIN-NUM-PRA         PIC  9(14).
           02  FILLER                PIC  X(08)  VALUE '  FIRMA '.
           02  W-FIN-DATA-FIRMA      PIC  X(10).
           02  FILLER                PIC  X(12)  VALUE
               '  RICHIESTA '.
           02  W-FIN-DATA-RIC        PIC  X(10).
           02  FILLER                PIC  X(17)  VALUE
               '  GIORNI RESIDUI '.
           02  W-FIN-GG              PIC  Z9.
           02  FILLER                PIC  X(59)  VALUE SPACE.
      *
       01  W-RIGA-RIENTRO.
           02  W-RIE-NUM-PRA         PIC  9(14).
           02  FILLER                PIC  X(06)  VALUE '  CRO '.
           02  W-RIE-CRO             PIC  X(35).
           02  FILLER                PIC  X(10)  VALUE '  IMPORTO '.
           02  W-RIE-IMPORTO         PIC  Z.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                PIC  X(09)  VALUE '  RECALL '.
           02  W-RIE-STATO           PIC  X(10).
           02  FILLER                PIC  X(09)  VALUE '  GIORNI '.
           02  W-RIE-GG              PIC  ZZZZ9.
           02  FILLER                PIC  X(18)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI.
           02  FILLER                PIC  X(10)  VALUE 'LAVORATE: '.
           02  W-TOT-LAVORATE        PIC  ZZ.ZZ9.
           02  FILLER                PIC  X(12)  VALUE '  SCARTATE: '.
           02  W-TOT-SCARTATE        PIC  ZZ.ZZ9.
           02  FILLER                PIC  X(20)  VALUE
               '  BONIFICI BLOCCATI:'.
           02  W-TOT-BLOCCATI        PIC  ZZ.ZZ9.
           02  FILLER                PIC  X(18)  VALUE
               '  RECALL APERTI: '.
           02  W-TOT-RECALL          PIC  ZZ.ZZ9.
           02  FILLER                PIC  X(16)  VALUE
               '  IN FINESTRA: '.
           02  W-TOT-FINESTRA        PIC  ZZ.ZZ9.
           02  FILLER                PIC  X(16)  VALUE
               '  NON RIENTRATI:'.
           02  W-TOT-NON-RIENTR      PIC  ZZ.ZZ9.
           02  FILLER                PIC  X(04)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    RICHIESTE NUOVE. LA DATA FIRMA, SE IL PORTALE NON LA
      *    PASSA, E' QUELLA DEL PRIMO ESITO DFAX DELLA PRATICA
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-RICH CURSOR WITH HOLD FOR
               SELECT  A.ANN_NUM_PRA, A.ANN_TIPO, A.ANN_FONTE,
                       CHAR(A.ANN_DATA_INS),
                       CHAR(DATE(A.ANN_DATA_INS), ISO),
                       COALESCE(CHAR(COALESCE(A.ANN_DATA_FIRMA,
                          (SELECT DATE(MIN(I.INV_DATA_INS))
                             FROM T_DFAX_INVIO I
                            WHERE I.INV_NUM_PRA = A.ANN_NUM_PRA)),
                          ISO), ' ')
                 FROM  T_DFAX_ANNULLO A
                WHERE  A.ANN_STATO = 'N'
                ORDER BY A.ANN_DATA_INS
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    MOVIMENTI DFAX DELLA PRATICA NON GIA' ANNULLATI
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-MOV CURSOR FOR
               SELECT  BON.BON_NUM_DIST, BON.BON_NUM_MOV,
                       MO.STATO_MOV, MO.CRO_OPE
                 FROM  T_DFAX_BONIF BON, BE00TBMO MO
                WHERE  BON.BON_NUM_PRA = :RW-NUM-PRA
                  AND  MO.ISTITUTO     = 100
                  AND  MO.NUM_DIST     = BON.BON_NUM_DIST
                  AND  MO.NUM_MOV      = BON.BON_NUM_MOV
                  AND  MO.STATO_MOV   <> 'X'
                ORDER BY BON.BON_NUM_DIST, BON.BON_NUM_MOV
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    RECESSI LAVORATI CON LA FINESTRA DEI 14 GIORNI ANCORA APERTA
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-FINESTRA CURSOR FOR
               SELECT  ANN_NUM_PRA,
                       CHAR(ANN_DATA_FIRMA, ISO),
                       CHAR(DATE(ANN_DATA_INS), ISO),
                       DAYS(ANN_DATA_FIRMA + 14 DAYS)
                         - DAYS(DATE(:RW-DATA-ELAB))
                 FROM  T_DFAX_ANNULLO
                WHERE  ANN_TIPO  = 'R'
                  AND  ANN_STATO = 'L'
                  AND  ANN_DATA_FIRMA + 14 DAYS >= DATE(:RW-DATA-ELAB)
                ORDER BY ANN_DATA_FIRMA, ANN_NUM_PRA
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    ANNULLAMENTI CON RECALL NON ANCORA CHIUSO DA BE300RG
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-RIENTRI CURSOR FOR
               SELECT  A.ANN_NUM_PRA, REC.REC_CRO, MO.IMPORTO,
                       REC.REC_STATO,
                       DAYS(DATE(:RW-DATA-ELAB))
                         - DAYS(DATE(A.ANN_DATA_LAV))
                 FROM  T_DFAX_ANNULLO A, T_DFAX_BONIF BON,
                       BE00TBMO MO, T_BE_RECALL REC
                WHERE  A.ANN_STATO     = 'L'
                  AND  A.ANN_ESITO_BON IN ('R', 'M')
                  AND  BON.BON_NUM_PRA = A.ANN_NUM_PRA
                  AND  MO.ISTITUTO     = 100
                  AND  MO.NUM_DIST     = BON.BON_NUM_DIST
                  AND  MO.NUM_MOV      = BON.BON_NUM_MOV
                  AND  REC.REC_CRO     = MO.CRO_OPE
                  AND  REC.REC_STATO  <> 'C'
                ORDER BY A.ANN_DATA_LAV, A.ANN_NUM_PRA
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           EXEC SQL OPEN CURS-RICH END-EXEC
           PERFORM 2000-LAVORA-RICHIESTA THRU 2000-LAVORA-RICHIESTA-X
                   UNTIL FINE-RICH
           PERFORM 4000-FINESTRA         THRU 4000-FINESTRA-X
           PERFORM 4500-NON-RIENTRATI    THRU 4500-NON-RIENTRATI-X
           PERFORM 5000-FINALIZZA        THRU 5000-FINALIZZA-X
           MOVE 'F'                      TO OPK0-FUNZIONE
           MOVE 'OK'                     TO OPK0-ESITO-CORSA
           CALL RW-PGM-REGISTRO    USING OPK0-AREA
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           INITIALIZE OPK0-AREA
           MOVE 'I'                      TO OPK0-FUNZIONE
           MOVE 'D05223RW'               TO OPK0-PROGRAMMA
           CALL RW-PGM-REGISTRO    USING OPK0-AREA
           MOVE OPK0-DATA-ELAB           TO RW-DATA-ELAB
           OPEN OUTPUT SUB-FILE RPT-DFAX-ANNULLI
           MOVE RW-DATA-ELAB             TO W-T1-DATA
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           IF  OPK0-CORSA-DOPPIA
           THEN
               MOVE W-RIGA-DOPPIA        TO RPT-RIGA
               WRITE RPT-RIGA
           END-IF
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-SEZ1              TO RPT-RIGA
           WRITE RPT-RIGA
           EXEC SQL SELECT ROU_PRINTER, ROU_CLASS, ROU_MSGCLASS
                      INTO :RJ2-PRINTER, :RJ1-CLASS, :RJ1-MSGCLASS
                      FROM T_DFAX_ROUTING
                     WHERE ROU_CODSOC = 100
                       AND ROU_AGE    = 0
                       AND ROU_CANALE = '*'
           END-EXEC
           EXEC SQL SELECT SOCI_DESCRIZIONE
                      INTO :RW-MITTENTE
                      FROM T_GEN_SOCI
                     WHERE SOCI_CODSOC = 100
           END-EXEC.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2000-LAVORA-RICHIESTA.
           EXEC SQL FETCH CURS-RICH
                    INTO :RW-NUM-PRA, :RW-TIPO, :RW-FONTE,
                         :RW-TS-INS, :RW-DATA-RIC, :RW-DATA-FIRMA
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-RICH             TO TRUE
               EXEC SQL CLOSE CURS-RICH END-EXEC
               GO TO 2000-LAVORA-RICHIESTA-X
           END-IF
      *
           MOVE SPACE                    TO RW-MOTIVO
           PERFORM 2100-VALIDA           THRU 2100-VALIDA-X
           IF  RW-MOTIVO NOT = SPACE
           THEN
               EXEC SQL UPDATE T_DFAX_ANNULLO
                           SET ANN_STATO     = 'S',
                               ANN_MOTIVO    = :RW-MOTIVO,
                               ANN_DATA_LAV  = CURRENT TIMESTAMP
                         WHERE ANN_NUM_PRA   = :RW-NUM-PRA
                           AND ANN_DATA_INS  = TIMESTAMP(:RW-TS-INS)
                           AND ANN_STATO     = 'N'
               END-EXEC
               ADD 1                     TO RW-TOT-SCARTATE
               MOVE RW-MOTIVO            TO W-DETT-ESITO
               PERFORM 2900-SCRIVI-DETT  THRU 2900-SCRIVI-DETT-X
               EXEC SQL COMMIT END-EXEC
               GO TO 2000-LAVORA-RICHIESTA-X
           END-IF
      *
           PERFORM 2200-FERMA-BONIFICI   THRU 2200-FERMA-BONIFICI-X
      *
           EXEC SQL UPDATE T_DFAX_ANNULLO
                       SET ANN_STATO     = 'L',
                           ANN_DATA_FIRMA = DATE(:RW-DATA-FIRMA),
                           ANN_ESITO_BON = :RW-ESITO-BON,
                           ANN_DATA_LAV  = CURRENT TIMESTAMP
                     WHERE ANN_NUM_PRA   = :RW-NUM-PRA
                       AND ANN_DATA_INS  = TIMESTAMP(:RW-TS-INS)
                       AND ANN_STATO     = 'N'
           END-EXEC
      *    L'APPROVAZIONE NON DEVE PIU' ENTRARE NELLO SWEEP SCADENZE
           EXEC SQL UPDATE T_DFAX_SCAD
                       SET SCA_STATO     = 'X',
                           SCA_DATA_AGG  = CURRENT TIMESTAMP
                     WHERE SCA_NUM_PRA   = :RW-NUM-PRA
                       AND SCA_STATO    <> 'E'
           END-EXEC
      *    IL MANDATO SDD NON SERVE PIU': MAI INVIATO SI ANNULLA ('A'),
      *    GIA' ALLA BANCA DEL DEBITORE VA REVOCATO DA D05223RX ('R')
           EXEC SQL UPDATE T_DFAX_MANDATO
                       SET MAN_STATO     =
                           CASE WHEN MAN_STATO = 'I'
                                  OR MAN_TIPO_FLUSSO = 'M'
                                THEN 'R'
                                ELSE 'A' END,
                           MAN_DATA_AGG  = CURRENT TIMESTAMP
                     WHERE MAN_NUM_PRA   = :RW-NUM-PRA
                       AND MAN_STATO IN ('C', 'I')
           END-EXEC
           PERFORM 2950-LOG-EVENTO       THRU 2950-LOG-EVENTO-X
           PERFORM 2500-ESITO-DEALER     THRU 2500-ESITO-DEALER-X
           ADD 1                         TO RW-TOT-LAVORATE
      *
           EVALUATE RW-ESITO-BON
             WHEN 'B'
                  MOVE 'ANNULLATA - BONIFICO BLOCCATO IN MAGAZZINO'
                                         TO W-DETT-ESITO
             WHEN 'R'
                  MOVE 'ANNULLATA - BONIFICO USCITO, RECALL APERTO'
                                         TO W-DETT-ESITO
             WHEN 'M'
                  MOVE 'ANNULLATA - BONIFICI BLOCCATI E RECALL APERTI'
                                         TO W-DETT-ESITO
             WHEN OTHER
                  MOVE 'ANNULLATA - NESSUN BONIFICO EROGATO'
                                         TO W-DETT-ESITO
           END-EVALUATE
           PERFORM 2900-SCRIVI-DETT      THRU 2900-SCRIVI-DETT-X
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       2000-LAVORA-RICHIESTA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2100-VALIDA: PRATICA ESITATA DA DFAX, NON GIA' ANNULLATA,
      *    RECESSO ENTRO 14 GIORNI DALLA FIRMA (DATA DELLA RICHIESTA)
      *----------------------------------------------------------------*
       2100-VALIDA.
           EXEC SQL SELECT COUNT(*)
                      INTO :RW-CONTA
                      FROM T_DFAX_INVIO
                     WHERE INV_NUM_PRA = :RW-NUM-PRA
           END-EXEC
           IF  SQLCODE NOT = ZERO OR RW-CONTA = ZERO
           THEN
               MOVE 'PRATICA NON TRATTATA DA DFAX'
                                         TO RW-MOTIVO
               GO TO 2100-VALIDA-X
           END-IF
      *
           EXEC SQL SELECT COUNT(*)
                      INTO :RW-CONTA
                      FROM T_DFAX_ANNULLO
                     WHERE ANN_NUM_PRA = :RW-NUM-PRA
                       AND ANN_STATO   = 'L'
           END-EXEC
           IF  SQLCODE = ZERO AND RW-CONTA > ZERO
           THEN
               MOVE 'PRATICA GIA'' ANNULLATA'
                                         TO RW-MOTIVO
               GO TO 2100-VALIDA-X
           END-IF
      *
           IF  NOT RW-RECESSO
           THEN
               GO TO 2100-VALIDA-X
           END-IF
           IF  RW-DATA-FIRMA = SPACE
           THEN
               MOVE 'RECESSO SENZA DATA FIRMA'
                                         TO RW-MOTIVO
               GO TO 2100-VALIDA-X
           END-IF
           MOVE 'N'                      TO RW-FUORI-TERMINE
           EXEC SQL SELECT CASE WHEN DATE(:RW-DATA-RIC) >
                                     DATE(:RW-DATA-FIRMA)
                                     + :RW-GG-RECESSO DAYS
                                THEN 'S' ELSE 'N' END
                      INTO :RW-FUORI-TERMINE
                      FROM T_GEN_SOCI
                     WHERE SOCI_CODSOC = 100
           END-EXEC
           IF  RW-FUORI-TERMINE = 'S'
           THEN
               MOVE 'RECESSO OLTRE I 14 GIORNI DALLA FIRMA'
                                         TO RW-MOTIVO
           END-IF.
      *----------------------------------------------------------------*
       2100-VALIDA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2200-FERMA-BONIFICI: MOVIMENTO SENZA CRO = ANCORA IN
      *    MAGAZZINO, SI ANNULLA; CON CRO = GIA' USCITO, SI APRE IL
      *    RECALL (MOTIVO 'CUST', RICHIESTA DELL'ORDINANTE)
      *----------------------------------------------------------------*
       2200-FERMA-BONIFICI.
           MOVE ZERO                     TO RW-NUM-BLOCCATI
                                            RW-NUM-RECALL
           MOVE 'N'                      TO SW-FINE-MOV
           EXEC SQL OPEN CURS-MOV END-EXEC
           PERFORM 2210-MOVIMENTO        THRU 2210-MOVIMENTO-X
                   UNTIL FINE-MOV
           EXEC SQL CLOSE CURS-MOV END-EXEC
      *
           EVALUATE TRUE
             WHEN RW-NUM-BLOCCATI > ZERO AND RW-NUM-RECALL > ZERO
                  MOVE 'M'               TO RW-ESITO-BON
             WHEN RW-NUM-BLOCCATI > ZERO
                  MOVE 'B'               TO RW-ESITO-BON
             WHEN RW-NUM-RECALL > ZERO
                  MOVE 'R'               TO RW-ESITO-BON
             WHEN OTHER
                  MOVE 'N'               TO RW-ESITO-BON
           END-EVALUATE.
      *----------------------------------------------------------------*
       2200-FERMA-BONIFICI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2210-MOVIMENTO.
           EXEC SQL FETCH CURS-MOV
                    INTO :RW-NUM-DIST, :RW-NUM-MOV,
                         :RW-STATO-MOV, :RW-CRO
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-MOV              TO TRUE
               GO TO 2210-MOVIMENTO-X
           END-IF
      *
           IF  RW-CRO = SPACE
           THEN
               EXEC SQL UPDATE BE00TBMO
                           SET STATO_MOV = 'X'
                         WHERE ISTITUTO  = 100
                           AND NUM_DIST  = :RW-NUM-DIST
                           AND NUM_MOV   = :RW-NUM-MOV
                           AND STATO_MOV <> 'X'
                           AND CRO_OPE   = ' '
               END-EXEC
               IF  SQLCODE = ZERO AND SQLERRD(3) > ZERO
               THEN
                   ADD 1                 TO RW-NUM-BLOCCATI
                                            RW-TOT-BLOCCATI
                   PERFORM 2220-ANNULLA-FERMI
                      THRU 2220-ANNULLA-FERMI-X
               END-IF
               GO TO 2210-MOVIMENTO-X
           END-IF
      *
      *    UN SOLO RECALL APERTO PER CRO, COME BE300K2
           EXEC SQL SELECT COUNT(*)
                      INTO :RW-CONTA
                      FROM T_BE_RECALL
                     WHERE REC_CRO = :RW-CRO
                       AND REC_STATO IN ('I', 'A')
           END-EXEC
           IF  SQLCODE = ZERO AND RW-CONTA > ZERO
           THEN
               ADD 1                     TO RW-NUM-RECALL
               GO TO 2210-MOVIMENTO-X
           END-IF
           EXEC SQL INSERT  INTO T_BE_RECALL
                            (REC_CRO
                            ,REC_MOTIVO
                            ,REC_STATO
                            ,REC_UTENTE
                            ,REC_DATA_INS)
                    VALUES (:RW-CRO
                           ,'CUST'
                           ,'I'
                           ,'DFAX'
                           ,CURRENT TIMESTAMP)
           END-EXEC
           IF  SQLCODE = ZERO
           THEN
               ADD 1                     TO RW-NUM-RECALL
                                            RW-TOT-RECALL
           END-IF.
      *----------------------------------------------------------------*
       2210-MOVIMENTO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2220-ANNULLA-FERMI: IL MOVIMENTO ANNULLATO NON DEVE RESTARE
      *    NELLE LISTE DEI FERMI (PLAFOND D05223I4, COORDINATE
      *    D05223I8/S1, PROCEDURE AN0233RT), NE' ESSERE RILASCIATO
      *----------------------------------------------------------------*
       2220-ANNULLA-FERMI.
           EXEC SQL UPDATE T_DFAX_HOLD_PLAF
                       SET HPL_STATO      = 'X',
                           HPL_UTENTE     = 'D05223RW',
                           HPL_DATA_ESITO = CURRENT TIMESTAMP
                     WHERE HPL_NUM_DIST   = :RW-NUM-DIST
                       AND HPL_NUM_MOV    = :RW-NUM-MOV
                       AND HPL_STATO      = 'H'
           END-EXEC
           EXEC SQL UPDATE T_DFAX_HOLD_BQE
                       SET HBQ_STATO      = 'X',
                           HBQ_UTENTE     = 'D05223RW',
                           HBQ_DATA_ESITO = CURRENT TIMESTAMP
                     WHERE HBQ_NUM_DIST   = :RW-NUM-DIST
                       AND HBQ_NUM_MOV    = :RW-NUM-MOV
                       AND HBQ_STATO      = 'H'
           END-EXEC
           EXEC SQL UPDATE T_DFAX_HOLD_PROC
                       SET HPC_STATO      = 'X',
                           HPC_UTENTE     = 'D05223RW',
                           HPC_DATA_ESITO = CURRENT TIMESTAMP
                     WHERE HPC_NUM_DIST   = :RW-NUM-DIST
                       AND HPC_NUM_MOV    = :RW-NUM-MOV
                       AND HPC_STATO      = 'H'
           END-EXEC.
      *----------------------------------------------------------------*
       2220-ANNULLA-FERMI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    ESITO DI ANNULLAMENTO AL DEALER SUL SUO CANALE, COME
      *    D05223RO
      *----------------------------------------------------------------*
       2500-ESITO-DEALER.
           MOVE ZERO                     TO RW-VDR
           EXEC SQL SELECT MAX(INV_VDR)
                      INTO :RW-VDR
                      FROM T_DFAX_INVIO
                     WHERE INV_NUM_PRA = :RW-NUM-PRA
           END-EXEC
           IF  SQLCODE NOT = ZERO OR RW-VDR = ZERO
           THEN
               GO TO 2500-ESITO-DEALER-X
           END-IF
           MOVE SPACE                    TO RW-FLGMAIL RW-FAXMAG
                                            RW-MAILMAG
           EXEC SQL SELECT TVDFLGMAIL, TVDFAXMAG, TVDEMAILMAG
                      INTO :RW-FLGMAIL, :RW-FAXMAG, :RW-MAILMAG
                      FROM TBVDVDR
                     WHERE TVDAGR = :RW-VDR
           END-EXEC
           IF  RW-FLGMAIL = 'S'
           THEN
               MOVE 'M'                  TO RW-CANALE
               MOVE RW-MAILMAG           TO RW-CONTATTO
           ELSE
               MOVE 'F'                  TO RW-CANALE
               MOVE RW-FAXMAG            TO RW-CONTATTO
           END-IF
      *
           IF  RW-RECESSO
           THEN
               MOVE 'RECESSO DEL CLIENTE - PRATICA NUMERO'
                                         TO RL1-TITOLO
           ELSE
               MOVE 'ANNULLAMENTO PRATICA - PRATICA NUMERO'
                                         TO RL1-TITOLO
           END-IF
           EVALUATE RW-ESITO-BON
             WHEN 'B'
                  MOVE RIGA-LET-3-B      TO RIGA-LET-3
             WHEN 'R'
             WHEN 'M'
                  MOVE RIGA-LET-3-R      TO RIGA-LET-3
             WHEN OTHER
                  MOVE RIGA-LET-3-N      TO RIGA-LET-3
           END-EVALUATE
      *
           MOVE RW-VDR                   TO RJ1-VDR
           MOVE RIGA-JOB1                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB2                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB3                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB4                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-MODELLO             TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RW-NUM-PRA               TO RL1-NUM-PRA
           MOVE RIGA-LET-1               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RW-DATA-ELAB             TO RL2-DATA
           MOVE RIGA-LET-2               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-LET-3               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB11               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB5                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOBCS1              TO SUB-RIGA
           WRITE SUB-RIGA
           PERFORM 2600-RIGA-INDIRIZZO   THRU 2600-RIGA-INDIRIZZO-X
           MOVE TAB-INDIRIZZO            TO RJ6-INDIRIZZO
           MOVE RIGA-JOB6                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RW-MITTENTE              TO RJ7-NAME
           MOVE RIGA-JOB7                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB11               TO SUB-RIGA
           WRITE SUB-RIGA.
      *----------------------------------------------------------------*
       2500-ESITO-DEALER-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2600-RIGA-INDIRIZZO.
      *    {'contatto'} O {'numero@FAXMAKER.COM'}, COME D05223R6
           INITIALIZE TAB-INDIRIZZO
           MOVE WK-GRAFFA-OP             TO ELE-TAB-IND(1)
           MOVE ''''                     TO ELE-TAB-IND(2)
           MOVE 3                        TO IND
           IF  RW-CANALE = 'F'
           THEN
               PERFORM 2610-CAR-FAX      THRU 2610-CAR-FAX-X
                       VARYING IND1 FROM 1 BY 1
                       UNTIL IND1 > 35
                       OR    RW-CONTATTO(IND1:1) = SPACE
               MOVE WK-CHIOCCIOLA        TO ELE-TAB-IND(IND)
               ADD 1                     TO IND
               PERFORM 2620-CAR-SERVER   THRU 2620-CAR-SERVER-X
                       VARYING IND1 FROM 1 BY 1
                       UNTIL IND1 > 12
           ELSE
               PERFORM 2630-CAR-MAIL     THRU 2630-CAR-MAIL-X
                       VARYING IND1 FROM 1 BY 1
                       UNTIL IND1 > 35
                       OR    RW-CONTATTO(IND1:1) = SPACE
           END-IF
           IF  IND < 40
           THEN
               MOVE ''''                 TO ELE-TAB-IND(IND)
               ADD 1                     TO IND
               MOVE WK-GRAFFA-CL         TO ELE-TAB-IND(IND)
           END-IF.
      *----------------------------------------------------------------*
       2600-RIGA-INDIRIZZO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2610-CAR-FAX.
           IF  RW-CONTATTO(IND1:1) NUMERIC
           THEN
               MOVE RW-CONTATTO(IND1:1)  TO ELE-TAB-IND(IND)
               ADD 1                     TO IND
           END-IF.
      *----------------------------------------------------------------*
       2610-CAR-FAX-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2620-CAR-SERVER.
           MOVE FAX-SERVER(IND1:1)       TO ELE-TAB-IND(IND)
           ADD 1                         TO IND.
      *----------------------------------------------------------------*
       2620-CAR-SERVER-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2630-CAR-MAIL.
           IF  RW-CONTATTO(IND1:1) = '§' OR '@'
           THEN
               MOVE WK-CHIOCCIOLA        TO ELE-TAB-IND(IND)
           ELSE
               MOVE RW-CONTATTO(IND1:1)  TO ELE-TAB-IND(IND)
           END-IF
           ADD 1                         TO IND.
      *----------------------------------------------------------------*
       2630-CAR-MAIL-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2900-SCRIVI-DETT.
           MOVE RW-NUM-PRA               TO W-DETT-NUM-PRA
           IF  RW-RECESSO
           THEN
               MOVE 'RECESSO'            TO W-DETT-TIPO
           ELSE
               MOVE 'ANNULLAMENTO'       TO W-DETT-TIPO
           END-IF
           IF  RW-FONTE = 'O'
           THEN
               MOVE 'OPERATORE'          TO W-DETT-FONTE
           ELSE
               MOVE 'PORTALE'            TO W-DETT-FONTE
           END-IF
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       2900-SCRIVI-DETT-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    EVENTO PER LA TIMELINE DI CICLO VITA (T_DFAX_RIC_LOG):
      *    'N' = PRATICA ANNULLATA / RECESSO
      *----------------------------------------------------------------*
       2950-LOG-EVENTO.
           EXEC SQL INSERT INTO T_DFAX_RIC_LOG
                           (RIC_NUM_PRA
                           ,RIC_TIPO_EVENTO
                           ,RIC_DATA_INS)
                    VALUES (:RW-NUM-PRA
                           ,:RW-EVENTO
                           ,CURRENT TIMESTAMP)
           END-EXEC.
      *----------------------------------------------------------------*
       2950-LOG-EVENTO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4000-FINESTRA.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-SEZ2              TO RPT-RIGA
           WRITE RPT-RIGA
           EXEC SQL OPEN CURS-FINESTRA END-EXEC
           PERFORM 4100-RIGA-FINESTRA    THRU 4100-RIGA-FINESTRA-X
                   UNTIL FINE-FINESTRA
           EXEC SQL CLOSE CURS-FINESTRA END-EXEC.
      *----------------------------------------------------------------*
       4000-FINESTRA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4100-RIGA-FINESTRA.
           EXEC SQL FETCH CURS-FINESTRA
                    INTO :RW-NUM-PRA, :RW-DATA-FIRMA, :RW-DATA-RIC,
                         :RW-GG-RESIDUI
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-FINESTRA         TO TRUE
               GO TO 4100-RIGA-FINESTRA-X
           END-IF
           ADD 1                         TO RW-TOT-FINESTRA
           MOVE RW-NUM-PRA               TO W-FIN-NUM-PRA
           MOVE RW-DATA-FIRMA            TO W-FIN-DATA-FIRMA
           MOVE RW-DATA-RIC              TO W-FIN-DATA-RIC
           MOVE RW-GG-RESIDUI            TO W-FIN-GG
           MOVE W-RIGA-FINESTRA          TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       4100-RIGA-FINESTRA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4500-NON-RIENTRATI.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-SEZ3              TO RPT-RIGA
           WRITE RPT-RIGA
           EXEC SQL OPEN CURS-RIENTRI END-EXEC
           PERFORM 4600-RIGA-RIENTRO     THRU 4600-RIGA-RIENTRO-X
                   UNTIL FINE-RIENTRI
           EXEC SQL CLOSE CURS-RIENTRI END-EXEC.
      *----------------------------------------------------------------*
       4500-NON-RIENTRATI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4600-RIGA-RIENTRO.
           EXEC SQL FETCH CURS-RIENTRI
                    INTO :RW-NUM-PRA, :RW-CRO, :RW-IMPORTO,
                         :RW-REC-STATO, :RW-GG-APERTO
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-RIENTRI          TO TRUE
               GO TO 4600-RIGA-RIENTRO-X
           END-IF
           ADD 1                         TO RW-TOT-NON-RIENTR
           MOVE RW-NUM-PRA               TO W-RIE-NUM-PRA
           MOVE RW-CRO                   TO W-RIE-CRO
      *    IMPORTO DI BE00TBMO IN CENTESIMI
           COMPUTE W-RIE-IMPORTO = RW-IMPORTO / 100
           EVALUATE RW-REC-STATO
             WHEN 'I'
                  MOVE 'INVIATO'         TO W-RIE-STATO
             WHEN 'A'
                  MOVE 'ACCETTATO'       TO W-RIE-STATO
             WHEN 'R'
                  MOVE 'RIFIUTATO'       TO W-RIE-STATO
             WHEN OTHER
                  MOVE RW-REC-STATO      TO W-RIE-STATO
           END-EVALUATE
           MOVE RW-GG-APERTO             TO W-RIE-GG
           MOVE W-RIGA-RIENTRO           TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       4600-RIGA-RIENTRO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       5000-FINALIZZA.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE RW-TOT-LAVORATE          TO W-TOT-LAVORATE
           MOVE RW-TOT-SCARTATE          TO W-TOT-SCARTATE
           MOVE RW-TOT-BLOCCATI          TO W-TOT-BLOCCATI
           MOVE RW-TOT-RECALL            TO W-TOT-RECALL
           MOVE RW-TOT-FINESTRA          TO W-TOT-FINESTRA
           MOVE RW-TOT-NON-RIENTR        TO W-TOT-NON-RIENTR
           MOVE W-RIGA-TOTALI            TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE SUB-FILE RPT-DFAX-ANNULLI
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       5000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM D05223RW *******************************
