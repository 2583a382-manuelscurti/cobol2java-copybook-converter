      ******************************************************************
      *                        D05223RX                                *
      *                                                                *
      *  PROCEDURA    : DFAX A SERVIZI - MANDATI SDD DI RIMBORSO       *
      *  DESCRIZIONE  : LAVORA I MANDATI SEPA DIRECT DEBIT CREATI DA   *
      *                 D05223A0 ALL'APPROVAZIONE DELLE PRATICHE CON   *
      *                 RIMBORSO IN BANCA (T_DFAX_MANDATO IN STATO     *
      *                 'C'). PER OGNI MANDATO:                        *
      *                  - SCRIVE LA RIGA DEL FLUSSO DI ALLINEAMENTO   *
      *                    MANDATI VERSO LA BANCA DEL DEBITORE         *
      *                    (FLUSEDA): NUOVO MANDATO ('N') O MODIFICA   *
      *                    DEL CONTO DI ADDEBITO ('M') CON L'IBAN      *
      *                    PRECEDENTE                                  *
      *                  - STAMPA LA PRE-NOTIFICA AL CLIENTE (MODELLO  *
      *                    'FXSD', POSTA) CON RIFERIMENTO MANDATO,     *
      *                    DATA E IMPORTO DELLA PRIMA RATA             *
      *                  - SE LA PRIMA RATA CADE PRIMA DEI 14 GIORNI   *
      *                    DI PREAVVISO LA SPOSTA ALLA PRIMA DATA      *
      *                    UTILE, COSI' IL PRIMO ADDEBITO NON TORNA    *
      *                    INDIETRO                                    *
      *                  - PASSA IL MANDATO IN 'I' E SCRIVE L'EVENTO   *
      *                    'M' SU T_DFAX_RIC_LOG                       *
      *                 UN MANDATO IN ATTESA SU UNA PRATICA NEL        *
      *                 FRATTEMPO ANNULLATA, RECEDUTA O DECADUTA NON   *
      *                 PARTE. I MANDATI GIA' INVIATI DI PRATICHE      *
      *                 ANNULLATE O DECADUTE (STATO 'R', DA D05223RW E *
      *                 D05223RV) ESCONO SUL FLUSSO COME REVOCA ('R')  *
      *                 E PASSANO IN 'A'                               *
      *                 SENZA IDENTIFICATIVO CREDITORE IN PARSDD IL    *
      *                 FLUSSO NON PARTE E I MANDATI RESTANO IN 'C'    *
      *                 PER LA CORSA SUCCESSIVA                        *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE DFAX               *
      *  INPUT        : PARSDD (IDENTIFICATIVO CREDITORE),             *
      *                 T_DFAX_MANDATO, T_DFAX_ANNULLO, T_DFAX_SCAD,   *
      *                 T_GEN_SOCI (DB2)                               *
      *  OUTPUT       : FLUSSO SU FLUSEDA, LETTERE SU INTRDR,          *
      *                 T_DFAX_MANDATO E T_DFAX_RIC_LOG AGGIORNATE,    *
      *                 REPORT SU RPT-DFAX-MANDATI                     *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - INVIO MANDATI SDD ALLA BANCA DEL     *
      *           DEBITORE E PRE-NOTIFICA DELLA PRIMA RATA AL CLIENTE  *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     D05223RX.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT PAR-FILE          ASSIGN  TO  PARSDD
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT MAN-FILE          ASSIGN  TO  FLUSEDA
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT SUB-FILE          ASSIGN  TO  INTRDR
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-DFAX-MANDATI  ASSIGN  TO  RPTDFSDD
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  PAR-FILE
           RECORDING MODE IS F.
       01  PAR-RECORD.
           02  PAR-ID-CREDITORE         PIC  X(35).
           02  FILLER                   PIC  X(45).
      *
       FD  MAN-FILE
           RECORDING MODE IS F.
       01  MAN-RECORD.
           02  MAN-TIPO                 PIC  X(01).
           02  FILLER                   PIC  X(01).
           02  MAN-RIF-MANDATO          PIC  X(35).
           02  FILLER                   PIC  X(01).
           02  MAN-ID-CREDITORE         PIC  X(35).
           02  FILLER                   PIC  X(01).
           02  MAN-DATA-FIRMA           PIC  X(10).
           02  FILLER                   PIC  X(01).
           02  MAN-IBAN                 PIC  X(27).
           02  FILLER                   PIC  X(01).
           02  MAN-IBAN-PREC            PIC  X(27).
           02  FILLER                   PIC  X(01).
           02  MAN-NOMCLI               PIC  X(25).
           02  FILLER                   PIC  X(01).
           02  MAN-CODCLI               PIC  9(14).
           02  FILLER                   PIC  X(01).
           02  MAN-NUM-PRA              PIC  9(14).
           02  FILLER                   PIC  X(01).
           02  MAN-SEQUENZA             PIC  X(04).
           02  FILLER                   PIC  X(18).
      *
       FD  SUB-FILE
           RECORDING MODE IS F.
       01  SUB-RIGA                     PIC  X(80).
      *
       FD  RPT-DFAX-MANDATI
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
       01  RX-PGM-REGISTRO               PIC  X(08)  VALUE 'OP0001K0'.
       01  RX-DATA-ELAB                  PIC  X(10)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    PREAVVISO MINIMO AL DEBITORE PRIMA DEL PRIMO ADDEBITO SDD
      *    E IDENTIFICATIVO CREDITORE DA PARSDD
      *----------------------------------------------------------------*
       01  RX-GG-PREAVV                  PIC S9(04)  COMP VALUE 14.
       01  RX-ID-CREDITORE               PIC  X(35)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    MANDATO IN LAVORAZIONE
      *----------------------------------------------------------------*
       01  RX-NUM-PRA                    PIC  9(14)  VALUE ZERO.
       01  RX-STATO                      PIC  X(01)  VALUE SPACE.
           88  RX-REVOCA                             VALUE 'R'.
       01  RX-RIF-MANDATO                PIC  X(35)  VALUE SPACE.
       01  RX-CODSOC                     PIC  9(03)  VALUE ZERO.
       01  RX-CODCLI                     PIC  9(14)  VALUE ZERO.
       01  RX-IBAN                       PIC  X(27)  VALUE SPACE.
       01  RX-IBAN-PREC                  PIC  X(27)  VALUE SPACE.
       01  RX-TIPO-FLUSSO                PIC  X(01)  VALUE SPACE.
           88  RX-NUOVO                              VALUE 'N'.
           88  RX-MODIFICA                           VALUE 'M'.
       01  RX-DATA-FIRMA                 PIC  X(10)  VALUE SPACE.
       01  RX-DATA-RATA1                 PIC  X(10)  VALUE SPACE.
       01  RX-DATA-MINIMA                PIC  X(10)  VALUE SPACE.
       01  RX-IMPRATA                    PIC S9(07)V99 COMP-3
                                                     VALUE ZERO.
       01  RX-NOMCLI                     PIC  X(25)  VALUE SPACE.
       01  RX-INDCLI                     PIC  X(30)  VALUE SPACE.
       01  RX-CITTACLI                   PIC  X(25)  VALUE SPACE.
       01  RX-CAPCLI                     PIC  9(05)  VALUE ZERO.
       01  RX-EVENTO                     PIC  X(01)  VALUE 'M'.
       01  RX-MITTENTE                   PIC  X(30)  VALUE SPACE.
      *
       01  SW-FINE-MAND                  PIC  X(01)  VALUE 'N'.
           88  FINE-MAND                             VALUE 'S'.
       01  SW-RATA-SPOSTATA              PIC  X(01)  VALUE 'N'.
           88  RATA-SPOSTATA                         VALUE 'S'.
      *
       01  RX-TOT-NUOVI                  PIC S9(05)  COMP-3 VALUE ZERO.
       01  RX-TOT-MODIFICHE              PIC S9(05)  COMP-3 VALUE ZERO.
       01  RX-TOT-SPOSTATE               PIC S9(05)  COMP-3 VALUE ZERO.
       01  RX-TOT-SOSPESI                PIC S9(05)  COMP-3 VALUE ZERO.
       01  RX-TOT-REVOCHE                PIC S9(05)  COMP-3 VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    SCHELETRO DEL JOB AOPPRINT, COME D05223RO; LA PRE-NOTIFICA
      *    VA IN STAMPA PER LA POSTA (NIENTE ATTRIBUTI MAIL)
      *----------------------------------------------------------------*
       01  RIGA-JOB1.
           02 FILLER                 PIC X(6)   VALUE '//FE07'.
           02 RJ1-LETT               PIC X      VALUE 'D'.
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
       01  RIGA-JOB4                 PIC X(80)  VALUE
              '//SYSIN DD *                                    '.
       01  RIGA-JOB11                PIC X(80)  VALUE
              '/*                                              '.
      *
      *-- RIGA CON MODELLO (BYTE 75-80), COME RIGA-MODELLO ONLINE
       01  RIGA-MODELLO.
           02 FILLER               PIC X(74)      VALUE SPACE.
           02 SOC-ST               PIC XX         VALUE SPACE.
           02 MODELLO-ST           PIC X(4)       VALUE 'FXSD'.
      *
      *-- INDIRIZZO DEL CLIENTE E CORPO DELLA PRE-NOTIFICA
       01  RIGA-IND-1.
           02 FILLER                 PIC X(40)   VALUE SPACE.
           02 RI1-NOMCLI             PIC X(25).
           02 FILLER                 PIC X(15)   VALUE SPACE.
       01  RIGA-IND-2.
           02 FILLER                 PIC X(40)   VALUE SPACE.
           02 RI2-INDCLI             PIC X(30).
           02 FILLER                 PIC X(10)   VALUE SPACE.
       01  RIGA-IND-3.
           02 FILLER                 PIC X(40)   VALUE SPACE.
           02 RI3-CAPCLI             PIC 9(05).
           02 FILLER                 PIC X(01)   VALUE SPACE.
           02 RI3-CITTACLI           PIC X(25).
           02 FILLER                 PIC X(09)   VALUE SPACE.
       01  RIGA-LET-1.
           02 RL1-TITOLO             PIC X(44)   VALUE SPACE.
           02 RL1-NUM-PRA            PIC 9(14).
           02 FILLER                 PIC X(22)   VALUE SPACE.
       01  RIGA-LET-2.
           02 FILLER                 PIC X(22)   VALUE
              'RIFERIMENTO MANDATO: '.
           02 RL2-RIF-MANDATO        PIC X(35).
           02 FILLER                 PIC X(23)   VALUE SPACE.
       01  RIGA-LET-3.
           02 FILLER                 PIC X(22)   VALUE
              'ID CREDITORE:        '.
           02 RL3-ID-CREDITORE       PIC X(35).
           02 FILLER                 PIC X(23)   VALUE SPACE.
       01  RIGA-LET-4.
           02 FILLER                 PIC X(22)   VALUE
              'CONTO DI ADDEBITO:   '.
           02 RL4-IBAN               PIC X(27).
           02 FILLER                 PIC X(31)   VALUE SPACE.
       01  RIGA-LET-5.
           02 FILLER                 PIC X(30)   VALUE
              'LA PRIMA RATA SARA'' ADDEBITATA'.
           02 FILLER                 PIC X(04)   VALUE ' IL '.
           02 RL5-DATA-RATA1         PIC X(10).
           02 FILLER                 PIC X(19)   VALUE
              ' PER UN IMPORTO DI '.
           02 RL5-IMPRATA            PIC Z.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(05)   VALUE ' EURO'.
       01  RIGA-LET-6.
           02 FILLER                 PIC X(40)   VALUE SPACE.
           02 RL6-MITTENTE           PIC X(30).
           02 FILLER                 PIC X(10)   VALUE SPACE.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                PIC  X(40)  VALUE
               'DFAX - MANDATI SDD E PRE-NOTIFICHE DEL'.
           02  W-T1-DATA             PIC  X(10).
           02  FILLER                PIC  X(82)  VALUE SPACE.
      *
       01  W-RIGA-DOPPIA             PIC  X(132) VALUE
           'ATTENZIONE: CORSA GIA'' ANDATA OK PER QUESTA DATA'.
      *
       01  W-RIGA-NO-CRED            PIC  X(132) VALUE
           'IDENTIFICATIVO CREDITORE ASSENTE IN PARSDD: FLUSSO NON INVIA
      -    'TO, MANDATI LASCIATI IN ATTESA'.
      *
       01  W-RIGA-TESTATA2.
           02  FILLER                PIC  X(16)  VALUE 'PRATICA'.
           02  FILLER                PIC  X(11)  VALUE 'FLUSSO'.
           02  FILLER                PIC  X(37)  VALUE
               'RIFERIMENTO MANDATO'.
           02  FILLER                PIC  X(29)  VALUE 'IBAN'.
           02  FILLER                PIC  X(12)  VALUE 'PRIMA RATA'.
           02  FILLER                PIC  X(14)  VALUE 'IMPORTO'.
           02  FILLER                PIC  X(13)  VALUE 'NOTE'.
      *
       01  W-RIGA-DETT.
           02  W-DETT-NUM-PRA        PIC  9(14).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-DETT-TIPO           PIC  X(09).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-DETT-RIF            PIC  X(35).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-DETT-IBAN           PIC  X(27).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-DETT-DATA-RATA1     PIC  X(10).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-DETT-IMPRATA        PIC  Z.ZZZ.ZZ9,99.
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-DETT-NOTE           PIC  X(13).
      *
       01  W-RIGA-TOTALI.
           02  FILLER                PIC  X(16)  VALUE
               'NUOVI MANDATI: '.
           02  W-TOT-NUOVI           PIC  ZZ.ZZ9.
           02  FILLER                PIC  X(14)  VALUE
               '  MODIFICHE: '.
           02  W-TOT-MODIFICHE       PIC  ZZ.ZZ9.
           02  FILLER                PIC  X(24)  VALUE
               '  PRIME RATE SPOSTATE: '.
           02  W-TOT-SPOSTATE        PIC  ZZ.ZZ9.
           02  FILLER                PIC  X(14)  VALUE
               '  IN ATTESA: '.
           02  W-TOT-SOSPESI         PIC  ZZ.ZZ9.
           02  FILLER                PIC  X(12)  VALUE
               '  REVOCHE: '.
           02  W-TOT-REVOCHE         PIC  ZZ.ZZ9.
           02  FILLER                PIC  X(22)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    MANDATI DA INVIARE, CON LA PRIMA DATA DI ADDEBITO CHE
      *    RISPETTA IL PREAVVISO AL DEBITORE, ESCLUSI QUELLI DI
      *    PRATICHE ANNULLATE/RECEDUTE (T_DFAX_ANNULLO 'L') O CON
      *    APPROVAZIONE DECADUTA O ANNULLATA (T_DFAX_SCAD 'L'/'X'),
      *    E MANDATI DA REVOCARE
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-MAND CURSOR WITH HOLD FOR
               SELECT  MAN_NUM_PRA, MAN_STATO,
                       MAN_RIF_MANDATO, MAN_CODSOC,
                       MAN_CODCLI, MAN_IBAN, MAN_IBAN_PREC,
                       MAN_TIPO_FLUSSO,
                       CHAR(MAN_DATA_FIRMA, ISO),
                       CHAR(MAN_DATA_RATA1, ISO),
                       CHAR(DATE(:RX-DATA-ELAB) + :RX-GG-PREAVV DAYS,
                            ISO),
                       MAN_IMPRATA, MAN_NOMCLI, MAN_INDCLI,
                       MAN_CITTACLI, MAN_CAPCLI
                 FROM  T_DFAX_MANDATO MA
                WHERE  (MA.MAN_STATO = 'C'
                  AND   NOT EXISTS
                        (SELECT 1
                           FROM T_DFAX_ANNULLO AN
                          WHERE AN.ANN_NUM_PRA = MA.MAN_NUM_PRA
                            AND AN.ANN_STATO   = 'L')
                  AND   NOT EXISTS
                        (SELECT 1
                           FROM T_DFAX_SCAD SC
                          WHERE SC.SCA_NUM_PRA = MA.MAN_NUM_PRA
                            AND SC.SCA_STATO IN ('L', 'X')))
                   OR  MA.MAN_STATO = 'R'
                ORDER BY MA.MAN_DATA_INS
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           IF  RX-ID-CREDITORE = SPACE
           THEN
               MOVE W-RIGA-NO-CRED       TO RPT-RIGA
               WRITE RPT-RIGA
               EXEC SQL SELECT COUNT(*)
                          INTO :RX-TOT-SOSPESI
                          FROM T_DFAX_MANDATO
                         WHERE MAN_STATO IN ('C', 'R')
               END-EXEC
           ELSE
               EXEC SQL OPEN CURS-MAND END-EXEC
               PERFORM 2000-LAVORA-MANDATO THRU 2000-LAVORA-MANDATO-X
                       UNTIL FINE-MAND
           END-IF
           PERFORM 5000-FINALIZZA        THRU 5000-FINALIZZA-X
           MOVE 'F'                      TO OPK0-FUNZIONE
           MOVE 'OK'                     TO OPK0-ESITO-CORSA
           CALL RX-PGM-REGISTRO    USING OPK0-AREA
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           INITIALIZE OPK0-AREA
           MOVE 'I'                      TO OPK0-FUNZIONE
           MOVE 'D05223RX'               TO OPK0-PROGRAMMA
           CALL RX-PGM-REGISTRO    USING OPK0-AREA
           MOVE OPK0-DATA-ELAB           TO RX-DATA-ELAB
           PERFORM 1100-LEGGI-PARAMETRI  THRU 1100-LEGGI-PARAMETRI-X
           OPEN OUTPUT MAN-FILE SUB-FILE RPT-DFAX-MANDATI
           MOVE RX-DATA-ELAB             TO W-T1-DATA
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           IF  OPK0-CORSA-DOPPIA
           THEN
               MOVE W-RIGA-DOPPIA        TO RPT-RIGA
               WRITE RPT-RIGA
           END-IF
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-TESTATA2          TO RPT-RIGA
           WRITE RPT-RIGA
           EXEC SQL SELECT ROU_PRINTER, ROU_CLASS, ROU_MSGCLASS
                      INTO :RJ2-PRINTER, :RJ1-CLASS, :RJ1-MSGCLASS
                      FROM T_DFAX_ROUTING
                     WHERE ROU_CODSOC = 100
                       AND ROU_AGE    = 0
                       AND ROU_CANALE = '*'
           END-EXEC
           EXEC SQL SELECT SOCI_DESCRIZIONE
                      INTO :RX-MITTENTE
                      FROM T_GEN_SOCI
                     WHERE SOCI_CODSOC = 100
           END-EXEC.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    IDENTIFICATIVO CREDITORE SEPA DA PARSDD: SENZA, NIENTE
      *    FLUSSO
      *----------------------------------------------------------------*
       1100-LEGGI-PARAMETRI.
           OPEN INPUT  PAR-FILE
           READ PAR-FILE
               AT END
                  CLOSE PAR-FILE
                  GO TO 1100-LEGGI-PARAMETRI-X
           END-READ
           MOVE PAR-ID-CREDITORE         TO RX-ID-CREDITORE
           CLOSE PAR-FILE.
      *----------------------------------------------------------------*
       1100-LEGGI-PARAMETRI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2000-LAVORA-MANDATO.
           EXEC SQL FETCH CURS-MAND
                    INTO :RX-NUM-PRA, :RX-STATO,
                         :RX-RIF-MANDATO, :RX-CODSOC,
                         :RX-CODCLI, :RX-IBAN, :RX-IBAN-PREC,
                         :RX-TIPO-FLUSSO, :RX-DATA-FIRMA,
                         :RX-DATA-RATA1, :RX-DATA-MINIMA,
                         :RX-IMPRATA, :RX-NOMCLI, :RX-INDCLI,
                         :RX-CITTACLI, :RX-CAPCLI
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-MAND             TO TRUE
               EXEC SQL CLOSE CURS-MAND END-EXEC
               GO TO 2000-LAVORA-MANDATO-X
           END-IF
      *
           MOVE 'N'                      TO SW-RATA-SPOSTATA
           IF  RX-REVOCA
           THEN
               PERFORM 2200-REVOCA       THRU 2200-REVOCA-X
               GO TO 2000-LAVORA-MANDATO-X
           END-IF
      *
      *    DATE ISO AAAA-MM-GG: IL CONFRONTO ALFANUMERICO TIENE
           IF  RX-DATA-RATA1 < RX-DATA-MINIMA
           THEN
               MOVE RX-DATA-MINIMA       TO RX-DATA-RATA1
               SET RATA-SPOSTATA         TO TRUE
               ADD 1                     TO RX-TOT-SPOSTATE
           END-IF
      *
           PERFORM 2100-SCRIVI-FLUSSO    THRU 2100-SCRIVI-FLUSSO-X
           PERFORM 2500-PRE-NOTIFICA     THRU 2500-PRE-NOTIFICA-X
      *
           EXEC SQL UPDATE T_DFAX_MANDATO
                       SET MAN_STATO      = 'I',
                           MAN_DATA_RATA1 = DATE(:RX-DATA-RATA1),
                           MAN_DATA_INVIO = CURRENT TIMESTAMP,
                           MAN_DATA_AGG   = CURRENT TIMESTAMP
                     WHERE MAN_NUM_PRA    = :RX-NUM-PRA
                       AND MAN_STATO      = 'C'
           END-EXEC
           PERFORM 2950-LOG-EVENTO       THRU 2950-LOG-EVENTO-X
      *
           IF  RX-MODIFICA
           THEN
               ADD 1                     TO RX-TOT-MODIFICHE
           ELSE
               ADD 1                     TO RX-TOT-NUOVI
           END-IF
           PERFORM 2900-SCRIVI-DETT      THRU 2900-SCRIVI-DETT-X
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       2000-LAVORA-MANDATO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2100-SCRIVI-FLUSSO: UNA RIGA PER MANDATO VERSO LA BANCA DEL
      *    DEBITORE; SEQUENZA 'FRST' SUL NUOVO MANDATO, 'RCUR' SULLA
      *    MODIFICA DEL CONTO
      *----------------------------------------------------------------*
       2100-SCRIVI-FLUSSO.
           MOVE SPACE                    TO MAN-RECORD
           MOVE RX-TIPO-FLUSSO           TO MAN-TIPO
           MOVE RX-RIF-MANDATO           TO MAN-RIF-MANDATO
           MOVE RX-ID-CREDITORE          TO MAN-ID-CREDITORE
           MOVE RX-DATA-FIRMA            TO MAN-DATA-FIRMA
           MOVE RX-IBAN                  TO MAN-IBAN
           MOVE RX-NOMCLI                TO MAN-NOMCLI
           MOVE RX-CODCLI                TO MAN-CODCLI
           MOVE RX-NUM-PRA               TO MAN-NUM-PRA
           IF  RX-MODIFICA
           THEN
               MOVE RX-IBAN-PREC         TO MAN-IBAN-PREC
               MOVE 'RCUR'               TO MAN-SEQUENZA
           ELSE
               MOVE 'FRST'               TO MAN-SEQUENZA
           END-IF
           WRITE MAN-RECORD.
      *----------------------------------------------------------------*
       2100-SCRIVI-FLUSSO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2200-REVOCA: PRATICA ANNULLATA O DECADUTA CON MANDATO GIA'
      *    ALLA BANCA DEL DEBITORE: RIGA DI REVOCA ('R') SUL FLUSSO,
      *    NESSUNA LETTERA AL CLIENTE, MANDATO IN 'A'
      *----------------------------------------------------------------*
       2200-REVOCA.
           MOVE SPACE                    TO MAN-RECORD
           MOVE 'R'                      TO MAN-TIPO
           MOVE RX-RIF-MANDATO           TO MAN-RIF-MANDATO
           MOVE RX-ID-CREDITORE          TO MAN-ID-CREDITORE
           MOVE RX-DATA-FIRMA            TO MAN-DATA-FIRMA
           MOVE RX-IBAN                  TO MAN-IBAN
           MOVE RX-NOMCLI                TO MAN-NOMCLI
           MOVE RX-CODCLI                TO MAN-CODCLI
           MOVE RX-NUM-PRA               TO MAN-NUM-PRA
           WRITE MAN-RECORD
      *
           EXEC SQL UPDATE T_DFAX_MANDATO
                       SET MAN_STATO      = 'A',
                           MAN_DATA_AGG   = CURRENT TIMESTAMP
                     WHERE MAN_NUM_PRA    = :RX-NUM-PRA
                       AND MAN_STATO      = 'R'
           END-EXEC
           ADD 1                         TO RX-TOT-REVOCHE
           MOVE SPACE                    TO RX-DATA-RATA1
           MOVE ZERO                     TO RX-IMPRATA
           PERFORM 2900-SCRIVI-DETT      THRU 2900-SCRIVI-DETT-X
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       2200-REVOCA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2500-PRE-NOTIFICA: LETTERA POSTALE AL CLIENTE CON I DATI
      *    DEL MANDATO E LA PRIMA RATA (IMPMENS DELLA PRATICA)
      *----------------------------------------------------------------*
       2500-PRE-NOTIFICA.
           IF  RX-MODIFICA
           THEN
               MOVE 'VARIAZIONE CONTO DI ADDEBITO SDD - PRATICA'
                                         TO RL1-TITOLO
           ELSE
               MOVE 'PREAVVISO DI ADDEBITO SDD - PRATICA NUMERO'
                                         TO RL1-TITOLO
           END-IF
           MOVE RX-CODSOC                TO RJ1-VDR
           MOVE RIGA-JOB1                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB2                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB4                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-MODELLO             TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RX-NOMCLI                TO RI1-NOMCLI
           MOVE RIGA-IND-1               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RX-INDCLI                TO RI2-INDCLI
           MOVE RIGA-IND-2               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RX-CAPCLI                TO RI3-CAPCLI
           MOVE RX-CITTACLI              TO RI3-CITTACLI
           MOVE RIGA-IND-3               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RX-NUM-PRA               TO RL1-NUM-PRA
           MOVE RIGA-LET-1               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RX-RIF-MANDATO           TO RL2-RIF-MANDATO
           MOVE RIGA-LET-2               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RX-ID-CREDITORE          TO RL3-ID-CREDITORE
           MOVE RIGA-LET-3               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RX-IBAN                  TO RL4-IBAN
           MOVE RIGA-LET-4               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RX-DATA-RATA1            TO RL5-DATA-RATA1
           MOVE RX-IMPRATA               TO RL5-IMPRATA
           MOVE RIGA-LET-5               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RX-MITTENTE              TO RL6-MITTENTE
           MOVE RIGA-LET-6               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB11               TO SUB-RIGA
           WRITE SUB-RIGA.
      *----------------------------------------------------------------*
       2500-PRE-NOTIFICA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2900-SCRIVI-DETT.
           MOVE RX-NUM-PRA               TO W-DETT-NUM-PRA
           EVALUATE TRUE
             WHEN RX-REVOCA
                  MOVE 'REVOCA'          TO W-DETT-TIPO
             WHEN RX-MODIFICA
                  MOVE 'MODIFICA'        TO W-DETT-TIPO
             WHEN OTHER
                  MOVE 'NUOVO'           TO W-DETT-TIPO
           END-EVALUATE
           MOVE RX-RIF-MANDATO           TO W-DETT-RIF
           MOVE RX-IBAN                  TO W-DETT-IBAN
           MOVE RX-DATA-RATA1            TO W-DETT-DATA-RATA1
           MOVE RX-IMPRATA               TO W-DETT-IMPRATA
           IF  RATA-SPOSTATA
           THEN
               MOVE 'RATA SPOSTATA'      TO W-DETT-NOTE
           ELSE
               MOVE SPACE                TO W-DETT-NOTE
           END-IF
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       2900-SCRIVI-DETT-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    EVENTO PER LA TIMELINE DI CICLO VITA (T_DFAX_RIC_LOG):
      *    'M' = MANDATO SDD INVIATO E PRIMA RATA PREAVVISATA
      *----------------------------------------------------------------*
       2950-LOG-EVENTO.
           EXEC SQL INSERT INTO T_DFAX_RIC_LOG
                           (RIC_NUM_PRA
                           ,RIC_TIPO_EVENTO
                           ,RIC_DATA_INS)
                    VALUES (:RX-NUM-PRA
                           ,:RX-EVENTO
                           ,CURRENT TIMESTAMP)
           END-EXEC.
      *----------------------------------------------------------------*
       2950-LOG-EVENTO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       5000-FINALIZZA.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE RX-TOT-NUOVI             TO W-TOT-NUOVI
           MOVE RX-TOT-MODIFICHE         TO W-TOT-MODIFICHE
           MOVE RX-TOT-SPOSTATE          TO W-TOT-SPOSTATE
           MOVE RX-TOT-SOSPESI           TO W-TOT-SOSPESI
           MOVE RX-TOT-REVOCHE           TO W-TOT-REVOCHE
           MOVE W-RIGA-TOTALI            TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE MAN-FILE SUB-FILE RPT-DFAX-MANDATI
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       5000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM D05223RX *******************************
