      ******************************************************************
      *                        BE300SB                                 *
      *                                                                *
      *  PROCEDURA    : BONIFICI EUROPEI - QUADRATURA CONTI NOSTRI     *
      *  DESCRIZIONE  : CARICA GLI ESTRATTI CONTO GIORNALIERI DEI      *
      *                 CORRISPONDENTI (CAMT.053/MT950 APPIATTITI A    *
      *                 RECORD FISSI DAL TRASPORTO: TESTATA 'T' PER    *
      *                 CONTO NOSTRO E RIGHE 'M') IN T_BE_NOSTRO_MOV E *
      *                 ABBINA OGNI RIGA ANCORA APERTA, ANCHE DEI      *
      *                 GIORNI PRECEDENTI, AI BONIFICI NON SEPA DI     *
      *                 BE00TBMO PER RIFERIMENTO MESSAGGIO (CAMPO :20: *
      *                 DI BE300SA), DIVISA, VALUTA E CONTO NOSTRO;    *
      *                 SENZA RIFERIMENTO VALE L'IMPORTO IN DIVISA.    *
      *                 SULLE USCITE LA DIFFERENZA TRA ADDEBITO DEL    *
      *                 CORRISPONDENTE E IMPORTO REGOLATO SONO LE SUE  *
      *                 SPESE: CON OPZIONE OUR NON DEVONO SUPERARE     *
      *                 QUANTO ADDEBITATO AL CLIENTE (COR_SPESE_OUR),  *
      *                 CON SHA/BEN NON DEVONO ESSERCI.                *
      *                 ELENCA LE PARTITE APERTE DEI DUE LATI CON      *
      *                 L'ANZIANITA' E SEGNALA QUELLE OLTRE I GIORNI   *
      *                 DI PARAMETRO (RETURN-CODE 4).                  *
      *                 PARAMETRI (PARBENOS, POSIZIONALI, ZERO=DEF.):  *
      *                   01-03 GIORNI OLTRE I QUALI UNA PARTITA       *
      *                         APERTA VA SEGNALATA (5)                *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE BONIFICI EUROPEI   *
      *  INPUT        : PARBENOS, FLUNOSTR (ESTRATTI CONTO), BE00TBMO, *
      *                 T_BE_CORRISPONDENTI (DB2)                      *
      *  OUTPUT       : T_BE_NOSTRO_MOV, REPORT SU RPT-BE300-NOS       *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - QUADRATURA GIORNALIERA DEI CONTI     *
      *           NOSTRI CON GLI ESTRATTI DEI CORRISPONDENTI           *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     BE300SB.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT PAR-FILE          ASSIGN  TO  PARBENOS
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT EST-FILE          ASSIGN  TO  FLUNOSTR
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-BE300-NOS     ASSIGN  TO  RPTBENOS
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  PAR-FILE
           RECORDING MODE IS F.
       01  PAR-RECORD.
           02  PAR-GIORNI               PIC  X(03).
           02  FILLER                   PIC  X(77).
      *
       FD  EST-FILE
           RECORDING MODE IS F.
       01  EST-RECORD.
           02  EST-TIPO                 PIC  X(01).
               88  EST-TESTATA-CONTO                 VALUE 'T'.
               88  EST-RIGA-MOVIMENTO                VALUE 'M'.
           02  EST-DATI                 PIC  X(119).
      *    TESTATA DELL'ESTRATTO: CONTO NOSTRO E CORRISPONDENTE
           02  EST-TESTATA  REDEFINES EST-DATI.
               03  EST-T-CONTO          PIC  X(34).
               03  EST-T-BIC            PIC  X(11).
               03  EST-T-DIVISA         PIC  X(03).
               03  EST-T-DT-ESTR        PIC  X(08).
               03  FILLER               PIC  X(63).
      *    RIGA DELL'ESTRATTO (CAMPO :61: / ENTRY): SEGNO D = ADDEBITO
      *    DEL CONTO NOSTRO, C = ACCREDITO; IMPORTO IN DIVISA
           02  EST-MOVIMENTO  REDEFINES EST-DATI.
               03  EST-M-DT-VAL         PIC  X(08).
               03  EST-M-SEGNO          PIC  X(01).
               03  EST-M-IMPORTO        PIC  9(13)V99.
               03  EST-M-TIPO           PIC  X(04).
               03  EST-M-RIF-NOSTRO     PIC  X(16).
               03  EST-M-RIF-CORR       PIC  X(16).
               03  EST-M-DESCR          PIC  X(34).
               03  FILLER               PIC  X(25).
      *
       FD  RPT-BE300-NOS
           RECORDING MODE IS F.
       01  RPT-RIGA                     PIC  X(132).
      *
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  SB-DATA-ELAB                  PIC  X(10)  VALUE SPACE.
       01  SB-OGGI                       PIC  X(08)  VALUE SPACE.
       01  SB-GG-SEGNALA                 PIC S9(03)  COMP-3 VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    ESTRATTO IN CARICAMENTO
      *----------------------------------------------------------------*
       01  SB-T-CONTO                    PIC  X(34)  VALUE SPACE.
       01  SB-T-BIC                      PIC  X(11)  VALUE SPACE.
       01  SB-T-DIVISA                   PIC  X(03)  VALUE SPACE.
       01  SB-T-DT-ESTR                  PIC  X(08)  VALUE SPACE.
       01  SB-PROG                       PIC S9(07)  COMP-3 VALUE ZERO.
       01  SB-M-IMPORTO                  PIC S9(18)  COMP-3 VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    PARTITA DELL'ESTRATTO IN ABBINAMENTO (IMPORTI IN CENTESIMI)
      *----------------------------------------------------------------*
       01  SB-CONTO                      PIC  X(34)  VALUE SPACE.
       01  SB-DT-ESTR                    PIC  X(08)  VALUE SPACE.
       01  SB-NOS-PROG                   PIC S9(07)  COMP-3 VALUE ZERO.
       01  SB-DIVISA                     PIC  X(03)  VALUE SPACE.
       01  SB-DT-VAL                     PIC  X(08)  VALUE SPACE.
       01  SB-SEGNO                      PIC  X(01)  VALUE SPACE.
       01  SB-SEGNO-MOV                  PIC  X(01)  VALUE SPACE.
       01  SB-IMPORTO                    PIC S9(18)  COMP-3 VALUE ZERO.
       01  SB-RIF-NOSTRO                 PIC  X(16)  VALUE SPACE.
       01  SB-RIF-CORR                   PIC  X(16)  VALUE SPACE.
       01  SB-GIORNI                     PIC S9(07)  COMP-3 VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    BONIFICO ABBINATO E CONTROLLO DELLE SPESE DEL CORRISPONDENTE
      *    (CAMBIO CON SEI DECIMALI: EURO = DIVISA * CAMBIO / 1000000)
      *----------------------------------------------------------------*
       01  SB-RIF-MSG                    PIC  X(16)  VALUE SPACE.
       01  SB-IMP-DIV                    PIC S9(18)  COMP-3 VALUE ZERO.
       01  SB-IMPORTO-EUR                PIC S9(18)  COMP-3 VALUE ZERO.
       01  SB-CAMBIO                     PIC S9(18)  COMP-3 VALUE ZERO.
       01  SB-SPESE-BEN                  PIC S9(06)  COMP-3 VALUE ZERO.
       01  SB-OPZ-SPESE                  PIC  X(03)  VALUE SPACE.
       01  SB-BIC-CORR                   PIC  X(11)  VALUE SPACE.
       01  SB-DED-DIV                    PIC S9(18)  COMP-3 VALUE ZERO.
       01  SB-REGOLATO                   PIC S9(18)  COMP-3 VALUE ZERO.
       01  SB-DIFF-DIV                   PIC S9(18)  COMP-3 VALUE ZERO.
       01  SB-DIFF-EUR                   PIC S9(18)  COMP-3 VALUE ZERO.
       01  SB-ADDEBITATO                 PIC S9(06)  COMP-3 VALUE ZERO.
       01  SB-ANOM-SPESE                 PIC  X(01)  VALUE SPACE.
      *
       01  SB-TOT-CARICATE               PIC S9(07)  COMP-3 VALUE ZERO.
       01  SB-TOT-GIA-CARICATE           PIC S9(07)  COMP-3 VALUE ZERO.
       01  SB-TOT-SCARTATE               PIC S9(07)  COMP-3 VALUE ZERO.
       01  SB-TOT-ABBINATE               PIC S9(07)  COMP-3 VALUE ZERO.
       01  SB-TOT-ANOMALIE               PIC S9(07)  COMP-3 VALUE ZERO.
       01  SB-TOT-APERTE                 PIC S9(07)  COMP-3 VALUE ZERO.
       01  SB-TOT-SEGNALATE              PIC S9(07)  COMP-3 VALUE ZERO.
       01  SB-TOT-ESCALATION             PIC S9(07)  COMP-3 VALUE ZERO.
      *
       01  SW-FINE-EST                   PIC  X(01)  VALUE 'N'.
           88  FINE-EST                              VALUE 'S'.
       01  SW-FINE-APERTE                PIC  X(01)  VALUE 'N'.
           88  FINE-APERTE                           VALUE 'S'.
       01  SW-FINE-NOS                   PIC  X(01)  VALUE 'N'.
           88  FINE-NOS                              VALUE 'S'.
       01  SW-FINE-MOV                   PIC  X(01)  VALUE 'N'.
           88  FINE-MOV                              VALUE 'S'.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                    PIC  X(44)  VALUE
               'RICONCILIAZIONE CONTI NOSTRI - ELABORAZIONE '.
           02  W-T1-DATA                 PIC  X(10).
           02  FILLER                    PIC  X(33)  VALUE
               '   SEGNALAZIONE PARTITE OLTRE GG '.
           02  W-T1-GIORNI               PIC  ZZ9.
           02  FILLER                    PIC  X(42)  VALUE SPACE.
      *
       01  W-RIGA-SEZ1                   PIC  X(132) VALUE
           'PARTITE ABBINATE NELL''ELABORAZIONE - CONTROLLO SPESE DEL CO
      -    'RRISPONDENTE'.
       01  W-RIGA-INTEST1.
           02  FILLER                    PIC  X(44)  VALUE
               'RIF. MESSAGGIO    DT VAL    S  DIV         I'.
           02  FILLER                    PIC  X(44)  VALUE
               'MPORTO E/C  SPE  CORRISP.          SPESE EUR'.
           02  FILLER                    PIC  X(44)  VALUE
               '      ADDEBITATE  ESITO                     '.
      *
       01  W-RIGA-ABB.
           02  W-ABB-RIF                 PIC  X(16).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-ABB-DT-VAL              PIC  X(08).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-ABB-SEGNO               PIC  X(01).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-ABB-DIVISA              PIC  X(03).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-ABB-IMPORTO             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-ABB-OPZ                 PIC  X(03).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-ABB-CORR                PIC  X(11).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-ABB-DIFF-EUR            PIC  ZZ.ZZZ.ZZ9,99-.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-ABB-ADDEBITATO          PIC  ZZ.ZZZ.ZZ9,99-.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-ABB-ESITO               PIC  X(26).
      *
       01  W-RIGA-SEZ2                   PIC  X(132) VALUE
           'PARTITE APERTE DEGLI ESTRATTI CONTO DEI CORRISPONDENTI'.
       01  W-RIGA-INTEST2.
           02  FILLER                    PIC  X(44)  VALUE
               'CONTO NOSTRO                        DT VAL  '.
           02  FILLER                    PIC  X(44)  VALUE
               '  S  DIV         IMPORTO E/C  RIF. NOSTRO   '.
           02  FILLER                    PIC  X(44)  VALUE
               '    RIF. CORRISP.       GG  SEGNALAZIONE    '.
      *
       01  W-RIGA-SEZ3                   PIC  X(132) VALUE
           'BONIFICI NON SEPA NON RISCONTRATI SUGLI ESTRATTI CONTO'.
       01  W-RIGA-INTEST3.
           02  FILLER                    PIC  X(44)  VALUE
               'CONTO NOSTRO                        DT VAL  '.
           02  FILLER                    PIC  X(44)  VALUE
               '  S  DIV      IMPORTO DIVISA  RIF. MESSAGGIO'.
           02  FILLER                    PIC  X(44)  VALUE
               '    CORRISP.            GG  SEGNALAZIONE    '.
      *
      *    RIGA COMUNE ALLE DUE SEZIONI DELLE PARTITE APERTE
       01  W-RIGA-APE.
           02  W-APE-CONTO               PIC  X(34).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-APE-DT-VAL              PIC  X(08).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-APE-SEGNO               PIC  X(01).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-APE-DIVISA              PIC  X(03).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-APE-IMPORTO             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-APE-RIF-1               PIC  X(16).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-APE-RIF-2               PIC  X(16).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-APE-GIORNI              PIC  ZZZ9.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-APE-SEGNALA             PIC  X(14).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
      *
       01  W-RIGA-TOT1.
           02  FILLER                    PIC  X(24)  VALUE
               'RIGHE ESTRATTO CARICATE:'.
           02  W-TOT-CARICATE            PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(17)  VALUE
               '  GIA'' CARICATE:'.
           02  W-TOT-GIA-CARICATE        PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(11)  VALUE
               '  SCARTATE:'.
           02  W-TOT-SCARTATE            PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(11)  VALUE
               '  ABBINATE:'.
           02  W-TOT-ABBINATE            PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(17)  VALUE
               '  ANOMALIE SPESE:'.
           02  W-TOT-ANOMALIE            PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(17)  VALUE SPACE.
      *
       01  W-RIGA-TOT-APE.
           02  FILLER                    PIC  X(15)  VALUE
               'PARTITE APERTE:'.
           02  W-TOT-APERTE              PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(21)  VALUE
               '  DA SEGNALARE (OLTRE'.
           02  W-TOT-GG                  PIC  ZZ9.
           02  FILLER                    PIC  X(05)  VALUE
               ' GG):'.
           02  W-TOT-SEGNALATE           PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(74)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    PARTITE DEGLI ESTRATTI ANCORA DA ABBINARE, DI OGNI GIORNO
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-APERTE CURSOR FOR
               SELECT  NOS_CONTO, NOS_DT_ESTR, NOS_PROG, NOS_DIVISA,
                       NOS_DT_VAL, NOS_SEGNO, NOS_IMPORTO,
                       NOS_RIF_NOSTRO
                 FROM  T_BE_NOSTRO_MOV
                WHERE  NOS_STATO = 'A'
                ORDER BY NOS_CONTO, NOS_DT_VAL, NOS_PROG
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    PARTITE APERTE DELL'ESTRATTO CON L'ANZIANITA' IN GIORNI
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-NOS CURSOR FOR
               SELECT  NOS_CONTO, NOS_DT_VAL, NOS_SEGNO, NOS_DIVISA,
                       NOS_IMPORTO, NOS_RIF_NOSTRO, NOS_RIF_CORR,
                       DAYS(CURRENT DATE)
                     - DAYS(DATE(TIMESTAMP_FORMAT(
                            NOS_DT_VAL, 'YYYYMMDD')))
                 FROM  T_BE_NOSTRO_MOV
                WHERE  NOS_STATO = 'A'
                ORDER BY NOS_CONTO, NOS_DT_VAL, NOS_PROG
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    BONIFICI NON SEPA GIA' INVIATI, CON VALUTA RAGGIUNTA, CHE
      *    NESSUNA RIGA DI ESTRATTO HA ANCORA RISCONTRATO
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-MOV CURSOR FOR
               SELECT  M.OPE_CONTO_NOS, M.OPE_DT_VAL_BK, M.SEGNO_OPER,
                       M.DIVISA_MOV, M.OPE_IMP_DIV, M.OPE_RIF_MSG,
                       M.OPE_BIC_CORR,
                       DAYS(CURRENT DATE)
                     - DAYS(DATE(TIMESTAMP_FORMAT(
                            M.OPE_DT_VAL_BK, 'YYYYMMDD')))
                 FROM  BE00TBMO M
                WHERE  M.NATU_MOV       = 'SWIFT'
                  AND  M.OPE_RIF_MSG   <> ' '
                  AND  M.OPE_CONTO_NOS <> ' '
                  AND  M.OPE_DT_VAL_BK <= :SB-OGGI
                  AND  NOT EXISTS
                      (SELECT 1 FROM T_BE_NOSTRO_MOV N
                        WHERE N.NOS_RIF_MSG = M.OPE_RIF_MSG
                          AND N.NOS_STATO   = 'Q')
                ORDER BY M.OPE_CONTO_NOS, M.OPE_DT_VAL_BK,
                         M.OPE_RIF_MSG
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           PERFORM 2000-CARICA-ESTRATTO  THRU 2000-CARICA-ESTRATTO-X
                   UNTIL FINE-EST
           PERFORM 2500-INIZIO-ABBINA    THRU 2500-INIZIO-ABBINA-X
           PERFORM 3000-ABBINA           THRU 3000-ABBINA-X
                   UNTIL FINE-APERTE
           PERFORM 3500-INIZIO-APERTE    THRU 3500-INIZIO-APERTE-X
           PERFORM 4000-APERTE-ESTRATTO  THRU 4000-APERTE-ESTRATTO-X
                   UNTIL FINE-NOS
           PERFORM 4500-INIZIO-NOSTRE    THRU 4500-INIZIO-NOSTRE-X
           PERFORM 5000-APERTE-NOSTRE    THRU 5000-APERTE-NOSTRE-X
                   UNTIL FINE-MOV
           PERFORM 9000-FINALIZZA        THRU 9000-FINALIZZA-X
           IF  SB-TOT-ESCALATION > ZERO
           THEN
               MOVE 4                    TO RETURN-CODE
           END-IF
           STOP RUN.
      *
      *----------------------------------------------------------------*
      *    1000-INIZIALIZZA: PARAMETRI E TESTATA DEL REPORT
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           OPEN INPUT  PAR-FILE EST-FILE
           OPEN OUTPUT RPT-BE300-NOS
           EXEC SQL
                VALUES CHAR(CURRENT DATE, ISO)
                  INTO :SB-DATA-ELAB
           END-EXEC
           READ PAR-FILE
             AT END
                  MOVE SPACE             TO PAR-RECORD
           END-READ
           CLOSE PAR-FILE
           IF  PAR-GIORNI IS NUMERIC
           AND PAR-GIORNI NOT = ZERO
           THEN
               MOVE PAR-GIORNI           TO SB-GG-SEGNALA
           ELSE
               MOVE 5                    TO SB-GG-SEGNALA
           END-IF
      *    I BONIFICI SI CONFRONTANO FINO ALLA VALUTA DI OGGI
           MOVE SB-DATA-ELAB(1:4)        TO SB-OGGI(1:4)
           MOVE SB-DATA-ELAB(6:2)        TO SB-OGGI(5:2)
           MOVE SB-DATA-ELAB(9:2)        TO SB-OGGI(7:2)
      *
           MOVE SB-DATA-ELAB             TO W-T1-DATA
           MOVE SB-GG-SEGNALA            TO W-T1-GIORNI
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE SPACE                    TO SB-T-CONTO.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-CARICA-ESTRATTO: LA TESTATA FISSA CONTO, CORRISPONDENTE
      *    E DATA DELL'ESTRATTO PER LE RIGHE CHE SEGUONO; UNA RIGA GIA'
      *    CARICATA (STESSO CONTO, ESTRATTO E PROGRESSIVO) NON SI
      *    RICARICA, COSI' IL PASSO PUO' ESSERE RIPETUTO
      *----------------------------------------------------------------*
       2000-CARICA-ESTRATTO.
           READ EST-FILE
             AT END
                  SET FINE-EST           TO TRUE
                  GO TO 2000-CARICA-ESTRATTO-X
           END-READ
           IF  EST-TESTATA-CONTO
           THEN
               MOVE EST-T-CONTO          TO SB-T-CONTO
               MOVE EST-T-BIC            TO SB-T-BIC
               MOVE EST-T-DIVISA         TO SB-T-DIVISA
               MOVE EST-T-DT-ESTR        TO SB-T-DT-ESTR
               MOVE ZERO                 TO SB-PROG
               GO TO 2000-CARICA-ESTRATTO-X
           END-IF
           IF  NOT EST-RIGA-MOVIMENTO
           THEN
               GO TO 2000-CARICA-ESTRATTO-X
           END-IF
           ADD 1                         TO SB-PROG
           IF  SB-T-CONTO = SPACE
           OR  EST-M-IMPORTO NOT NUMERIC
           OR  EST-M-DT-VAL  NOT NUMERIC
           OR (EST-M-SEGNO NOT = 'D' AND EST-M-SEGNO NOT = 'C')
           THEN
               ADD 1                     TO SB-TOT-SCARTATE
               GO TO 2000-CARICA-ESTRATTO-X
           END-IF
           COMPUTE SB-M-IMPORTO = EST-M-IMPORTO * 100
           EXEC SQL INSERT  INTO T_BE_NOSTRO_MOV
                            (NOS_CONTO
                            ,NOS_DT_ESTR
                            ,NOS_PROG
                            ,NOS_BIC_CORR
                            ,NOS_DIVISA
                            ,NOS_DT_VAL
                            ,NOS_SEGNO
                            ,NOS_IMPORTO
                            ,NOS_TIPO
                            ,NOS_RIF_NOSTRO
                            ,NOS_RIF_CORR
                            ,NOS_DESCR
                            ,NOS_STATO
                            ,NOS_RIF_MSG
                            ,NOS_DIFF_EUR
                            ,NOS_ANOM_SPESE
                            ,NOS_DT_CARICO)
                    VALUES (:SB-T-CONTO
                           ,:SB-T-DT-ESTR
                           ,:SB-PROG
                           ,:SB-T-BIC
                           ,:SB-T-DIVISA
                           ,:EST-M-DT-VAL
                           ,:EST-M-SEGNO
                           ,:SB-M-IMPORTO
                           ,:EST-M-TIPO
                           ,:EST-M-RIF-NOSTRO
                           ,:EST-M-RIF-CORR
                           ,:EST-M-DESCR
                           ,'A'
                           ,' '
                           ,0
                           ,' '
                           ,CURRENT DATE)
           END-EXEC
           EVALUATE SQLCODE
             WHEN ZERO
                  ADD 1                  TO SB-TOT-CARICATE
             WHEN -803
                  ADD 1                  TO SB-TOT-GIA-CARICATE
             WHEN OTHER
                  ADD 1                  TO SB-TOT-SCARTATE
           END-EVALUATE.
      *----------------------------------------------------------------*
       2000-CARICA-ESTRATTO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2500-INIZIO-ABBINA.
           CLOSE EST-FILE
           MOVE W-RIGA-SEZ1              TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-INTEST1           TO RPT-RIGA
           WRITE RPT-RIGA
           EXEC SQL OPEN CURS-APERTE END-EXEC.
      *----------------------------------------------------------------*
       2500-INIZIO-ABBINA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-ABBINA: UN ADDEBITO DEL CONTO NOSTRO CERCA UN BONIFICO
      *    IN USCITA, UN ACCREDITO UN BONIFICO IN ENTRATA; CON IL
      *    RIFERIMENTO SI CERCA PER RIFERIMENTO, SENZA PER IMPORTO IN
      *    DIVISA. UN BONIFICO SI ABBINA A UNA SOLA RIGA
      *----------------------------------------------------------------*
       3000-ABBINA.
           EXEC SQL FETCH CURS-APERTE
                    INTO :SB-CONTO, :SB-DT-ESTR, :SB-NOS-PROG,
                         :SB-DIVISA, :SB-DT-VAL, :SB-SEGNO,
                         :SB-IMPORTO, :SB-RIF-NOSTRO
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-APERTE           TO TRUE
               GO TO 3000-ABBINA-X
           END-IF
           IF  SB-SEGNO = 'D'
           THEN
               MOVE 'D'                  TO SB-SEGNO-MOV
           ELSE
               MOVE 'A'                  TO SB-SEGNO-MOV
           END-IF
      *
           IF  SB-RIF-NOSTRO NOT = SPACE
           THEN
               EXEC SQL SELECT M.OPE_RIF_MSG, M.OPE_IMP_DIV,
                               M.IMPORTO, M.OPE_CAMBIO,
                               M.BEN_SPESE_OPE, M.OPE_OPZ_SPESE,
                               M.OPE_BIC_CORR
                          INTO :SB-RIF-MSG, :SB-IMP-DIV,
                               :SB-IMPORTO-EUR, :SB-CAMBIO,
                               :SB-SPESE-BEN, :SB-OPZ-SPESE,
                               :SB-BIC-CORR
                          FROM BE00TBMO M
                         WHERE M.OPE_RIF_MSG   = :SB-RIF-NOSTRO
                           AND M.OPE_CONTO_NOS = :SB-CONTO
                           AND M.DIVISA_MOV    = :SB-DIVISA
                           AND M.OPE_DT_VAL_BK = :SB-DT-VAL
                           AND M.SEGNO_OPER    = :SB-SEGNO-MOV
                           AND NOT EXISTS
                              (SELECT 1 FROM T_BE_NOSTRO_MOV N
                                WHERE N.NOS_RIF_MSG = M.OPE_RIF_MSG
                                  AND N.NOS_STATO   = 'Q')
                         FETCH FIRST 1 ROW ONLY
               END-EXEC
           ELSE
               EXEC SQL SELECT M.OPE_RIF_MSG, M.OPE_IMP_DIV,
                               M.IMPORTO, M.OPE_CAMBIO,
                               M.BEN_SPESE_OPE, M.OPE_OPZ_SPESE,
                               M.OPE_BIC_CORR
                          INTO :SB-RIF-MSG, :SB-IMP-DIV,
                               :SB-IMPORTO-EUR, :SB-CAMBIO,
                               :SB-SPESE-BEN, :SB-OPZ-SPESE,
                               :SB-BIC-CORR
                          FROM BE00TBMO M
                         WHERE M.OPE_RIF_MSG  <> ' '
                           AND M.OPE_IMP_DIV   = :SB-IMPORTO
                           AND M.OPE_CONTO_NOS = :SB-CONTO
                           AND M.DIVISA_MOV    = :SB-DIVISA
                           AND M.OPE_DT_VAL_BK = :SB-DT-VAL
                           AND M.SEGNO_OPER    = :SB-SEGNO-MOV
                           AND NOT EXISTS
                              (SELECT 1 FROM T_BE_NOSTRO_MOV N
                                WHERE N.NOS_RIF_MSG = M.OPE_RIF_MSG
                                  AND N.NOS_STATO   = 'Q')
                         ORDER BY M.NUM_DIST, M.NUM_MOV
                         FETCH FIRST 1 ROW ONLY
               END-EXEC
           END-IF
           IF  SQLCODE NOT = ZERO
           THEN
               GO TO 3000-ABBINA-X
           END-IF
      *
           PERFORM 3100-CONTROLLA-SPESE  THRU 3100-CONTROLLA-SPESE-X
           EXEC SQL UPDATE T_BE_NOSTRO_MOV
                       SET NOS_STATO      = 'Q',
                           NOS_RIF_MSG    = :SB-RIF-MSG,
                           NOS_DIFF_EUR   = :SB-DIFF-EUR,
                           NOS_ANOM_SPESE = :SB-ANOM-SPESE,
                           NOS_DT_QUAD    = CURRENT DATE
                     WHERE NOS_CONTO   = :SB-CONTO
                       AND NOS_DT_ESTR = :SB-DT-ESTR
                       AND NOS_PROG    = :SB-NOS-PROG
                       AND NOS_STATO   = 'A'
           END-EXEC
           IF  SQLCODE NOT = ZERO OR SQLERRD(3) = ZERO
           THEN
               GO TO 3000-ABBINA-X
           END-IF
           ADD 1                         TO SB-TOT-ABBINATE
           IF  SB-ANOM-SPESE = 'S'
           THEN
               ADD 1                     TO SB-TOT-ANOMALIE
           END-IF
           MOVE SB-RIF-MSG               TO W-ABB-RIF
           MOVE SB-DT-VAL                TO W-ABB-DT-VAL
           MOVE SB-SEGNO                 TO W-ABB-SEGNO
           MOVE SB-DIVISA                TO W-ABB-DIVISA
           COMPUTE W-ABB-IMPORTO    = SB-IMPORTO / 100
           MOVE SB-OPZ-SPESE             TO W-ABB-OPZ
           MOVE SB-BIC-CORR              TO W-ABB-CORR
           COMPUTE W-ABB-DIFF-EUR   = SB-DIFF-EUR / 100
           COMPUTE W-ABB-ADDEBITATO = SB-ADDEBITATO / 100
           MOVE W-RIGA-ABB               TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       3000-ABBINA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3100-CONTROLLA-SPESE: IMPORTO REGOLATO = IMPORTO IN DIVISA
      *    MENO LE SPESE TRATTENUTE CON OPZIONE BEN (COME NEL :32A: DI
      *    BE300SA). LA DIFFERENZA SULL'ADDEBITO E' LA SPESA DEL
      *    CORRISPONDENTE, CHE SI CONFRONTA IN EURO CON QUANTO PREVISTO
      *    E ADDEBITATO AL CLIENTE PER L'OPZIONE OUR
      *----------------------------------------------------------------*
       3100-CONTROLLA-SPESE.
           MOVE 'N'                      TO SB-ANOM-SPESE
           MOVE ZERO                     TO SB-DED-DIV SB-DIFF-EUR
                                            SB-ADDEBITATO
           IF  SB-IMP-DIV = ZERO OR SB-CAMBIO NOT > ZERO
           THEN
               MOVE SB-IMPORTO-EUR       TO SB-IMP-DIV
               MOVE 1000000              TO SB-CAMBIO
           END-IF
           IF  SB-OPZ-SPESE = 'BEN'
           THEN
               COMPUTE SB-DED-DIV ROUNDED =
                       SB-SPESE-BEN * 1000000 / SB-CAMBIO
           END-IF
           COMPUTE SB-REGOLATO = SB-IMP-DIV - SB-DED-DIV
           COMPUTE SB-DIFF-DIV = SB-IMPORTO - SB-REGOLATO
           COMPUTE SB-DIFF-EUR ROUNDED =
                   SB-DIFF-DIV * SB-CAMBIO / 1000000
      *
           IF  SB-SEGNO NOT = 'D'
           THEN
               IF  SB-DIFF-DIV = ZERO
               THEN
                   MOVE 'QUADRATO'       TO W-ABB-ESITO
               ELSE
                   MOVE 'S'              TO SB-ANOM-SPESE
                   MOVE 'IMPORTO DIVERSO'
                                         TO W-ABB-ESITO
               END-IF
               GO TO 3100-CONTROLLA-SPESE-X
           END-IF
      *
           IF  SB-OPZ-SPESE = 'OUR'
           THEN
               EXEC SQL SELECT VALUE(MAX(COR_SPESE_OUR), 0)
                          INTO :SB-ADDEBITATO
                          FROM T_BE_CORRISPONDENTI
                         WHERE COR_BIC    = :SB-BIC-CORR
                           AND COR_DIVISA = :SB-DIVISA
               END-EXEC
           END-IF
           EVALUATE TRUE
             WHEN SB-DIFF-DIV = ZERO
                  MOVE 'QUADRATO'        TO W-ABB-ESITO
             WHEN SB-DIFF-DIV < ZERO
                  MOVE 'S'               TO SB-ANOM-SPESE
                  MOVE 'IMPORTO SOTTO IL REGOLATO'
                                         TO W-ABB-ESITO
             WHEN SB-OPZ-SPESE = 'OUR'
              AND SB-DIFF-EUR NOT > SB-ADDEBITATO
                  MOVE 'SPESE OUR ENTRO ADDEBITO'
                                         TO W-ABB-ESITO
             WHEN SB-OPZ-SPESE = 'OUR'
                  MOVE 'S'               TO SB-ANOM-SPESE
                  MOVE 'SPESE OUR OLTRE ADDEBITO'
                                         TO W-ABB-ESITO
             WHEN OTHER
                  MOVE 'S'               TO SB-ANOM-SPESE
                  MOVE 'SPESE NON PREVISTE SHA/BEN'
                                         TO W-ABB-ESITO
           END-EVALUATE.
      *----------------------------------------------------------------*
       3100-CONTROLLA-SPESE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3500-INIZIO-APERTE.
           EXEC SQL CLOSE CURS-APERTE END-EXEC
           MOVE SB-TOT-CARICATE          TO W-TOT-CARICATE
           MOVE SB-TOT-GIA-CARICATE      TO W-TOT-GIA-CARICATE
           MOVE SB-TOT-SCARTATE          TO W-TOT-SCARTATE
           MOVE SB-TOT-ABBINATE          TO W-TOT-ABBINATE
           MOVE SB-TOT-ANOMALIE          TO W-TOT-ANOMALIE
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-TOT1              TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-SEZ2              TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-INTEST2           TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE ZERO                     TO SB-TOT-APERTE
                                            SB-TOT-SEGNALATE
           EXEC SQL OPEN CURS-NOS END-EXEC.
      *----------------------------------------------------------------*
       3500-INIZIO-APERTE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4000-APERTE-ESTRATTO.
           EXEC SQL FETCH CURS-NOS
                    INTO :SB-CONTO, :SB-DT-VAL, :SB-SEGNO, :SB-DIVISA,
                         :SB-IMPORTO, :SB-RIF-NOSTRO, :SB-RIF-CORR,
                         :SB-GIORNI
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-NOS              TO TRUE
               GO TO 4000-APERTE-ESTRATTO-X
           END-IF
           MOVE SB-CONTO                 TO W-APE-CONTO
           MOVE SB-DT-VAL                TO W-APE-DT-VAL
           MOVE SB-SEGNO                 TO W-APE-SEGNO
           MOVE SB-DIVISA                TO W-APE-DIVISA
           COMPUTE W-APE-IMPORTO = SB-IMPORTO / 100
           MOVE SB-RIF-NOSTRO            TO W-APE-RIF-1
           MOVE SB-RIF-CORR              TO W-APE-RIF-2
           PERFORM 6000-SCRIVI-APERTA    THRU 6000-SCRIVI-APERTA-X.
      *----------------------------------------------------------------*
       4000-APERTE-ESTRATTO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4500-INIZIO-NOSTRE.
           EXEC SQL CLOSE CURS-NOS END-EXEC
           PERFORM 6500-TOTALE-APERTE    THRU 6500-TOTALE-APERTE-X
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-SEZ3              TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-INTEST3           TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE ZERO                     TO SB-TOT-APERTE
                                            SB-TOT-SEGNALATE
           EXEC SQL OPEN CURS-MOV END-EXEC.
      *----------------------------------------------------------------*
       4500-INIZIO-NOSTRE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       5000-APERTE-NOSTRE.
           EXEC SQL FETCH CURS-MOV
                    INTO :SB-CONTO, :SB-DT-VAL, :SB-SEGNO-MOV,
                         :SB-DIVISA, :SB-IMP-DIV, :SB-RIF-MSG,
                         :SB-BIC-CORR, :SB-GIORNI
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-MOV              TO TRUE
               GO TO 5000-APERTE-NOSTRE-X
           END-IF
           MOVE SB-CONTO                 TO W-APE-CONTO
           MOVE SB-DT-VAL                TO W-APE-DT-VAL
           MOVE SB-SEGNO-MOV             TO W-APE-SEGNO
           MOVE SB-DIVISA                TO W-APE-DIVISA
           COMPUTE W-APE-IMPORTO = SB-IMP-DIV / 100
           MOVE SB-RIF-MSG               TO W-APE-RIF-1
           MOVE SB-BIC-CORR              TO W-APE-RIF-2
           PERFORM 6000-SCRIVI-APERTA    THRU 6000-SCRIVI-APERTA-X.
      *----------------------------------------------------------------*
       5000-APERTE-NOSTRE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    6000-SCRIVI-APERTA: LE PARTITE NON CHIUSE OLTRE I GIORNI DI
      *    PARAMETRO PESANO SU RISCHIO DI CREDITO E ASSORBIMENTO DI
      *    CAPITALE E VANNO SEGNALATE ALLA TESORERIA
      *----------------------------------------------------------------*
       6000-SCRIVI-APERTA.
           ADD 1                         TO SB-TOT-APERTE
           MOVE SB-GIORNI                TO W-APE-GIORNI
           IF  SB-GIORNI > SB-GG-SEGNALA
           THEN
               ADD 1                     TO SB-TOT-SEGNALATE
                                            SB-TOT-ESCALATION
               MOVE '*** ESCALATION'     TO W-APE-SEGNALA
           ELSE
               MOVE SPACE                TO W-APE-SEGNALA
           END-IF
           MOVE W-RIGA-APE               TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       6000-SCRIVI-APERTA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       6500-TOTALE-APERTE.
           MOVE SB-TOT-APERTE            TO W-TOT-APERTE
           MOVE SB-GG-SEGNALA            TO W-TOT-GG
           MOVE SB-TOT-SEGNALATE         TO W-TOT-SEGNALATE
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-TOT-APE           TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       6500-TOTALE-APERTE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       9000-FINALIZZA.
           EXEC SQL CLOSE CURS-MOV END-EXEC
           PERFORM 6500-TOTALE-APERTE    THRU 6500-TOTALE-APERTE-X
           CLOSE RPT-BE300-NOS
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       9000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM BE300SB ********************************
